      * REJECTS A DIVISOR ALREADY ON FILE, CHG/DEL REJECT A DIVISOR   *
      * NOT ON FILE.  EFF-FROM/EFF-TO ARE CCYYMMDD EFFECTIVE DATES;   *
      * ZERO MEANS "NO LIMIT" ON THAT SIDE.                           *
      * TRN-SUBMITTER-ID AND TRN-APPROVER-ID ARE THE MAKER AND THE    *
      * CHECKER - TWO DIFFERENT FBAUSER IDS WITH THE RULES SUBMIT AND *
      * RULES APPROVE RIGHTS.  A CARD WITHOUT BOTH IS REJECTED.       *
      * TRN-RULE-SET NAMES THE RULE SET THE CARD MAINTAINS; SPACES    *
      * MEAN THE "DEFAULT" SET.  THE KEY IS RULE SET PLUS DIVISOR, SO *
      * THE SAME DIVISOR CAN CARRY A DIFFERENT LABEL IN EACH SET.     *
      *****************************************************************
       01  TRAN-RECORD.
           05  TRN-ACTION               PIC X(03).
           05  TRN-LABEL                PIC X(10).
           05  TRN-EFF-FROM             PIC 9(08).
           05  TRN-EFF-TO               PIC 9(08).
           05  TRN-SUBMITTER-ID         PIC X(08).
           05  TRN-APPROVER-ID          PIC X(08).
           05  TRN-RULE-SET             PIC X(08).
           05  FILLER                    PIC X(23).
