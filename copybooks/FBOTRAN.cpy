      * SUPPRESS); A REPLACE WITH A BLANK PHRASE IS REJECTED HERE SO  *
      * FIZZBUZZ NEVER SEES ONE.  EFF-FROM/EFF-TO ARE CCYYMMDD        *
      * EFFECTIVE DATES; ZERO MEANS "NO LIMIT" ON THAT SIDE.          *
      * THE MAKER AND THE CHECKER DO NOT FIT IN THE 11 SPARE COLUMNS, *
      * SO EVERY OVERRIDE CARD IS FOLLOWED BY AN "IDS" COMPANION CARD *
      * (OTRAN-ID-RECORD) FOR THE SAME COUNTER.  OTI-SUBMITTER-ID AND *
      * OTI-APPROVER-ID MUST BE TWO DIFFERENT FBAUSER IDS WITH THE    *
      * OVERRIDE SUBMIT AND OVERRIDE APPROVE RIGHTS.  AN OVERRIDE     *
      * CARD WITHOUT ITS ID CARD, OR WITHOUT BOTH IDS, IS REJECTED.   *
      * BOTH CARDS ARE 80 COLUMNS.                                    *
      *****************************************************************
       01  OTRAN-RECORD.
           05  OTR-ACTION               PIC X(03).
               88  OTR-ACTION-ADD        VALUE "ADD".
               88  OTR-ACTION-CHANGE     VALUE "CHG".
               88  OTR-ACTION-DELETE     VALUE "DEL".
               88  OTR-ACTION-ID-CARD    VALUE "IDS".
           05  OTR-COUNTER              PIC 9(09).
           05  OTR-OVR-ACTION           PIC X(01).
               88  OTR-OVR-REPLACE       VALUE "R".
           05  OTR-EFF-FROM             PIC 9(08).
           05  OTR-EFF-TO               PIC 9(08).
           05  FILLER                    PIC X(11).
       01  OTRAN-ID-RECORD.
           05  OTI-CARD-TYPE            PIC X(03).
               88  OTI-ID-CARD           VALUE "IDS".
           05  OTI-COUNTER              PIC 9(09).
           05  OTI-SUBMITTER-ID         PIC X(08).
           05  OTI-APPROVER-ID          PIC X(08).
           05  FILLER                    PIC X(52).
