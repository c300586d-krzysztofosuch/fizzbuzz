      *****************************************************************
      * FBAKHIST - ACKNOWLEDGMENT DISPOSITION HISTORY RECORD          *
      * ONE ROW APPENDED BY FBACK TO FBAKHST FOR EVERY FBXMLOG ROW IT *
      * RETIRES - ACCEPTED, REJECTED, HASH MISMATCH OR AGED WITH NO   *
      * ACK - CARRYING THE LOGGED ENVELOPE KEYS AND COUNTS, THE       *
      * DISPOSITION, THE AS-OF DATE IT WAS DISPOSITIONED ON AND THE   *
      * REASON.  FBXMLOG ONLY KEEPS THE ROWS STILL PENDING, SO THIS   *
      * FILE IS THE PERMANENT RECORD OF WHAT EACH PARTNER ACCEPTED.   *
      * FBCHGBK BILLS FROM IT.  A RESENT ENVELOPE HAS THE SAME        *
      * SENDER ID, RUN-ID AND RUN DATE AS THE ONE IT REPLACES.        *
      *****************************************************************
       01  ACK-HISTORY-RECORD.
           05  AKH-SENDER-ID            PIC X(08).
           05  AKH-RUN-ID               PIC X(08).
           05  AKH-RUN-DATE             PIC 9(08).
           05  AKH-SENT-DATE            PIC 9(08).
           05  AKH-RECORD-COUNT         PIC 9(09).
           05  AKH-HASH-TOTAL           PIC 9(15).
           05  AKH-DISPOSITION          PIC X(01).
               88  AKH-DISP-ACCEPTED     VALUE "A".
               88  AKH-DISP-REJECTED     VALUE "R".
               88  AKH-DISP-MISMATCH     VALUE "M".
               88  AKH-DISP-AGED         VALUE "G".
           05  AKH-DISP-DATE            PIC 9(08).
           05  AKH-REASON               PIC X(30).
           05  FILLER                    PIC X(05).
