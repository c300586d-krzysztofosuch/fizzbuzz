      *****************************************************************
      * FBTRREQ - FBTRACE COUNTER LINEAGE TRACE REQUEST RECORD        *
      * ONE RECORD PER DISPUTED COUNTER, SUPPLIED AS THE FBTRREQ      *
      * REQUESTS FILE.  TRQ-AS-OF-DATE (CCYYMMDD) TRACES THE LAST RUN *
      * THAT CLASSIFIED THE COUNTER ON OR BEFORE THAT DATE; ZERO OR   *
      * SPACES TRACE THE LATEST RUN.  TRQ-REFERENCE IS THE DISPUTE    *
      * REFERENCE, PRINTED ON THE COUNTER'S PAGE OF THE EVIDENCE      *
      * PACK SO THE PAGE CAN BE FILED AGAINST THE DISPUTE.            *
      *****************************************************************
       01  TRACE-REQUEST-RECORD.
           05  TRQ-COUNTER              PIC 9(09).
           05  TRQ-AS-OF-DATE           PIC 9(08).
           05  TRQ-REFERENCE            PIC X(20).
           05  FILLER                    PIC X(43).
