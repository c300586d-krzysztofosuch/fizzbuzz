      *****************************************************************
      * FBBILLX - PARTNER CHARGEBACK BILLING EXTRACT RECORD           *
      * ONE ROW PER PARTNER PER BILLED PERIOD, WRITTEN BY FBCHGBK TO  *
      * FBBILL FOR THE FINANCE FEED.  AMOUNTS ARE IN DOLLARS AND      *
      * CENTS.  BIL-AMOUNT-DUE IS THE ENVELOPE CHARGE PLUS THE        *
      * COUNTER CHARGE PLUS BIL-MINIMUM-ADJUST, THE TOP-UP TO THE     *
      * PARTNER'S MONTHLY MINIMUM WHEN USAGE FELL SHORT OF IT.        *
      *****************************************************************
       01  BILLING-RECORD.
           05  BIL-PARTNER-ID           PIC X(08).
           05  BIL-SENDER-ID            PIC X(08).
           05  BIL-PERIOD               PIC 9(06).
           05  BIL-ENVELOPES-SENT       PIC 9(07).
           05  BIL-ENVELOPES-BILLED     PIC 9(07).
           05  BIL-ENVELOPES-REJECTED   PIC 9(07).
           05  BIL-COUNTERS-BILLED      PIC 9(11).
           05  BIL-ENVELOPE-CHARGE      PIC 9(09)V99.
           05  BIL-COUNTER-CHARGE       PIC 9(09)V99.
           05  BIL-MINIMUM-ADJUST       PIC 9(09)V99.
           05  BIL-AMOUNT-DUE           PIC 9(09)V99.
           05  BIL-RUN-DATE             PIC 9(08).
           05  FILLER                    PIC X(14).
