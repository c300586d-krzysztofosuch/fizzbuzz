      *****************************************************************
      * FBRATE - PARTNER CHARGEBACK RATE TABLE RECORD                 *
      * ONE ROW PER PARTNER PER RATE PERIOD, SUPPLIED BY FINANCE ON   *
      * FBRATES AND READ BY FBCHGBK.  RTE-SENDER-ID IS THE SENDER ID  *
      * THE PARTNER'S ENVELOPES CARRY ON FBXMLOG (PTR-SENDER-ID ON    *
      * FBPRTNR).  EFF-FROM/EFF-TO ARE CCYYMMDD DATES WITH THE SAME   *
      * MEANING AS ON FBRULES - ZERO OR NON-NUMERIC IS "NO LIMIT" ON  *
      * THAT SIDE.  A MONTH IS BILLED AT THE RATE IN EFFECT ON ITS    *
      * LAST DAY.  FEES ARE IN DOLLARS: A FEE PER ENVELOPE ACCEPTED,  *
      * A FEE PER COUNTER DELIVERED IN THOSE ENVELOPES, AND A MONTHLY *
      * MINIMUM CHARGE.                                               *
      *****************************************************************
       01  RATE-RECORD.
           05  RTE-PARTNER-ID           PIC X(08).
           05  RTE-SENDER-ID            PIC X(08).
           05  RTE-EFF-FROM             PIC 9(08).
           05  RTE-EFF-TO               PIC 9(08).
           05  RTE-ENVELOPE-FEE         PIC 9(05)V99.
           05  RTE-COUNTER-FEE          PIC 9(03)V9(05).
           05  RTE-MINIMUM-CHARGE       PIC 9(07)V99.
           05  FILLER                    PIC X(24).
