      *****************************************************************
      * FBCBCARD - FBCHGBK CONTROL CARD LAYOUT                        *
      * ONE RECORD, SUPPLIED AS SYSIN/CTLCARD, NAMING THE CCYYMM      *
      * PERIOD TO BILL.  A MISSING OR UNUSABLE CARD FAILS THE STEP -  *
      * A GUESSED PERIOD MUST NEVER BE BILLED.                        *
      *****************************************************************
       01  CBC-CONTROL-CARD.
           05  CBC-PERIOD               PIC 9(06).
           05  FILLER                    PIC X(74).
