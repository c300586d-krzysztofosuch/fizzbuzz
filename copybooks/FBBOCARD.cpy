      *****************************************************************
      * FBBOCARD - FBBKOUT RUN BACKOUT CONTROL CARD LAYOUT            *
      * ONE RECORD, SUPPLIED AS SYSIN/CTLCARD, NAMING THE RUN TO BE   *
      * BACKED OUT BY ITS RUN-ID AND RUN DATE (CCYYMMDD), WHO ASKED   *
      * FOR IT AND WHY.  A RUN DATED INTO A PERIOD THE FBPERIOD       *
      * MASTER SHOWS AS CLOSED IS REFUSED UNLESS A "Y" IS EXPLICITLY  *
      * PUNCHED IN BOC-PERIOD-OVERRIDE - THE SAME RULE FIZZBUZZ       *
      * APPLIES TO A RERUN.  AN UNUSABLE CARD FAILS THE STEP RATHER   *
      * THAN GUESSING WHICH RUN TO TAKE BACK.                         *
      *****************************************************************
       01  BOC-CONTROL-CARD.
           05  BOC-RUN-ID               PIC X(08).
           05  BOC-RUN-DATE             PIC 9(08).
           05  BOC-PERIOD-OVERRIDE      PIC X(01).
               88  BOC-OVERRIDE-PERIOD   VALUE "Y".
           05  BOC-REQUESTED-BY         PIC X(08).
           05  BOC-REASON               PIC X(40).
           05  FILLER                    PIC X(15).
