      *****************************************************************
      * FBJRCARD - STEP JOURNAL RUN CARD LAYOUT                       *
      * ONE OPTIONAL RECORD NAMING THE CCYYMMDD RUN DATE AND RUN-ID   *
      * THE NIGHT'S STEPS ARE JOURNALED UNDER.  OPERATIONS SUPPLIES   *
      * IT AS THE FBJRNCTL DD ON EVERY STEP OF THE JOBSTREAM SO A     *
      * STEP THAT RUNS PAST MIDNIGHT STILL FILES UNDER THE NIGHT IT   *
      * BELONGS TO.  A ZERO OR NON-NUMERIC DATE MEANS TODAY; A BLANK  *
      * RUN-ID MEANS "FIZZBUZZ", THE SAME DEFAULT THE MAIN PROGRAM    *
      * APPLIES TO ITS OWN CONTROL CARD.  FBRUNSHT READS THE SAME     *
      * LAYOUT FROM CTLCARD TO PICK THE NIGHT IT PRINTS.              *
      *****************************************************************
       01  JRC-CONTROL-CARD.
           05  JRC-RUN-DATE             PIC 9(08).
           05  JRC-RUN-ID               PIC X(08).
           05  FILLER                    PIC X(64).
