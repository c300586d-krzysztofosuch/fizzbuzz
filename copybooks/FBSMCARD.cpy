      * WOULD GO LIVE).  A ZERO OR NON-NUMERIC AS-OF DATE MEANS THE   *
      * SIMULATION RUN DATE.  THE RANGE IS PROCESSED THE WAY FIZZBUZZ *
      * PROCESSES A CONTROL-CARD RANGE: START-FROM + 1 THRU END-AT.   *
      * SMC-RULE-SET IS THE RULE SET SIMULATED (SPACES = "DEFAULT").  *
      * WITH SMC-COMPARE-SET BLANK THE CURRENT FBRULES ROWS OF THAT   *
      * SET ARE COMPARED WITH THE PROPOSED FBRULENW ROWS OF THE SAME  *
      * SET.  A NAMED SMC-COMPARE-SET INSTEAD COMPARES THE TWO SETS   *
      * AS THEY STAND ON FBRULES - FBRULENW IS NOT READ.              *
      *****************************************************************
       01  SMC-CONTROL-CARD.
           05  SMC-START-FROM           PIC 9(09).
           05  SMC-END-AT               PIC 9(09).
           05  SMC-AS-OF-DATE           PIC 9(08).
           05  SMC-RULE-SET             PIC X(08).
           05  SMC-COMPARE-SET          PIC X(08).
           05  FILLER                    PIC X(38).
