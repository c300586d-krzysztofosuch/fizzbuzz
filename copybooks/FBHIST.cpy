      * CLASSIFICATION WITHOUT REPROCESSING THE EXTRACTS.  ROWS       *
      * WRITTEN BEFORE THE COUNTS WERE ADDED CARRY SPACES THERE AND   *
      * SUMMARIZE AS ZERO.                                            *
      * HIST-RULE-SET IS THE FBRULES RULE SET THE RUN CLASSIFIED      *
      * WITH; SPACES ON ROWS WRITTEN BEFORE IT WAS ADDED MEAN         *
      * "DEFAULT".                                                    *
      * "R" IS A REVERSAL ROW APPENDED BY THE FBBKOUT RUN BACKOUT.    *
      * IT CARRIES THE RUN-ID, RUN DATE, RANGE AND COUNTS OF THE ROW  *
      * IT REVERSES (HIST-RUN-TIME IS THE TIME OF THE BACKOUT), AND   *
      * HIST-REVERSED-FLAG HOLDS THAT ROW'S OWN FLAG ("Y" OR "P").    *
      * FBPERCLS TAKES THE REVERSED COUNTS BACK OUT OF THE MONTH,     *
      * FBHISTRP LISTS THE RUN AS REVERSED, AND CYCLE MODE RERUNS     *
      * THE REVERSED RANGE INSTEAD OF ADVANCING PAST IT.              *
      *****************************************************************
       01  HIST-RECORD.
           05  HIST-RUN-ID               PIC X(08).
           05  HIST-OTHER-RULE-COUNT     PIC 9(09).
           05  HIST-OVERRIDDEN-COUNT     PIC 9(09).
           05  HIST-SUPPRESSED-COUNT     PIC 9(09).
           05  HIST-RULE-SET             PIC X(08).
           05  HIST-REVERSED-FLAG        PIC X(01).
           05  FILLER                    PIC X(05).
