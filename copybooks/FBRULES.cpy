      * NON-NUMERIC DATES (INCLUDING THE SPACES ON ROWS WRITTEN       *
      * BEFORE THE DATES WERE ADDED) MEAN "NO LIMIT" ON THAT SIDE,    *
      * SO AN UNDATED RULE IS ALWAYS IN EFFECT.                       *
      * RUL-RULE-SET NAMES THE RULE SET (RULEBOOK) THE ROW BELONGS    *
      * TO, SO ONE FILE CAN CARRY THE RULES FOR SEVERAL LINES OF      *
      * BUSINESS AND THE FIZZBUZZ CONTROL CARD PICKS ONE PER RUN.     *
      * SPACES (INCLUDING ROWS WRITTEN BEFORE THE SET WAS ADDED)      *
      * MEAN THE "DEFAULT" SET.  THE KEY IS RULE SET PLUS DIVISOR.    *
      *****************************************************************
       01  RULES-RECORD.
           05  RUL-DIVISOR              PIC 9(4).
           05  RUL-LABEL                PIC X(10).
           05  RUL-EFF-FROM             PIC 9(08).
           05  RUL-EFF-TO               PIC 9(08).
           05  RUL-RULE-SET             PIC X(08).
           05  FILLER                    PIC X(36).
