      * COMPUTED INSTEAD OF PUNCHED BY HAND.  ON THE FIRST CYCLE (NO  *
      * FBHIST ROW FOR THE RUN-ID) StartFrom COMES FROM CC-START-FROM *
      * AS USUAL; CC-END-AT IS IGNORED IN CYCLE MODE.                 *
      * A CYCLE RUN ON A DAY THE FBCALNDR CALENDAR SHOWS AS A WEEKEND *
      * OR SHOP HOLIDAY IS SKIPPED AND ENDS WITH RETURN-CODE 2.       *
      * PERIOD OVERRIDE: A RUN WHOSE RUN DATE FALLS IN A PERIOD THE   *
      * FBPERIOD MASTER SHOWS AS CLOSED (SEE FBPERCLS) IS REFUSED     *
      * UNLESS A "Y" IS EXPLICITLY PUNCHED IN CC-PERIOD-OVERRIDE -    *
      * THE OVERRIDE IS LOGGED TO FBXCPT SO A RERUN INTO A REPORTED   *
      * MONTH IS ALWAYS A DELIBERATE, VISIBLE ACT.                    *
      * RULE SET: CC-RULE-SET NAMES THE FBRULES RULE SET THE RUN      *
      * CLASSIFIES WITH; SPACES MEAN THE "DEFAULT" SET.  THE SET IS   *
      * STAMPED ON FBEXTRC, FBCLSDT AND THE FBHIST ROW.  A NAMED SET  *
      * WITH NO RULES IN EFFECT ON THE RUN DATE REFUSES THE RUN.      *
      *****************************************************************
       01  CC-CONTROL-CARD.
           05  CC-START-FROM           PIC 9(9).
           05  CC-CYCLE-FLAG            PIC X(01).
           05  CC-CYCLE-SIZE            PIC 9(9).
           05  CC-PERIOD-OVERRIDE       PIC X(01).
           05  CC-RULE-SET              PIC X(08).
           05  FILLER                   PIC X(34).
