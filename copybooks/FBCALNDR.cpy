      *****************************************************************
      * FBCALNDR - BUSINESS-DAY CALENDAR MASTER RECORD                *
      * ONE RECORD PER CALENDAR DATE, IN ASCENDING DATE ORDER,        *
      * MAINTAINED BY FBCALMNT FROM TRANSACTION CARDS - A WHOLE YEAR  *
      * IS GENERATED AT ONCE WITH SATURDAYS AND SUNDAYS AS WEEKEND    *
      * DAYS, THEN SHOP HOLIDAYS (AND ANY WORKING WEEKEND) ARE        *
      * MARKED DAY BY DAY.  ONLY A "W" DAY IS A BUSINESS DAY.  THE    *
      * FBBUSDAY SUBPROGRAM ANSWERS BUSINESS-DAY QUESTIONS FROM THIS  *
      * FILE FOR FIZZBUZZ CYCLE MODE, FBACK AGING AND FBDAYEND.       *
      * CAL-DAY-OF-WEEK IS 1 (MONDAY) THROUGH 7 (SUNDAY).             *
      *****************************************************************
       01  CALENDAR-RECORD.
           05  CAL-DATE                 PIC 9(08).
           05  CAL-DAY-TYPE             PIC X(01).
               88  CAL-WORKING-DAY       VALUE "W".
               88  CAL-WEEKEND-DAY       VALUE "E".
               88  CAL-HOLIDAY           VALUE "H".
           05  CAL-DAY-OF-WEEK          PIC 9(01).
           05  CAL-DESCRIPTION          PIC X(30).
           05  FILLER                    PIC X(40).
