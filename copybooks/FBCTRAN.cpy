      *****************************************************************
      * FBCTRAN - FBCALMNT CALENDAR-MAINTENANCE TRANSACTION CARD      *
      * ONE CARD PER CHANGE, APPLIED AGAINST FBCALNDR BY FBCALMNT.    *
      *   GEN - GENERATE EVERY DATE OF CTR-YEAR: MONDAY-FRIDAY AS     *
      *         WORKING DAYS, SATURDAY/SUNDAY AS WEEKEND DAYS.        *
      *         REJECTED WHEN ANY DATE OF THE YEAR IS ALREADY ON FILE.*
      *   HOL - MARK CTR-DATE A SHOP HOLIDAY (CTR-DESCRIPTION NAMES   *
      *         IT).                                                  *
      *   WRK - MARK CTR-DATE A WORKING DAY (A WORKING WEEKEND, OR A  *
      *         HOLIDAY TAKEN BACK).                                  *
      *   NWD - MARK CTR-DATE A NON-WORKING (WEEKEND-TYPE) DAY.       *
      *   PRG - PURGE EVERY DATE OF CTR-YEAR FROM THE FILE.           *
      * HOL/WRK/NWD REJECT A DATE NOT ON FILE - GENERATE ITS YEAR     *
      * FIRST.                                                        *
      *****************************************************************
       01  CAL-TRAN-RECORD.
           05  CTR-ACTION               PIC X(03).
               88  CTR-ACTION-GENERATE   VALUE "GEN".
               88  CTR-ACTION-HOLIDAY    VALUE "HOL".
               88  CTR-ACTION-WORKING    VALUE "WRK".
               88  CTR-ACTION-NONWORKING VALUE "NWD".
               88  CTR-ACTION-PURGE      VALUE "PRG".
           05  CTR-YEAR                 PIC 9(04).
           05  CTR-DATE                 PIC 9(08).
           05  CTR-DESCRIPTION          PIC X(30).
           05  FILLER                    PIC X(35).
