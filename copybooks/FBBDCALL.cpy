      *****************************************************************
      * FBBDCALL - FBBUSDAY BUSINESS-DAY REQUEST AREA                 *
      * PASSED ON EVERY CALL TO THE FBBUSDAY SUBPROGRAM.  THE CALLER  *
      * SETS THE FUNCTION, THE DATE AND (FOR "P") THE DAY COUNT:      *
      *   "T" - CLASSIFY BDR-DATE.  BDR-DAY-TYPE COMES BACK W/E/H AND *
      *         BDR-RESULT-DATE IS THE LATEST BUSINESS DAY ON OR      *
      *         BEFORE BDR-DATE.                                      *
      *   "P" - BDR-RESULT-DATE IS THE BUSINESS DAY BDR-DAYS BUSINESS *
      *         DAYS BEFORE BDR-DATE (1 = THE PREVIOUS BUSINESS DAY). *
      *         BDR-DAY-TYPE CLASSIFIES BDR-DATE AS FOR "T".          *
      * BDR-STATUS "0" MEANS ANSWERED.  "1" MEANS NO CALENDAR IS      *
      * AVAILABLE AND "2" THAT THE CALENDAR DOES NOT COVER THE DATE   *
      * (OR DOES NOT REACH BACK FAR ENOUGH) - THE CALLER THEN FALLS   *
      * BACK TO PLAIN CALENDAR DAYS AND SAYS SO.                      *
      *****************************************************************
       01  BUSDAY-REQUEST.
           05  BDR-FUNCTION             PIC X(01).
               88  BDR-FUNCTION-TEST     VALUE "T".
               88  BDR-FUNCTION-PRIOR    VALUE "P".
           05  BDR-DATE                 PIC 9(08).
           05  BDR-DAYS                 PIC 9(03).
           05  BDR-RESULT-DATE          PIC 9(08).
           05  BDR-DAY-TYPE             PIC X(01).
               88  BDR-BUSINESS-DAY      VALUE "W".
           05  BDR-STATUS               PIC X(01).
               88  BDR-ANSWERED          VALUE "0".
               88  BDR-NO-CALENDAR       VALUE "1".
               88  BDR-DATE-NOT-COVERED  VALUE "2".
           05  FILLER                    PIC X(18).
