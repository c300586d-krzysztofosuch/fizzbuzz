      * AND NO SEVERITY-E ROWS ON FBXCPT.  DST-DAY-CLOSED IS "Y"      *
      * ONLY WHEN EVERY CHECK PASSED.  THE SCHEDULER RELEASES THE     *
      * PARTNER TRANSMISSION ON FBDAYEND'S RETURN CODE, AND THE NEXT  *
      * BUSINESS DAY'S FIZZBUZZ CYCLE RUN REFUSES TO START WHEN THE   *
      * ROW FOR ITS RUN-ID AND THE PREVIOUS BUSINESS DAY (FBCALNDR)   *
      * SAYS THE DAY NEVER CLOSED, OR IS MISSING.  FBDAYEND WRITES NO *
      * ROW FOR A WEEKEND OR SHOP HOLIDAY.                            *
      *****************************************************************
       01  DAY-STATUS-RECORD.
           05  DST-RUN-DATE             PIC 9(08).
