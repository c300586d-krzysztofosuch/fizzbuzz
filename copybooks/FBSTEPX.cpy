      *****************************************************************
      * FBSTEPX - EXPECTED-STEP LIST RECORD                           *
      * ONE RECORD PER PROGRAM THE NIGHTLY JOBSTREAM IS SCHEDULED TO  *
      * RUN, IN SCHEDULE ORDER.  FBRUNSHT FLAGS EVERY PROGRAM ON THIS *
      * LIST THAT LEFT NO ROW ON THE FBJRNL STEP JOURNAL FOR THE      *
      * NIGHT, AND MARKS JOURNALED STEPS THAT ARE NOT ON IT.          *
      *****************************************************************
       01  EXPECTED-STEP-RECORD.
           05  STX-PROGRAM-ID           PIC X(08).
           05  FILLER                    PIC X(02).
           05  STX-DESCRIPTION          PIC X(30).
           05  FILLER                    PIC X(40).
