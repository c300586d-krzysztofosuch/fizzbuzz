      * ONE FIXED-WIDTH RECORD PER COUNTER VALUE PROCESSED, CARRYING  *
      * THE RUN-ID AND RUN DATE SO DOWNSTREAM JOBS CAN READ THE       *
      * RESULTS AS INPUT INSTEAD OF SCRAPING THE SYSOUT/PRINT REPORT. *
      * EXT-RULE-SET IS THE FBRULES RULE SET THE RUN CLASSIFIED WITH; *
      * SPACES ON RECORDS WRITTEN BEFORE IT WAS ADDED MEAN "DEFAULT". *
      * EXT-RECORD-TYPE IS SPACES ON A NORMAL EXTRACT.  "R" MARKS THE *
      * REVERSAL EXTRACT FBBKOUT WRITES WHEN A RUN IS BACKED OUT -    *
      * EXT-PHRASE IS THEN THE PHRASE RESTORED FOR THE COUNTER, OR    *
      * SPACES WHEN THE BACKED-OUT RUN WAS THE FIRST TO CLASSIFY IT   *
      * (THE COUNTER IS WITHDRAWN).  FBDIST SENDS IT AS A REVERSAL.   *
      *****************************************************************
       01  EXTRACT-RECORD.
           05  EXT-RUN-ID               PIC X(08).
           05  EXT-RUN-DATE             PIC 9(08).
           05  EXT-COUNTER              PIC 9(09).
           05  EXT-PHRASE               PIC X(40).
           05  EXT-RULE-SET             PIC X(08).
           05  EXT-RECORD-TYPE          PIC X(01).
               88  EXT-REVERSAL-RECORD   VALUE "R".
           05  FILLER                    PIC X(06).
