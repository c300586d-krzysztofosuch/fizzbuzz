       IDENTIFICATION DIVISION.
         PROGRAM-ID. FBJRNLWR.
         AUTHOR. R JENNINGS.
         INSTALLATION. BATCH SYSTEMS - REPORTING.
         DATE-WRITTEN. 10/15/2026.
         DATE-COMPILED.
      *****************************************************************
      *  MODIFICATION HISTORY                                        *
      *  -------------------                                         *
      *  10/15/26  RJ   ORIGINAL PROGRAM.  COMMON STEP JOURNAL       *
      *                 WRITER CALLED BY EVERY PROGRAM IN THE SUITE  *
      *                 AT STEP START AND STEP END.  THE CALLER      *
      *                 PASSES AN FBJRNL-LAYOUT RECORD WITH THE      *
      *                 PROGRAM-ID, EVENT, RETURN-CODE AND RECORD    *
      *                 COUNTS FILLED IN; THIS PROGRAM STAMPS THE    *
      *                 DATE/TIME, FILLS A BLANK RUN DATE OR RUN-ID  *
      *                 FROM THE FBJRNCTL CARD, AND APPENDS THE ROW  *
      *                 TO THE SHARED FBJRNL FILE.  AS WITH FBXCPTWR *
      *                 THE FILE IS OPENED AND CLOSED PER CALL SO    *
      *                 EVERY STEP IN THE JOBSTREAM CAN SHARE IT,    *
      *                 AND A JOURNAL FAILURE NEVER FAILS THE        *
      *                 CALLER.                                      *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-CARD-FILE ASSIGN TO "FBJRNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JCARD-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "FBJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-CARD-FILE.
           COPY FBJRCARD.

       FD  JOURNAL-FILE.
           COPY FBJRNL
               REPLACING ==JOURNAL-RECORD== BY ==JRNL-FILE-RECORD==.

       WORKING-STORAGE SECTION.
         01 WS-JCARD-STATUS PIC X(02) VALUE "00".
         01 WS-JRNL-STATUS PIC X(02) VALUE "00".
         01 WS-LOG-DATE-RAW PIC 9(08) VALUE ZERO.
         01 WS-LOG-TIME-RAW PIC 9(08) VALUE ZERO.
         01 WS-CARD-RUN-DATE PIC 9(08) VALUE ZERO.
         01 WS-CARD-RUN-ID PIC X(08) VALUE SPACES.

       LINKAGE SECTION.
         01 LNK-JOURNAL-RECORD PIC X(80).

       PROCEDURE DIVISION USING LNK-JOURNAL-RECORD.
      *****************************************************************
      *  0000-MAINLINE                                                *
      *****************************************************************
       0000-MAINLINE.
           MOVE LNK-JOURNAL-RECORD TO JRNL-FILE-RECORD
           ACCEPT WS-LOG-DATE-RAW FROM DATE YYYYMMDD
           MOVE WS-LOG-DATE-RAW TO JRN-LOG-DATE
           ACCEPT WS-LOG-TIME-RAW FROM TIME
           MOVE WS-LOG-TIME-RAW TO JRN-LOG-TIME
      *    THE NIGHT'S RUN DATE AND RUN-ID COME FROM THE FBJRNCTL CARD
      *    UNLESS THE CALLER ALREADY KNOWS THEM.  NO CARD MEANS TODAY
      *    AND "FIZZBUZZ", AS FBDAYEND DEFAULTS ITS OWN CARD.
           MOVE WS-LOG-DATE-RAW TO WS-CARD-RUN-DATE
           MOVE "FIZZBUZZ" TO WS-CARD-RUN-ID
           OPEN INPUT JOURNAL-CARD-FILE
           IF WS-JCARD-STATUS = "00"
               READ JOURNAL-CARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF JRC-RUN-DATE NUMERIC
                           AND JRC-RUN-DATE NOT = ZERO
                           MOVE JRC-RUN-DATE TO WS-CARD-RUN-DATE
                       END-IF
                       IF JRC-RUN-ID NOT = SPACES
                           MOVE JRC-RUN-ID TO WS-CARD-RUN-ID
                       END-IF
               END-READ
               CLOSE JOURNAL-CARD-FILE
           END-IF
           IF JRN-RUN-DATE NOT NUMERIC OR JRN-RUN-DATE = ZERO
               MOVE WS-CARD-RUN-DATE TO JRN-RUN-DATE
           END-IF
           IF JRN-RUN-ID = SPACES
               MOVE WS-CARD-RUN-ID TO JRN-RUN-ID
           END-IF
           OPEN EXTEND JOURNAL-FILE
           IF WS-JRNL-STATUS NOT = "00"
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           IF WS-JRNL-STATUS = "00"
               WRITE JRNL-FILE-RECORD
               IF WS-JRNL-STATUS NOT = "00"
                   DISPLAY "FBJRNLWR: WRITE TO FBJRNL FAILED - "
                       "STATUS " WS-JRNL-STATUS
               END-IF
               CLOSE JOURNAL-FILE
           ELSE
               DISPLAY "FBJRNLWR: CANNOT OPEN FBJRNL - STATUS "
                   WS-JRNL-STATUS
           END-IF
           GOBACK.

       END PROGRAM FBJRNLWR.
