       IDENTIFICATION DIVISION.
         PROGRAM-ID. FBRUNSHT.
         AUTHOR. R JENNINGS.
         INSTALLATION. BATCH SYSTEMS - REPORTING.
         DATE-WRITTEN. 10/15/2026.
         DATE-COMPILED.
      *****************************************************************
      *  MODIFICATION HISTORY                                        *
      *  -------------------                                         *
      *  10/15/26  RJ   ORIGINAL PROGRAM.  NIGHTLY RUN SHEET - READS *
      *                 THE FBJRNL STEP JOURNAL EVERY PROGRAM IN THE *
      *                 SUITE APPENDS TO AND PRINTS, FOR ONE NIGHT'S *
      *                 RUN DATE AND RUN-ID, EVERY STEP IN THE ORDER *
      *                 IT STARTED WITH ITS START AND END TIMES,     *
      *                 ELAPSED TIME, RETURN-CODE AND RECORDS READ   *
      *                 AND WRITTEN (FBRSPRT).  A STEP THAT RAN MORE *
      *                 THAN ONCE, A STEP WITH NO END ROW (ABENDED   *
      *                 OR STILL RUNNING) AND A STEP NOT ON THE      *
      *                 FBSTEPS EXPECTED-STEP LIST ARE FLAGGED, AND  *
      *                 EVERY EXPECTED STEP THAT NEVER RAN IS LISTED *
      *                 UNDER ITS OWN HEADING, SO THE MORNING SHIFT  *
      *                 SEES THE WHOLE NIGHT ON ONE PAGE.  THE NIGHT *
      *                 COMES FROM THE CTLCARD CARD (FBJRCARD        *
      *                 LAYOUT); A ZERO DATE MEANS THE LATEST NIGHT  *
      *                 ON THE JOURNAL FOR THE RUN-ID.               *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD-FILE ASSIGN TO "CTLCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CC-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "FBJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.
           SELECT STEPS-FILE ASSIGN TO "FBSTEPS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEPS-STATUS.
           SELECT PRINT-FILE ASSIGN TO "FBRSPRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE.
           COPY FBJRCARD.

       FD  JOURNAL-FILE.
           COPY FBJRNL.

       FD  STEPS-FILE.
           COPY FBSTEPX.

       FD  PRINT-FILE.
           COPY FBPRINT.
       01  RPT-SECTION-LINE.
           05  RPT-SEC-TITLE             PIC X(40).
           05  FILLER                    PIC X(92).
       01  RPT-NIGHT-LINE.
           05  RPT-NT-DATE-LIT           PIC X(12).
           05  RPT-NT-DATE               PIC X(10).
           05  FILLER                    PIC X(04).
           05  RPT-NT-RUNID-LIT          PIC X(08).
           05  RPT-NT-RUN-ID             PIC X(08).
           05  FILLER                    PIC X(90).
       01  RPT-STEP-LINE.
           05  RPT-SL-SEQ                PIC X(03).
           05  FILLER                    PIC X(02).
           05  RPT-SL-PROGRAM            PIC X(08).
           05  FILLER                    PIC X(02).
           05  RPT-SL-START              PIC X(08).
           05  FILLER                    PIC X(02).
           05  RPT-SL-END                PIC X(08).
           05  FILLER                    PIC X(02).
           05  RPT-SL-ELAPSED            PIC X(08).
           05  FILLER                    PIC X(02).
           05  RPT-SL-RC                 PIC X(04).
           05  FILLER                    PIC X(02).
           05  RPT-SL-READ               PIC X(09).
           05  FILLER                    PIC X(02).
           05  RPT-SL-WRITTEN            PIC X(09).
           05  FILLER                    PIC X(02).
           05  RPT-SL-FLAG               PIC X(40).
           05  FILLER                    PIC X(19).
       01  RPT-MISSING-LINE.
           05  FILLER                    PIC X(05).
           05  RPT-MS-PROGRAM            PIC X(08).
           05  FILLER                    PIC X(02).
           05  RPT-MS-DESCRIPTION        PIC X(30).
           05  FILLER                    PIC X(02).
           05  RPT-MS-FLAG               PIC X(40).
           05  FILLER                    PIC X(45).

       WORKING-STORAGE SECTION.
         01 WS-CC-STATUS PIC X(02) VALUE "00".
         01 WS-JRNL-STATUS PIC X(02) VALUE "00".
         01 WS-STEPS-STATUS PIC X(02) VALUE "00".
         01 WS-PRINT-STATUS PIC X(02) VALUE "00".

         01 WS-SHEET-RUN-DATE PIC 9(08) VALUE ZERO.
         01 WS-SHEET-RUN-ID PIC X(08) VALUE SPACES.
         01 WS-JOURNAL-OK-SW PIC X(01) VALUE "Y".
           88 JOURNAL-IS-OK VALUE "Y".
           88 JOURNAL-NOT-OK VALUE "N".
         01 WS-STEPS-LOADED-SW PIC X(01) VALUE "N".
           88 STEPS-LIST-LOADED VALUE "Y".
           88 STEPS-LIST-NOT-LOADED VALUE "N".

      *  ONE ENTRY PER STEP EXECUTION FOR THE NIGHT, IN THE ORDER THE
      *  STEPS STARTED.  AN "E" ROW CLOSES THE NEWEST STILL-OPEN ENTRY
      *  FOR ITS PROGRAM; AN "E" ROW WITH NONE OPEN GETS ITS OWN ENTRY
      *  WITH NO START TIME.
         77 WS-MAX-STEPS PIC 9(4) VALUE 100.
         01 WS-STEP-COUNT PIC 9(4) COMP VALUE ZERO.
         01 WS-STEP-IDX PIC 9(4) COMP VALUE ZERO.
         01 WS-STEP-FOUND-IDX PIC 9(4) COMP VALUE ZERO.
         01 WS-STEP-OVERFLOW PIC 9(9) COMP VALUE ZERO.
         01 WS-STEP-TABLE.
           05 WS-ST-ENTRY OCCURS 100 TIMES.
             10 WS-ST-PROGRAM-ID PIC X(08).
             10 WS-ST-START-DATE PIC 9(08).
             10 WS-ST-START-TIME PIC 9(08).
             10 WS-ST-END-DATE PIC 9(08).
             10 WS-ST-END-TIME PIC 9(08).
             10 WS-ST-RETURN-CODE PIC 9(04).
             10 WS-ST-RECORDS-READ PIC 9(09).
             10 WS-ST-RECORDS-WRITTEN PIC 9(09).
             10 WS-ST-STARTED-SW PIC X(01).
               88 ST-HAS-START VALUE "Y".
               88 ST-NO-START VALUE "N".
             10 WS-ST-ENDED-SW PIC X(01).
               88 ST-HAS-END VALUE "Y".
               88 ST-NO-END VALUE "N".
             10 WS-ST-RUN-NUMBER PIC 9(04) COMP.

      *  THE EXPECTED-STEP LIST, IN SCHEDULE ORDER, WITH HOW MANY
      *  TIMES EACH PROGRAM SHOWED UP ON THE NIGHT'S JOURNAL.
         01 WS-EXPECTED-COUNT PIC 9(4) COMP VALUE ZERO.
         01 WS-EXP-IDX PIC 9(4) COMP VALUE ZERO.
         01 WS-EXP-FOUND-IDX PIC 9(4) COMP VALUE ZERO.
         01 WS-EXPECTED-TABLE.
           05 WS-EX-ENTRY OCCURS 50 TIMES.
             10 WS-EX-PROGRAM-ID PIC X(08).
             10 WS-EX-DESCRIPTION PIC X(30).
             10 WS-EX-SEEN-COUNT PIC 9(04) COMP.

         01 WS-SHEET-TOTALS.
           05 WS-JRNL-ROWS-READ PIC 9(9) COMP VALUE ZERO.
           05 WS-NIGHT-ROWS PIC 9(9) COMP VALUE ZERO.
           05 WS-STEPS-FAILED PIC 9(9) COMP VALUE ZERO.
           05 WS-STEPS-NOT-ENDED PIC 9(9) COMP VALUE ZERO.
           05 WS-STEPS-NO-START PIC 9(9) COMP VALUE ZERO.
           05 WS-STEPS-REPEATED PIC 9(9) COMP VALUE ZERO.
           05 WS-STEPS-UNSCHEDULED PIC 9(9) COMP VALUE ZERO.
           05 WS-STEPS-MISSING PIC 9(9) COMP VALUE ZERO.

      *  ELAPSED-TIME WORK AREAS.  JOURNAL TIMES ARE HHMMSSCC AS
      *  ACCEPT ... FROM TIME RETURNS THEM; A STEP WHOSE END DATE IS
      *  AFTER ITS START DATE RAN ACROSS MIDNIGHT.
         01 WS-TIME-RAW PIC 9(08) VALUE ZERO.
         01 WS-TIME-PARTS REDEFINES WS-TIME-RAW.
           05 WS-TM-HH PIC 9(02).
           05 WS-TM-MM PIC 9(02).
           05 WS-TM-SS PIC 9(02).
           05 WS-TM-CC PIC 9(02).
         01 WS-TIME-FMT.
           05 WS-TF-HH PIC 9(02).
           05 FILLER PIC X(01) VALUE ":".
           05 WS-TF-MM PIC 9(02).
           05 FILLER PIC X(01) VALUE ":".
           05 WS-TF-SS PIC 9(02).
         01 WS-START-SECONDS PIC 9(09) COMP VALUE ZERO.
         01 WS-END-SECONDS PIC 9(09) COMP VALUE ZERO.
         01 WS-ELAPSED-SECONDS PIC 9(09) COMP VALUE ZERO.
         01 WS-ELAPSED-REMAINDER PIC 9(09) COMP VALUE ZERO.
         01 WS-ELAPSED-HOURS PIC 9(04) COMP VALUE ZERO.
         01 WS-ELAPSED-MINUTES PIC 9(04) COMP VALUE ZERO.

         01 WS-EDIT-SEQ PIC ZZ9.
         01 WS-EDIT-RC PIC ZZZ9.
         01 WS-EDIT-COUNT PIC ZZZZZZZZ9.

         01 WS-FMT-DATE-RAW PIC 9(8) VALUE ZERO.
         01 WS-FMT-DATE-PARTS REDEFINES WS-FMT-DATE-RAW.
           05 WS-FD-CCYY PIC 9(04).
           05 WS-FD-MM PIC 9(02).
           05 WS-FD-DD PIC 9(02).
         01 WS-FMT-DATE-OUT.
           05 WS-FMT-DATE-MM PIC X(02).
           05 FILLER PIC X(01) VALUE "/".
           05 WS-FMT-DATE-DD PIC X(02).
           05 FILLER PIC X(01) VALUE "/".
           05 WS-FMT-DATE-CCYY PIC X(04).

         01 WS-RUN-DATE-RAW PIC 9(8) VALUE ZERO.
         01 WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE-RAW.
           05 WS-RD-CCYY PIC 9(04).
           05 WS-RD-MM PIC 9(02).
           05 WS-RD-DD PIC 9(02).
         01 WS-RUN-DATE-FMT.
           05 WS-RUN-DATE-MM PIC X(02).
           05 FILLER PIC X(01) VALUE "/".
           05 WS-RUN-DATE-DD PIC X(02).
           05 FILLER PIC X(01) VALUE "/".
           05 WS-RUN-DATE-CCYY PIC X(04).

         77 WS-LINES-PER-PAGE PIC 9(4) VALUE 60.
         01 WS-PRINT-LINE PIC X(132) VALUE SPACES.
         01 WS-LINE-COUNT PIC 9(4) COMP VALUE ZERO.
         01 WS-PAGE-COUNT PIC 9(9) COMP VALUE ZERO.

      *  STEP JOURNAL AREA - 9900/9910 FILL THE START AND END ROWS
      *  AND 9950-WRITE-JOURNAL-ROW CALLS THE COMMON FBJRNLWR
      *  WRITER.  THE JOURNAL FD ABOVE ALREADY OWNS THE FBJRNL
      *  NAMES, SO THE OUTGOING ROW IS BUILT UNDER OUT- NAMES.
           COPY FBJRNL
               REPLACING ==JOURNAL-RECORD== BY ==OUT-JOURNAL-RECORD==
                         ==JRN-RUN-DATE== BY ==OUT-RUN-DATE==
                         ==JRN-RUN-ID== BY ==OUT-RUN-ID==
                         ==JRN-PROGRAM-ID== BY ==OUT-PROGRAM-ID==
                         ==JRN-EVENT-START== BY ==OUT-EVENT-START==
                         ==JRN-EVENT-END== BY ==OUT-EVENT-END==
                         ==JRN-EVENT== BY ==OUT-EVENT==
                         ==JRN-LOG-DATE== BY ==OUT-LOG-DATE==
                         ==JRN-LOG-TIME== BY ==OUT-LOG-TIME==
                         ==JRN-RETURN-CODE== BY ==OUT-RETURN-CODE==
                         ==JRN-RECORDS-READ== BY ==OUT-RECORDS-READ==
                         ==JRN-RECORDS-WRITTEN==
                             BY ==OUT-RECORDS-WRITTEN==.
         01 WS-SAVED-RETURN-CODE PIC 9(4) COMP VALUE ZERO.

       PROCEDURE DIVISION.
      *****************************************************************
      *  0000-MAINLINE                                                *
      *****************************************************************
       0000-MAINLINE.
           PERFORM 9900-JOURNAL-STEP-START THRU 9900-EXIT
           PERFORM 1000-INITIALIZE-RUN THRU 1000-EXIT
           IF JOURNAL-IS-OK
               PERFORM 2000-BUILD-STEP-TABLE THRU 2000-EXIT
               PERFORM 3000-PRINT-STEP-LINES THRU 3000-EXIT
               PERFORM 4000-PRINT-MISSING-STEPS THRU 4000-EXIT
           END-IF
           PERFORM 8000-TERMINATE-RUN THRU 8000-EXIT
           PERFORM 9910-JOURNAL-STEP-END THRU 9910-EXIT
           STOP RUN.

      *****************************************************************
      *  1000-INITIALIZE-RUN - READ THE NIGHT CARD, LOAD THE EXPECTED *
      *  STEP LIST AND START THE REPORT.  A MISSING JOURNAL FAILS THE *
      *  STEP - THERE IS NO NIGHT TO REPORT ON.  A BLANK RUN-ID MEANS *
      *  "FIZZBUZZ"; A ZERO DATE MEANS THE NEWEST NIGHT ON THE        *
      *  JOURNAL FOR THAT RUN-ID, SO THE MORNING SHIFT CAN RUN THE    *
      *  SHEET WITHOUT A CARD AFTER MIDNIGHT HAS PASSED.              *
      *****************************************************************
       1000-INITIALIZE-RUN.
           ACCEPT WS-RUN-DATE-RAW FROM DATE YYYYMMDD
           MOVE WS-RD-MM TO WS-RUN-DATE-MM
           MOVE WS-RD-DD TO WS-RUN-DATE-DD
           MOVE WS-RD-CCYY TO WS-RUN-DATE-CCYY
           OPEN OUTPUT PRINT-FILE
           PERFORM 1100-WRITE-REPORT-HEADERS THRU 1100-EXIT
           MOVE ZERO TO WS-SHEET-RUN-DATE
           MOVE "FIZZBUZZ" TO WS-SHEET-RUN-ID
           INITIALIZE JRC-CONTROL-CARD
           OPEN INPUT CONTROL-CARD-FILE
           IF WS-CC-STATUS = "00"
               READ CONTROL-CARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF JRC-RUN-DATE NUMERIC
                           MOVE JRC-RUN-DATE TO WS-SHEET-RUN-DATE
                       END-IF
                       IF JRC-RUN-ID NOT = SPACES
                           MOVE JRC-RUN-ID TO WS-SHEET-RUN-ID
                       END-IF
               END-READ
               CLOSE CONTROL-CARD-FILE
           END-IF
           OPEN INPUT JOURNAL-FILE
           IF WS-JRNL-STATUS NOT = "00"
               DISPLAY "FBRUNSHT: CANNOT OPEN FBJRNL - STATUS "
                   WS-JRNL-STATUS
               MOVE SPACES TO RPT-ERROR-LINE
               MOVE "FBRUNSHT: STEP JOURNAL FBJRNL NOT AVAILABLE"
                   TO RPT-E-MESSAGE
               MOVE RPT-ERROR-LINE TO WS-PRINT-LINE
               PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
               MOVE 16 TO RETURN-CODE
               SET JOURNAL-NOT-OK TO TRUE
           ELSE
               CLOSE JOURNAL-FILE
               IF WS-SHEET-RUN-DATE = ZERO
                   PERFORM 1500-FIND-LATEST-NIGHT THRU 1500-EXIT
               END-IF
               PERFORM 1600-LOAD-EXPECTED-STEPS THRU 1600-EXIT
               PERFORM 1700-PRINT-NIGHT-HEADING THRU 1700-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      *****************************************************************
      *  1100-WRITE-REPORT-HEADERS - TITLE/DATE/PAGE LINE.  RESETS    *
      *  THE LINE COUNT.                                               *
      *****************************************************************
       1100-WRITE-REPORT-HEADERS.
           ADD 1 TO WS-PAGE-COUNT
           MOVE SPACES TO RPT-HEADER-LINE
           MOVE "FIZZBUZZ RUN SHEET" TO RPT-H-TITLE
           MOVE "RUN DATE:" TO RPT-H-RUNDATE-LIT
           MOVE WS-RUN-DATE-FMT TO RPT-H-RUNDATE
           MOVE "PAGE:" TO RPT-H-PAGE-LIT
           MOVE WS-PAGE-COUNT TO RPT-H-PAGE
           WRITE RPT-HEADER-LINE
           MOVE SPACES TO RPT-BLANK-LINE
           WRITE RPT-BLANK-LINE
           MOVE ZERO TO WS-LINE-COUNT.
       1100-EXIT.
           EXIT.

      *****************************************************************
      *  1200-WRITE-REPORT-LINE - WRITE ONE REPORT LINE STAGED IN     *
      *  WS-PRINT-LINE, BREAKING TO A NEW PAGE EVERY WS-LINES-PER-    *
      *  PAGE LINES.  THE LINE IS STAGED IN WORKING STORAGE BECAUSE   *
      *  EVERY 01 UNDER THE PRINT FD SHARES ONE RECORD AREA - A PAGE  *
      *  BREAK WRITES THE HEADERS THROUGH THAT AREA, SO A LINE LEFT   *
      *  THERE WOULD BE OVERWRITTEN AND LOST AT THE BOUNDARY.         *
      *****************************************************************
       1200-WRITE-REPORT-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 1100-WRITE-REPORT-HEADERS THRU 1100-EXIT
           END-IF
           MOVE WS-PRINT-LINE TO RPT-ERROR-LINE
           WRITE RPT-ERROR-LINE
           ADD 1 TO WS-LINE-COUNT.
       1200-EXIT.
           EXIT.

      *****************************************************************
      *  1500-FIND-LATEST-NIGHT - NO DATE ON THE CARD: PASS THE       *
      *  JOURNAL ONCE FOR THE NEWEST RUN DATE JOURNALED UNDER THE     *
      *  SHEET'S RUN-ID.                                              *
      *****************************************************************
       1500-FIND-LATEST-NIGHT.
           OPEN INPUT JOURNAL-FILE
           PERFORM 1550-TEST-ONE-NIGHT THRU 1550-EXIT
               UNTIL WS-JRNL-STATUS NOT = "00"
           CLOSE JOURNAL-FILE
           IF WS-SHEET-RUN-DATE = ZERO
               DISPLAY "FBRUNSHT: NO JOURNAL ROWS FOR RUN-ID "
                   WS-SHEET-RUN-ID
           END-IF.
       1500-EXIT.
           EXIT.

       1550-TEST-ONE-NIGHT.
           READ JOURNAL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF JRN-RUN-ID = WS-SHEET-RUN-ID
                       AND JRN-RUN-DATE NUMERIC
                       AND JRN-RUN-DATE > WS-SHEET-RUN-DATE
                       MOVE JRN-RUN-DATE TO WS-SHEET-RUN-DATE
                   END-IF
           END-READ.
       1550-EXIT.
           EXIT.

      *****************************************************************
      *  1600-LOAD-EXPECTED-STEPS - LOAD THE FBSTEPS LIST.  A MISSING *
      *  LIST IS NOT AN ERROR - THE SHEET STILL PRINTS, BUT NO STEP   *
      *  CAN BE REPORTED AS MISSING OR UNSCHEDULED.                   *
      *****************************************************************
       1600-LOAD-EXPECTED-STEPS.
           MOVE ZERO TO WS-EXPECTED-COUNT
           OPEN INPUT STEPS-FILE
           IF WS-STEPS-STATUS = "00"
               SET STEPS-LIST-LOADED TO TRUE
               PERFORM 1650-LOAD-ONE-STEP THRU 1650-EXIT
                   UNTIL WS-STEPS-STATUS NOT = "00"
               CLOSE STEPS-FILE
           ELSE
               DISPLAY "FBRUNSHT: NO FBSTEPS LIST - MISSING STEPS "
                   "CANNOT BE FLAGGED"
           END-IF.
       1600-EXIT.
           EXIT.

       1650-LOAD-ONE-STEP.
           READ STEPS-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF STX-PROGRAM-ID NOT = SPACES
                       IF WS-EXPECTED-COUNT < 50
                           ADD 1 TO WS-EXPECTED-COUNT
                           MOVE STX-PROGRAM-ID TO
                               WS-EX-PROGRAM-ID (WS-EXPECTED-COUNT)
                           MOVE STX-DESCRIPTION TO
                               WS-EX-DESCRIPTION (WS-EXPECTED-COUNT)
                           MOVE ZERO TO
                               WS-EX-SEEN-COUNT (WS-EXPECTED-COUNT)
                       ELSE
                           DISPLAY "FBRUNSHT: FBSTEPS HAS MORE THAN 50 "
                               "STEPS - " STX-PROGRAM-ID " NOT LOADED"
                       END-IF
                   END-IF
           END-READ.
       1650-EXIT.
           EXIT.

      *****************************************************************
      *  1700-PRINT-NIGHT-HEADING - THE NIGHT BEING REPORTED AND THE  *
      *  STEP COLUMN HEADINGS.                                         *
      *****************************************************************
       1700-PRINT-NIGHT-HEADING.
           MOVE SPACES TO RPT-NIGHT-LINE
           MOVE "NIGHT OF:   " TO RPT-NT-DATE-LIT
           MOVE WS-SHEET-RUN-DATE TO WS-FMT-DATE-RAW
           MOVE WS-FD-MM TO WS-FMT-DATE-MM
           MOVE WS-FD-DD TO WS-FMT-DATE-DD
           MOVE WS-FD-CCYY TO WS-FMT-DATE-CCYY
           MOVE WS-FMT-DATE-OUT TO RPT-NT-DATE
           MOVE "RUN-ID: " TO RPT-NT-RUNID-LIT
           MOVE WS-SHEET-RUN-ID TO RPT-NT-RUN-ID
           MOVE RPT-NIGHT-LINE TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           MOVE SPACES TO RPT-STEP-LINE
           MOVE "SEQ" TO RPT-SL-SEQ
           MOVE "PROGRAM" TO RPT-SL-PROGRAM
           MOVE "STARTED" TO RPT-SL-START
           MOVE "ENDED" TO RPT-SL-END
           MOVE "ELAPSED" TO RPT-SL-ELAPSED
           MOVE "  RC" TO RPT-SL-RC
           MOVE "     READ" TO RPT-SL-READ
           MOVE "  WRITTEN" TO RPT-SL-WRITTEN
           MOVE "FLAG" TO RPT-SL-FLAG
           MOVE RPT-STEP-LINE TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT.
       1700-EXIT.
           EXIT.

      *****************************************************************
      *  2000-BUILD-STEP-TABLE - READ THE JOURNAL AND PAIR EVERY      *
      *  START ROW FOR THE NIGHT WITH ITS END ROW.  THE JOURNAL IS    *
      *  APPENDED IN EXECUTION ORDER, SO THE TABLE COMES OUT IN THE   *
      *  ORDER THE STEPS RAN.  THIS PROGRAM'S OWN ROWS ARE SKIPPED -  *
      *  ITS END ROW IS NOT WRITTEN UNTIL AFTER THE SHEET PRINTS.     *
      *****************************************************************
       2000-BUILD-STEP-TABLE.
           OPEN INPUT JOURNAL-FILE
           PERFORM 2100-READ-ONE-JOURNAL-ROW THRU 2100-EXIT
               UNTIL WS-JRNL-STATUS NOT = "00"
           CLOSE JOURNAL-FILE
           IF WS-STEP-OVERFLOW NOT = ZERO
               DISPLAY "FBRUNSHT: MORE THAN " WS-MAX-STEPS
                   " STEPS FOR THE NIGHT - " WS-STEP-OVERFLOW
                   " NOT SHOWN"
               IF 8 > RETURN-CODE
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
       2000-EXIT.
           EXIT.

       2100-READ-ONE-JOURNAL-ROW.
           READ JOURNAL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO WS-JRNL-ROWS-READ
                   IF JRN-RUN-DATE = WS-SHEET-RUN-DATE
                       AND JRN-RUN-ID = WS-SHEET-RUN-ID
                       AND JRN-PROGRAM-ID NOT = "FBRUNSHT"
                       ADD 1 TO WS-NIGHT-ROWS
                       IF JRN-EVENT-START
                           PERFORM 2200-OPEN-STEP-ENTRY THRU 2200-EXIT
                       ELSE
                           PERFORM 2300-CLOSE-STEP-ENTRY THRU 2300-EXIT
                       END-IF
                   END-IF
           END-READ.
       2100-EXIT.
           EXIT.

      *****************************************************************
      *  2200-OPEN-STEP-ENTRY - A START ROW OPENS A NEW ENTRY.  THE   *
      *  RUN NUMBER COUNTS HOW MANY TIMES THE PROGRAM HAS STARTED SO  *
      *  FAR TONIGHT - ANYTHING ABOVE ONE IS A REPEATED STEP.         *
      *****************************************************************
       2200-OPEN-STEP-ENTRY.
           PERFORM 2500-ADD-STEP-ENTRY THRU 2500-EXIT
           IF WS-STEP-FOUND-IDX NOT = ZERO
               SET ST-HAS-START (WS-STEP-FOUND-IDX) TO TRUE
               MOVE JRN-LOG-DATE TO WS-ST-START-DATE (WS-STEP-FOUND-IDX)
               MOVE JRN-LOG-TIME TO WS-ST-START-TIME (WS-STEP-FOUND-IDX)
           END-IF.
       2200-EXIT.
           EXIT.

      *****************************************************************
      *  2300-CLOSE-STEP-ENTRY - AN END ROW CLOSES THE NEWEST ENTRY   *
      *  FOR ITS PROGRAM THAT HAS NO END YET.  WITH NONE OPEN (THE    *
      *  START ROW WAS LOST OR NEVER WRITTEN) IT GETS AN ENTRY OF ITS *
      *  OWN SO THE STEP STILL SHOWS ON THE SHEET.                    *
      *****************************************************************
       2300-CLOSE-STEP-ENTRY.
           MOVE ZERO TO WS-STEP-FOUND-IDX
           PERFORM 2350-TEST-ONE-OPEN-ENTRY THRU 2350-EXIT
               VARYING WS-STEP-IDX FROM WS-STEP-COUNT BY -1
               UNTIL WS-STEP-IDX < 1
                  OR WS-STEP-FOUND-IDX NOT = ZERO
           IF WS-STEP-FOUND-IDX = ZERO
               PERFORM 2500-ADD-STEP-ENTRY THRU 2500-EXIT
           END-IF
           IF WS-STEP-FOUND-IDX NOT = ZERO
               SET ST-HAS-END (WS-STEP-FOUND-IDX) TO TRUE
               MOVE JRN-LOG-DATE TO WS-ST-END-DATE (WS-STEP-FOUND-IDX)
               MOVE JRN-LOG-TIME TO WS-ST-END-TIME (WS-STEP-FOUND-IDX)
               MOVE JRN-RETURN-CODE TO
                   WS-ST-RETURN-CODE (WS-STEP-FOUND-IDX)
               MOVE JRN-RECORDS-READ TO
                   WS-ST-RECORDS-READ (WS-STEP-FOUND-IDX)
               MOVE JRN-RECORDS-WRITTEN TO
                   WS-ST-RECORDS-WRITTEN (WS-STEP-FOUND-IDX)
           END-IF.
       2300-EXIT.
           EXIT.

       2350-TEST-ONE-OPEN-ENTRY.
           IF WS-ST-PROGRAM-ID (WS-STEP-IDX) = JRN-PROGRAM-ID
               AND ST-NO-END (WS-STEP-IDX)
               MOVE WS-STEP-IDX TO WS-STEP-FOUND-IDX
           END-IF.
       2350-EXIT.
           EXIT.

      *****************************************************************
      *  2500-ADD-STEP-ENTRY - ADD A BLANK ENTRY FOR JRN-PROGRAM-ID   *
      *  AND NUMBER IT AGAINST THE PROGRAM'S EARLIER ENTRIES.  ZERO   *
      *  IN WS-STEP-FOUND-IDX MEANS THE TABLE WAS FULL.               *
      *****************************************************************
       2500-ADD-STEP-ENTRY.
           MOVE ZERO TO WS-STEP-FOUND-IDX
           IF WS-STEP-COUNT >= WS-MAX-STEPS
               ADD 1 TO WS-STEP-OVERFLOW
           ELSE
               ADD 1 TO WS-STEP-COUNT
               MOVE WS-STEP-COUNT TO WS-STEP-FOUND-IDX
               MOVE JRN-PROGRAM-ID TO WS-ST-PROGRAM-ID (WS-STEP-COUNT)
               MOVE ZERO TO WS-ST-START-DATE (WS-STEP-COUNT)
               MOVE ZERO TO WS-ST-START-TIME (WS-STEP-COUNT)
               MOVE ZERO TO WS-ST-END-DATE (WS-STEP-COUNT)
               MOVE ZERO TO WS-ST-END-TIME (WS-STEP-COUNT)
               MOVE ZERO TO WS-ST-RETURN-CODE (WS-STEP-COUNT)
               MOVE ZERO TO WS-ST-RECORDS-READ (WS-STEP-COUNT)
               MOVE ZERO TO WS-ST-RECORDS-WRITTEN (WS-STEP-COUNT)
               SET ST-NO-START (WS-STEP-COUNT) TO TRUE
               SET ST-NO-END (WS-STEP-COUNT) TO TRUE
               MOVE 1 TO WS-ST-RUN-NUMBER (WS-STEP-COUNT)
               PERFORM 2550-COUNT-EARLIER-RUN THRU 2550-EXIT
                   VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX >= WS-STEP-COUNT
           END-IF.
       2500-EXIT.
           EXIT.

       2550-COUNT-EARLIER-RUN.
           IF WS-ST-PROGRAM-ID (WS-STEP-IDX) = JRN-PROGRAM-ID
               ADD 1 TO WS-ST-RUN-NUMBER (WS-STEP-COUNT)
           END-IF.
       2550-EXIT.
           EXIT.

      *****************************************************************
      *  3000-PRINT-STEP-LINES - ONE LINE PER STEP EXECUTION, IN RUN  *
      *  ORDER, WITH ITS FLAG WHEN SOMETHING NEEDS LOOKING AT.        *
      *****************************************************************
       3000-PRINT-STEP-LINES.
           IF WS-STEP-COUNT = ZERO
               MOVE SPACES TO RPT-ERROR-LINE
               MOVE "NO STEPS JOURNALED FOR THIS NIGHT"
                   TO RPT-E-MESSAGE
               MOVE RPT-ERROR-LINE TO WS-PRINT-LINE
               PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           END-IF
           PERFORM 3100-PRINT-ONE-STEP THRU 3100-EXIT
               VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-STEP-COUNT.
       3000-EXIT.
           EXIT.

       3100-PRINT-ONE-STEP.
           MOVE SPACES TO RPT-STEP-LINE
           MOVE WS-STEP-IDX TO WS-EDIT-SEQ
           MOVE WS-EDIT-SEQ TO RPT-SL-SEQ
           MOVE WS-ST-PROGRAM-ID (WS-STEP-IDX) TO RPT-SL-PROGRAM
           IF ST-HAS-START (WS-STEP-IDX)
               MOVE WS-ST-START-TIME (WS-STEP-IDX) TO WS-TIME-RAW
               PERFORM 3500-FORMAT-TIME THRU 3500-EXIT
               MOVE WS-TIME-FMT TO RPT-SL-START
           END-IF
           IF ST-HAS-END (WS-STEP-IDX)
               MOVE WS-ST-END-TIME (WS-STEP-IDX) TO WS-TIME-RAW
               PERFORM 3500-FORMAT-TIME THRU 3500-EXIT
               MOVE WS-TIME-FMT TO RPT-SL-END
               MOVE WS-ST-RETURN-CODE (WS-STEP-IDX) TO WS-EDIT-RC
               MOVE WS-EDIT-RC TO RPT-SL-RC
               MOVE WS-ST-RECORDS-READ (WS-STEP-IDX) TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT TO RPT-SL-READ
               MOVE WS-ST-RECORDS-WRITTEN (WS-STEP-IDX)
                   TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT TO RPT-SL-WRITTEN
               IF WS-ST-RETURN-CODE (WS-STEP-IDX) >= 8
                   ADD 1 TO WS-STEPS-FAILED
               END-IF
           END-IF
           IF ST-HAS-START (WS-STEP-IDX) AND ST-HAS-END (WS-STEP-IDX)
               PERFORM 3600-COMPUTE-ELAPSED THRU 3600-EXIT
               MOVE WS-TIME-FMT TO RPT-SL-ELAPSED
           END-IF
           PERFORM 3200-SET-STEP-FLAG THRU 3200-EXIT
           MOVE RPT-STEP-LINE TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT.
       3100-EXIT.
           EXIT.

      *****************************************************************
      *  3200-SET-STEP-FLAG - THE MOST SERIOUS CONDITION ON THE STEP  *
      *  GOES IN THE FLAG COLUMN: NO END ROW (ABENDED OR STILL        *
      *  RUNNING), NO START ROW, A REPEATED RUN, OR A PROGRAM NOT ON  *
      *  THE EXPECTED LIST.  THE EXPECTED LIST'S SEEN COUNTS ARE      *
      *  BUMPED HERE FOR 4000.                                        *
      *****************************************************************
       3200-SET-STEP-FLAG.
           MOVE ZERO TO WS-EXP-FOUND-IDX
           PERFORM 3250-TEST-ONE-EXPECTED THRU 3250-EXIT
               VARYING WS-EXP-IDX FROM 1 BY 1
               UNTIL WS-EXP-IDX > WS-EXPECTED-COUNT
                  OR WS-EXP-FOUND-IDX NOT = ZERO
           IF WS-EXP-FOUND-IDX NOT = ZERO
               ADD 1 TO WS-EX-SEEN-COUNT (WS-EXP-FOUND-IDX)
           END-IF
           IF WS-ST-RUN-NUMBER (WS-STEP-IDX) > 1
               ADD 1 TO WS-STEPS-REPEATED
           END-IF
           IF ST-NO-END (WS-STEP-IDX)
               ADD 1 TO WS-STEPS-NOT-ENDED
               MOVE "NO END ROW - ABENDED OR STILL RUNNING"
                   TO RPT-SL-FLAG
           ELSE
               IF ST-NO-START (WS-STEP-IDX)
                   ADD 1 TO WS-STEPS-NO-START
                   MOVE "NO START ROW ON JOURNAL" TO RPT-SL-FLAG
               ELSE
                   IF WS-ST-RUN-NUMBER (WS-STEP-IDX) > 1
                       MOVE "RAN MORE THAN ONCE TONIGHT"
                           TO RPT-SL-FLAG
                   ELSE
                       IF STEPS-LIST-LOADED
                           AND WS-EXP-FOUND-IDX = ZERO
                           ADD 1 TO WS-STEPS-UNSCHEDULED
                           MOVE "NOT ON EXPECTED-STEP LIST"
                               TO RPT-SL-FLAG
                       END-IF
                   END-IF
               END-IF
           END-IF.
       3200-EXIT.
           EXIT.

       3250-TEST-ONE-EXPECTED.
           IF WS-EX-PROGRAM-ID (WS-EXP-IDX) =
               WS-ST-PROGRAM-ID (WS-STEP-IDX)
               MOVE WS-EXP-IDX TO WS-EXP-FOUND-IDX
           END-IF.
       3250-EXIT.
           EXIT.

      *****************************************************************
      *  3500-FORMAT-TIME - HHMMSSCC IN WS-TIME-RAW TO HH:MM:SS IN    *
      *  WS-TIME-FMT.                                                 *
      *****************************************************************
       3500-FORMAT-TIME.
           MOVE WS-TM-HH TO WS-TF-HH
           MOVE WS-TM-MM TO WS-TF-MM
           MOVE WS-TM-SS TO WS-TF-SS.
       3500-EXIT.
           EXIT.

      *****************************************************************
      *  3600-COMPUTE-ELAPSED - END MINUS START FOR THE CURRENT STEP, *
      *  AS HH:MM:SS IN WS-TIME-FMT.  A STEP THAT ENDED ON A LATER    *
      *  DATE THAN IT STARTED RAN ACROSS MIDNIGHT, SO A DAY OF        *
      *  SECONDS IS ADDED TO ITS END TIME.                            *
      *****************************************************************
       3600-COMPUTE-ELAPSED.
           MOVE WS-ST-START-TIME (WS-STEP-IDX) TO WS-TIME-RAW
           COMPUTE WS-START-SECONDS =
               WS-TM-HH * 3600 + WS-TM-MM * 60 + WS-TM-SS
           MOVE WS-ST-END-TIME (WS-STEP-IDX) TO WS-TIME-RAW
           COMPUTE WS-END-SECONDS =
               WS-TM-HH * 3600 + WS-TM-MM * 60 + WS-TM-SS
           IF WS-ST-END-DATE (WS-STEP-IDX) >
               WS-ST-START-DATE (WS-STEP-IDX)
               ADD 86400 TO WS-END-SECONDS
           END-IF
           IF WS-END-SECONDS < WS-START-SECONDS
               MOVE ZERO TO WS-ELAPSED-SECONDS
           ELSE
               COMPUTE WS-ELAPSED-SECONDS =
                   WS-END-SECONDS - WS-START-SECONDS
           END-IF
           DIVIDE WS-ELAPSED-SECONDS BY 3600
               GIVING WS-ELAPSED-HOURS
               REMAINDER WS-ELAPSED-REMAINDER
           DIVIDE WS-ELAPSED-REMAINDER BY 60
               GIVING WS-ELAPSED-MINUTES
               REMAINDER WS-ELAPSED-SECONDS
           IF WS-ELAPSED-HOURS > 99
               MOVE 99 TO WS-ELAPSED-HOURS
           END-IF
           MOVE WS-ELAPSED-HOURS TO WS-TF-HH
           MOVE WS-ELAPSED-MINUTES TO WS-TF-MM
           MOVE WS-ELAPSED-SECONDS TO WS-TF-SS.
       3600-EXIT.
           EXIT.

      *****************************************************************
      *  4000-PRINT-MISSING-STEPS - EVERY PROGRAM ON THE EXPECTED     *
      *  LIST THAT LEFT NO ROW ON THE JOURNAL FOR THE NIGHT.          *
      *****************************************************************
       4000-PRINT-MISSING-STEPS.
           IF STEPS-LIST-LOADED
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
               MOVE SPACES TO RPT-SECTION-LINE
               MOVE "EXPECTED STEPS THAT DID NOT RUN" TO RPT-SEC-TITLE
               MOVE RPT-SECTION-LINE TO WS-PRINT-LINE
               PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
               PERFORM 4100-TEST-ONE-MISSING THRU 4100-EXIT
                   VARYING WS-EXP-IDX FROM 1 BY 1
                   UNTIL WS-EXP-IDX > WS-EXPECTED-COUNT
               IF WS-STEPS-MISSING = ZERO
                   MOVE SPACES TO RPT-MISSING-LINE
                   MOVE "NONE - EVERY EXPECTED STEP RAN"
                       TO RPT-MS-DESCRIPTION
                   MOVE RPT-MISSING-LINE TO WS-PRINT-LINE
                   PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
               END-IF
           END-IF.
       4000-EXIT.
           EXIT.

       4100-TEST-ONE-MISSING.
           IF WS-EX-SEEN-COUNT (WS-EXP-IDX) = ZERO
               ADD 1 TO WS-STEPS-MISSING
               MOVE SPACES TO RPT-MISSING-LINE
               MOVE WS-EX-PROGRAM-ID (WS-EXP-IDX) TO RPT-MS-PROGRAM
               MOVE WS-EX-DESCRIPTION (WS-EXP-IDX)
                   TO RPT-MS-DESCRIPTION
               MOVE "EXPECTED BUT NEVER RAN" TO RPT-MS-FLAG
               MOVE RPT-MISSING-LINE TO WS-PRINT-LINE
               PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           END-IF.
       4100-EXIT.
           EXIT.

      *****************************************************************
      *  8000-TERMINATE-RUN - SHEET TOTALS AND CLOSE-DOWN.  ANY STEP  *
      *  MISSING, REPEATED, OR WITHOUT A START OR END ROW SETS        *
      *  RETURN-CODE 8 SO THE SHEET CANNOT BE FILED UNREAD.           *
      *****************************************************************
       8000-TERMINATE-RUN.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           MOVE SPACES TO RPT-TRAILER-LINE
           MOVE "STEPS ON SHEET.............." TO RPT-T-LABEL
           MOVE WS-STEP-COUNT TO RPT-T-VALUE
           MOVE RPT-TRAILER-LINE TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           MOVE SPACES TO RPT-TRAILER-LINE
           MOVE "STEPS ENDING RC 8 OR ABOVE.." TO RPT-T-LABEL
           MOVE WS-STEPS-FAILED TO RPT-T-VALUE
           MOVE RPT-TRAILER-LINE TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           MOVE SPACES TO RPT-TRAILER-LINE
           MOVE "STEPS WITH NO END ROW......." TO RPT-T-LABEL
           MOVE WS-STEPS-NOT-ENDED TO RPT-T-VALUE
           MOVE RPT-TRAILER-LINE TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           MOVE SPACES TO RPT-TRAILER-LINE
           MOVE "STEPS WITH NO START ROW......" TO RPT-T-LABEL
           MOVE WS-STEPS-NO-START TO RPT-T-VALUE
           MOVE RPT-TRAILER-LINE TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           MOVE SPACES TO RPT-TRAILER-LINE
           MOVE "REPEATED STEP RUNS.........." TO RPT-T-LABEL
           MOVE WS-STEPS-REPEATED TO RPT-T-VALUE
           MOVE RPT-TRAILER-LINE TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           MOVE SPACES TO RPT-TRAILER-LINE
           MOVE "STEPS NOT ON EXPECTED LIST.." TO RPT-T-LABEL
           MOVE WS-STEPS-UNSCHEDULED TO RPT-T-VALUE
           MOVE RPT-TRAILER-LINE TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           MOVE SPACES TO RPT-TRAILER-LINE
           MOVE "EXPECTED STEPS NOT RUN......" TO RPT-T-LABEL
           MOVE WS-STEPS-MISSING TO RPT-T-VALUE
           MOVE RPT-TRAILER-LINE TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           CLOSE PRINT-FILE
           IF WS-STEPS-MISSING NOT = ZERO
               OR WS-STEPS-REPEATED NOT = ZERO
               OR WS-STEPS-NOT-ENDED NOT = ZERO
               OR WS-STEPS-NO-START NOT = ZERO
               IF 8 > RETURN-CODE
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           DISPLAY "FBRUNSHT: " WS-STEP-COUNT " STEPS FOR "
               WS-SHEET-RUN-DATE " " WS-SHEET-RUN-ID ", "
               WS-STEPS-MISSING " MISSING, " WS-STEPS-REPEATED
               " REPEATED, " WS-STEPS-NOT-ENDED " NOT ENDED".
       8000-EXIT.
           EXIT.

      *****************************************************************
      *  9900-JOURNAL-STEP-START - APPEND THE STEP-START ROW TO THE   *
      *  SHARED FBJRNL STEP JOURNAL.                                  *
      *****************************************************************
       9900-JOURNAL-STEP-START.
           MOVE SPACES TO OUT-JOURNAL-RECORD
           SET OUT-EVENT-START TO TRUE
           MOVE ZERO TO OUT-RETURN-CODE
           MOVE ZERO TO OUT-RECORDS-READ
           MOVE ZERO TO OUT-RECORDS-WRITTEN
           PERFORM 9950-WRITE-JOURNAL-ROW THRU 9950-EXIT.
       9900-EXIT.
           EXIT.

      *****************************************************************
      *  9910-JOURNAL-STEP-END - APPEND THE STEP-END ROW CARRYING     *
      *  THE STEP'S RETURN-CODE AND ITS RECORDS READ AND WRITTEN.     *
      *****************************************************************
       9910-JOURNAL-STEP-END.
           MOVE SPACES TO OUT-JOURNAL-RECORD
           SET OUT-EVENT-END TO TRUE
           MOVE RETURN-CODE TO OUT-RETURN-CODE
           MOVE WS-JRNL-ROWS-READ TO OUT-RECORDS-READ
           MOVE ZERO TO OUT-RECORDS-WRITTEN
           PERFORM 9950-WRITE-JOURNAL-ROW THRU 9950-EXIT.
       9910-EXIT.
           EXIT.

      *****************************************************************
      *  9950-WRITE-JOURNAL-ROW - CALL THE COMMON FBJRNLWR WRITER,    *
      *  WHICH STAMPS THE TIME AND THE NIGHT'S RUN DATE/RUN-ID.       *
      *  THE CALLEE'S RETURN-CODE IS NOT ALLOWED TO CLOBBER THE       *
      *  CALLER'S - IT IS SAVED AND RESTORED AROUND THE CALL.         *
      *****************************************************************
       9950-WRITE-JOURNAL-ROW.
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE
           MOVE "FBRUNSHT" TO OUT-PROGRAM-ID
           CALL "FBJRNLWR" USING OUT-JOURNAL-RECORD
               ON EXCEPTION
                   DISPLAY "FBRUNSHT: STEP JOURNAL WRITER NOT AVAILABLE"
           END-CALL
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.
       9950-EXIT.
           EXIT.

       END PROGRAM FBRUNSHT.
