       IDENTIFICATION DIVISION.
         PROGRAM-ID. FBBUSDAY.
         AUTHOR. R JENNINGS.
         INSTALLATION. BATCH SYSTEMS - REPORTING.
         DATE-WRITTEN. 10/15/2026.
         DATE-COMPILED.
      *****************************************************************
      *  MODIFICATION HISTORY                                        *
      *  -------------------                                         *
      *  10/15/26  RJ   ORIGINAL PROGRAM.  COMMON BUSINESS-DAY       *
      *                 SERVICE CALLED BY FIZZBUZZ (CYCLE MODE AND   *
      *                 THE FBDAYST GATE), FBACK (ACK AGING) AND     *
      *                 FBDAYEND (THE GATED DATE) SO EVERY PROGRAM   *
      *                 COUNTS BUSINESS DAYS FROM THE SAME FBCALNDR  *
      *                 CALENDAR MASTER.  THE CALLER PASSES AN       *
      *                 FBBDCALL REQUEST; THIS PROGRAM CLASSIFIES A  *
      *                 DATE OR STEPS BACK N BUSINESS DAYS FROM IT.  *
      *                 THE CALENDAR IS LOADED ON THE FIRST CALL AND *
      *                 KEPT FOR THE REST OF THE STEP.  A MISSING    *
      *                 CALENDAR OR A DATE IT DOES NOT COVER IS      *
      *                 REPORTED BACK IN BDR-STATUS, NEVER FAILS     *
      *                 THE CALLER.                                  *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDAR-FILE ASSIGN TO "FBCALNDR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALENDAR-FILE.
           COPY FBCALNDR.

       WORKING-STORAGE SECTION.
         01 WS-CAL-STATUS PIC X(02) VALUE "00".
         01 WS-CAL-LOAD-SW PIC X(01) VALUE "N".
           88 CALENDAR-NOT-TRIED VALUE "N".
           88 CALENDAR-LOADED VALUE "Y".
           88 CALENDAR-MISSING VALUE "M".

      *  THE CALENDAR, IN ASCENDING DATE ORDER AS FBCALMNT WRITES IT.
      *  A ROW OUT OF ORDER IS DROPPED - EVERY LOOKUP BELOW WALKS THE
      *  TABLE BACKWARD AND RELIES ON THE ORDER.
         77 WS-MAX-CAL-DAYS PIC 9(4) VALUE 4000.
         01 WS-CAL-COUNT PIC 9(4) COMP VALUE ZERO.
         01 WS-CAL-IDX PIC 9(4) COMP VALUE ZERO.
         01 WS-CAL-FOUND-IDX PIC 9(4) COMP VALUE ZERO.
         01 WS-CAL-DROPPED PIC 9(9) COMP VALUE ZERO.
         01 WS-CALENDAR-TABLE.
           05 WS-CT-ENTRY OCCURS 4000 TIMES.
             10 WS-CT-DATE PIC 9(08).
             10 WS-CT-DAY-TYPE PIC X(01).
               88 CT-WORKING-DAY VALUE "W".

         01 WS-DAYS-WANTED PIC 9(03) VALUE ZERO.
         01 WS-DAYS-COUNTED PIC 9(03) VALUE ZERO.

       LINKAGE SECTION.
           COPY FBBDCALL.

       PROCEDURE DIVISION USING BUSDAY-REQUEST.
      *****************************************************************
      *  0000-MAINLINE                                                *
      *****************************************************************
       0000-MAINLINE.
           SET BDR-ANSWERED TO TRUE
           MOVE ZERO TO BDR-RESULT-DATE
           MOVE SPACE TO BDR-DAY-TYPE
           IF CALENDAR-NOT-TRIED
               PERFORM 1000-LOAD-CALENDAR THRU 1000-EXIT
           END-IF
           IF CALENDAR-MISSING
               SET BDR-NO-CALENDAR TO TRUE
           ELSE
               PERFORM 2000-FIND-DATE THRU 2000-EXIT
               IF WS-CAL-FOUND-IDX = ZERO
                   SET BDR-DATE-NOT-COVERED TO TRUE
               ELSE
                   MOVE WS-CT-DAY-TYPE (WS-CAL-FOUND-IDX)
                       TO BDR-DAY-TYPE
                   IF BDR-FUNCTION-PRIOR
                       PERFORM 3000-STEP-BACK-DAYS THRU 3000-EXIT
                   ELSE
                       PERFORM 4000-LATEST-ON-OR-BEFORE THRU 4000-EXIT
                   END-IF
                   IF BDR-RESULT-DATE = ZERO
                       SET BDR-DATE-NOT-COVERED TO TRUE
                   END-IF
               END-IF
           END-IF
           GOBACK.

      *****************************************************************
      *  1000-LOAD-CALENDAR - LOAD FBCALNDR ONCE PER STEP.  NO FILE   *
      *  (OR AN EMPTY ONE) LEAVES THE CALENDAR MISSING AND EVERY      *
      *  REQUEST IS ANSWERED "NO CALENDAR".                           *
      *****************************************************************
       1000-LOAD-CALENDAR.
           SET CALENDAR-MISSING TO TRUE
           MOVE ZERO TO WS-CAL-COUNT
           OPEN INPUT CALENDAR-FILE
           IF WS-CAL-STATUS = "00"
               PERFORM 1100-LOAD-ONE-DAY THRU 1100-EXIT
                   UNTIL WS-CAL-STATUS NOT = "00"
               CLOSE CALENDAR-FILE
               IF WS-CAL-COUNT NOT = ZERO
                   SET CALENDAR-LOADED TO TRUE
               END-IF
               IF WS-CAL-DROPPED NOT = ZERO
                   DISPLAY "FBBUSDAY: " WS-CAL-DROPPED " FBCALNDR "
                       "ROWS DROPPED - INVALID, OUT OF DATE ORDER "
                       "OR PAST THE TABLE LIMIT"
               END-IF
           ELSE
               DISPLAY "FBBUSDAY: CANNOT OPEN FBCALNDR - STATUS "
                   WS-CAL-STATUS
           END-IF.
       1000-EXIT.
           EXIT.

       1100-LOAD-ONE-DAY.
           READ CALENDAR-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF CAL-DATE NOT NUMERIC
                       OR WS-CAL-COUNT >= WS-MAX-CAL-DAYS
                       ADD 1 TO WS-CAL-DROPPED
                   ELSE
                       IF WS-CAL-COUNT > ZERO
                           AND CAL-DATE NOT >
                               WS-CT-DATE (WS-CAL-COUNT)
                           ADD 1 TO WS-CAL-DROPPED
                       ELSE
                           ADD 1 TO WS-CAL-COUNT
                           MOVE CAL-DATE TO WS-CT-DATE (WS-CAL-COUNT)
                           MOVE CAL-DAY-TYPE TO
                               WS-CT-DAY-TYPE (WS-CAL-COUNT)
                       END-IF
                   END-IF
           END-READ.
       1100-EXIT.
           EXIT.

      *****************************************************************
      *  2000-FIND-DATE - LOCATE BDR-DATE ON THE CALENDAR.  ZERO IN   *
      *  WS-CAL-FOUND-IDX MEANS THE CALENDAR DOES NOT COVER IT.       *
      *****************************************************************
       2000-FIND-DATE.
           MOVE ZERO TO WS-CAL-FOUND-IDX
           IF BDR-DATE NUMERIC
               PERFORM 2100-TEST-ONE-DATE THRU 2100-EXIT
                   VARYING WS-CAL-IDX FROM 1 BY 1
                   UNTIL WS-CAL-IDX > WS-CAL-COUNT
                      OR WS-CAL-FOUND-IDX NOT = ZERO
           END-IF.
       2000-EXIT.
           EXIT.

       2100-TEST-ONE-DATE.
           IF WS-CT-DATE (WS-CAL-IDX) = BDR-DATE
               MOVE WS-CAL-IDX TO WS-CAL-FOUND-IDX
           END-IF.
       2100-EXIT.
           EXIT.

      *****************************************************************
      *  3000-STEP-BACK-DAYS - WALK BACK FROM THE DAY BEFORE BDR-DATE *
      *  COUNTING WORKING DAYS UNTIL BDR-DAYS OF THEM HAVE PASSED.    *
      *  A ZERO OR MISSING COUNT MEANS ONE (THE PREVIOUS BUSINESS     *
      *  DAY).  RUNNING OFF THE FRONT OF THE CALENDAR LEAVES THE      *
      *  RESULT ZERO - NOT COVERED.                                   *
      *****************************************************************
       3000-STEP-BACK-DAYS.
           IF BDR-DAYS NUMERIC AND BDR-DAYS NOT = ZERO
               MOVE BDR-DAYS TO WS-DAYS-WANTED
           ELSE
               MOVE 1 TO WS-DAYS-WANTED
           END-IF
           MOVE ZERO TO WS-DAYS-COUNTED
           IF WS-CAL-FOUND-IDX > 1
               PERFORM 3100-COUNT-ONE-DAY THRU 3100-EXIT
                   VARYING WS-CAL-IDX FROM WS-CAL-FOUND-IDX BY -1
                   UNTIL WS-CAL-IDX < 2
                      OR BDR-RESULT-DATE NOT = ZERO
           END-IF.
       3000-EXIT.
           EXIT.

       3100-COUNT-ONE-DAY.
           IF CT-WORKING-DAY (WS-CAL-IDX - 1)
               ADD 1 TO WS-DAYS-COUNTED
               IF WS-DAYS-COUNTED = WS-DAYS-WANTED
                   MOVE WS-CT-DATE (WS-CAL-IDX - 1) TO BDR-RESULT-DATE
               END-IF
           END-IF.
       3100-EXIT.
           EXIT.

      *****************************************************************
      *  4000-LATEST-ON-OR-BEFORE - BDR-DATE ITSELF WHEN IT IS A      *
      *  WORKING DAY, OTHERWISE THE NEAREST WORKING DAY BEFORE IT.    *
      *****************************************************************
       4000-LATEST-ON-OR-BEFORE.
           PERFORM 4100-TEST-ONE-DAY THRU 4100-EXIT
               VARYING WS-CAL-IDX FROM WS-CAL-FOUND-IDX BY -1
               UNTIL WS-CAL-IDX < 1
                  OR BDR-RESULT-DATE NOT = ZERO.
       4000-EXIT.
           EXIT.

       4100-TEST-ONE-DAY.
           IF CT-WORKING-DAY (WS-CAL-IDX)
               MOVE WS-CT-DATE (WS-CAL-IDX) TO BDR-RESULT-DATE
           END-IF.
       4100-EXIT.
           EXIT.

       END PROGRAM FBBUSDAY.
