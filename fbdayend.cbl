      *                 MORNING'S FIZZBUZZ CYCLE RUN READS THE SAME  *
      *                 FBDAYST ROW AND REFUSES TO START WHEN THE    *
      *                 DAY NEVER CLOSED.                            *
      *  10/15/26  RJ   EVERY RUN NOW APPENDS A START ROW AND AN END  *
      *                 ROW (RETURN-CODE, RECORDS READ AND WRITTEN)   *
      *                 TO THE SHARED FBJRNL STEP JOURNAL THROUGH     *
      *                 THE COMMON FBJRNLWR WRITER (SEE 9900-9950)    *
      *                 FOR THE FBRUNSHT NIGHTLY RUN SHEET.           *
      *  10/15/26  RJ   THE GATE NOW HONORS THE FBCALNDR BUSINESS-DAY *
      *                 CALENDAR (COMMON FBBUSDAY SERVICE).  A GATE   *
      *                 DATE THAT IS A WEEKEND OR SHOP HOLIDAY HAD NO *
      *                 CYCLE TO CHECK, SO NO FBDAYST ROW IS WRITTEN  *
      *                 AND THE STEP ENDS WITH RETURN-CODE 2, THE     *
      *                 SAME SKIP CODE FIZZBUZZ USES - NOTHING IS     *
      *                 RELEASED OR HELD, AND THE NEXT CYCLE LOOKS    *
      *                 BACK PAST THE DAY TO THE PREVIOUS BUSINESS    *
      *                 DAY'S ROW.  NO CALENDAR MEANS EVERY DAY IS    *
      *                 GATED, AS BEFORE.                             *
      *  10/15/26  RJ   AN FBHIST "R" REVERSAL ROW FROM FBBKOUT NO    *
      *                 LONGER FAILS THE HISTORY CHECK.  IT VOIDS THE *
      *                 EARLIER "Y" AND "P" ROWS OF THE RUN, SO THE   *
      *                 BACKED-OUT RUN IS NOT COUNTED AND A RERUN     *
      *                 UNDER THE SAME RUN-ID AND DATE GATES ALONE.   *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 WS-HIST-TOTAL-COUNT PIC 9(9) VALUE ZERO.
           05 WS-EXTRACT-REC-COUNT PIC 9(9) COMP VALUE ZERO.
           05 WS-SEV-E-COUNT PIC 9(9) COMP VALUE ZERO.
           05 WS-DAYST-ROW-COUNT PIC 9(9) COMP VALUE ZERO.
         01 WS-LAST-EXT-COUNTER PIC 9(9) VALUE ZERO.

      *  OPERATOR-STOPPED "P" ROWS FOR THE GATE DATE AND RUN-ID.

         01 WS-RUN-DATE-RAW PIC 9(08) VALUE ZERO.

      *  BUSINESS-DAY REQUEST PASSED TO THE COMMON FBBUSDAY SERVICE.
         COPY FBBDCALL.
         01 WS-GATE-DAY-SW PIC X(01) VALUE "N".
           88 GATE-DAY-SKIPPED VALUE "Y".
           88 GATE-DAY-RUNS VALUE "N".

      *  STEP JOURNAL AREA - 9900/9910 FILL THE START AND END ROWS
      *  AND 9950-WRITE-JOURNAL-ROW CALLS THE COMMON FBJRNLWR
      *  WRITER.
         COPY FBJRNL.
         01 WS-SAVED-RETURN-CODE PIC 9(4) COMP VALUE ZERO.

       PROCEDURE DIVISION.
      *****************************************************************
      *  0000-MAINLINE                                                *
      *****************************************************************
       0000-MAINLINE.
           PERFORM 9900-JOURNAL-STEP-START THRU 9900-EXIT
           PERFORM 1000-INITIALIZE-RUN THRU 1000-EXIT
           IF GATE-DAY-SKIPPED
               DISPLAY "FBDAYEND: " WS-GATE-RUN-DATE " IS NOT A "
                   "BUSINESS DAY ON FBCALNDR - NOTHING TO GATE"
               MOVE 2 TO RETURN-CODE
           ELSE
               PERFORM 2000-CHECK-HISTORY THRU 2000-EXIT
               PERFORM 3000-CHECK-EXTRACT THRU 3000-EXIT
               PERFORM 4000-CHECK-INDEX THRU 4000-EXIT
               PERFORM 5000-CHECK-EXCEPTIONS THRU 5000-EXIT
               PERFORM 8000-TERMINATE-RUN THRU 8000-EXIT
           END-IF
           PERFORM 9910-JOURNAL-STEP-END THRU 9910-EXIT
           STOP RUN.

      *****************************************************************
      *  1000-INITIALIZE-RUN - READ THE OPTIONAL GATE CARD.  THE RUN  *
      *  DATE DEFAULTS TO TODAY AND THE RUN-ID TO "FIZZBUZZ", THE     *
      *  SAME DEFAULTS THE MAIN PROGRAM APPLIES.  A GATE DATE THE     *
      *  FBCALNDR CALENDAR SHOWS AS A NON-BUSINESS DAY IS SKIPPED.    *
      *****************************************************************
       1000-INITIALIZE-RUN.
           ACCEPT WS-RUN-DATE-RAW FROM DATE YYYYMMDD
               MOVE DEC-RUN-ID TO WS-GATE-RUN-ID
           END-IF
           DISPLAY "FBDAYEND: GATING RUN-ID " WS-GATE-RUN-ID
               " FOR " WS-GATE-RUN-DATE
           SET GATE-DAY-RUNS TO TRUE
           MOVE SPACES TO BUSDAY-REQUEST
           SET BDR-FUNCTION-TEST TO TRUE
           MOVE WS-GATE-RUN-DATE TO BDR-DATE
           MOVE ZERO TO BDR-RESULT-DATE
           SET BDR-NO-CALENDAR TO TRUE
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE
           CALL "FBBUSDAY" USING BUSDAY-REQUEST
               ON EXCEPTION
                   DISPLAY "FBDAYEND: BUSINESS-DAY SERVICE NOT "
                       "AVAILABLE"
           END-CALL
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE
           IF BDR-ANSWERED AND NOT BDR-BUSINESS-DAY
               SET GATE-DAY-SKIPPED TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.

      *  EXISTS - A FAILED STEP IS PART OF THE DAY'S STORY.  A "P"    *
      *  ROW ONLY FAILS THE CHECK WHILE NO LATER "Y" ROW FOR THE      *
      *  SAME StartFrom/EndAt SHOWS ITS RESTART FINISHED THE RANGE.   *
      *  AN "R" ROW (FBBKOUT REVERSED THE RUN) VOIDS THE "Y" AND "P"  *
      *  ROWS BEFORE IT, THE SAME RULE FBBKOUT APPLIES, SO ONLY A     *
      *  SANCTIONED RERUN AFTER THE BACKOUT COUNTS TOWARD THE DAY.    *
      *****************************************************************
       2000-CHECK-HISTORY.
           SET HIST-CHECK-OK TO TRUE
                   IF HIST-RANGE-VALID-FLAG = "P"
                       PERFORM 2250-RECORD-PARTIAL-ROW THRU 2250-EXIT
                   ELSE
                       IF HIST-RANGE-VALID-FLAG = "R"
                           PERFORM 2240-VOID-REVERSED-ROWS
                               THRU 2240-EXIT
                       ELSE
                           DISPLAY "FBDAYEND: FBHIST SHOWS A FAILED "
                               "OR INVALID RUN FOR THE RUN DATE"
                           MOVE "N" TO WS-HIST-OK-SW
                       END-IF
                   END-IF
               END-IF
           END-IF.
       2200-EXIT.
           EXIT.

      *****************************************************************
      *  2240-VOID-REVERSED-ROWS - AN "R" ROW MEANS FBBKOUT BACKED    *
      *  OUT EVERY "Y" AND "P" ROW OF THE RUN SEEN SO FAR.  THEIR     *
      *  TOTALS AND ANY PARTIALS STILL AWAITING A RESTART NO LONGER   *
      *  COUNT; A FAILED ROW STAYS PART OF THE DAY'S STORY.           *
      *****************************************************************
       2240-VOID-REVERSED-ROWS.
           MOVE ZERO TO WS-HIST-ROW-COUNT
           MOVE ZERO TO WS-HIST-TOTAL-COUNT
           MOVE ZERO TO WS-PARTIAL-COUNT
           MOVE ZERO TO WS-PARTIAL-OVERFLOW.
       2240-EXIT.
           EXIT.

      *****************************************************************
      *  2250-RECORD-PARTIAL-ROW - REMEMBER AN OPERATOR-STOPPED "P"   *
      *  ROW SO A LATER "Y" ROW FOR THE SAME RANGE (THE COMPLETING    *
                   DISPLAY "FBDAYEND: WRITE TO FBDAYST FAILED - "
                       "STATUS " WS-DAYST-STATUS
                   MOVE 16 TO RETURN-CODE
               ELSE
                   ADD 1 TO WS-DAYST-ROW-COUNT
               END-IF
               CLOSE DAYSTATUS-FILE
           ELSE
       8000-EXIT.
           EXIT.

      *****************************************************************
      *  9900-JOURNAL-STEP-START - APPEND THE STEP-START ROW TO THE   *
      *  SHARED FBJRNL STEP JOURNAL.                                  *
      *****************************************************************
       9900-JOURNAL-STEP-START.
           MOVE SPACES TO JOURNAL-RECORD
           SET JRN-EVENT-START TO TRUE
           MOVE ZERO TO JRN-RETURN-CODE
           MOVE ZERO TO JRN-RECORDS-READ
           MOVE ZERO TO JRN-RECORDS-WRITTEN
           PERFORM 9950-WRITE-JOURNAL-ROW THRU 9950-EXIT.
       9900-EXIT.
           EXIT.

      *****************************************************************
      *  9910-JOURNAL-STEP-END - APPEND THE STEP-END ROW CARRYING     *
      *  THE STEP'S RETURN-CODE AND ITS RECORDS READ AND WRITTEN,     *
      *  SO FBRUNSHT CAN PRINT THE NIGHT WITHOUT THE SYSOUTS.         *
      *****************************************************************
       9910-JOURNAL-STEP-END.
           MOVE SPACES TO JOURNAL-RECORD
           SET JRN-EVENT-END TO TRUE
           MOVE RETURN-CODE TO JRN-RETURN-CODE
           COMPUTE JRN-RECORDS-READ =
               WS-HIST-ROW-COUNT + WS-EXTRACT-REC-COUNT
           MOVE WS-DAYST-ROW-COUNT TO JRN-RECORDS-WRITTEN
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
           MOVE "FBDAYEND" TO JRN-PROGRAM-ID
           CALL "FBJRNLWR" USING JOURNAL-RECORD
               ON EXCEPTION
                   DISPLAY "FBDAYEND: STEP JOURNAL WRITER NOT AVAILABLE"
           END-CALL
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.
       9950-EXIT.
           EXIT.

       END PROGRAM FBDAYEND.
