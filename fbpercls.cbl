      *                 SO A SANCTIONED RERUN CAN POST AND THE MONTH *
      *                 CAN BE RE-CERTIFIED - FIZZBUZZ ITSELF        *
      *                 REFUSES RUNS DATED INTO A CLOSED PERIOD.     *
      *  10/15/26  RJ   EVERY RUN NOW APPENDS A START ROW AND AN END  *
      *                 ROW (RETURN-CODE, RECORDS READ AND WRITTEN)   *
      *                 TO THE SHARED FBJRNL STEP JOURNAL THROUGH     *
      *                 THE COMMON FBJRNLWR WRITER (SEE 9900-9950)    *
      *                 FOR THE FBRUNSHT NIGHTLY RUN SHEET.           *
      *  10/15/26  RJ   FBBKOUT REVERSAL ("R") ROWS ARE HONORED - THE *
      *                 COUNTS OF A BACKED-OUT COMPLETED RUN ARE      *
      *                 TAKEN BACK OUT OF THE SWEEP, AND A BACKED-OUT *
      *                 STOPPED RANGE NO LONGER BLOCKS THE CLOSE.     *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
         01 WS-HIST-ROWS-READ PIC 9(9) COMP VALUE ZERO.
         01 WS-FAILED-IN-PERIOD PIC 9(9) COMP VALUE ZERO.
         01 WS-PARTIAL-IN-PERIOD PIC 9(9) COMP VALUE ZERO.
         01 WS-REVERSED-IN-PERIOD PIC 9(9) COMP VALUE ZERO.

      *  OPERATOR-STOPPED "P" ROWS SEEN IN THE PERIOD.  FBHIST IS
      *  APPEND-ONLY - THE COMPLETING RESTART ONLY ADDS A "Y" ROW -
         01 WS-LINE-COUNT PIC 9(4) COMP VALUE ZERO.
         01 WS-PAGE-COUNT PIC 9(9) COMP VALUE ZERO.

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
           PERFORM 2000-LOAD-PERIOD-MASTER THRU 2000-EXIT
           IF CARD-IS-VALID
           END-IF
           PERFORM 6000-WRITE-NEW-MASTER THRU 6000-EXIT
           PERFORM 8000-TERMINATE-RUN THRU 8000-EXIT
           PERFORM 9910-JOURNAL-STEP-END THRU 9910-EXIT
           STOP RUN.

      *****************************************************************
      *    PERIOD'S OWN - A RANGE QUIESCED ON THE LAST DAY OF THE
      *    MONTH IS COMPLETED BY A RESTART DATED INTO THE NEXT ONE,
      *    AND THAT "Y" ROW MUST STILL UNBLOCK THIS PERIOD'S CLOSE.
      *    A BACKED-OUT STOPPED RANGE WILL NEVER BE RESTARTED UNDER
      *    THAT ROW, SO ITS REVERSAL CLEARS IT THE SAME WAY.
           IF HIST-RANGE-VALID-FLAG = "Y"
               OR (HIST-RANGE-VALID-FLAG = "R"
                   AND HIST-REVERSED-FLAG = "P")
               PERFORM 3360-CLEAR-SUPERSEDED-PARTIALS
                   THRU 3360-EXIT
           END-IF
                   IF HIST-RANGE-VALID-FLAG = "P"
                       PERFORM 3350-RECORD-PARTIAL-ROW THRU 3350-EXIT
                   ELSE
                       IF HIST-RANGE-VALID-FLAG = "R"
                           PERFORM 3420-REVERSE-ONE-ROW THRU 3420-EXIT
                       ELSE
                           ADD 1 TO WS-FAILED-IN-PERIOD
                       END-IF
                   END-IF
               END-IF
           END-IF.
       3400-EXIT.
           EXIT.

      *****************************************************************
      *  3420-REVERSE-ONE-ROW - AN FBBKOUT REVERSAL ROW CARRIES THE   *
      *  COUNTS OF THE ROW IT REVERSES, ALWAYS APPENDED AFTER IT, SO  *
      *  A REVERSED COMPLETED ("Y") RUN IS TAKEN BACK OUT OF THE      *
      *  SWEEP.  A REVERSED STOPPED ("P") ROW WAS NEVER COUNTED.  A   *
      *  COUNT THAT WOULD GO BELOW ZERO IS LEFT AT ZERO.              *
      *****************************************************************
       3420-REVERSE-ONE-ROW.
           ADD 1 TO WS-REVERSED-IN-PERIOD
           IF HIST-REVERSED-FLAG = "Y"
               IF WS-SW-RUN-COUNT > ZERO
                   SUBTRACT 1 FROM WS-SW-RUN-COUNT
               END-IF
               IF HIST-TOTAL-COUNT NUMERIC
                   IF HIST-TOTAL-COUNT > WS-SW-TOTAL-COUNT
                       MOVE ZERO TO WS-SW-TOTAL-COUNT
                   ELSE
                       SUBTRACT HIST-TOTAL-COUNT
                           FROM WS-SW-TOTAL-COUNT
                   END-IF
               END-IF
               IF HIST-FOO-ONLY-COUNT NUMERIC
                   IF HIST-FOO-ONLY-COUNT > WS-SW-FOO-ONLY-COUNT
                       MOVE ZERO TO WS-SW-FOO-ONLY-COUNT
                   ELSE
                       SUBTRACT HIST-FOO-ONLY-COUNT
                           FROM WS-SW-FOO-ONLY-COUNT
                   END-IF
               END-IF
               IF HIST-BAR-ONLY-COUNT NUMERIC
                   IF HIST-BAR-ONLY-COUNT > WS-SW-BAR-ONLY-COUNT
                       MOVE ZERO TO WS-SW-BAR-ONLY-COUNT
                   ELSE
                       SUBTRACT HIST-BAR-ONLY-COUNT
                           FROM WS-SW-BAR-ONLY-COUNT
                   END-IF
               END-IF
               IF HIST-FOOBAR-COUNT NUMERIC
                   IF HIST-FOOBAR-COUNT > WS-SW-FOOBAR-COUNT
                       MOVE ZERO TO WS-SW-FOOBAR-COUNT
                   ELSE
                       SUBTRACT HIST-FOOBAR-COUNT
                           FROM WS-SW-FOOBAR-COUNT
                   END-IF
               END-IF
               IF HIST-PLAIN-COUNT NUMERIC
                   IF HIST-PLAIN-COUNT > WS-SW-PLAIN-COUNT
                       MOVE ZERO TO WS-SW-PLAIN-COUNT
                   ELSE
                       SUBTRACT HIST-PLAIN-COUNT
                           FROM WS-SW-PLAIN-COUNT
                   END-IF
               END-IF
               IF HIST-OTHER-RULE-COUNT NUMERIC
                   IF HIST-OTHER-RULE-COUNT > WS-SW-OTHER-RULE-COUNT
                       MOVE ZERO TO WS-SW-OTHER-RULE-COUNT
                   ELSE
                       SUBTRACT HIST-OTHER-RULE-COUNT
                           FROM WS-SW-OTHER-RULE-COUNT
                   END-IF
               END-IF
               IF HIST-OVERRIDDEN-COUNT NUMERIC
                   IF HIST-OVERRIDDEN-COUNT > WS-SW-OVERRIDDEN-COUNT
                       MOVE ZERO TO WS-SW-OVERRIDDEN-COUNT
                   ELSE
                       SUBTRACT HIST-OVERRIDDEN-COUNT
                           FROM WS-SW-OVERRIDDEN-COUNT
                   END-IF
               END-IF
               IF HIST-SUPPRESSED-COUNT NUMERIC
                   IF HIST-SUPPRESSED-COUNT > WS-SW-SUPPRESSED-COUNT
                       MOVE ZERO TO WS-SW-SUPPRESSED-COUNT
                   ELSE
                       SUBTRACT HIST-SUPPRESSED-COUNT
                           FROM WS-SW-SUPPRESSED-COUNT
                   END-IF
               END-IF
           END-IF.
       3420-EXIT.
           EXIT.

      *****************************************************************
      *  3450-COUNT-OUTSTANDING-PARTIALS - AFTER THE SWEEP, ONLY THE  *
      *  "P" ROWS NO LATER "Y" ROW SUPERSEDED (PLUS ANY BEYOND THE    *
               MOVE WS-FAILED-IN-PERIOD TO RPT-T-VALUE
               MOVE RPT-TRAILER-LINE TO WS-PRINT-LINE
               PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           END-IF
           IF WS-REVERSED-IN-PERIOD NOT = ZERO
               MOVE SPACES TO RPT-TRAILER-LINE
               MOVE "REVERSED RUNS (TAKEN OUT)..." TO RPT-T-LABEL
               MOVE WS-REVERSED-IN-PERIOD TO RPT-T-VALUE
               MOVE RPT-TRAILER-LINE TO WS-PRINT-LINE
               PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           END-IF.
       4000-EXIT.
           EXIT.
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
           MOVE WS-HIST-ROWS-READ TO JRN-RECORDS-READ
           MOVE WS-PERIOD-COUNT TO JRN-RECORDS-WRITTEN
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
           MOVE "FBPERCLS" TO JRN-PROGRAM-ID
           CALL "FBJRNLWR" USING JOURNAL-RECORD
               ON EXCEPTION
                   DISPLAY "FBPERCLS: STEP JOURNAL WRITER NOT AVAILABLE"
           END-CALL
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.
       9950-EXIT.
           EXIT.

       END PROGRAM FBPERCLS.
