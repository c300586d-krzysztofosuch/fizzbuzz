      *                 RANGE IS NOT ENTERED IN THE SEEN-RANGES       *
      *                 TABLE SO THE PRESCRIBED SAME-DAY RESTART IS   *
      *                 NOT FLAGGED AS A DOUBLE FEED.                 *
      *  10/15/26  RJ   EVERY RUN NOW APPENDS A START ROW AND AN END  *
      *                 ROW (RETURN-CODE, RECORDS READ AND WRITTEN)   *
      *                 TO THE SHARED FBJRNL STEP JOURNAL THROUGH     *
      *                 THE COMMON FBJRNLWR WRITER (SEE 9900-9950)    *
      *                 FOR THE FBRUNSHT NIGHTLY RUN SHEET.           *
      *  10/15/26  RJ   FBBKOUT REVERSAL ("R") ROWS PRINT A REVERSED  *
      *                 FLAG LINE UNDER THE BACKED-OUT RUN'S DATE AND *
      *                 ARE KEPT OUT OF THE RUN COUNTS AND THE DAY'S  *
      *                 COUNTERS-PROCESSED SUM.  A REVERSAL FREES ITS *
      *                 RANGE IN THE SEEN-RANGES TABLE SO THE RERUN   *
      *                 IS NOT FLAGGED AS A DOUBLE FEED.  NEW         *
      *                 REVERSED RUNS TRAILER.                        *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 WS-TOTAL-FAILURE-COUNT PIC 9(9) COMP VALUE ZERO.
           05 WS-TOTAL-PARTIAL-COUNT PIC 9(9) COMP VALUE ZERO.
           05 WS-TOTAL-DOUBLE-COUNT PIC 9(9) COMP VALUE ZERO.
           05 WS-TOTAL-REVERSED-COUNT PIC 9(9) COMP VALUE ZERO.

         01 WS-FMT-DATE-RAW PIC 9(8) VALUE ZERO.
         01 WS-FMT-DATE-PARTS REDEFINES WS-FMT-DATE-RAW.
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
           PERFORM 2000-PROCESS-HISTORY THRU 2000-EXIT
           PERFORM 8000-TERMINATE-RUN THRU 8000-EXIT
           PERFORM 9910-JOURNAL-STEP-END THRU 9910-EXIT
           STOP RUN.

      *****************************************************************
               END-IF
               PERFORM 2200-OPEN-NEW-DAY THRU 2200-EXIT
           END-IF
      *    A REVERSAL ROW IS NOT A RUN - IT TAKES ONE BACK, SO IT
      *    STAYS OUT OF THE RUN COUNTS AND THE DAY SUM ALTOGETHER.
           IF HIST-RANGE-VALID-FLAG = "R"
               PERFORM 2330-REPORT-REVERSED-RUN THRU 2330-EXIT
           ELSE
               ADD 1 TO WS-DAY-RUN-COUNT
               ADD 1 TO WS-TOTAL-RUN-COUNT
      *        A "P" ROW'S PARTIAL TOTAL STAYS OUT OF THE DAY SUM -
      *        THE COMPLETING RESTART'S "Y" ROW CARRIES THE WHOLE
      *        RANGE, SO COUNTING BOTH WOULD DOUBLE THE OVERLAP.
               IF HIST-TOTAL-COUNT NUMERIC
                   AND HIST-RANGE-VALID-FLAG NOT = "P"
                   ADD HIST-TOTAL-COUNT TO WS-DAY-COUNTER-TOTAL
               END-IF
               IF HIST-RANGE-VALID-FLAG = "N"
                   PERFORM 2300-REPORT-FAILED-RUN THRU 2300-EXIT
               END-IF
               IF HIST-RANGE-VALID-FLAG = "P"
                   PERFORM 2320-REPORT-PARTIAL-RUN THRU 2320-EXIT
               ELSE
                   PERFORM 2400-CHECK-DOUBLE-FEED THRU 2400-EXIT
               END-IF
           END-IF.
       2120-EXIT.
           EXIT.
       2320-EXIT.
           EXIT.

      *****************************************************************
      *  2330-REPORT-REVERSED-RUN - ONE LINE PER FBBKOUT REVERSAL     *
      *  ROW, UNDER THE BACKED-OUT RUN'S OWN DATE.  IF THE BACKED-OUT *
      *  RANGE IS IN THE SEEN-RANGES TABLE IT IS FREED, SO THE RERUN  *
      *  WITH THE RIGHT RULES DOES NOT READ AS A DOUBLE FEED.         *
      *****************************************************************
       2330-REPORT-REVERSED-RUN.
           ADD 1 TO WS-TOTAL-REVERSED-COUNT
           PERFORM 2350-FORMAT-RUN-LINE THRU 2350-EXIT
           IF HIST-REVERSED-FLAG = "P"
               MOVE "REVERSED PARTIAL" TO RPT-RN-FLAG
           ELSE
               MOVE "REVERSED" TO RPT-RN-FLAG
           END-IF
           MOVE RPT-RUN-LINE TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           MOVE ZERO TO WS-DAY-RANGE-FOUND-IDX
           PERFORM 2450-TEST-ONE-RANGE THRU 2450-EXIT
               VARYING WS-DAY-RANGE-IDX FROM 1 BY 1
               UNTIL WS-DAY-RANGE-IDX > WS-DAY-RANGE-COUNT
                  OR WS-DAY-RANGE-FOUND-IDX NOT = ZERO
           IF WS-DAY-RANGE-FOUND-IDX NOT = ZERO
               MOVE ZERO TO WS-DR-START (WS-DAY-RANGE-FOUND-IDX)
               MOVE ZERO TO WS-DR-END (WS-DAY-RANGE-FOUND-IDX)
           END-IF.
       2330-EXIT.
           EXIT.

      *****************************************************************
      *  2350-FORMAT-RUN-LINE - BUILD THE COMMON PART OF A PER-RUN    *
      *  DETAIL LINE.  THE NUMERIC FIELDS ARE GUARDED BEFORE THE      *
           MOVE WS-TOTAL-DOUBLE-COUNT TO RPT-T-VALUE
           MOVE RPT-TRAILER-LINE TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           MOVE SPACES TO RPT-TRAILER-LINE
           MOVE "REVERSED RUNS..............." TO RPT-T-LABEL
           MOVE WS-TOTAL-REVERSED-COUNT TO RPT-T-VALUE
           MOVE RPT-TRAILER-LINE TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           CLOSE PRINT-FILE
           DISPLAY "FBHISTRP: " WS-TOTAL-RUN-COUNT " RUNS, "
               WS-TOTAL-FAILURE-COUNT " FAILURES, "
               WS-TOTAL-PARTIAL-COUNT " OPERATOR-STOPPED, "
               WS-TOTAL-DOUBLE-COUNT " DOUBLE-FED RANGES, "
               WS-TOTAL-REVERSED-COUNT " REVERSED".
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
               WS-TOTAL-RUN-COUNT + WS-TOTAL-REVERSED-COUNT
           MOVE ZERO TO JRN-RECORDS-WRITTEN
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
           MOVE "FBHISTRP" TO JRN-PROGRAM-ID
           CALL "FBJRNLWR" USING JOURNAL-RECORD
               ON EXCEPTION
                   DISPLAY "FBHISTRP: STEP JOURNAL WRITER NOT AVAILABLE"
           END-CALL
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.
       9950-EXIT.
           EXIT.

       END PROGRAM FBHISTRP.
