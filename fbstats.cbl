      *                 DISTRIBUTION-BY-RULE SECTION REPORTS HOW     *
      *                 MANY COUNTERS EACH DIVISOR TOUCHED.  THE     *
      *                 FBRULES LEG AND THE SUBSTRING SCAN ARE GONE. *
      *  10/15/26  RJ   EVERY RUN NOW APPENDS A START ROW AND AN END  *
      *                 ROW (RETURN-CODE, RECORDS READ AND WRITTEN)   *
      *                 TO THE SHARED FBJRNL STEP JOURNAL THROUGH     *
      *                 THE COMMON FBJRNLWR WRITER (SEE 9900-9950)    *
      *                 FOR THE FBRUNSHT NIGHTLY RUN SHEET.           *
      *  10/15/26  RJ   THE RULE SET THE EXTRACT WAS CLASSIFIED UNDER *
      *                 (EXT-RULE-SET, BLANK = DEFAULT) IS PRINTED    *
      *                 ON THE REPORT.  AN EXTRACT OR DETAIL FILE     *
      *                 THAT MIXES RUNS MADE UNDER DIFFERENT RULE     *
      *                 SETS (A BAD FBMERGE) IS REFUSED WITH RC 16 -  *
      *                 THE DISTRIBUTIONS WOULD MEAN NOTHING.         *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           88 LABEL-NOT-SEEN-EARLIER VALUE "N".
         01 WS-ORPHAN-DETAIL-COUNT PIC 9(9) COMP VALUE ZERO.

      *  THE RULE SET OF THE FIRST EXTRACT RECORD IS THE REPORT'S SET;
      *  ANY RECORD OR DETAIL ROW UNDER ANOTHER SET REFUSES THE RUN.
         77 WS-DEFAULT-RULE-SET PIC X(08) VALUE "DEFAULT".
         01 WS-STATS-RULE-SET PIC X(08) VALUE SPACES.
         01 WS-ROW-RULE-SET PIC X(08) VALUE SPACES.
         01 WS-MIXED-RULE-SET PIC X(08) VALUE SPACES.
         01 WS-RULE-SET-MIX-SW PIC X(01) VALUE "N".
           88 RULE-SETS-MIXED VALUE "Y".
           88 RULE-SETS-SAME VALUE "N".

         77 WS-BLOCK-SIZE PIC 9(9) VALUE 100000.
         01 WS-CURRENT-BLOCK PIC 9(9) VALUE ZERO.
         01 WS-THIS-BLOCK PIC 9(9) VALUE ZERO.
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
           PERFORM 2000-TALLY-EXTRACT THRU 2000-EXIT
           PERFORM 8000-TERMINATE-RUN THRU 8000-EXIT
           PERFORM 9910-JOURNAL-STEP-END THRU 9910-EXIT
           STOP RUN.

      *****************************************************************
           IF WS-EXTRACT-STATUS = "00"
               PERFORM 2100-TALLY-ONE-RECORD THRU 2100-EXIT
                   UNTIL WS-EXTRACT-STATUS NOT = "00"
                      OR RULE-SETS-MIXED
               CLOSE EXTRACT-FILE
               IF WS-CURRENT-BLOCK NOT = ZERO
                   PERFORM 2500-PRINT-BLOCK-SUBTOTAL THRU 2500-EXIT
               END-IF
           END-IF
           IF RULE-SETS-SAME
               PERFORM 2600-DRAIN-ORPHAN-DETAILS THRU 2600-EXIT
           END-IF
           IF CLSDTL-IS-OPEN
               CLOSE CLSDTL-FILE
           END-IF.
                   CONTINUE
               NOT AT END
                   IF WS-EXTRACT-STATUS = "00"
                       MOVE EXT-RULE-SET TO WS-ROW-RULE-SET
                       PERFORM 2170-CHECK-RULE-SET THRU 2170-EXIT
                   END-IF
                   IF WS-EXTRACT-STATUS = "00" AND RULE-SETS-SAME
                       PERFORM 2150-TALLY-RECORD-DETAIL
                           THRU 2150-EXIT
                   END-IF
       2150-EXIT.
           EXIT.

      *****************************************************************
      *  2170-CHECK-RULE-SET - THE FIRST ROW SEEN FIXES THE REPORT'S  *
      *  RULE SET; A ROW UNDER ANY OTHER SET MEANS RUNS FROM TWO      *
      *  RULE SETS WERE COMBINED, AND THE STATISTICS ARE REFUSED.     *
      *****************************************************************
       2170-CHECK-RULE-SET.
           IF WS-ROW-RULE-SET = SPACES
               MOVE WS-DEFAULT-RULE-SET TO WS-ROW-RULE-SET
           END-IF
           IF WS-STATS-RULE-SET = SPACES
               MOVE WS-ROW-RULE-SET TO WS-STATS-RULE-SET
           END-IF
           IF WS-ROW-RULE-SET NOT = WS-STATS-RULE-SET
               AND RULE-SETS-SAME
               SET RULE-SETS-MIXED TO TRUE
               MOVE WS-ROW-RULE-SET TO WS-MIXED-RULE-SET
               DISPLAY "FBSTATS: RUN REFUSED - INPUT MIXES RULE SETS "
                   WS-STATS-RULE-SET " AND " WS-ROW-RULE-SET
                   " - RUNS UNDER DIFFERENT SETS CANNOT BE COMBINED"
               MOVE 16 TO RETURN-CODE
           END-IF.
       2170-EXIT.
           EXIT.

      *****************************************************************
      *  2200-TALLY-BLOCK - BUMP THE SUBTOTAL FOR THE 100,000-COUNTER *
      *  BLOCK THIS RECORD FALLS IN, PRINTING THE PREVIOUS BLOCK'S    *
               OR CLS-COUNTER < EXT-COUNTER
               ADD 1 TO WS-ORPHAN-DETAIL-COUNT
           ELSE
               MOVE CLS-RULE-SET TO WS-ROW-RULE-SET
               PERFORM 2170-CHECK-RULE-SET THRU 2170-EXIT
               IF WS-GATHERED-COUNT < 20
                   ADD 1 TO WS-GATHERED-COUNT
                   MOVE CLS-DIVISOR TO
      *****************************************************************
       8000-TERMINATE-RUN.
           MOVE SPACES TO WS-PRINT-LINE
           IF WS-STATS-RULE-SET NOT = SPACES
               STRING "RULE SET: " DELIMITED BY SIZE
                   WS-STATS-RULE-SET DELIMITED BY SPACE
                   INTO WS-PRINT-LINE
               END-STRING
           END-IF
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           IF RULE-SETS-MIXED
               PERFORM 8050-PRINT-REFUSAL THRU 8050-EXIT
           ELSE
               PERFORM 8010-PRINT-DISTRIBUTIONS THRU 8010-EXIT
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           MOVE SPACES TO RPT-TRAILER-LINE
           MOVE "EXTRACT RECORDS READ........" TO RPT-T-LABEL
           MOVE WS-EXTRACT-REC-COUNT TO RPT-T-VALUE
           MOVE RPT-TRAILER-LINE TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           MOVE SPACES TO RPT-TRAILER-LINE
           MOVE "DETAIL RECORDS READ........." TO RPT-T-LABEL
           MOVE WS-DETAIL-REC-COUNT TO RPT-T-VALUE
           MOVE RPT-TRAILER-LINE TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           IF WS-ORPHAN-DETAIL-COUNT NOT = ZERO
               MOVE SPACES TO RPT-TRAILER-LINE
               MOVE "ORPHAN DETAIL RECORDS......." TO RPT-T-LABEL
               MOVE WS-ORPHAN-DETAIL-COUNT TO RPT-T-VALUE
               MOVE RPT-TRAILER-LINE TO WS-PRINT-LINE
               PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
               DISPLAY "FBSTATS: WARNING - " WS-ORPHAN-DETAIL-COUNT
                   " FBCLSDT ROWS MATCH NO EXTRACT RECORD"
               IF 4 > RETURN-CODE
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           CLOSE PRINT-FILE
           DISPLAY "FBSTATS: " WS-EXTRACT-REC-COUNT
               " RECORDS TALLIED INTO " WS-COMBO-COUNT
               " COMBINATION(S)".
       8000-EXIT.
           EXIT.

      *****************************************************************
      *  8010-PRINT-DISTRIBUTIONS - THE PER-LABEL, PER-RULE AND PER-  *
      *  COMBINATION SECTIONS.                                         *
      *****************************************************************
       8010-PRINT-DISTRIBUTIONS.
           MOVE SPACES TO RPT-SECTION-LINE
           MOVE "DISTRIBUTION BY LABEL" TO RPT-SEC-TITLE
           MOVE RPT-SECTION-LINE TO WS-PRINT-LINE
                   TO RPT-ST-BUCKET
               MOVE WS-COMBO-OVERFLOW-COUNT TO RPT-ST-COUNT
               PERFORM 8300-PRINT-STAT-LINE THRU 8300-EXIT
           END-IF.
       8010-EXIT.
           EXIT.

      *****************************************************************
      *  8050-PRINT-REFUSAL - NO DISTRIBUTIONS FOR AN INPUT THAT      *
      *  MIXES RULE SETS - SAY WHY INSTEAD.                            *
      *****************************************************************
       8050-PRINT-REFUSAL.
           MOVE SPACES TO WS-PRINT-LINE
           STRING "*** STATISTICS REFUSED - INPUT MIXES RULE SETS "
                   DELIMITED BY SIZE
               WS-STATS-RULE-SET DELIMITED BY SPACE
               " AND " DELIMITED BY SIZE
               WS-MIXED-RULE-SET DELIMITED BY SPACE
               " - RUNS UNDER DIFFERENT SETS CANNOT BE COMBINED ***"
                   DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT.
       8050-EXIT.
           EXIT.

      *****************************************************************
       8300-EXIT.
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
               WS-EXTRACT-REC-COUNT + WS-DETAIL-REC-COUNT
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
           MOVE "FBSTATS" TO JRN-PROGRAM-ID
           CALL "FBJRNLWR" USING JOURNAL-RECORD
               ON EXCEPTION
                   DISPLAY "FBSTATS: STEP JOURNAL WRITER NOT AVAILABLE"
           END-CALL
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.
       9950-EXIT.
           EXIT.

       END PROGRAM FBSTATS.
