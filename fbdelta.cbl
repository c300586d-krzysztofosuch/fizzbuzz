      *                 FILE MAY BE MISSING - A MISSING SIDE JUST    *
      *                 CONTRIBUTES NO LABELS, AS AN EMPTY EXTRACT   *
      *                 SIDE ALWAYS HAS.                             *
      *  10/15/26  RJ   EVERY RUN NOW APPENDS A START ROW AND AN END  *
      *                 ROW (RETURN-CODE, RECORDS READ AND WRITTEN)   *
      *                 TO THE SHARED FBJRNL STEP JOURNAL THROUGH     *
      *                 THE COMMON FBJRNLWR WRITER (SEE 9900-9950)    *
      *                 FOR THE FBRUNSHT NIGHTLY RUN SHEET.           *
      *  10/15/26  RJ   BOTH EXTRACTS AND BOTH DETAIL FILES MUST      *
      *                 CARRY THE SAME RULE SET (BLANK = DEFAULT).    *
      *                 COMPARING A RUN AGAINST ONE MADE UNDER A      *
      *                 DIFFERENT RULE SET WOULD REPORT THE SET       *
      *                 CHANGE AS A FLOOD OF PHRASE DELTAS, SO THE    *
      *                 COMPARISON IS REFUSED WITH RC 16 AND AN EMPTY *
      *                 DELTA EXTRACT.  THE SET IS PRINTED ON THE     *
      *                 REPORT.                                       *
      *  10/15/26  RJ   A RULE-SET MISMATCH FOUND PART-WAY THROUGH    *
      *                 THE EXTRACTS NOW EMPTIES FBDELTA AGAIN AT     *
      *                 CLOSE, SO THE DELTA ROWS ALREADY WRITTEN ARE  *
      *                 NOT PICKED UP DOWNSTREAM AS A PARTIAL DELTA,  *
      *                 AND THE JOURNAL SHOWS NOTHING WRITTEN.        *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                         ==EXT-RUN-ID==   BY ==OLD-RUN-ID==
                         ==EXT-RUN-DATE== BY ==OLD-RUN-DATE==
                         ==EXT-COUNTER==  BY ==OLD-COUNTER==
                         ==EXT-PHRASE==   BY ==OLD-PHRASE==
                         ==EXT-RULE-SET== BY ==OLD-RULE-SET==.

       FD  NEWCLS-FILE.
           COPY FBCLSDTL.
                         ==CLS-RUN-DATE== BY ==OCLS-RUN-DATE==
                         ==CLS-COUNTER==  BY ==OCLS-COUNTER==
                         ==CLS-DIVISOR==  BY ==OCLS-DIVISOR==
                         ==CLS-LABEL==    BY ==OCLS-LABEL==
                         ==CLS-RULE-SET== BY ==OCLS-RULE-SET==.

       FD  DELTA-FILE.
           COPY FBDELTX.
           88 LABEL-IN-SET VALUE "Y".
           88 LABEL-NOT-IN-SET VALUE "N".

      *  THE RULE SET OF THE FIRST ROW READ FROM ANY OF THE FOUR
      *  INPUTS; A ROW UNDER ANY OTHER SET REFUSES THE COMPARISON.
         77 WS-DEFAULT-RULE-SET PIC X(08) VALUE "DEFAULT".
         01 WS-DELTA-RULE-SET PIC X(08) VALUE SPACES.
         01 WS-ROW-RULE-SET PIC X(08) VALUE SPACES.
         01 WS-MIXED-RULE-SET PIC X(08) VALUE SPACES.
         01 WS-RULE-SET-MIX-SW PIC X(01) VALUE "N".
           88 RULE-SETS-MIXED VALUE "Y".
           88 RULE-SETS-SAME VALUE "N".

         01 WS-DELTA-TOTALS.
           05 WS-NEW-REC-COUNT PIC 9(9) COMP VALUE ZERO.
           05 WS-OLD-REC-COUNT PIC 9(9) COMP VALUE ZERO.
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
           PERFORM 2000-COMPARE-EXTRACTS THRU 2000-EXIT
           PERFORM 8000-TERMINATE-RUN THRU 8000-EXIT
           PERFORM 9910-JOURNAL-STEP-END THRU 9910-EXIT
           STOP RUN.

      *****************************************************************
      *****************************************************************
       2000-COMPARE-EXTRACTS.
           PERFORM 2100-COMPARE-ONE-PAIR THRU 2100-EXIT
               UNTIL (NEWEXT-EOF AND OLDEXT-EOF)
                  OR RULE-SETS-MIXED.
       2000-EXIT.
           EXIT.

               NOT AT END
                   IF WS-NEWEXT-STATUS = "00"
                       ADD 1 TO WS-NEW-REC-COUNT
                       MOVE EXT-RULE-SET TO WS-ROW-RULE-SET
                       PERFORM 2500-CHECK-RULE-SET THRU 2500-EXIT
                   ELSE
                       SET NEWEXT-EOF TO TRUE
                   END-IF
               NOT AT END
                   IF WS-OLDEXT-STATUS = "00"
                       ADD 1 TO WS-OLD-REC-COUNT
                       MOVE OLD-RULE-SET TO WS-ROW-RULE-SET
                       PERFORM 2500-CHECK-RULE-SET THRU 2500-EXIT
                   ELSE
                       SET OLDEXT-EOF TO TRUE
                   END-IF
       2300-EXIT.
           EXIT.

      *****************************************************************
      *  2500-CHECK-RULE-SET - THE FIRST ROW READ FIXES THE RULE SET  *
      *  THE COMPARISON IS MADE UNDER; A ROW FROM EITHER RUN UNDER    *
      *  ANY OTHER SET STOPS THE MATCH.  ALL FOUR FILES ARE PRIMED    *
      *  BEFORE THE FIRST DELTA, SO TODAY-VERSUS-PRIOR DISAGREEMENT   *
      *  IS CAUGHT BEFORE ANYTHING IS WRITTEN.                        *
      *****************************************************************
       2500-CHECK-RULE-SET.
           IF WS-ROW-RULE-SET = SPACES
               MOVE WS-DEFAULT-RULE-SET TO WS-ROW-RULE-SET
           END-IF
           IF WS-DELTA-RULE-SET = SPACES
               MOVE WS-ROW-RULE-SET TO WS-DELTA-RULE-SET
           END-IF
           IF WS-ROW-RULE-SET NOT = WS-DELTA-RULE-SET
               AND RULE-SETS-SAME
               SET RULE-SETS-MIXED TO TRUE
               MOVE WS-ROW-RULE-SET TO WS-MIXED-RULE-SET
               DISPLAY "FBDELTA: RUN REFUSED - INPUTS CARRY RULE SETS "
                   WS-DELTA-RULE-SET " AND " WS-ROW-RULE-SET
                   " - RUNS UNDER DIFFERENT SETS CANNOT BE COMPARED"
               MOVE 16 TO RETURN-CODE
           END-IF.
       2500-EXIT.
           EXIT.

      *****************************************************************
      *  3100-RECORD-CHANGED - COUNTER PRESENT IN BOTH RUNS WITH A    *
      *  DIFFERENT PHRASE.                                             *
               NOT AT END
                   IF WS-NEWCLS-STATUS NOT = "00"
                       SET NEWCLS-EOF TO TRUE
                   ELSE
                       MOVE CLS-RULE-SET TO WS-ROW-RULE-SET
                       PERFORM 2500-CHECK-RULE-SET THRU 2500-EXIT
                   END-IF
           END-READ.
       4400-EXIT.
               NOT AT END
                   IF WS-OLDCLS-STATUS NOT = "00"
                       SET OLDCLS-EOF TO TRUE
                   ELSE
                       MOVE OCLS-RULE-SET TO WS-ROW-RULE-SET
                       PERFORM 2500-CHECK-RULE-SET THRU 2500-EXIT
                   END-IF
           END-READ.
       4600-EXIT.
      *****************************************************************
       8000-TERMINATE-RUN.
           MOVE SPACES TO WS-PRINT-LINE
           IF WS-DELTA-RULE-SET NOT = SPACES
               STRING "RULE SET: " DELIMITED BY SIZE
                   WS-DELTA-RULE-SET DELIMITED BY SPACE
                   INTO WS-PRINT-LINE
               END-STRING
           END-IF
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           IF RULE-SETS-MIXED
               MOVE SPACES TO WS-PRINT-LINE
               STRING "*** COMPARISON REFUSED - INPUTS CARRY RULE SETS "
                       DELIMITED BY SIZE
                   WS-DELTA-RULE-SET DELIMITED BY SPACE
                   " AND " DELIMITED BY SIZE
                   WS-MIXED-RULE-SET DELIMITED BY SPACE
                   " - DELTA NOT USABLE ***" DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           END-IF
           MOVE SPACES TO RPT-TRAILER-LINE
           MOVE "EXTRACT RECORDS TODAY......." TO RPT-T-LABEL
           MOVE WS-NEW-REC-COUNT TO RPT-T-VALUE
               CLOSE OLDCLS-FILE
           END-IF
           CLOSE DELTA-FILE
           IF RULE-SETS-MIXED
               OPEN OUTPUT DELTA-FILE
               CLOSE DELTA-FILE
               DISPLAY "FBDELTA: NO DELTA PRODUCED - FBDELTA LEFT EMPTY"
           END-IF
           CLOSE PRINT-FILE
           DISPLAY "FBDELTA: " WS-CHANGED-COUNT " CHANGED, "
               WS-ADDED-COUNT " ADDED, " WS-DROPPED-COUNT
       8100-EXIT.
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
               WS-NEW-REC-COUNT + WS-OLD-REC-COUNT
           COMPUTE JRN-RECORDS-WRITTEN =
               WS-CHANGED-COUNT + WS-ADDED-COUNT + WS-DROPPED-COUNT
           IF RULE-SETS-MIXED
               MOVE ZERO TO JRN-RECORDS-WRITTEN
           END-IF
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
           MOVE "FBDELTA" TO JRN-PROGRAM-ID
           CALL "FBJRNLWR" USING JOURNAL-RECORD
               ON EXCEPTION
                   DISPLAY "FBDELTA: STEP JOURNAL WRITER NOT AVAILABLE"
           END-CALL
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.
       9950-EXIT.
           EXIT.

       END PROGRAM FBDELTA.
