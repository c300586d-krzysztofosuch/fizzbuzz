      *                 "P" ROW A LATER "Y" ROW FOR THE SAME RUN-ID   *
      *                 AND StartFrom/EndAt SUPERSEDES IS NOT         *
      *                 REPORTED.                                     *
      *  10/15/26  RJ   EVERY RUN NOW APPENDS A START ROW AND AN END  *
      *                 ROW (RETURN-CODE, RECORDS READ AND WRITTEN)   *
      *                 TO THE SHARED FBJRNL STEP JOURNAL THROUGH     *
      *                 THE COMMON FBJRNLWR WRITER (SEE 9900-9950)    *
      *                 FOR THE FBRUNSHT NIGHTLY RUN SHEET.           *
      *  10/15/26  RJ   NOW ALSO PROVES THE FBLBLIX LABEL CROSS-       *
      *                 REFERENCE AGREES WITH FBINDEX.  EVERY LABEL    *
      *                 ROW MUST BELONG TO A COUNTER ON FBINDEX, CARRY *
      *                 THE SAME RUN-ID AND RUN DATE AS ITS FBINDEX    *
      *                 ROW, AND NAME A LABEL THAT APPEARS IN THAT     *
      *                 ROW'S PHRASE; AND EVERY FBINDEX ROW MATCHED TO *
      *                 THE EXTRACT WHOSE PHRASE CARRIES A LABEL MUST  *
      *                 HAVE AT LEAST ONE LABEL ROW, UNLESS AN FBOVRD  *
      *                 REPLACE IN EFFECT FORCED THE PHRASE.  FBINDEX  *
      *                 IS NOW OPENED DYNAMIC FOR THE KEYED READS.     *
      *  10/15/26  RJ   AN FBHIST "R" REVERSAL ROW FROM FBBKOUT NOW    *
      *                 VOIDS THE EARLIER "Y" AND "P" ROWS OF ITS      *
      *                 RUN-ID AND DATE.  "Y" TOTALS ARE TALLIED PER   *
      *                 RUN-ID SO A BACKED-OUT RUN AND ITS RERUN NO    *
      *                 LONGER REPORT A FALSE COUNT MISMATCH.          *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS WS-EXTRACT-STATUS.
           SELECT INDEX-FILE ASSIGN TO "FBINDEX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDX-COUNTER
               FILE STATUS IS WS-INDEX-STATUS.
           SELECT LBLIX-FILE ASSIGN TO "FBLBLIX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LBX-KEY
               ALTERNATE RECORD KEY IS LBX-COUNTER WITH DUPLICATES
               FILE STATUS IS WS-LBLIX-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "FBHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
       FD  INDEX-FILE.
           COPY FBINDEX.

       FD  LBLIX-FILE.
           COPY FBLBLIX.

       FD  HISTORY-FILE.
           COPY FBHIST.

         01 WS-INDEX-STATUS PIC X(02) VALUE "00".
         01 WS-HIST-STATUS PIC X(02) VALUE "00".
         01 WS-PRINT-STATUS PIC X(02) VALUE "00".
         01 WS-LBLIX-STATUS PIC X(02) VALUE "00".

         01 WS-EXTRACT-EOF-SW PIC X(01) VALUE "N".
           88 EXTRACT-EOF VALUE "Y".
         01 WS-INDEX-OPEN-SW PIC X(01) VALUE "N".
           88 INDEX-IS-OPEN VALUE "Y".
           88 INDEX-NOT-OPEN VALUE "N".
         01 WS-LBLIX-OPEN-SW PIC X(01) VALUE "N".
           88 LBLIX-IS-OPEN VALUE "Y".
           88 LBLIX-NOT-OPEN VALUE "N".
         01 WS-LBLIX-EOF-SW PIC X(01) VALUE "N".
           88 LBLIX-EOF VALUE "Y".
           88 LBLIX-NOT-EOF VALUE "N".
         01 WS-EXTRACT-OPEN-SW PIC X(01) VALUE "N".
           88 EXTRACT-IS-OPEN VALUE "Y".
           88 EXTRACT-NOT-OPEN VALUE "N".
               88 PL-ENTRY-ACTIVE VALUE "Y".
               88 PL-ENTRY-SUPERSEDED VALUE "N".

      *  "Y" ROW TOTALS OVERLAPPING THE EXTRACT, KEPT PER RUN-ID.  AN
      *  "R" ROW (FBBKOUT BACKED THE RUN OUT) FOR THE EXTRACT DATE
      *  VOIDS EVERYTHING ITS RUN-ID TALLIED SO FAR, SO A BACKED-OUT
      *  RUN AND ITS SANCTIONED RERUN ARE NOT BOTH COUNTED.  RUN-IDS
      *  BEYOND THE TABLE LIMIT GO STRAIGHT INTO THE TOTAL.
         01 WS-RUN-TALLY-COUNT PIC 9(4) COMP VALUE ZERO.
         01 WS-RT-IDX PIC 9(4) COMP VALUE ZERO.
         01 WS-RT-FOUND-IDX PIC 9(4) COMP VALUE ZERO.
         01 WS-RUN-TALLY-TABLE.
           05 WS-RT-ENTRY OCCURS 50 TIMES.
             10 WS-RT-RUN-ID PIC X(08).
             10 WS-RT-ROW-COUNT PIC 9(4) COMP.
             10 WS-RT-TOTAL-COUNT PIC 9(09).

         01 WS-EXTRACT-RUN-DATE PIC 9(08) VALUE ZERO.
         01 WS-FIRST-EXT-COUNTER PIC 9(09) VALUE ZERO.
         01 WS-LAST-EXT-COUNTER PIC 9(09) VALUE ZERO.
           88 OVERRIDE-NOT-IN-EFFECT VALUE "N".
         01 WS-OVRD-CHECK-DATE PIC 9(08) VALUE ZERO.

      *  FBOVRD REPLACE ENTRIES IN EFFECT FOR THE EXTRACT'S RUN DATE.
      *  A FORCED PHRASE HAS NO FBCLSDT DETAIL AND SO NO FBLBLIX LABEL
      *  ROWS, WHATEVER TEXT IT CARRIES.
         01 WS-REPLACE-LOADED PIC 9(4) COMP VALUE ZERO.
         01 WS-REP-IDX PIC 9(4) COMP VALUE ZERO.
         01 WS-REPLACE-TABLE.
           05 WS-REP-ENTRY OCCURS 50 TIMES.
             10 WS-REP-COUNTER PIC 9(9).
         01 WS-REPLACED-SW PIC X(01) VALUE "N".
           88 COUNTER-IS-REPLACED VALUE "Y".
           88 COUNTER-NOT-REPLACED VALUE "N".

      *  LABEL CROSS-REFERENCE CHECK AREA - A LABEL ROW IS TESTED
      *  AGAINST ITS FBINDEX ROW; WS-LX-PROBLEM NAMES WHAT IS WRONG.
         01 WS-LX-PHRASE PIC X(40) VALUE SPACES.
         01 WS-LX-PROBLEM PIC X(39) VALUE SPACES.
         01 WS-LX-LEN PIC 9(4) COMP VALUE ZERO.
         01 WS-LX-POS PIC 9(4) COMP VALUE ZERO.
         01 WS-LX-TALLY PIC 9(4) COMP VALUE ZERO.

         01 WS-RECON-TOTALS.
           05 WS-EXTRACT-REC-COUNT PIC 9(9) COMP VALUE ZERO.
           05 WS-INDEX-REC-COUNT PIC 9(9) COMP VALUE ZERO.
           05 WS-INDEX-ONLY-COUNT PIC 9(9) COMP VALUE ZERO.
           05 WS-SUPPRESSED-COUNT PIC 9(9) COMP VALUE ZERO.
           05 WS-MASTER-RETAINED-COUNT PIC 9(9) COMP VALUE ZERO.
           05 WS-LBLIX-REC-COUNT PIC 9(9) COMP VALUE ZERO.
           05 WS-LBLIX-BAD-COUNT PIC 9(9) COMP VALUE ZERO.
           05 WS-NO-LABEL-COUNT PIC 9(9) COMP VALUE ZERO.
           05 WS-DISCREPANCY-COUNT PIC 9(9) COMP VALUE ZERO.

         01 WS-RUN-DATE-RAW PIC 9(8) VALUE ZERO.
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
           PERFORM 2000-MATCH-EXTRACT-TO-INDEX THRU 2000-EXIT
           PERFORM 2500-CHECK-LABEL-XREF THRU 2500-EXIT
           PERFORM 3000-CHECK-HISTORY-ROW THRU 3000-EXIT
           PERFORM 8000-TERMINATE-RUN THRU 8000-EXIT
           PERFORM 9910-JOURNAL-STEP-END THRU 9910-EXIT
           STOP RUN.

      *****************************************************************
      *  EFFECTIVE-DATE WINDOWS CAN BE TESTED AT THE EXTRACT'S RUN    *
      *  DATE - THE DATE FIZZBUZZ ACTUALLY APPLIED THE SUPPRESSIONS - *
      *  NOT AT WHATEVER DAY THE RECONCILE HAPPENS TO RUN.            *
      *  A MISSING FBLBLIX LABEL CROSS-REFERENCE IS ALSO A FAILURE.   *
      *****************************************************************
       1000-INITIALIZE-RUN.
           ACCEPT WS-RUN-DATE-RAW FROM DATE YYYYMMDD
           ELSE
               SET INDEX-IS-OPEN TO TRUE
               PERFORM 2300-READ-INDEX THRU 2300-EXIT
           END-IF
           OPEN INPUT LBLIX-FILE
           IF WS-LBLIX-STATUS NOT = "00"
               MOVE ZERO TO RPT-RC-COUNTER
               MOVE "CANNOT OPEN FBLBLIX" TO RPT-RC-MESSAGE
               PERFORM 7100-REPORT-DISCREPANCY THRU 7100-EXIT
               MOVE 16 TO RETURN-CODE
           ELSE
               SET LBLIX-IS-OPEN TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.
      *  OR NOT-YET-EFFECTIVE ROW EXCUSES EXACTLY WHAT THAT RUN       *
      *  SUPPRESSED.  THE FILE IS OPTIONAL AND ROWS FIZZBUZZ WOULD    *
      *  REJECT ARE SKIPPED QUIETLY - FIZZBUZZ ALREADY WARNS ON THEM  *
      *  AT SOURCE.  REPLACE ("R") ENTRIES IN EFFECT ARE LOADED TOO,  *
      *  FOR THE LABEL CROSS-REFERENCE CHECK (SEE 2170).              *
      *****************************************************************
       1500-LOAD-SUPPRESS-TABLE.
           IF WS-EXTRACT-RUN-DATE NOT = ZERO
               MOVE WS-RUN-DATE-RAW TO WS-OVRD-CHECK-DATE
           END-IF
           MOVE ZERO TO WS-SUPPRESS-LOADED
           MOVE ZERO TO WS-REPLACE-LOADED
           OPEN INPUT OVERRIDE-FILE
           IF WS-OVRD-STATUS = "00"
               PERFORM 1550-READ-ONE-OVERRIDE THRU 1550-EXIT
                               WS-SUP-COUNTER (WS-SUPPRESS-LOADED)
                       END-IF
                   END-IF
                   IF OVR-COUNTER NUMERIC AND OVR-ACTION-REPLACE
                       AND WS-REPLACE-LOADED < 50
                       PERFORM 1560-CHECK-OVERRIDE-EFFECTIVE
                           THRU 1560-EXIT
                       IF OVERRIDE-IN-EFFECT
                           ADD 1 TO WS-REPLACE-LOADED
                           MOVE OVR-COUNTER TO
                               WS-REP-COUNTER (WS-REPLACE-LOADED)
                       END-IF
                   END-IF
           END-READ.
       1550-EXIT.
           EXIT.
                           THRU 2150-EXIT
                       PERFORM 2300-READ-INDEX THRU 2300-EXIT
                   ELSE
                       IF LBLIX-IS-OPEN
                           PERFORM 2170-CHECK-INDEX-LABELS
                               THRU 2170-EXIT
                       END-IF
                       PERFORM 2200-READ-EXTRACT THRU 2200-EXIT
                       PERFORM 2300-READ-INDEX THRU 2300-EXIT
                   END-IF
       2150-EXIT.
           EXIT.

      *****************************************************************
      *  2170-CHECK-INDEX-LABELS - AN FBINDEX ROW MATCHED TO THE      *
      *  EXTRACT WHOSE PHRASE IS MORE THAN THE COUNTER'S OWN DIGITS   *
      *  CAME FROM AT LEAST ONE RULE, SO FBLBLIX MUST LIST IT UNDER   *
      *  AT LEAST ONE LABEL - UNLESS AN FBOVRD REPLACE FORCED THE     *
      *  PHRASE.  THE ALTERNATE (COUNTER) KEY FINDS ITS LABEL ROWS.   *
      *****************************************************************
       2170-CHECK-INDEX-LABELS.
           MOVE IDX-PHRASE TO WS-LX-PHRASE
           INSPECT WS-LX-PHRASE CONVERTING "0123456789"
               TO "          "
           IF WS-LX-PHRASE NOT = SPACES
               SET COUNTER-NOT-REPLACED TO TRUE
               PERFORM 2180-TEST-ONE-REPLACE THRU 2180-EXIT
                   VARYING WS-REP-IDX FROM 1 BY 1
                   UNTIL WS-REP-IDX > WS-REPLACE-LOADED
                      OR COUNTER-IS-REPLACED
               IF COUNTER-NOT-REPLACED
                   MOVE IDX-COUNTER TO LBX-COUNTER
                   START LBLIX-FILE KEY IS EQUAL TO LBX-COUNTER
                       INVALID KEY
                           MOVE IDX-COUNTER TO RPT-RC-COUNTER
                           MOVE "IN FBINDEX WITH NO FBLBLIX LABEL ROW"
                               TO RPT-RC-MESSAGE
                           PERFORM 7100-REPORT-DISCREPANCY
                               THRU 7100-EXIT
                           ADD 1 TO WS-NO-LABEL-COUNT
                   END-START
               END-IF
           END-IF.
       2170-EXIT.
           EXIT.

       2180-TEST-ONE-REPLACE.
           IF WS-REP-COUNTER (WS-REP-IDX) = IDX-COUNTER
               SET COUNTER-IS-REPLACED TO TRUE
           END-IF.
       2180-EXIT.
           EXIT.

      *****************************************************************
      *  2200-READ-EXTRACT - READ THE NEXT EXTRACT RECORD, CAPTURING  *
      *  THE RUN DATE AND FIRST COUNTER FROM THE FIRST RECORD FOR     *
           EXIT.

       2300-READ-INDEX.
           READ INDEX-FILE NEXT RECORD
               AT END
                   SET INDEX-EOF TO TRUE
               NOT AT END
       2450-EXIT.
           EXIT.

      *****************************************************************
      *  2500-CHECK-LABEL-XREF - READ THE WHOLE FBLBLIX LABEL CROSS-  *
      *  REFERENCE IN LABEL ORDER AND PROVE EVERY ROW AGAINST ITS     *
      *  FBINDEX ROW.  THE WHOLE FILE IS CHECKED, NOT JUST TODAY'S    *
      *  RANGE - FBINQ ANSWERS FROM ALL OF IT.                        *
      *****************************************************************
       2500-CHECK-LABEL-XREF.
           IF LBLIX-IS-OPEN AND INDEX-IS-OPEN
               MOVE LOW-VALUES TO LBX-KEY
               START LBLIX-FILE KEY IS NOT LESS THAN LBX-KEY
                   INVALID KEY
                       SET LBLIX-EOF TO TRUE
               END-START
               PERFORM 2550-READ-ONE-LABEL-ROW THRU 2550-EXIT
                   UNTIL LBLIX-EOF
           END-IF.
       2500-EXIT.
           EXIT.

       2550-READ-ONE-LABEL-ROW.
           READ LBLIX-FILE NEXT RECORD
               AT END
                   SET LBLIX-EOF TO TRUE
               NOT AT END
                   IF WS-LBLIX-STATUS (1 : 1) = "0"
                       ADD 1 TO WS-LBLIX-REC-COUNT
                       PERFORM 2600-JUDGE-LABEL-ROW THRU 2600-EXIT
                   ELSE
                       SET LBLIX-EOF TO TRUE
                   END-IF
           END-READ.
       2550-EXIT.
           EXIT.

      *****************************************************************
      *  2600-JUDGE-LABEL-ROW - THE COUNTER MUST BE ON FBINDEX, THE   *
      *  ROW MUST CARRY THE SAME RUN-ID AND RUN DATE (FBIXBLD STAMPS  *
      *  BOTH FROM ONE EXTRACT RECORD), AND THE LABEL MUST APPEAR IN  *
      *  THE FBINDEX PHRASE.                                          *
      *****************************************************************
       2600-JUDGE-LABEL-ROW.
           MOVE SPACES TO WS-LX-PROBLEM
           MOVE LBX-COUNTER TO IDX-COUNTER
           READ INDEX-FILE
               INVALID KEY
                   MOVE "COUNTER NOT ON FBINDEX" TO WS-LX-PROBLEM
               NOT INVALID KEY
                   PERFORM 2650-MATCH-LABEL-TO-ROW THRU 2650-EXIT
           END-READ
           IF WS-LX-PROBLEM NOT = SPACES
               MOVE LBX-COUNTER TO RPT-RC-COUNTER
               MOVE SPACES TO RPT-RC-MESSAGE
               STRING "FBLBLIX " LBX-LABEL " - " WS-LX-PROBLEM
                   DELIMITED BY SIZE
                   INTO RPT-RC-MESSAGE
               END-STRING
               PERFORM 7100-REPORT-DISCREPANCY THRU 7100-EXIT
               ADD 1 TO WS-LBLIX-BAD-COUNT
           END-IF.
       2600-EXIT.
           EXIT.

       2650-MATCH-LABEL-TO-ROW.
           IF LBX-RUN-ID NOT = IDX-RUN-ID
               OR LBX-RUN-DATE NOT = IDX-RUN-DATE
               MOVE "RUN-ID/DATE DIFFERS FROM FBINDEX ROW"
                   TO WS-LX-PROBLEM
           ELSE
               MOVE ZERO TO WS-LX-LEN
               PERFORM 2670-TEST-ONE-CHAR THRU 2670-EXIT
                   VARYING WS-LX-POS FROM 10 BY -1
                   UNTIL WS-LX-POS < 1
                      OR WS-LX-LEN NOT = ZERO
               MOVE ZERO TO WS-LX-TALLY
               IF WS-LX-LEN NOT = ZERO
                   INSPECT IDX-PHRASE TALLYING WS-LX-TALLY
                       FOR ALL LBX-LABEL (1 : WS-LX-LEN)
               END-IF
               IF WS-LX-TALLY = ZERO
                   MOVE "LABEL NOT IN FBINDEX PHRASE"
                       TO WS-LX-PROBLEM
               END-IF
           END-IF.
       2650-EXIT.
           EXIT.

       2670-TEST-ONE-CHAR.
           IF LBX-LABEL (WS-LX-POS : 1) NOT = SPACE
               MOVE WS-LX-POS TO WS-LX-LEN
           END-IF.
       2670-EXIT.
           EXIT.

      *****************************************************************
      *  3000-CHECK-HISTORY-ROW - SUM HIST-TOTAL-COUNT ACROSS EVERY   *
      *  VALID FBHIST ROW FOR THE EXTRACT'S RUN DATE WHOSE RANGE      *
      *  WITH ITS OWN FBHIST ROW (AND POSSIBLY ITS OWN RUN-ID), SO    *
      *  THE SUM - NOT ANY SINGLE ROW - IS WHAT THE EXTRACT MUST      *
      *  BALANCE TO.  A DOUBLE-FED RANGE WRITES TWO VALID ROWS AND    *
      *  SO STILL SHOWS UP AS A COUNT MISMATCH.  AN "R" ROW VOIDS     *
      *  THE EARLIER ROWS OF ITS RUN-ID, SO A BACKED-OUT RUN PLUS ITS *
      *  RERUN BALANCES ON THE RERUN ALONE.                           *
      *****************************************************************
       3000-CHECK-HISTORY-ROW.
           OPEN INPUT HISTORY-FILE
               PERFORM 3100-READ-ONE-HISTORY-ROW THRU 3100-EXIT
                   UNTIL WS-HIST-STATUS NOT = "00"
               CLOSE HISTORY-FILE
               PERFORM 3195-SUM-RUN-TALLIES THRU 3195-EXIT
               PERFORM 3180-REPORT-OUTSTANDING-PARTIALS
                   THRU 3180-EXIT
               IF HIST-ROW-NOT-FOUND
               AND HIST-RUN-DATE = WS-EXTRACT-RUN-DATE
               AND HIST-START-FROM < WS-LAST-EXT-COUNTER
               AND HIST-END-AT >= WS-FIRST-EXT-COUNTER
               PERFORM 3152-FIND-RUN-TALLY THRU 3152-EXIT
               IF WS-RT-FOUND-IDX = ZERO
                   AND WS-RUN-TALLY-COUNT < 50
                   ADD 1 TO WS-RUN-TALLY-COUNT
                   MOVE WS-RUN-TALLY-COUNT TO WS-RT-FOUND-IDX
                   MOVE HIST-RUN-ID TO WS-RT-RUN-ID (WS-RT-FOUND-IDX)
                   MOVE ZERO TO WS-RT-ROW-COUNT (WS-RT-FOUND-IDX)
                   MOVE ZERO TO WS-RT-TOTAL-COUNT (WS-RT-FOUND-IDX)
               END-IF
               IF WS-RT-FOUND-IDX = ZERO
                   SET HIST-ROW-FOUND TO TRUE
                   ADD HIST-TOTAL-COUNT TO WS-HIST-TOTAL-COUNT
               ELSE
                   ADD 1 TO WS-RT-ROW-COUNT (WS-RT-FOUND-IDX)
                   ADD HIST-TOTAL-COUNT
                       TO WS-RT-TOTAL-COUNT (WS-RT-FOUND-IDX)
               END-IF
           END-IF
           IF HIST-RANGE-VALID-FLAG = "R"
               AND HIST-RUN-DATE = WS-EXTRACT-RUN-DATE
               PERFORM 3190-VOID-REVERSED-RUN THRU 3190-EXIT
           END-IF
           IF HIST-RANGE-VALID-FLAG = "Y"
               PERFORM 3170-CLEAR-SUPERSEDED-PARTIALS THRU 3170-EXIT
       3160-EXIT.
           EXIT.

       3152-FIND-RUN-TALLY.
           MOVE ZERO TO WS-RT-FOUND-IDX
           PERFORM 3154-TEST-ONE-RUN-TALLY THRU 3154-EXIT
               VARYING WS-RT-IDX FROM 1 BY 1
               UNTIL WS-RT-IDX > WS-RUN-TALLY-COUNT
                  OR WS-RT-FOUND-IDX NOT = ZERO.
       3152-EXIT.
           EXIT.

       3154-TEST-ONE-RUN-TALLY.
           IF WS-RT-RUN-ID (WS-RT-IDX) = HIST-RUN-ID
               MOVE WS-RT-IDX TO WS-RT-FOUND-IDX
           END-IF.
       3154-EXIT.
           EXIT.

      *****************************************************************
      *  3170-CLEAR-SUPERSEDED-PARTIALS - THE "Y" ROW JUST READ IS    *
      *  THE COMPLETING RESTART OF ANY EARLIER "P" ROW CARRYING THE   *
       3185-EXIT.
           EXIT.

      *****************************************************************
      *  3190-VOID-REVERSED-RUN - AN "R" ROW MEANS FBBKOUT BACKED OUT *
      *  EVERY "Y" AND "P" ROW OF ITS RUN-ID AND DATE SEEN SO FAR -   *
      *  THE SAME RULE FBBKOUT APPLIES.  THAT RUN'S TALLY IS ZEROED   *
      *  AND ITS PARTIALS NO LONGER WAIT FOR A RESTART.               *
      *****************************************************************
       3190-VOID-REVERSED-RUN.
           PERFORM 3152-FIND-RUN-TALLY THRU 3152-EXIT
           IF WS-RT-FOUND-IDX NOT = ZERO
               MOVE ZERO TO WS-RT-ROW-COUNT (WS-RT-FOUND-IDX)
               MOVE ZERO TO WS-RT-TOTAL-COUNT (WS-RT-FOUND-IDX)
           END-IF
           PERFORM 3192-VOID-ONE-PARTIAL THRU 3192-EXIT
               VARYING WS-PL-IDX FROM 1 BY 1
               UNTIL WS-PL-IDX > WS-PARTIAL-COUNT.
       3190-EXIT.
           EXIT.

       3192-VOID-ONE-PARTIAL.
           IF PL-ENTRY-ACTIVE (WS-PL-IDX)
               AND WS-PL-RUN-ID (WS-PL-IDX) = HIST-RUN-ID
               SET PL-ENTRY-SUPERSEDED (WS-PL-IDX) TO TRUE
           END-IF.
       3192-EXIT.
           EXIT.

      *****************************************************************
      *  3195-SUM-RUN-TALLIES - AFTER THE SCAN, ONLY THE RUN-IDS WITH *
      *  "Y" ROWS LEFT STANDING COUNT TOWARD THE FBHIST TOTAL.        *
      *****************************************************************
       3195-SUM-RUN-TALLIES.
           PERFORM 3197-ADD-ONE-RUN-TALLY THRU 3197-EXIT
               VARYING WS-RT-IDX FROM 1 BY 1
               UNTIL WS-RT-IDX > WS-RUN-TALLY-COUNT.
       3195-EXIT.
           EXIT.

       3197-ADD-ONE-RUN-TALLY.
           IF WS-RT-ROW-COUNT (WS-RT-IDX) NOT = ZERO
               SET HIST-ROW-FOUND TO TRUE
               ADD WS-RT-TOTAL-COUNT (WS-RT-IDX) TO WS-HIST-TOTAL-COUNT
           END-IF.
       3197-EXIT.
           EXIT.

      *****************************************************************
      *  7100-REPORT-DISCREPANCY - PRINT ONE DISCREPANCY LINE FROM    *
      *  RPT-RECON-LINE AND BUMP THE DISCREPANCY TOTAL.  AFTER        *
           MOVE RPT-TRAILER-LINE TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           MOVE SPACES TO RPT-TRAILER-LINE
           MOVE "FBLBLIX LABEL ROWS READ....." TO RPT-T-LABEL
           MOVE WS-LBLIX-REC-COUNT TO RPT-T-VALUE
           MOVE RPT-TRAILER-LINE TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           MOVE SPACES TO RPT-TRAILER-LINE
           MOVE "FBLBLIX ROWS OUT OF STEP...." TO RPT-T-LABEL
           MOVE WS-LBLIX-BAD-COUNT TO RPT-T-VALUE
           MOVE RPT-TRAILER-LINE TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           MOVE SPACES TO RPT-TRAILER-LINE
           MOVE "FBINDEX ROWS MISSING LABELS." TO RPT-T-LABEL
           MOVE WS-NO-LABEL-COUNT TO RPT-T-VALUE
           MOVE RPT-TRAILER-LINE TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           MOVE SPACES TO RPT-TRAILER-LINE
           MOVE "TOTAL DISCREPANCIES........." TO RPT-T-LABEL
           MOVE WS-DISCREPANCY-COUNT TO RPT-T-VALUE
           MOVE RPT-TRAILER-LINE TO WS-PRINT-LINE
           IF INDEX-IS-OPEN
               CLOSE INDEX-FILE
           END-IF
           IF LBLIX-IS-OPEN
               CLOSE LBLIX-FILE
           END-IF
           CLOSE PRINT-FILE
           IF WS-DISCREPANCY-COUNT = ZERO
               DISPLAY "FBRECON: OUTPUTS BALANCE - NO DISCREPANCIES"
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
               WS-EXTRACT-REC-COUNT + WS-INDEX-REC-COUNT
               + WS-LBLIX-REC-COUNT
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
           MOVE "FBRECON" TO JRN-PROGRAM-ID
           CALL "FBJRNLWR" USING JOURNAL-RECORD
               ON EXCEPTION
                   DISPLAY "FBRECON: STEP JOURNAL WRITER NOT AVAILABLE"
           END-CALL
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.
       9950-EXIT.
           EXIT.

       END PROGRAM FBRECON.
