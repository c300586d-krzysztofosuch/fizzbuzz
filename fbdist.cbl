      *                 PARTNER.  REPLACES RUNNING FBXMIT REPEATEDLY *
      *                 AND HAND-TRIMMING THE OUTPUT, WHICH ONCE     *
      *                 SENT ONE PARTNER ANOTHER PARTNER'S RANGE.    *
      *  10/15/26  RJ   EVERY RUN NOW APPENDS A START ROW AND AN END  *
      *                 ROW (RETURN-CODE, RECORDS READ AND WRITTEN)   *
      *                 TO THE SHARED FBJRNL STEP JOURNAL THROUGH     *
      *                 THE COMMON FBJRNLWR WRITER (SEE 9900-9950)    *
      *                 FOR THE FBRUNSHT NIGHTLY RUN SHEET.           *
      *  10/15/26  RJ   FBPRTNR NOW CARRIES EFFECTIVE DATES AND AN    *
      *                 ACTIVE/SUSPENDED STATUS (MAINTAINED BY        *
      *                 FBPTMNT).  A PARTNER THAT IS SUSPENDED, NOT   *
      *                 YET EFFECTIVE OR PAST ITS EFFECTIVE-TO DATE   *
      *                 ON THE RUN DATE IS SKIPPED - NO ENVELOPE AND  *
      *                 NO FBXMLOG ROW, ITS FBXMTNN FILE LEFT EMPTY   *
      *                 SO THE OTHER PARTNERS KEEP THEIR FILES - AND  *
      *                 IS LISTED UNDER PARTNERS SKIPPED ON FBDSPRT.  *
      *                 A RUN THAT SERVES NOBODY ENDS RETURN-CODE 4.  *
      *  10/15/26  RJ   AN FBBKOUT REVERSAL EXTRACT (EXT-RECORD-TYPE  *
      *                 "R") IS SENT AS REVERSAL ENVELOPES - THE      *
      *                 HEADER CARRIES XMT-H-ENVELOPE-TYPE "R", THE   *
      *                 LABEL FILTER IS NOT APPLIED (A RESTORED       *
      *                 PHRASE NEED NOT CARRY THE LABEL THE PARTNER   *
      *                 WAS SENT), AND A PARTNER NONE OF THE BACKED-  *
      *                 OUT COUNTERS REACHED GETS NO ENVELOPE AND IS  *
      *                 LISTED AS SKIPPED.                            *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  FILLER                    PIC X(02).
           05  RPT-DS-HASH               PIC 9(15).
           05  FILLER                    PIC X(51).
       01  RPT-SKIP-LINE.
           05  RPT-SK-PARTNER            PIC X(08).
           05  FILLER                    PIC X(02).
           05  RPT-SK-SENDER             PIC X(08).
           05  FILLER                    PIC X(02).
           05  RPT-SK-REASON             PIC X(22).
           05  FILLER                    PIC X(02).
           05  RPT-SK-EFF-LIT            PIC X(04).
           05  RPT-SK-EFF-FROM           PIC X(08).
           05  RPT-SK-EFF-DASH           PIC X(01).
           05  RPT-SK-EFF-TO             PIC X(08).
           05  FILLER                    PIC X(02).
           05  RPT-SK-SUSP-LIT           PIC X(10).
           05  RPT-SK-SUSP-FROM          PIC X(08).
           05  RPT-SK-SUSP-DASH          PIC X(01).
           05  RPT-SK-SUSP-TO            PIC X(08).
           05  FILLER                    PIC X(38).

       WORKING-STORAGE SECTION.
         01 WS-PARTNER-STATUS PIC X(02) VALUE "00".
         77 WS-MAX-PARTNERS PIC 9(4) VALUE 5.
         01 WS-PARTNER-COUNT PIC 9(4) COMP VALUE ZERO.
         01 WS-PTR-IDX PIC 9(4) COMP VALUE ZERO.
         01 WS-SERVED-COUNT PIC 9(4) COMP VALUE ZERO.
         01 WS-SKIPPED-COUNT PIC 9(4) COMP VALUE ZERO.
         01 WS-PARTNER-TABLE.
           05 WS-PT-ENTRY OCCURS 5 TIMES.
             10 WS-PT-PARTNER-ID PIC X(08).
             10 WS-PT-HEADER-SW PIC X(01).
               88 PT-HEADER-WRITTEN VALUE "Y".
               88 PT-HEADER-NOT-WRITTEN VALUE "N".
             10 WS-PT-EFF-FROM PIC 9(08).
             10 WS-PT-EFF-TO PIC 9(08).
             10 WS-PT-STATUS PIC X(01).
               88 PT-SUSPENDED VALUE "S".
             10 WS-PT-SUSP-FROM PIC 9(08).
             10 WS-PT-SUSP-TO PIC 9(08).
             10 WS-PT-SERVE-SW PIC X(01).
               88 PT-SERVED VALUE "Y".
               88 PT-SKIPPED VALUE "N".
             10 WS-PT-SKIP-REASON PIC X(22).

         01 WS-LOG-RUN-ID PIC X(08) VALUE SPACES.
         01 WS-LOG-RUN-DATE PIC 9(08) VALUE ZERO.
         01 WS-SENT-DATE-RAW PIC 9(08) VALUE ZERO.
         01 WS-EXTRACT-REC-COUNT PIC 9(9) COMP VALUE ZERO.
         01 WS-DETAIL-REC-COUNT PIC 9(9) COMP VALUE ZERO.
         01 WS-FIRST-RECORD-SW PIC X(01) VALUE "Y".
           88 FIRST-RECORD-OF-RUN VALUE "Y".
           88 NOT-FIRST-RECORD-OF-RUN VALUE "N".
         01 WS-REVERSAL-SW PIC X(01) VALUE "N".
           88 REVERSAL-DISTRIBUTION VALUE "Y".

         01 WS-CHAR-POS PIC 9(4) COMP VALUE ZERO.
         01 WS-SCAN-POS PIC 9(4) COMP VALUE ZERO.
         COPY FBXCPT.
         01 WS-SAVED-RETURN-CODE PIC 9(4) COMP VALUE ZERO.

      *  STEP JOURNAL AREA - 9900/9910 FILL THE START AND END ROWS
      *  AND 9950-WRITE-JOURNAL-ROW CALLS THE COMMON FBJRNLWR
      *  WRITER.
         COPY FBJRNL.

       PROCEDURE DIVISION.
      *****************************************************************
      *  0000-MAINLINE                                                *
      *****************************************************************
       0000-MAINLINE.
           PERFORM 9900-JOURNAL-STEP-START THRU 9900-EXIT
           PERFORM 1000-INITIALIZE-RUN THRU 1000-EXIT
           PERFORM 2000-DISTRIBUTE-EXTRACT THRU 2000-EXIT
           PERFORM 8000-TERMINATE-RUN THRU 8000-EXIT
           PERFORM 9910-JOURNAL-STEP-END THRU 9910-EXIT
           STOP RUN.

      *****************************************************************

      *****************************************************************
      *  1500-LOAD-PARTNER-PROFILES - LOAD AND EDIT EVERY FBPRTNR     *
      *  ROW.  A ROW WITH A BLANK PARTNER ID, A BAD RANGE, A BAD      *
      *  STATUS OR A NON-NUMERIC DATE FAILS THE STEP - A GUESSED      *
      *  PROFILE IS HOW A PARTNER GETS ANOTHER PARTNER'S RANGE.  MORE *
      *  ROWS THAN OUTPUT FILES ALSO FAILS.  BLANK DATES ON A ROW     *
      *  WRITTEN BEFORE THEY EXISTED MEAN NO LIMIT.                    *
      *****************************************************************
       1500-LOAD-PARTNER-PROFILES.
           MOVE ZERO TO WS-PARTNER-COUNT
               OR PTR-RANGE-FROM NOT NUMERIC
               OR PTR-RANGE-TO NOT NUMERIC
               OR PTR-RANGE-FROM > PTR-RANGE-TO
               OR NOT PTR-STATUS-VALID
               OR (PTR-EFF-FROM NOT NUMERIC
                   AND PTR-EFF-FROM NOT = SPACES)
               OR (PTR-EFF-TO NOT NUMERIC
                   AND PTR-EFF-TO NOT = SPACES)
               OR (PTR-SUSP-FROM NOT NUMERIC
                   AND PTR-SUSP-FROM NOT = SPACES)
               OR (PTR-SUSP-TO NOT NUMERIC
                   AND PTR-SUSP-TO NOT = SPACES)
               DISPLAY "FBDIST: INVALID FBPRTNR ROW FOR PARTNER "
                   PTR-PARTNER-ID " - STEP FAILED"
               MOVE 16 TO RETURN-CODE
                   SET PT-HEADER-NOT-WRITTEN (WS-PARTNER-COUNT)
                       TO TRUE
                   PERFORM 1700-SET-FILTER-LENGTH THRU 1700-EXIT
                   PERFORM 1800-SET-PARTNER-STANDING THRU 1800-EXIT
               END-IF
           END-IF.
       1600-EXIT.
       1750-EXIT.
           EXIT.

      *****************************************************************
      *  1800-SET-PARTNER-STANDING - DECIDE WHETHER THE PARTNER JUST  *
      *  LOADED IS SERVED ON THE RUN DATE.  SUSPENDED INSIDE ITS      *
      *  SUSPENSION WINDOW, NOT YET EFFECTIVE, OR PAST ITS EFFECTIVE- *
      *  TO DATE MEANS SKIPPED.  A SKIPPED PARTNER KEEPS ITS TABLE    *
      *  POSITION, SO EVERY PARTNER KEEPS ITS OWN FBXMTNN FILE.        *
      *****************************************************************
       1800-SET-PARTNER-STANDING.
           MOVE ZERO TO WS-PT-EFF-FROM (WS-PARTNER-COUNT)
           MOVE ZERO TO WS-PT-EFF-TO (WS-PARTNER-COUNT)
           MOVE ZERO TO WS-PT-SUSP-FROM (WS-PARTNER-COUNT)
           MOVE ZERO TO WS-PT-SUSP-TO (WS-PARTNER-COUNT)
           IF PTR-EFF-FROM NUMERIC
               MOVE PTR-EFF-FROM TO WS-PT-EFF-FROM (WS-PARTNER-COUNT)
           END-IF
           IF PTR-EFF-TO NUMERIC
               MOVE PTR-EFF-TO TO WS-PT-EFF-TO (WS-PARTNER-COUNT)
           END-IF
           IF PTR-SUSP-FROM NUMERIC
               MOVE PTR-SUSP-FROM TO
                   WS-PT-SUSP-FROM (WS-PARTNER-COUNT)
           END-IF
           IF PTR-SUSP-TO NUMERIC
               MOVE PTR-SUSP-TO TO WS-PT-SUSP-TO (WS-PARTNER-COUNT)
           END-IF
           MOVE PTR-STATUS TO WS-PT-STATUS (WS-PARTNER-COUNT)
           SET PT-SERVED (WS-PARTNER-COUNT) TO TRUE
           MOVE SPACES TO WS-PT-SKIP-REASON (WS-PARTNER-COUNT)
           IF PTR-STATUS-SUSPENDED
               AND (WS-PT-SUSP-FROM (WS-PARTNER-COUNT) = ZERO
                    OR WS-RUN-DATE-RAW NOT <
                       WS-PT-SUSP-FROM (WS-PARTNER-COUNT))
               AND (WS-PT-SUSP-TO (WS-PARTNER-COUNT) = ZERO
                    OR WS-RUN-DATE-RAW NOT >
                       WS-PT-SUSP-TO (WS-PARTNER-COUNT))
               SET PT-SKIPPED (WS-PARTNER-COUNT) TO TRUE
               MOVE "SUSPENDED" TO WS-PT-SKIP-REASON (WS-PARTNER-COUNT)
           END-IF
           IF PT-SERVED (WS-PARTNER-COUNT)
               AND WS-PT-EFF-FROM (WS-PARTNER-COUNT) NOT = ZERO
               AND WS-RUN-DATE-RAW < WS-PT-EFF-FROM (WS-PARTNER-COUNT)
               SET PT-SKIPPED (WS-PARTNER-COUNT) TO TRUE
               MOVE "NOT YET EFFECTIVE" TO
                   WS-PT-SKIP-REASON (WS-PARTNER-COUNT)
           END-IF
           IF PT-SERVED (WS-PARTNER-COUNT)
               AND WS-PT-EFF-TO (WS-PARTNER-COUNT) NOT = ZERO
               AND WS-RUN-DATE-RAW > WS-PT-EFF-TO (WS-PARTNER-COUNT)
               SET PT-SKIPPED (WS-PARTNER-COUNT) TO TRUE
               MOVE "EFFECTIVE PERIOD ENDED" TO
                   WS-PT-SKIP-REASON (WS-PARTNER-COUNT)
           END-IF
           IF PT-SERVED (WS-PARTNER-COUNT)
               ADD 1 TO WS-SERVED-COUNT
           ELSE
               ADD 1 TO WS-SKIPPED-COUNT
               DISPLAY "FBDIST: PARTNER "
                   WS-PT-PARTNER-ID (WS-PARTNER-COUNT) " SKIPPED - "
                   WS-PT-SKIP-REASON (WS-PARTNER-COUNT)
           END-IF.
       1800-EXIT.
           EXIT.

      *****************************************************************
      *  2000-DISTRIBUTE-EXTRACT - READ THE EXTRACT ONCE AND OFFER    *
      *  EVERY RECORD TO EVERY PARTNER.                                *
                           MOVE EXT-RUN-ID TO WS-LOG-RUN-ID
                           MOVE EXT-RUN-DATE TO WS-LOG-RUN-DATE
                           SET NOT-FIRST-RECORD-OF-RUN TO TRUE
                           IF EXT-REVERSAL-RECORD
                               SET REVERSAL-DISTRIBUTION TO TRUE
                               DISPLAY "FBDIST: REVERSAL EXTRACT - "
                                   "BUILDING REVERSAL ENVELOPES"
                           END-IF
                       END-IF
                       PERFORM 2200-OFFER-TO-ONE-PARTNER
                           THRU 2200-EXIT

      *****************************************************************
      *  2200-OFFER-TO-ONE-PARTNER - WRITE THE CURRENT EXTRACT        *
      *  RECORD TO ONE PARTNER'S ENVELOPE WHEN THE PARTNER IS SERVED  *
      *  THIS RUN AND THE RECORD FALLS IN ITS SUBSCRIBED RANGE AND    *
      *  PASSES ITS LABEL FILTER.                                      *
      *****************************************************************
       2200-OFFER-TO-ONE-PARTNER.
           IF PT-SERVED (WS-PTR-IDX)
               AND EXT-COUNTER NOT < WS-PT-RANGE-FROM (WS-PTR-IDX)
               AND EXT-COUNTER NOT > WS-PT-RANGE-TO (WS-PTR-IDX)
               PERFORM 2250-CHECK-LABEL-FILTER THRU 2250-EXIT
               IF LABEL-FOUND
                   MOVE XMIT-DETAIL-RECORD TO WS-XMIT-STAGE
                   PERFORM 3400-WRITE-PARTNER-RECORD THRU 3400-EXIT
                   ADD 1 TO WS-PT-DETAIL-COUNT (WS-PTR-IDX)
                   ADD 1 TO WS-DETAIL-REC-COUNT
                   ADD EXT-COUNTER TO WS-PT-HASH-TOTAL (WS-PTR-IDX)
               END-IF
           END-IF.

      *****************************************************************
      *  2250-CHECK-LABEL-FILTER - LABEL-FOUND WHEN THE PARTNER HAS   *
      *  NO FILTER, OR ITS FILTER LABEL APPEARS IN THE PHRASE.  A     *
      *  REVERSAL IS NOT FILTERED - THE BACKED-OUT PHRASE THE PARTNER *
      *  WAS SENT IS GONE, SO EVERY COUNTER IN ITS RANGE IS RESENT.   *
      *****************************************************************
       2250-CHECK-LABEL-FILTER.
           IF WS-PT-LABEL-LEN (WS-PTR-IDX) = ZERO
               OR REVERSAL-DISTRIBUTION
               SET LABEL-FOUND TO TRUE
           ELSE
               MOVE EXT-PHRASE TO WS-SCAN-PHRASE
           MOVE WS-PT-SENDER-ID (WS-PTR-IDX) TO XMT-H-SENDER-ID
           MOVE WS-LOG-RUN-DATE TO XMT-H-RUN-DATE
           MOVE WS-LOG-RUN-ID TO XMT-H-RUN-ID
           IF REVERSAL-DISTRIBUTION
               SET XMT-H-REVERSAL TO TRUE
           END-IF
           MOVE XMIT-HEADER-RECORD TO WS-XMIT-STAGE
           PERFORM 3400-WRITE-PARTNER-RECORD THRU 3400-EXIT
           SET PT-HEADER-WRITTEN (WS-PTR-IDX) TO TRUE.
      *  DISTRIBUTION NEVER RAN (MISSING EXTRACT, BAD PROFILE, TOO    *
      *  MANY PARTNERS) NO ENVELOPE IS CLOSED AND NOTHING IS LOGGED   *
      *  - AN FBXMLOG ROW FOR AN ENVELOPE THAT WAS NEVER SENT WOULD   *
      *  ONLY AGE IN FBACK AND PROMPT A RESEND OF NOTHING.  THE SAME  *
      *  HOLDS FOR A PARTNER SKIPPED THIS RUN; SKIPPED PARTNERS ARE   *
      *  LISTED WITH THE REASON.  A RUN THAT SERVED NOBODY IS A       *
      *  WARNING (RETURN-CODE 4).                                      *
      *****************************************************************
       8000-TERMINATE-RUN.
           IF RETURN-CODE = ZERO AND WS-PARTNER-COUNT NOT = ZERO
               MOVE "ENVELOPES BUILT PER PARTNER" TO RPT-SEC-TITLE
               MOVE RPT-SECTION-LINE TO WS-PRINT-LINE
               PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
               PERFORM 8050-CLOSE-SERVED-PARTNER THRU 8050-EXIT
                   VARYING WS-PTR-IDX FROM 1 BY 1
                   UNTIL WS-PTR-IDX > WS-PARTNER-COUNT
           END-IF
           IF WS-SKIPPED-COUNT NOT = ZERO
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
               MOVE SPACES TO RPT-SECTION-LINE
               MOVE "PARTNERS SKIPPED THIS RUN" TO RPT-SEC-TITLE
               MOVE RPT-SECTION-LINE TO WS-PRINT-LINE
               PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
               PERFORM 8300-LIST-SKIPPED-PARTNER THRU 8300-EXIT
                   VARYING WS-PTR-IDX FROM 1 BY 1
                   UNTIL WS-PTR-IDX > WS-PARTNER-COUNT
           END-IF
           IF RETURN-CODE NOT = ZERO
               DISPLAY "FBDIST: DISTRIBUTION NOT COMPLETED - NO "
                   "ENVELOPES CLOSED OR LOGGED"
               MOVE ZERO TO WS-SERVED-COUNT
               MOVE SPACES TO RPT-ERROR-LINE
               STRING "FBDIST: DISTRIBUTION NOT COMPLETED - NO "
                   "ENVELOPES CLOSED OR LOGGED" DELIMITED BY SIZE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           MOVE SPACES TO RPT-TRAILER-LINE
           MOVE "PARTNERS SERVED............." TO RPT-T-LABEL
           MOVE WS-SERVED-COUNT TO RPT-T-VALUE
           MOVE RPT-TRAILER-LINE TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           MOVE SPACES TO RPT-TRAILER-LINE
           MOVE "PARTNERS SKIPPED............" TO RPT-T-LABEL
           MOVE WS-SKIPPED-COUNT TO RPT-T-VALUE
           MOVE RPT-TRAILER-LINE TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           CLOSE PRINT-FILE
           IF RETURN-CODE = ZERO AND WS-PARTNER-COUNT NOT = ZERO
               AND WS-SERVED-COUNT = ZERO
               DISPLAY "FBDIST: WARNING - EVERY PARTNER SKIPPED - "
                   "NO ENVELOPES BUILT"
               MOVE 4 TO RETURN-CODE
               SET XCP-SEV-WARNING TO TRUE
               MOVE "EVERY PARTNER SKIPPED - NO ENVELOPES BUILT"
                   TO XCP-MESSAGE
               PERFORM 9800-LOG-EXCEPTION THRU 9800-EXIT
           END-IF
           DISPLAY "FBDIST: " WS-EXTRACT-REC-COUNT " RECORDS "
               "DISTRIBUTED TO " WS-SERVED-COUNT " PARTNER(S), "
               WS-SKIPPED-COUNT " SKIPPED".
       8000-EXIT.
           EXIT.

      *****************************************************************
      *  8050-CLOSE-SERVED-PARTNER - ONLY A PARTNER SERVED THIS RUN   *
      *  GETS AN ENVELOPE, AN FBXMLOG ROW AND A SUMMARY LINE.  ON A   *
      *  REVERSAL, A PARTNER NO BACKED-OUT COUNTER REACHED HAS        *
      *  NOTHING TO TAKE BACK - IT IS MOVED TO THE SKIPPED LIST       *
      *  RATHER THAN SENT AN EMPTY REVERSAL ENVELOPE.                 *
      *****************************************************************
       8050-CLOSE-SERVED-PARTNER.
           IF PT-SERVED (WS-PTR-IDX)
               AND REVERSAL-DISTRIBUTION
               AND PT-HEADER-NOT-WRITTEN (WS-PTR-IDX)
               SET PT-SKIPPED (WS-PTR-IDX) TO TRUE
               MOVE "NOT IN BACKED-OUT RUN"
                   TO WS-PT-SKIP-REASON (WS-PTR-IDX)
               SUBTRACT 1 FROM WS-SERVED-COUNT
               ADD 1 TO WS-SKIPPED-COUNT
           END-IF
           IF PT-SERVED (WS-PTR-IDX)
               PERFORM 8100-CLOSE-ONE-PARTNER THRU 8100-EXIT
           END-IF.
       8050-EXIT.
           EXIT.

      *****************************************************************
      *  8100-CLOSE-ONE-PARTNER - HEADER (IF NOTHING MATCHED) AND     *
      *  TRAILER FOR ONE PARTNER, ITS FBXMLOG ROW, AND ITS SUMMARY    *
       8200-EXIT.
           EXIT.

      *****************************************************************
      *  8300-LIST-SKIPPED-PARTNER - ONE LINE PER PARTNER SKIPPED     *
      *  THIS RUN WITH THE REASON, ITS EFFECTIVE DATES AND, WHEN      *
      *  SUSPENDED, THE SUSPENSION WINDOW.  A ZERO DATE PRINTS AS NO  *
      *  LIMIT.                                                        *
      *****************************************************************
       8300-LIST-SKIPPED-PARTNER.
           IF PT-SKIPPED (WS-PTR-IDX)
               MOVE SPACES TO RPT-SKIP-LINE
               MOVE WS-PT-PARTNER-ID (WS-PTR-IDX) TO RPT-SK-PARTNER
               MOVE WS-PT-SENDER-ID (WS-PTR-IDX) TO RPT-SK-SENDER
               MOVE WS-PT-SKIP-REASON (WS-PTR-IDX) TO RPT-SK-REASON
               MOVE "EFF " TO RPT-SK-EFF-LIT
               IF WS-PT-EFF-FROM (WS-PTR-IDX) = ZERO
                   MOVE "NO LIMIT" TO RPT-SK-EFF-FROM
               ELSE
                   MOVE WS-PT-EFF-FROM (WS-PTR-IDX) TO RPT-SK-EFF-FROM
               END-IF
               MOVE "-" TO RPT-SK-EFF-DASH
               IF WS-PT-EFF-TO (WS-PTR-IDX) = ZERO
                   MOVE "NO LIMIT" TO RPT-SK-EFF-TO
               ELSE
                   MOVE WS-PT-EFF-TO (WS-PTR-IDX) TO RPT-SK-EFF-TO
               END-IF
               IF PT-SUSPENDED (WS-PTR-IDX)
                   MOVE "SUSPENDED " TO RPT-SK-SUSP-LIT
                   IF WS-PT-SUSP-FROM (WS-PTR-IDX) = ZERO
                       MOVE "NO LIMIT" TO RPT-SK-SUSP-FROM
                   ELSE
                       MOVE WS-PT-SUSP-FROM (WS-PTR-IDX)
                           TO RPT-SK-SUSP-FROM
                   END-IF
                   MOVE "-" TO RPT-SK-SUSP-DASH
                   IF WS-PT-SUSP-TO (WS-PTR-IDX) = ZERO
                       MOVE "NO LIMIT" TO RPT-SK-SUSP-TO
                   ELSE
                       MOVE WS-PT-SUSP-TO (WS-PTR-IDX) TO RPT-SK-SUSP-TO
                   END-IF
               END-IF
               MOVE RPT-SKIP-LINE TO WS-PRINT-LINE
               PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           END-IF.
       8300-EXIT.
           EXIT.

      *****************************************************************
      *  9800-LOG-EXCEPTION - APPEND ONE RECORD TO THE SHARED FBXCPT  *
      *  EXCEPTION FILE VIA THE COMMON FBXCPTWR WRITER.  THE POINT OF *
       9800-EXIT.
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
           MOVE WS-EXTRACT-REC-COUNT TO JRN-RECORDS-READ
           MOVE WS-DETAIL-REC-COUNT TO JRN-RECORDS-WRITTEN
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
           MOVE "FBDIST" TO JRN-PROGRAM-ID
           CALL "FBJRNLWR" USING JOURNAL-RECORD
               ON EXCEPTION
                   DISPLAY "FBDIST: STEP JOURNAL WRITER NOT AVAILABLE"
           END-CALL
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.
       9950-EXIT.
           EXIT.

       END PROGRAM FBDIST.
