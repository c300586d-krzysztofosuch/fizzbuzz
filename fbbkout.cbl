       IDENTIFICATION DIVISION.
         PROGRAM-ID. FBBKOUT.
         AUTHOR. R JENNINGS.
         INSTALLATION. BATCH SYSTEMS - REPORTING.
         DATE-WRITTEN. 10/15/2026.
         DATE-COMPILED.
      *****************************************************************
      *  MODIFICATION HISTORY                                        *
      *  -------------------                                         *
      *  10/15/26  RJ   ORIGINAL PROGRAM.  RUN BACKOUT - TAKES BACK  *
      *                 A FIZZBUZZ RUN THAT WENT OUT WITH THE WRONG  *
      *                 RULES OR OVERRIDE FILE.  THE FBBOCARD CARD   *
      *                 NAMES THE RUN BY RUN-ID AND RUN DATE.  EVERY *
      *                 FBINDEX ROW THE RUN CHANGED IS PUT BACK FROM *
      *                 THE FBIXBIM BEFORE-IMAGE JOURNAL FBIXBLD     *
      *                 KEEPS - RESTORED TO ITS PRIOR PHRASE, OR     *
      *                 REMOVED WHEN THE RUN ADDED IT.  A ROW A      *
      *                 LATER RUN HAS SINCE REWRITTEN IS LEFT ALONE. *
      *                 A REVERSAL ("R") ROW IS APPENDED TO FBHIST   *
      *                 FOR EACH COMPLETED OR PARTIAL ROW OF THE RUN *
      *                 SO FBHISTRP, FBPERCLS AND CYCLE MODE STOP    *
      *                 TRUSTING IT, THE BACKOUT IS LOGGED TO        *
      *                 FBXCPT, AND THE RESTORED PHRASES ARE WRITTEN *
      *                 TO THE FBREVX REVERSAL EXTRACT FROM WHICH    *
      *                 FBDIST BUILDS A REVERSAL ENVELOPE FOR EACH   *
      *                 AFFECTED PARTNER.  A RUN DATED INTO A PERIOD *
      *                 FBPERIOD SHOWS AS CLOSED IS REFUSED UNLESS   *
      *                 THE CARD PUNCHES THE PERIOD OVERRIDE.  EVERY *
      *                 CHANGE IS LISTED ON THE FBBOPRT AUDIT.       *
      *  10/15/26  RJ   A COUNTER PUT BACK NOW ALSO HAS ITS FBLBLIX    *
      *                 LABEL CROSS-REFERENCE ROWS PUT BACK - THE ROWS *
      *                 THE RUN WROTE ARE DELETED AND THE ONES IT      *
      *                 REPLACED ARE REWRITTEN FROM THE "L" BEFORE-    *
      *                 IMAGES FBIXBLD NOW JOURNALS - SO FBINQ LABEL   *
      *                 ANSWERS AND FBRECON AGREE WITH THE RESTORED    *
      *                 MASTER.                                        *
      *  10/15/26  RJ   A ROW A FAILED EARLIER ATTEMPT ALREADY PUT     *
      *                 BACK (A REPLACED ROW THAT AGAIN MATCHES ITS    *
      *                 BEFORE-IMAGE, OR AN ADDED ROW NO LONGER ON     *
      *                 FBINDEX) IS NOW LISTED "ALREADY BACK" AND      *
      *                 STILL GETS ITS FBREVX RECORD, SO THE           *
      *                 RESUBMITTED BACKOUT REBUILDS THE WHOLE         *
      *                 REVERSAL EXTRACT FOR THE PARTNERS.             *
      *  10/15/26  RJ   A FAILED FBHIST WRITE OF A REVERSAL ROW NOW    *
      *                 STOPS THE REVERSALS, LOGS AN FBXCPT ERROR AND  *
      *                 ENDS THE RUN AS AN I/O FAILURE (RESUBMIT), NOT *
      *                 AS A COMPLETED BACKOUT.                        *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD-FILE ASSIGN TO "CTLCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CC-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "FBHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT PERIOD-FILE ASSIGN TO "FBPERIOD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-STATUS.
           SELECT IXBIM-FILE ASSIGN TO "FBIXBIM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IXBIM-STATUS.
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
           SELECT REVERSAL-FILE ASSIGN TO "FBREVX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVERSAL-STATUS.
           SELECT PRINT-FILE ASSIGN TO "FBBOPRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE.
           COPY FBBOCARD.

       FD  HISTORY-FILE.
           COPY FBHIST.

       FD  PERIOD-FILE.
           COPY FBPERIOD.

       FD  IXBIM-FILE.
           COPY FBIXBIM.

       FD  INDEX-FILE.
           COPY FBINDEX.

       FD  LBLIX-FILE.
           COPY FBLBLIX.

       FD  REVERSAL-FILE.
           COPY FBEXTRC.

       FD  PRINT-FILE.
           COPY FBPRINT.
       01  RPT-SECTION-LINE.
           05  RPT-SEC-TITLE             PIC X(40).
           05  FILLER                    PIC X(92).
       01  RPT-CARD-LINE.
           05  RPT-CD-LABEL              PIC X(30).
           05  RPT-CD-VALUE              PIC X(60).
           05  FILLER                    PIC X(42).
       01  RPT-CHANGE-LINE.
           05  RPT-CH-COUNTER            PIC X(09).
           05  FILLER                    PIC X(02).
           05  RPT-CH-ACTION             PIC X(12).
           05  FILLER                    PIC X(02).
           05  RPT-CH-OLD-PHRASE         PIC X(40).
           05  FILLER                    PIC X(02).
           05  RPT-CH-NEW-PHRASE         PIC X(60).
           05  FILLER                    PIC X(05).
       01  RPT-HIST-LINE.
           05  RPT-HS-RUN-ID             PIC X(08).
           05  FILLER                    PIC X(02).
           05  RPT-HS-RUN-DATE           PIC X(08).
           05  FILLER                    PIC X(02).
           05  RPT-HS-START              PIC ZZZZZZZZ9.
           05  RPT-HS-DASH               PIC X(03).
           05  RPT-HS-END                PIC ZZZZZZZZ9.
           05  FILLER                    PIC X(02).
           05  RPT-HS-COUNT              PIC ZZZZZZZZ9.
           05  FILLER                    PIC X(02).
           05  RPT-HS-NOTE               PIC X(40).
           05  FILLER                    PIC X(38).

       WORKING-STORAGE SECTION.
         01 WS-CC-STATUS PIC X(02) VALUE "00".
         01 WS-HIST-STATUS PIC X(02) VALUE "00".
         01 WS-PERIOD-STATUS PIC X(02) VALUE "00".
         01 WS-IXBIM-STATUS PIC X(02) VALUE "00".
         01 WS-INDEX-STATUS PIC X(02) VALUE "00".
         01 WS-LBLIX-STATUS PIC X(02) VALUE "00".
         01 WS-REVERSAL-STATUS PIC X(02) VALUE "00".
         01 WS-PRINT-STATUS PIC X(02) VALUE "00".

         01 WS-BACKOUT-SW PIC X(01) VALUE "Y".
           88 BACKOUT-ALLOWED VALUE "Y".
           88 BACKOUT-REFUSED VALUE "N".
         01 WS-REFUSE-REASON PIC X(40) VALUE SPACES.
         01 WS-INDEX-FAILED-SW PIC X(01) VALUE "N".
           88 INDEX-RESTORE-FAILED VALUE "Y".
           88 INDEX-RESTORE-OK VALUE "N".

         01 WS-OPEN-FILES.
           05 WS-IXBIM-OPEN-SW PIC X(01) VALUE "N".
             88 IXBIM-IS-OPEN VALUE "Y".
           05 WS-INDEX-OPEN-SW PIC X(01) VALUE "N".
             88 INDEX-IS-OPEN VALUE "Y".
           05 WS-LBLIX-OPEN-SW PIC X(01) VALUE "N".
             88 LBLIX-IS-OPEN VALUE "Y".
           05 WS-REVERSAL-OPEN-SW PIC X(01) VALUE "N".
             88 REVERSAL-IS-OPEN VALUE "Y".

      *  THE FBHIST ROWS OF THE RUN BEING BACKED OUT, KEPT WHOLE SO
      *  EACH CAN BE WRITTEN BACK AS ITS REVERSAL ROW.  A REVERSAL
      *  ROW ALREADY ON FILE EMPTIES THE TABLE - ONLY ROWS WRITTEN
      *  AFTER THE LAST BACKOUT OF THE SAME RUN-ID AND DATE (A
      *  SANCTIONED RERUN) ARE STILL LIVE.
         77 WS-MAX-RUN-ROWS PIC 9(4) VALUE 20.
         01 WS-RUN-ROW-COUNT PIC 9(4) COMP VALUE ZERO.
         01 WS-RUN-ROW-IDX PIC 9(4) COMP VALUE ZERO.
         01 WS-RUN-ROW-TABLE.
           05 WS-RR-ROW OCCURS 20 TIMES PIC X(129).
         01 WS-REVERSALS-SEEN PIC 9(9) COMP VALUE ZERO.
         01 WS-FAILED-ROWS-SEEN PIC 9(9) COMP VALUE ZERO.
         01 WS-ROW-OVERFLOW PIC 9(9) COMP VALUE ZERO.

         01 WS-BO-DATE-PARTS.
           05 WS-BO-PERIOD PIC 9(06).
           05 WS-BO-DD PIC 9(02).
         01 WS-PERIOD-STATE-SW PIC X(01) VALUE "U".
           88 PERIOD-NOT-CONTROLLED VALUE "U".
           88 PERIOD-IS-OPEN VALUE "O".
           88 PERIOD-IS-CLOSED VALUE "C".
         01 WS-OVERRIDE-USED-SW PIC X(01) VALUE "N".
           88 PERIOD-OVERRIDE-USED VALUE "Y".

         01 WS-BACKOUT-TIME PIC 9(08) VALUE ZERO.
         01 WS-BACKED-OUT-PHRASE PIC X(40) VALUE SPACES.
         01 WS-REVERSAL-PHRASE PIC X(40) VALUE SPACES.
         01 WS-CHANGE-ACTION PIC X(12) VALUE SPACES.
         01 WS-CHANGE-NOTE PIC X(60) VALUE SPACES.
         01 WS-EDIT-COUNTER PIC ZZZZZZZZ9.
         01 WS-EDIT-COUNT PIC ZZZZZZZZ9.

      *  LABEL CROSS-REFERENCE AREA - THE "L" BEFORE-IMAGES OF A
      *  COUNTER FOLLOW ITS "R" IMAGE, SO THEY ARE ONLY PUT BACK WHEN
      *  THAT COUNTER (WS-LABEL-COUNTER) WAS ITSELF JUST PUT BACK.
         01 WS-LABEL-COUNTER PIC 9(09) VALUE ZERO.
         01 WS-LABEL-DROP-SW PIC X(01) VALUE "N".
           88 LABEL-DROP-DONE VALUE "Y".
           88 LABEL-DROP-NOT-DONE VALUE "N".

         01 WS-BACKOUT-TOTALS.
           05 WS-HIST-ROWS-READ PIC 9(9) COMP VALUE ZERO.
           05 WS-HIST-ROWS-REVERSED PIC 9(9) COMP VALUE ZERO.
           05 WS-IMAGES-READ PIC 9(9) COMP VALUE ZERO.
           05 WS-IMAGES-FOR-RUN PIC 9(9) COMP VALUE ZERO.
           05 WS-ROWS-RESTORED PIC 9(9) COMP VALUE ZERO.
           05 WS-ROWS-REMOVED PIC 9(9) COMP VALUE ZERO.
           05 WS-ROWS-UNCHANGED PIC 9(9) COMP VALUE ZERO.
           05 WS-ROWS-ALREADY-BACK PIC 9(9) COMP VALUE ZERO.
           05 WS-REVERSALS-WRITTEN PIC 9(9) COMP VALUE ZERO.
           05 WS-LABELS-DROPPED PIC 9(9) COMP VALUE ZERO.
           05 WS-LABELS-RESTORED PIC 9(9) COMP VALUE ZERO.

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

      *  SHARED EXCEPTION LOG AREA - SEVERITY/KEY/MESSAGE ARE SET BY
      *  THE POINT OF FAILURE, 9800-LOG-EXCEPTION FILLS THE REST AND
      *  CALLS THE COMMON FBXCPTWR WRITER.
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
           IF BACKOUT-ALLOWED
               PERFORM 2000-FIND-RUN-IN-HISTORY THRU 2000-EXIT
           END-IF
           IF BACKOUT-ALLOWED
               PERFORM 2500-CHECK-PERIOD-STATUS THRU 2500-EXIT
           END-IF
           IF BACKOUT-ALLOWED
               PERFORM 3000-OPEN-BACKOUT-FILES THRU 3000-EXIT
           END-IF
           IF BACKOUT-ALLOWED
               PERFORM 3100-RESTORE-INDEX THRU 3100-EXIT
           END-IF
           IF BACKOUT-ALLOWED AND INDEX-RESTORE-OK
               PERFORM 4000-WRITE-REVERSAL-ROWS THRU 4000-EXIT
           END-IF
           IF BACKOUT-ALLOWED AND INDEX-RESTORE-OK
               PERFORM 5000-LOG-BACKOUT THRU 5000-EXIT
           END-IF
           IF BACKOUT-REFUSED
               PERFORM 4500-PRINT-REFUSAL THRU 4500-EXIT
           END-IF
           PERFORM 8000-TERMINATE-RUN THRU 8000-EXIT
           PERFORM 9910-JOURNAL-STEP-END THRU 9910-EXIT
           STOP RUN.

      *****************************************************************
      *  1000-INITIALIZE-RUN - START THE AUDIT, READ AND EDIT THE     *
      *  BACKOUT CARD AND ECHO IT.  AN UNUSABLE CARD FAILS THE STEP   *
      *  (RETURN-CODE 16) - A GUESSED RUN MUST NEVER BE BACKED OUT.   *
      *  THE FIRST FAILING EDIT IS THE ONE REPORTED.                  *
      *****************************************************************
       1000-INITIALIZE-RUN.
           MOVE SPACES TO EXCEPTION-RECORD
           ACCEPT WS-RUN-DATE-RAW FROM DATE YYYYMMDD
           MOVE WS-RD-MM TO WS-RUN-DATE-MM
           MOVE WS-RD-DD TO WS-RUN-DATE-DD
           MOVE WS-RD-CCYY TO WS-RUN-DATE-CCYY
           OPEN OUTPUT PRINT-FILE
           PERFORM 1100-WRITE-REPORT-HEADERS THRU 1100-EXIT
           SET BACKOUT-ALLOWED TO TRUE
           INITIALIZE BOC-CONTROL-CARD
           OPEN INPUT CONTROL-CARD-FILE
           IF WS-CC-STATUS = "00"
               READ CONTROL-CARD-FILE
                   AT END
                       SET BACKOUT-REFUSED TO TRUE
                       MOVE "CONTROL CARD MISSING" TO WS-REFUSE-REASON
               END-READ
               CLOSE CONTROL-CARD-FILE
           ELSE
               SET BACKOUT-REFUSED TO TRUE
               MOVE "CONTROL CARD MISSING" TO WS-REFUSE-REASON
           END-IF
           IF BACKOUT-ALLOWED
               PERFORM 1500-EDIT-CONTROL-CARD THRU 1500-EXIT
           END-IF
           IF BACKOUT-ALLOWED
               PERFORM 1600-PRINT-REQUEST THRU 1600-EXIT
           ELSE
               MOVE 16 TO RETURN-CODE
           END-IF.
       1000-EXIT.
           EXIT.

      *****************************************************************
      *  1100-WRITE-REPORT-HEADERS - TITLE/DATE/PAGE LINE FOR THE     *
      *  AUDIT REPORT.  RESETS THE LINE COUNT.                        *
      *****************************************************************
       1100-WRITE-REPORT-HEADERS.
           ADD 1 TO WS-PAGE-COUNT
           MOVE SPACES TO RPT-HEADER-LINE
           MOVE "FIZZBUZZ RUN BACKOUT" TO RPT-H-TITLE
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
      *  1500-EDIT-CONTROL-CARD - THE RUN MUST BE NAMED IN FULL, THE  *
      *  OVERRIDE MUST BE "Y", "N" OR BLANK, AND SOMEBODY MUST OWN    *
      *  THE REQUEST.                                                  *
      *****************************************************************
       1500-EDIT-CONTROL-CARD.
           IF BOC-RUN-ID = SPACES
               SET BACKOUT-REFUSED TO TRUE
               MOVE "RUN-ID MISSING ON CARD" TO WS-REFUSE-REASON
           END-IF
           IF BACKOUT-ALLOWED
               AND (BOC-RUN-DATE NOT NUMERIC OR BOC-RUN-DATE = ZERO)
               SET BACKOUT-REFUSED TO TRUE
               MOVE "RUN DATE MISSING OR NOT NUMERIC"
                   TO WS-REFUSE-REASON
           END-IF
           IF BACKOUT-ALLOWED
               AND BOC-PERIOD-OVERRIDE NOT = "Y"
               AND BOC-PERIOD-OVERRIDE NOT = "N"
               AND BOC-PERIOD-OVERRIDE NOT = SPACE
               SET BACKOUT-REFUSED TO TRUE
               MOVE "PERIOD OVERRIDE MUST BE Y, N OR BLANK"
                   TO WS-REFUSE-REASON
           END-IF
           IF BACKOUT-ALLOWED AND BOC-REQUESTED-BY = SPACES
               SET BACKOUT-REFUSED TO TRUE
               MOVE "REQUESTED-BY MISSING ON CARD" TO WS-REFUSE-REASON
           END-IF.
       1500-EXIT.
           EXIT.

      *****************************************************************
      *  1600-PRINT-REQUEST - ECHO THE CARD AT THE TOP OF THE AUDIT.  *
      *****************************************************************
       1600-PRINT-REQUEST.
           MOVE SPACES TO RPT-SECTION-LINE
           MOVE "BACKOUT REQUEST" TO RPT-SEC-TITLE
           MOVE RPT-SECTION-LINE TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           MOVE SPACES TO RPT-CARD-LINE
           MOVE "  RUN-ID......................" TO RPT-CD-LABEL
           MOVE BOC-RUN-ID TO RPT-CD-VALUE
           MOVE RPT-CARD-LINE TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           MOVE SPACES TO RPT-CARD-LINE
           MOVE "  RUN DATE (CCYYMMDD)........." TO RPT-CD-LABEL
           MOVE BOC-RUN-DATE TO RPT-CD-VALUE
           MOVE RPT-CARD-LINE TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           MOVE SPACES TO RPT-CARD-LINE
           MOVE "  REQUESTED BY................" TO RPT-CD-LABEL
           MOVE BOC-REQUESTED-BY TO RPT-CD-VALUE
           MOVE RPT-CARD-LINE TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           MOVE SPACES TO RPT-CARD-LINE
           MOVE "  REASON......................" TO RPT-CD-LABEL
           MOVE BOC-REASON TO RPT-CD-VALUE
           MOVE RPT-CARD-LINE TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           MOVE SPACES TO RPT-CARD-LINE
           MOVE "  CLOSED-PERIOD OVERRIDE......" TO RPT-CD-LABEL
           IF BOC-OVERRIDE-PERIOD
               MOVE "YES" TO RPT-CD-VALUE
           ELSE
               MOVE "NO" TO RPT-CD-VALUE
           END-IF
           MOVE RPT-CARD-LINE TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT.
       1600-EXIT.
           EXIT.

      *****************************************************************
      *  2000-FIND-RUN-IN-HISTORY - COLLECT THE RUN'S COMPLETED ("Y") *
      *  AND PARTIAL ("P") FBHIST ROWS.  A RUN WITH NONE - NEVER RUN, *
      *  ONLY FAILED, OR ALREADY BACKED OUT - IS REFUSED WITH         *
      *  RETURN-CODE 8 AND NOTHING IS CHANGED.  NO FBHIST FAILS THE   *
      *  STEP.                                                         *
      *****************************************************************
       2000-FIND-RUN-IN-HISTORY.
           OPEN INPUT HISTORY-FILE
           IF WS-HIST-STATUS NOT = "00"
               DISPLAY "FBBKOUT: CANNOT OPEN FBHIST - STATUS "
                   WS-HIST-STATUS
               SET BACKOUT-REFUSED TO TRUE
               MOVE "CANNOT OPEN FBHIST" TO WS-REFUSE-REASON
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 2100-READ-ONE-HISTORY-ROW THRU 2100-EXIT
                   UNTIL WS-HIST-STATUS NOT = "00"
               CLOSE HISTORY-FILE
               PERFORM 2300-JUDGE-RUN-ROWS THRU 2300-EXIT
           END-IF.
       2000-EXIT.
           EXIT.

       2100-READ-ONE-HISTORY-ROW.
           READ HISTORY-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF WS-HIST-STATUS = "00"
                       ADD 1 TO WS-HIST-ROWS-READ
                       IF HIST-RUN-ID = BOC-RUN-ID
                           AND HIST-RUN-DATE = BOC-RUN-DATE
                           PERFORM 2200-TAKE-RUN-ROW THRU 2200-EXIT
                       END-IF
                   END-IF
           END-READ.
       2100-EXIT.
           EXIT.

      *****************************************************************
      *  2200-TAKE-RUN-ROW - KEEP A "Y" OR "P" ROW OF THE RUN.  AN    *
      *  "R" ROW MEANS EVERYTHING KEPT SO FAR WAS ALREADY BACKED OUT. *
      *  A FAILED ("N") ROW CHANGED NOTHING AND IS ONLY COUNTED.      *
      *****************************************************************
       2200-TAKE-RUN-ROW.
           IF HIST-RANGE-VALID-FLAG = "Y"
               OR HIST-RANGE-VALID-FLAG = "P"
               IF WS-RUN-ROW-COUNT < WS-MAX-RUN-ROWS
                   ADD 1 TO WS-RUN-ROW-COUNT
                   MOVE HIST-RECORD TO WS-RR-ROW (WS-RUN-ROW-COUNT)
               ELSE
                   ADD 1 TO WS-ROW-OVERFLOW
               END-IF
           ELSE
               IF HIST-RANGE-VALID-FLAG = "R"
                   ADD 1 TO WS-REVERSALS-SEEN
                   MOVE ZERO TO WS-RUN-ROW-COUNT
                   MOVE ZERO TO WS-ROW-OVERFLOW
               ELSE
                   ADD 1 TO WS-FAILED-ROWS-SEEN
               END-IF
           END-IF.
       2200-EXIT.
           EXIT.

       2300-JUDGE-RUN-ROWS.
           IF WS-ROW-OVERFLOW NOT = ZERO
               SET BACKOUT-REFUSED TO TRUE
               MOVE "RUN HAS TOO MANY FBHIST ROWS FOR TABLE"
                   TO WS-REFUSE-REASON
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-RUN-ROW-COUNT = ZERO
                   SET BACKOUT-REFUSED TO TRUE
                   IF WS-REVERSALS-SEEN NOT = ZERO
                       MOVE "RUN IS ALREADY BACKED OUT ON FBHIST"
                           TO WS-REFUSE-REASON
                   ELSE
                       MOVE "NO COMPLETED OR PARTIAL RUN ON FBHIST"
                           TO WS-REFUSE-REASON
                   END-IF
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
       2300-EXIT.
           EXIT.

      *****************************************************************
      *  2500-CHECK-PERIOD-STATUS - SCAN THE FBPERIOD MASTER FOR THE  *
      *  RUN DATE'S CCYYMM PERIOD.  A CLOSED PERIOD REFUSES THE       *
      *  BACKOUT (RETURN-CODE 8) UNLESS THE CARD PUNCHES THE          *
      *  OVERRIDE - AN HONORED OVERRIDE IS LOGGED TO FBXCPT BY 5000,  *
      *  AND THE MONTH MUST BE REOPENED AND RE-CERTIFIED WITH         *
      *  FBPERCLS.  NO FBPERIOD DD MEANS NO PERIOD CONTROL, AS IN     *
      *  FIZZBUZZ.                                                     *
      *****************************************************************
       2500-CHECK-PERIOD-STATUS.
           MOVE BOC-RUN-DATE TO WS-BO-DATE-PARTS
           OPEN INPUT PERIOD-FILE
           IF WS-PERIOD-STATUS = "00"
               PERFORM 2600-SCAN-ONE-PERIOD THRU 2600-EXIT
                   UNTIL WS-PERIOD-STATUS NOT = "00"
               CLOSE PERIOD-FILE
           END-IF
           MOVE SPACES TO RPT-CARD-LINE
           MOVE "  PERIOD STATUS..............." TO RPT-CD-LABEL
           MOVE WS-BO-PERIOD TO RPT-CD-VALUE
           IF PERIOD-NOT-CONTROLLED
               MOVE "NOT ON FBPERIOD - NO PERIOD CONTROL"
                   TO RPT-CD-VALUE (8 : 40)
           END-IF
           IF PERIOD-IS-OPEN
               MOVE "OPEN" TO RPT-CD-VALUE (8 : 40)
           END-IF
           IF PERIOD-IS-CLOSED
               IF BOC-OVERRIDE-PERIOD
                   SET PERIOD-OVERRIDE-USED TO TRUE
                   MOVE "CLOSED - OVERRIDE HONORED"
                       TO RPT-CD-VALUE (8 : 40)
                   DISPLAY "FBBKOUT: RUN DATE IS IN A CLOSED PERIOD, "
                       "OVERRIDE CARD HONORED"
               ELSE
                   MOVE "CLOSED" TO RPT-CD-VALUE (8 : 40)
                   SET BACKOUT-REFUSED TO TRUE
                   MOVE "RUN IS IN A CLOSED PERIOD - NO OVERRIDE"
                       TO WS-REFUSE-REASON
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           MOVE RPT-CARD-LINE TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT.
       2500-EXIT.
           EXIT.

       2600-SCAN-ONE-PERIOD.
           READ PERIOD-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF WS-PERIOD-STATUS = "00"
                       AND PER-PERIOD NUMERIC
                       AND PER-PERIOD = WS-BO-PERIOD
                       IF PER-STATUS-CLOSED
                           SET PERIOD-IS-CLOSED TO TRUE
                       ELSE
                           SET PERIOD-IS-OPEN TO TRUE
                       END-IF
                   END-IF
           END-READ.
       2600-EXIT.
           EXIT.

      *****************************************************************
      *  3000-OPEN-BACKOUT-FILES - THE BEFORE-IMAGE JOURNAL, THE      *
      *  INDEX MASTER, ITS FBLBLIX LABEL CROSS-REFERENCE AND THE      *
      *  REVERSAL EXTRACT.  ANY OF THEM MISSING                       *
      *  FAILS THE STEP BEFORE ANYTHING IS CHANGED.                   *
      *****************************************************************
       3000-OPEN-BACKOUT-FILES.
           OPEN INPUT IXBIM-FILE
           IF WS-IXBIM-STATUS = "00"
               SET IXBIM-IS-OPEN TO TRUE
           ELSE
               DISPLAY "FBBKOUT: CANNOT OPEN FBIXBIM - STATUS "
                   WS-IXBIM-STATUS
               SET BACKOUT-REFUSED TO TRUE
               MOVE "CANNOT OPEN FBIXBIM BEFORE-IMAGE JOURNAL"
                   TO WS-REFUSE-REASON
           END-IF
           IF BACKOUT-ALLOWED
               OPEN I-O INDEX-FILE
               IF WS-INDEX-STATUS = "00"
                   SET INDEX-IS-OPEN TO TRUE
               ELSE
                   DISPLAY "FBBKOUT: CANNOT OPEN FBINDEX - STATUS "
                       WS-INDEX-STATUS
                   SET BACKOUT-REFUSED TO TRUE
                   MOVE "CANNOT OPEN FBINDEX" TO WS-REFUSE-REASON
               END-IF
           END-IF
           IF BACKOUT-ALLOWED
               OPEN I-O LBLIX-FILE
               IF WS-LBLIX-STATUS = "00"
                   SET LBLIX-IS-OPEN TO TRUE
               ELSE
                   DISPLAY "FBBKOUT: CANNOT OPEN FBLBLIX - STATUS "
                       WS-LBLIX-STATUS
                   SET BACKOUT-REFUSED TO TRUE
                   MOVE "CANNOT OPEN FBLBLIX LABEL CROSS-REFERENCE"
                       TO WS-REFUSE-REASON
               END-IF
           END-IF
           IF BACKOUT-ALLOWED
               OPEN OUTPUT REVERSAL-FILE
               IF WS-REVERSAL-STATUS = "00"
                   SET REVERSAL-IS-OPEN TO TRUE
               ELSE
                   DISPLAY "FBBKOUT: CANNOT OPEN FBREVX - STATUS "
                       WS-REVERSAL-STATUS
                   SET BACKOUT-REFUSED TO TRUE
                   MOVE "CANNOT OPEN FBREVX REVERSAL EXTRACT"
                       TO WS-REFUSE-REASON
               END-IF
           END-IF
           IF BACKOUT-REFUSED
               MOVE 16 TO RETURN-CODE
           END-IF.
       3000-EXIT.
           EXIT.

      *****************************************************************
      *  3100-RESTORE-INDEX - READ THE BEFORE-IMAGE JOURNAL FRONT TO  *
      *  BACK AND PUT BACK EVERY FBINDEX ROW THE RUN CHANGED.  AN     *
      *  FBINDEX I/O FAILURE STOPS THE PASS - WHAT WAS ALREADY PUT    *
      *  BACK NO LONGER CARRIES THE RUN, SO A RESUBMITTED BACKOUT     *
      *  PICKS UP WHERE THIS ONE STOPPED, AND STILL WRITES THE FBREVX *
      *  RECORDS OF THE ROWS THE FAILED ATTEMPT PUT BACK.             *
      *****************************************************************
       3100-RESTORE-INDEX.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           MOVE SPACES TO RPT-SECTION-LINE
           MOVE "FBINDEX CHANGES" TO RPT-SEC-TITLE
           MOVE RPT-SECTION-LINE TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           MOVE SPACES TO RPT-CHANGE-LINE
           MOVE "  COUNTER" TO RPT-CH-COUNTER
           MOVE "ACTION" TO RPT-CH-ACTION
           MOVE "BACKED-OUT PHRASE" TO RPT-CH-OLD-PHRASE
           MOVE "RESTORED PHRASE / NOTE" TO RPT-CH-NEW-PHRASE
           MOVE RPT-CHANGE-LINE TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           PERFORM 3200-READ-ONE-IMAGE THRU 3200-EXIT
               UNTIL WS-IXBIM-STATUS NOT = "00"
                  OR INDEX-RESTORE-FAILED
           IF WS-IMAGES-FOR-RUN = ZERO
               MOVE SPACES TO WS-PRINT-LINE
               MOVE "  NO BEFORE-IMAGES JOURNALED FOR THIS RUN - "
                   TO WS-PRINT-LINE
               MOVE "FBINDEX NOT CHANGED" TO WS-PRINT-LINE (45 : 19)
               PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           END-IF.
       3100-EXIT.
           EXIT.

       3200-READ-ONE-IMAGE.
           READ IXBIM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF WS-IXBIM-STATUS = "00"
                       ADD 1 TO WS-IMAGES-READ
                       IF IXB-RUN-ID = BOC-RUN-ID
                           AND IXB-RUN-DATE = BOC-RUN-DATE
                           IF IXB-ACTION-LABEL
                               PERFORM 3650-RESTORE-LABEL-ROW
                                   THRU 3650-EXIT
                           ELSE
                               PERFORM 3300-APPLY-ONE-IMAGE
                                   THRU 3300-EXIT
                           END-IF
                       END-IF
                   END-IF
           END-READ.
       3200-EXIT.
           EXIT.

      *****************************************************************
      *  3300-APPLY-ONE-IMAGE - ONLY A ROW THAT STILL CARRIES THE     *
      *  BACKED-OUT RUN IS TOUCHED.  A ROW A LATER RUN HAS REWRITTEN  *
      *  HOLDS A NEWER RESULT THE PARTNERS ALREADY HAVE, AND A ROW    *
      *  NO LONGER ON FILE WAS PURGED OR PUT BACK BY AN EARLIER       *
      *  IMAGE OF THE SAME COUNTER - BOTH ARE LISTED AND LEFT ALONE.  *
      *  A ROW THAT ALREADY MATCHES ITS BEFORE-IMAGE WAS PUT BACK BY  *
      *  A FAILED EARLIER ATTEMPT AT THIS BACKOUT: AN ADDED ROW NO    *
      *  LONGER ON FILE, OR A REPLACED ROW CARRYING ITS OLD PHRASE,   *
      *  RUN-ID AND RUN DATE AGAIN.  IT IS ALREADY REVERSED AND ONLY  *
      *  NEEDS ITS FBREVX RECORD WRITTEN AGAIN.                       *
      *****************************************************************
       3300-APPLY-ONE-IMAGE.
           ADD 1 TO WS-IMAGES-FOR-RUN
           MOVE ZERO TO WS-LABEL-COUNTER
           MOVE IXB-COUNTER TO IDX-COUNTER
           READ INDEX-FILE
               INVALID KEY
                   MOVE SPACES TO WS-BACKED-OUT-PHRASE
                   IF IXB-ACTION-ADDED
                       MOVE
                           "(ROW ALREADY REMOVED - REVERSAL SENT AGAIN)"
                           TO WS-CHANGE-NOTE
                       MOVE SPACES TO WS-REVERSAL-PHRASE
                       PERFORM 3480-TAKE-ALREADY-BACK THRU 3480-EXIT
                   ELSE
                       MOVE "NOT ON FBINDEX - PURGED OR ALREADY REMOVED"
                           TO WS-CHANGE-NOTE
                       PERFORM 3450-LEAVE-ROW-ALONE THRU 3450-EXIT
                   END-IF
               NOT INVALID KEY
                   MOVE IDX-PHRASE TO WS-BACKED-OUT-PHRASE
                   PERFORM 3400-JUDGE-INDEX-ROW THRU 3400-EXIT
           END-READ.
       3300-EXIT.
           EXIT.

       3400-JUDGE-INDEX-ROW.
           IF IDX-RUN-ID NOT = BOC-RUN-ID
               OR IDX-RUN-DATE NOT = BOC-RUN-DATE
               IF IXB-ACTION-REPLACED
                   AND IDX-RUN-ID = IXB-OLD-RUN-ID
                   AND IDX-RUN-DATE = IXB-OLD-RUN-DATE
                   AND IDX-PHRASE = IXB-OLD-PHRASE
                   MOVE IXB-OLD-PHRASE TO WS-CHANGE-NOTE
                   MOVE IXB-OLD-PHRASE TO WS-REVERSAL-PHRASE
                   PERFORM 3480-TAKE-ALREADY-BACK THRU 3480-EXIT
               ELSE
                   MOVE SPACES TO WS-CHANGE-NOTE
                   STRING "NOW CARRIES RUN " IDX-RUN-ID " OF "
                       IDX-RUN-DATE " - LEFT AS IS"
                       DELIMITED BY SIZE INTO WS-CHANGE-NOTE
                   END-STRING
                   PERFORM 3450-LEAVE-ROW-ALONE THRU 3450-EXIT
               END-IF
           ELSE
               IF IXB-ACTION-ADDED
                   PERFORM 3500-REMOVE-INDEX-ROW THRU 3500-EXIT
               ELSE
                   IF IXB-ACTION-REPLACED
                       PERFORM 3600-RESTORE-INDEX-ROW THRU 3600-EXIT
                   ELSE
                       MOVE "BEFORE-IMAGE ACTION NOT RECOGNIZED"
                           TO WS-CHANGE-NOTE
                       PERFORM 3450-LEAVE-ROW-ALONE THRU 3450-EXIT
                   END-IF
               END-IF
           END-IF.
       3400-EXIT.
           EXIT.

       3450-LEAVE-ROW-ALONE.
           ADD 1 TO WS-ROWS-UNCHANGED
           MOVE "NOT CHANGED" TO WS-CHANGE-ACTION
           PERFORM 3800-PRINT-CHANGE-LINE THRU 3800-EXIT.
       3450-EXIT.
           EXIT.

      *****************************************************************
      *  3480-TAKE-ALREADY-BACK - THE ROW IS ALREADY REVERSED.  ITS   *
      *  FBREVX RECORD IS WRITTEN AGAIN, AND ANY OF ITS "L" IMAGES    *
      *  THE EARLIER ATTEMPT DID NOT GET TO ARE PUT BACK (ONES        *
      *  ALREADY ON FBLBLIX ARE SKIPPED AS DUPLICATES).               *
      *****************************************************************
       3480-TAKE-ALREADY-BACK.
           ADD 1 TO WS-ROWS-ALREADY-BACK
           MOVE IXB-COUNTER TO WS-LABEL-COUNTER
           MOVE "ALREADY BACK" TO WS-CHANGE-ACTION
           PERFORM 3800-PRINT-CHANGE-LINE THRU 3800-EXIT
           PERFORM 3700-WRITE-REVERSAL-RECORD THRU 3700-EXIT.
       3480-EXIT.
           EXIT.

      *****************************************************************
      *  3500-REMOVE-INDEX-ROW - THE RUN WAS THE FIRST TO CLASSIFY    *
      *  THE COUNTER, SO THERE IS NO PRIOR PHRASE - THE ROW GOES AND  *
      *  THE REVERSAL EXTRACT WITHDRAWS IT (SPACES PHRASE).           *
      *****************************************************************
       3500-REMOVE-INDEX-ROW.
           DELETE INDEX-FILE
               INVALID KEY
                   PERFORM 3900-REPORT-INDEX-FAILURE THRU 3900-EXIT
               NOT INVALID KEY
                   ADD 1 TO WS-ROWS-REMOVED
                   PERFORM 3550-DROP-COUNTER-LABELS THRU 3550-EXIT
                   MOVE ZERO TO WS-LABEL-COUNTER
                   MOVE "REMOVED" TO WS-CHANGE-ACTION
                   MOVE "(ROW REMOVED - THE RUN ADDED IT)"
                       TO WS-CHANGE-NOTE
                   PERFORM 3800-PRINT-CHANGE-LINE THRU 3800-EXIT
                   MOVE SPACES TO WS-REVERSAL-PHRASE
                   PERFORM 3700-WRITE-REVERSAL-RECORD THRU 3700-EXIT
           END-DELETE.
       3500-EXIT.
           EXIT.

      *****************************************************************
      *  3550-DROP-COUNTER-LABELS - THE COUNTER'S LABEL ROWS ON       *
      *  FBLBLIX ARE THE BACKED-OUT RUN'S - DELETE THEM ALL, FOUND    *
      *  THROUGH THE COUNTER ALTERNATE KEY (A READ RETURNS STATUS     *
      *  "02" WHILE MORE ROWS FOR THE COUNTER FOLLOW), AND MARK THE   *
      *  COUNTER SO ITS "L" IMAGES ARE PUT BACK AS THEY COME.         *
      *****************************************************************
       3550-DROP-COUNTER-LABELS.
           MOVE IXB-COUNTER TO WS-LABEL-COUNTER
           SET LABEL-DROP-NOT-DONE TO TRUE
           MOVE IXB-COUNTER TO LBX-COUNTER
           START LBLIX-FILE KEY IS EQUAL TO LBX-COUNTER
               INVALID KEY
                   SET LABEL-DROP-DONE TO TRUE
           END-START
           PERFORM 3560-DROP-ONE-LABEL THRU 3560-EXIT
               UNTIL LABEL-DROP-DONE.
       3550-EXIT.
           EXIT.

       3560-DROP-ONE-LABEL.
           READ LBLIX-FILE NEXT RECORD
               AT END
                   SET LABEL-DROP-DONE TO TRUE
               NOT AT END
                   IF WS-LBLIX-STATUS (1 : 1) NOT = "0"
                       OR LBX-COUNTER NOT = IXB-COUNTER
                       SET LABEL-DROP-DONE TO TRUE
                   ELSE
                       DELETE LBLIX-FILE
                           INVALID KEY
                               SET LABEL-DROP-DONE TO TRUE
                               PERFORM 3950-REPORT-LABEL-FAILURE
                                   THRU 3950-EXIT
                           NOT INVALID KEY
                               ADD 1 TO WS-LABELS-DROPPED
                       END-DELETE
                   END-IF
           END-READ.
       3560-EXIT.
           EXIT.

      *****************************************************************
      *  3600-RESTORE-INDEX-ROW - PUT BACK THE PHRASE, RUN-ID AND RUN *
      *  DATE THE ROW HELD BEFORE THE RUN, SO FBIXPRG AGES IT FROM    *
      *  ITS ORIGINAL RUN DATE AGAIN.                                  *
      *****************************************************************
       3600-RESTORE-INDEX-ROW.
           MOVE IXB-OLD-PHRASE TO IDX-PHRASE
           MOVE IXB-OLD-RUN-ID TO IDX-RUN-ID
           MOVE IXB-OLD-RUN-DATE TO IDX-RUN-DATE
           REWRITE INDEX-RECORD
               INVALID KEY
                   PERFORM 3900-REPORT-INDEX-FAILURE THRU 3900-EXIT
               NOT INVALID KEY
                   ADD 1 TO WS-ROWS-RESTORED
                   PERFORM 3550-DROP-COUNTER-LABELS THRU 3550-EXIT
                   MOVE "RESTORED" TO WS-CHANGE-ACTION
                   MOVE IXB-OLD-PHRASE TO WS-CHANGE-NOTE
                   PERFORM 3800-PRINT-CHANGE-LINE THRU 3800-EXIT
                   MOVE IXB-OLD-PHRASE TO WS-REVERSAL-PHRASE
                   PERFORM 3700-WRITE-REVERSAL-RECORD THRU 3700-EXIT
           END-REWRITE.
       3600-EXIT.
           EXIT.

      *****************************************************************
      *  3650-RESTORE-LABEL-ROW - AN "L" IMAGE IS A LABEL ROW THE RUN *
      *  DELETED WHEN IT RECLASSIFIED THE COUNTER.  IT GOES BACK ONLY *
      *  WHEN THE COUNTER'S FBINDEX ROW WAS JUST PUT BACK; A COUNTER  *
      *  LEFT ALONE KEEPS THE LABELS OF THE RESULT IT NOW HOLDS.      *
      *****************************************************************
       3650-RESTORE-LABEL-ROW.
           IF IXB-COUNTER = WS-LABEL-COUNTER
               AND WS-LABEL-COUNTER NOT = ZERO
               MOVE SPACES TO LBLIX-RECORD
               MOVE IXB-OLD-LABEL TO LBX-LABEL
               MOVE IXB-COUNTER TO LBX-COUNTER
               MOVE IXB-OLD-RUN-ID TO LBX-RUN-ID
               MOVE IXB-OLD-RUN-DATE TO LBX-RUN-DATE
               MOVE IXB-OLD-DIVISOR TO LBX-DIVISOR
               MOVE IXB-OLD-RULE-SET TO LBX-RULE-SET
               WRITE LBLIX-RECORD
                   INVALID KEY
                       IF WS-LBLIX-STATUS NOT = "22"
                           PERFORM 3950-REPORT-LABEL-FAILURE
                               THRU 3950-EXIT
                       END-IF
                   NOT INVALID KEY
                       ADD 1 TO WS-LABELS-RESTORED
               END-WRITE
           END-IF.
       3650-EXIT.
           EXIT.

      *****************************************************************
      *  3700-WRITE-REVERSAL-RECORD - ONE FBREVX RECORD PER COUNTER   *
      *  PUT BACK, UNDER THE BACKED-OUT RUN'S RUN-ID AND RUN DATE SO  *
      *  THE PARTNER CAN MATCH IT TO WHAT IT RECEIVED.                 *
      *****************************************************************
       3700-WRITE-REVERSAL-RECORD.
           MOVE SPACES TO EXTRACT-RECORD
           MOVE BOC-RUN-ID TO EXT-RUN-ID
           MOVE BOC-RUN-DATE TO EXT-RUN-DATE
           MOVE IXB-COUNTER TO EXT-COUNTER
           MOVE WS-REVERSAL-PHRASE TO EXT-PHRASE
           SET EXT-REVERSAL-RECORD TO TRUE
           WRITE EXTRACT-RECORD
           IF WS-REVERSAL-STATUS = "00"
               ADD 1 TO WS-REVERSALS-WRITTEN
           ELSE
               DISPLAY "FBBKOUT: WRITE TO FBREVX FAILED - STATUS "
                   WS-REVERSAL-STATUS
               IF 16 > RETURN-CODE
                   MOVE 16 TO RETURN-CODE
               END-IF
               SET INDEX-RESTORE-FAILED TO TRUE
               SET XCP-SEV-ERROR TO TRUE
               MOVE IXB-COUNTER TO XCP-KEY-VALUE
               MOVE "WRITE TO FBREVX FAILED" TO XCP-MESSAGE
               PERFORM 9800-LOG-EXCEPTION THRU 9800-EXIT
           END-IF.
       3700-EXIT.
           EXIT.

       3800-PRINT-CHANGE-LINE.
           MOVE SPACES TO RPT-CHANGE-LINE
           MOVE IXB-COUNTER TO WS-EDIT-COUNTER
           MOVE WS-EDIT-COUNTER TO RPT-CH-COUNTER
           MOVE WS-CHANGE-ACTION TO RPT-CH-ACTION
           MOVE WS-BACKED-OUT-PHRASE TO RPT-CH-OLD-PHRASE
           MOVE WS-CHANGE-NOTE TO RPT-CH-NEW-PHRASE
           MOVE RPT-CHANGE-LINE TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT.
       3800-EXIT.
           EXIT.

       3900-REPORT-INDEX-FAILURE.
           DISPLAY "FBBKOUT: FBINDEX UPDATE FAILED - STATUS "
               WS-INDEX-STATUS
           IF 16 > RETURN-CODE
               MOVE 16 TO RETURN-CODE
           END-IF
           SET INDEX-RESTORE-FAILED TO TRUE
           MOVE "FAILED" TO WS-CHANGE-ACTION
           MOVE SPACES TO WS-CHANGE-NOTE
           STRING "FBINDEX UPDATE FAILED - STATUS " WS-INDEX-STATUS
               DELIMITED BY SIZE INTO WS-CHANGE-NOTE
           END-STRING
           PERFORM 3800-PRINT-CHANGE-LINE THRU 3800-EXIT
           SET XCP-SEV-ERROR TO TRUE
           MOVE IXB-COUNTER TO XCP-KEY-VALUE
           MOVE "FBINDEX UPDATE FAILED DURING BACKOUT" TO XCP-MESSAGE
           PERFORM 9800-LOG-EXCEPTION THRU 9800-EXIT.
       3900-EXIT.
           EXIT.

       3950-REPORT-LABEL-FAILURE.
           DISPLAY "FBBKOUT: FBLBLIX UPDATE FAILED - STATUS "
               WS-LBLIX-STATUS
           IF 16 > RETURN-CODE
               MOVE 16 TO RETURN-CODE
           END-IF
           SET INDEX-RESTORE-FAILED TO TRUE
           MOVE "FAILED" TO WS-CHANGE-ACTION
           MOVE SPACES TO WS-CHANGE-NOTE
           STRING "FBLBLIX UPDATE FAILED - STATUS " WS-LBLIX-STATUS
               DELIMITED BY SIZE INTO WS-CHANGE-NOTE
           END-STRING
           PERFORM 3800-PRINT-CHANGE-LINE THRU 3800-EXIT
           SET XCP-SEV-ERROR TO TRUE
           MOVE IXB-COUNTER TO XCP-KEY-VALUE
           MOVE "FBLBLIX UPDATE FAILED DURING BACKOUT" TO XCP-MESSAGE
           PERFORM 9800-LOG-EXCEPTION THRU 9800-EXIT.
       3950-EXIT.
           EXIT.

      *****************************************************************
      *  4000-WRITE-REVERSAL-ROWS - APPEND ONE "R" ROW TO FBHIST FOR  *
      *  EACH LIVE ROW OF THE RUN: THE SAME RUN-ID, RUN DATE, RANGE   *
      *  AND COUNTS, THE ORIGINAL FLAG IN HIST-REVERSED-FLAG, AND THE *
      *  TIME OF THE BACKOUT.  A FAILED WRITE STOPS THE REVERSALS     *
      *  THERE AND ENDS THE RUN AS AN I/O FAILURE, LIKE AN FBHIST     *
      *  THAT WILL NOT EXTEND.                                        *
      *****************************************************************
       4000-WRITE-REVERSAL-ROWS.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           MOVE SPACES TO RPT-SECTION-LINE
           MOVE "FBHIST REVERSAL ROWS APPENDED" TO RPT-SEC-TITLE
           MOVE RPT-SECTION-LINE TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           ACCEPT WS-BACKOUT-TIME FROM TIME
           OPEN EXTEND HISTORY-FILE
           IF WS-HIST-STATUS NOT = "00"
               DISPLAY "FBBKOUT: CANNOT EXTEND FBHIST - STATUS "
                   WS-HIST-STATUS
               IF 16 > RETURN-CODE
                   MOVE 16 TO RETURN-CODE
               END-IF
               SET INDEX-RESTORE-FAILED TO TRUE
               SET XCP-SEV-ERROR TO TRUE
               MOVE "CANNOT EXTEND FBHIST - NO REVERSAL ROW WRITTEN"
                   TO XCP-MESSAGE
               PERFORM 9800-LOG-EXCEPTION THRU 9800-EXIT
           ELSE
               PERFORM 4100-WRITE-ONE-REVERSAL THRU 4100-EXIT
                   VARYING WS-RUN-ROW-IDX FROM 1 BY 1
                   UNTIL WS-RUN-ROW-IDX > WS-RUN-ROW-COUNT
                      OR INDEX-RESTORE-FAILED
               CLOSE HISTORY-FILE
           END-IF.
       4000-EXIT.
           EXIT.

       4100-WRITE-ONE-REVERSAL.
           MOVE WS-RR-ROW (WS-RUN-ROW-IDX) TO HIST-RECORD
           MOVE HIST-RANGE-VALID-FLAG TO HIST-REVERSED-FLAG
           MOVE "R" TO HIST-RANGE-VALID-FLAG
           MOVE WS-BACKOUT-TIME TO HIST-RUN-TIME
           WRITE HIST-RECORD
           MOVE SPACES TO RPT-HIST-LINE
           MOVE HIST-RUN-ID TO RPT-HS-RUN-ID
           MOVE HIST-RUN-DATE TO RPT-HS-RUN-DATE
           MOVE HIST-START-FROM TO RPT-HS-START
           MOVE " - " TO RPT-HS-DASH
           MOVE HIST-END-AT TO RPT-HS-END
           MOVE HIST-TOTAL-COUNT TO RPT-HS-COUNT
           IF WS-HIST-STATUS = "00"
               ADD 1 TO WS-HIST-ROWS-REVERSED
               IF HIST-REVERSED-FLAG = "P"
                   MOVE "REVERSED (WAS OPERATOR-STOPPED)"
                       TO RPT-HS-NOTE
               ELSE
                   MOVE "REVERSED (WAS COMPLETED)" TO RPT-HS-NOTE
               END-IF
           ELSE
               DISPLAY "FBBKOUT: WRITE TO FBHIST FAILED - STATUS "
                   WS-HIST-STATUS
               IF 16 > RETURN-CODE
                   MOVE 16 TO RETURN-CODE
               END-IF
               SET INDEX-RESTORE-FAILED TO TRUE
               MOVE "WRITE TO FBHIST FAILED - NOT REVERSED"
                   TO RPT-HS-NOTE
               SET XCP-SEV-ERROR TO TRUE
               MOVE BOC-RUN-ID TO XCP-KEY-VALUE
               MOVE "WRITE TO FBHIST FAILED - REVERSAL ROWS INCOMPLETE"
                   TO XCP-MESSAGE
               PERFORM 9800-LOG-EXCEPTION THRU 9800-EXIT
           END-IF
           MOVE RPT-HIST-LINE TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT.
       4100-EXIT.
           EXIT.

      *****************************************************************
      *  4500-PRINT-REFUSAL - WHY THE BACKOUT WAS REFUSED.  NOTHING   *
      *  WAS CHANGED ON ANY FILE; THE REFUSAL IS LOGGED TO FBXCPT.    *
      *****************************************************************
       4500-PRINT-REFUSAL.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           MOVE SPACES TO RPT-ERROR-LINE
           STRING "FBBKOUT: BACKOUT REFUSED - " WS-REFUSE-REASON
               DELIMITED BY SIZE INTO RPT-E-MESSAGE
           END-STRING
           MOVE RPT-ERROR-LINE TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           MOVE "FBBKOUT: NOTHING WAS CHANGED" TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           DISPLAY "FBBKOUT: BACKOUT REFUSED - " WS-REFUSE-REASON
           SET XCP-SEV-ERROR TO TRUE
           MOVE SPACES TO XCP-MESSAGE
           STRING "BACKOUT REFUSED - " WS-REFUSE-REASON
               DELIMITED BY SIZE INTO XCP-MESSAGE
           END-STRING
           PERFORM 9800-LOG-EXCEPTION THRU 9800-EXIT.
       4500-EXIT.
           EXIT.

      *****************************************************************
      *  5000-LOG-BACKOUT - RECORD THE COMPLETED BACKOUT ON FBXCPT    *
      *  WITH WHO ASKED FOR IT, SO OPERATIONS SEES IT NEXT TO THE     *
      *  NIGHT'S OTHER EXCEPTIONS.  A RUN WITH NO BEFORE-IMAGES IS    *
      *  STILL REVERSED ON FBHIST BUT ENDS RETURN-CODE 4 - ITS INDEX  *
      *  ROWS AND PARTNER ENVELOPES COULD NOT BE TAKEN BACK.          *
      *****************************************************************
       5000-LOG-BACKOUT.
           COMPUTE WS-EDIT-COUNT = WS-ROWS-RESTORED + WS-ROWS-REMOVED
           SET XCP-SEV-WARNING TO TRUE
           MOVE BOC-RUN-DATE TO XCP-KEY-VALUE
           MOVE SPACES TO XCP-MESSAGE
           STRING "RUN BACKED OUT BY " BOC-REQUESTED-BY " - "
               WS-EDIT-COUNT " FBINDEX ROWS PUT BACK"
               DELIMITED BY SIZE INTO XCP-MESSAGE
           END-STRING
           PERFORM 9800-LOG-EXCEPTION THRU 9800-EXIT
           IF PERIOD-OVERRIDE-USED
               SET XCP-SEV-WARNING TO TRUE
               MOVE WS-BO-PERIOD TO XCP-KEY-VALUE
               MOVE "CLOSED-PERIOD OVERRIDE HONORED - RE-CERTIFY"
                   TO XCP-MESSAGE
               PERFORM 9800-LOG-EXCEPTION THRU 9800-EXIT
           END-IF
           IF WS-IMAGES-FOR-RUN = ZERO
               DISPLAY "FBBKOUT: WARNING - NO FBIXBIM BEFORE-IMAGES "
                   "FOR THE RUN - FBINDEX NOT CHANGED"
               IF 4 > RETURN-CODE
                   MOVE 4 TO RETURN-CODE
               END-IF
               SET XCP-SEV-WARNING TO TRUE
               MOVE BOC-RUN-DATE TO XCP-KEY-VALUE
               MOVE "NO BEFORE-IMAGES FOR RUN - FBINDEX UNCHANGED"
                   TO XCP-MESSAGE
               PERFORM 9800-LOG-EXCEPTION THRU 9800-EXIT
           END-IF.
       5000-EXIT.
           EXIT.

      *****************************************************************
      *  8000-TERMINATE-RUN - CLOSE THE FILES, PRINT THE BACKOUT      *
      *  TOTALS AND WHAT OPERATIONS MUST DO NEXT.  A BACKOUT STOPPED  *
      *  BY AN I/O FAILURE SAYS SO - FBHIST WAS NOT REVERSED AND THE  *
      *  CARD MUST BE RESUBMITTED ONCE THE FAILURE IS CORRECTED.      *
      *****************************************************************
       8000-TERMINATE-RUN.
           IF IXBIM-IS-OPEN
               CLOSE IXBIM-FILE
           END-IF
           IF INDEX-IS-OPEN
               CLOSE INDEX-FILE
           END-IF
           IF LBLIX-IS-OPEN
               CLOSE LBLIX-FILE
           END-IF
           IF REVERSAL-IS-OPEN
               CLOSE REVERSAL-FILE
           END-IF
           IF BACKOUT-ALLOWED AND INDEX-RESTORE-FAILED
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
               MOVE "FBBKOUT: BACKOUT STOPPED BY AN I/O FAILURE - "
                   TO WS-PRINT-LINE
               MOVE "CORRECT IT AND RESUBMIT THE SAME CARD"
                   TO WS-PRINT-LINE (46 : 37)
               PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           MOVE SPACES TO RPT-TRAILER-LINE
           MOVE "FBHIST ROWS READ............" TO RPT-T-LABEL
           MOVE WS-HIST-ROWS-READ TO RPT-T-VALUE
           MOVE RPT-TRAILER-LINE TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           MOVE SPACES TO RPT-TRAILER-LINE
           MOVE "FBHIST ROWS REVERSED........" TO RPT-T-LABEL
           MOVE WS-HIST-ROWS-REVERSED TO RPT-T-VALUE
           MOVE RPT-TRAILER-LINE TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           MOVE SPACES TO RPT-TRAILER-LINE
           MOVE "BEFORE-IMAGES FOR THE RUN..." TO RPT-T-LABEL
           MOVE WS-IMAGES-FOR-RUN TO RPT-T-VALUE
           MOVE RPT-TRAILER-LINE TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           MOVE SPACES TO RPT-TRAILER-LINE
           MOVE "FBINDEX ROWS RESTORED......." TO RPT-T-LABEL
           MOVE WS-ROWS-RESTORED TO RPT-T-VALUE
           MOVE RPT-TRAILER-LINE TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           MOVE SPACES TO RPT-TRAILER-LINE
           MOVE "FBINDEX ROWS REMOVED........" TO RPT-T-LABEL
           MOVE WS-ROWS-REMOVED TO RPT-T-VALUE
           MOVE RPT-TRAILER-LINE TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           MOVE SPACES TO RPT-TRAILER-LINE
           MOVE "FBINDEX ROWS NOT CHANGED...." TO RPT-T-LABEL
           MOVE WS-ROWS-UNCHANGED TO RPT-T-VALUE
           MOVE RPT-TRAILER-LINE TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           MOVE SPACES TO RPT-TRAILER-LINE
           MOVE "FBINDEX ROWS ALREADY BACK..." TO RPT-T-LABEL
           MOVE WS-ROWS-ALREADY-BACK TO RPT-T-VALUE
           MOVE RPT-TRAILER-LINE TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           MOVE SPACES TO RPT-TRAILER-LINE
           MOVE "FBLBLIX LABEL ROWS DROPPED.." TO RPT-T-LABEL
           MOVE WS-LABELS-DROPPED TO RPT-T-VALUE
           MOVE RPT-TRAILER-LINE TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           MOVE SPACES TO RPT-TRAILER-LINE
           MOVE "FBLBLIX LABEL ROWS RESTORED." TO RPT-T-LABEL
           MOVE WS-LABELS-RESTORED TO RPT-T-VALUE
           MOVE RPT-TRAILER-LINE TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           MOVE SPACES TO RPT-TRAILER-LINE
           MOVE "REVERSAL EXTRACT RECORDS...." TO RPT-T-LABEL
           MOVE WS-REVERSALS-WRITTEN TO RPT-T-VALUE
           MOVE RPT-TRAILER-LINE TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           IF BACKOUT-ALLOWED AND INDEX-RESTORE-OK
               PERFORM 8100-PRINT-NEXT-STEPS THRU 8100-EXIT
           END-IF
           CLOSE PRINT-FILE
           DISPLAY "FBBKOUT: " WS-HIST-ROWS-REVERSED " FBHIST ROWS "
               "REVERSED, " WS-ROWS-RESTORED " FBINDEX ROWS RESTORED, "
               WS-ROWS-REMOVED " REMOVED, " WS-ROWS-UNCHANGED
               " NOT CHANGED".
       8000-EXIT.
           EXIT.

      *****************************************************************
      *  8100-PRINT-NEXT-STEPS - THE FOLLOW-ON WORK THE BACKOUT       *
      *  LEAVES: SENDING THE REVERSAL ENVELOPES AND, AFTER AN         *
      *  OVERRIDE, RE-CERTIFYING THE CLOSED MONTH.                    *
      *****************************************************************
       8100-PRINT-NEXT-STEPS.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           IF WS-REVERSALS-WRITTEN NOT = ZERO
               MOVE "NEXT: RUN FBDIST WITH FBEXTRC POINTED AT FBREVX "
                   TO WS-PRINT-LINE
               MOVE "TO SEND THE REVERSAL ENVELOPES"
                   TO WS-PRINT-LINE (50 : 30)
               PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           END-IF
           IF PERIOD-OVERRIDE-USED
               MOVE SPACES TO WS-PRINT-LINE
               STRING "NEXT: REOPEN AND RE-CERTIFY PERIOD "
                   WS-BO-PERIOD " WITH FBPERCLS"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               END-STRING
               PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           END-IF.
       8100-EXIT.
           EXIT.

      *****************************************************************
      *  9800-LOG-EXCEPTION - APPEND ONE RECORD TO THE SHARED FBXCPT  *
      *  EXCEPTION FILE VIA THE COMMON FBXCPTWR WRITER.  THE POINT OF *
      *  FAILURE SETS XCP-SEVERITY, XCP-KEY-VALUE AND XCP-MESSAGE     *
      *  BEFORE PERFORMING THIS; KEY AND MESSAGE ARE CLEARED AFTER    *
      *  THE CALL SO THEY CANNOT LEAK INTO THE NEXT EXCEPTION.        *
      *  THE CALLEE'S RETURN-CODE IS NOT ALLOWED TO CLOBBER THE      *
      *  CALLER'S - IT IS SAVED AND RESTORED AROUND THE CALL.         *
      *****************************************************************
       9800-LOG-EXCEPTION.
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE
           MOVE "FBBKOUT" TO XCP-PROGRAM-ID
           MOVE BOC-RUN-ID TO XCP-RUN-ID
           CALL "FBXCPTWR" USING EXCEPTION-RECORD
               ON EXCEPTION
                   DISPLAY "FBBKOUT: EXCEPTION LOGGER NOT AVAILABLE"
           END-CALL
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE
           MOVE SPACES TO XCP-KEY-VALUE
           MOVE SPACES TO XCP-MESSAGE.
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
           COMPUTE JRN-RECORDS-READ =
               WS-HIST-ROWS-READ + WS-IMAGES-READ
           COMPUTE JRN-RECORDS-WRITTEN =
               WS-ROWS-RESTORED + WS-ROWS-REMOVED
               + WS-HIST-ROWS-REVERSED + WS-REVERSALS-WRITTEN
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
           MOVE "FBBKOUT" TO JRN-PROGRAM-ID
           CALL "FBJRNLWR" USING JOURNAL-RECORD
               ON EXCEPTION
                   DISPLAY "FBBKOUT: STEP JOURNAL WRITER NOT AVAILABLE"
           END-CALL
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.
       9950-EXIT.
           EXIT.

       END PROGRAM FBBKOUT.
