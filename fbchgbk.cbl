       IDENTIFICATION DIVISION.
         PROGRAM-ID. FBCHGBK.
         AUTHOR. R JENNINGS.
         INSTALLATION. BATCH SYSTEMS - REPORTING.
         DATE-WRITTEN. 10/15/2026.
         DATE-COMPILED.
      *****************************************************************
      *  MODIFICATION HISTORY                                        *
      *  -------------------                                         *
      *  10/15/26  RJ   ORIGINAL PROGRAM.  MONTHLY PARTNER           *
      *                 CHARGEBACK.  FOR THE CCYYMM PERIOD ON THE    *
      *                 CONTROL CARD (FBCBCARD) IT PRICES EVERY      *
      *                 ENVELOPE FBACK SETTLED IN THE MONTH, FROM    *
      *                 THE FBAKHST ACK DISPOSITION HISTORY, AT THE  *
      *                 PARTNER'S FBRATES RATE (PER-ENVELOPE FEE,    *
      *                 PER-COUNTER FEE, MONTHLY MINIMUM), PRINTS A  *
      *                 STATEMENT PER PARTNER ON FBCBPRT AND WRITES  *
      *                 ONE FBBILL ROW PER PARTNER FOR THE FINANCE   *
      *                 FEED.  ONLY AN ACCEPTED ENVELOPE IS BILLED,  *
      *                 AND ONLY ONCE: A REJECTED, MISMATCHED OR     *
      *                 AGED ENVELOPE IS NEVER BILLED, AND A RESENT  *
      *                 ENVELOPE (SAME SENDER, RUN-ID AND RUN DATE)  *
      *                 ACCEPTED AGAIN - THIS MONTH OR IN AN EARLIER *
      *                 ONE - IS SHOWN BUT NOT BILLED AGAIN.         *
      *                 ENVELOPES STILL AWAITING AN ACK ON FBXMLOG   *
      *                 ARE LISTED FOR INFORMATION; THEY ARE BILLED  *
      *                 IN THE MONTH THEY ARE ACCEPTED.  A MISSING   *
      *                 OR UNUSABLE CARD, RATE TABLE OR HISTORY      *
      *                 FAILS THE STEP (RC 16) WITH FBBILL EMPTY -   *
      *                 A GUESSED BILL MUST NEVER REACH FINANCE.     *
      *  10/15/26  RJ   AN FBBILL THAT WILL NOT OPEN, OR A BILLING   *
      *                 ROW THAT CANNOT BE WRITTEN, NOW REFUSES THE  *
      *                 RUN (RC 16, FBXCPT ERROR) AND LEAVES FBBILL  *
      *                 EMPTY - A PARTIAL BILL NO LONGER REACHES     *
      *                 FINANCE AS "PARTNERS BILLED".                *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD-FILE ASSIGN TO "CTLCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CC-STATUS.
           SELECT RATE-FILE ASSIGN TO "FBRATES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.
           SELECT AKHIST-FILE ASSIGN TO "FBAKHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AKHIST-STATUS.
           SELECT XMITLOG-FILE ASSIGN TO "FBXMLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XMITLOG-STATUS.
           SELECT BILLING-FILE ASSIGN TO "FBBILL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BILLING-STATUS.
           SELECT PRINT-FILE ASSIGN TO "FBCBPRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE.
           COPY FBCBCARD.

       FD  RATE-FILE.
           COPY FBRATE.

       FD  AKHIST-FILE.
           COPY FBAKHIST.

       FD  XMITLOG-FILE.
           COPY FBXMLOG.

       FD  BILLING-FILE.
           COPY FBBILLX.

       FD  PRINT-FILE.
           COPY FBPRINT.
       01  RPT-SECTION-LINE.
           05  RPT-SEC-TITLE             PIC X(40).
           05  FILLER                    PIC X(92).
       01  RPT-PARTNER-LINE.
           05  RPT-PA-PARTNER-LIT        PIC X(09).
           05  RPT-PA-PARTNER            PIC X(08).
           05  FILLER                    PIC X(03).
           05  RPT-PA-SENDER-LIT         PIC X(08).
           05  RPT-PA-SENDER             PIC X(08).
           05  FILLER                    PIC X(03).
           05  RPT-PA-PERIOD-LIT         PIC X(08).
           05  RPT-PA-PERIOD             PIC 9(06).
           05  FILLER                    PIC X(79).
       01  RPT-RATE-LINE.
           05  RPT-RT-ENV-LIT            PIC X(20).
           05  RPT-RT-ENV-FEE            PIC ZZ,ZZ9.99.
           05  FILLER                    PIC X(03).
           05  RPT-RT-CTR-LIT            PIC X(20).
           05  RPT-RT-CTR-FEE            PIC ZZ9.99999.
           05  FILLER                    PIC X(03).
           05  RPT-RT-MIN-LIT            PIC X(18).
           05  RPT-RT-MIN                PIC Z,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(38).
       01  RPT-ENVHEAD-LINE.
           05  RPT-EH-RUN-ID             PIC X(08).
           05  FILLER                    PIC X(02).
           05  RPT-EH-RUN-DATE           PIC X(08).
           05  FILLER                    PIC X(02).
           05  RPT-EH-SENT-DATE          PIC X(08).
           05  FILLER                    PIC X(02).
           05  RPT-EH-SETTLED            PIC X(08).
           05  FILLER                    PIC X(02).
           05  RPT-EH-COUNT              PIC X(09).
           05  FILLER                    PIC X(02).
           05  RPT-EH-DISP               PIC X(10).
           05  FILLER                    PIC X(02).
           05  RPT-EH-BILLING            PIC X(24).
           05  FILLER                    PIC X(02).
           05  RPT-EH-REASON             PIC X(30).
           05  FILLER                    PIC X(13).
       01  RPT-ENV-LINE.
           05  RPT-EV-RUN-ID             PIC X(08).
           05  FILLER                    PIC X(02).
           05  RPT-EV-RUN-DATE           PIC X(08).
           05  FILLER                    PIC X(02).
           05  RPT-EV-SENT-DATE          PIC X(08).
           05  FILLER                    PIC X(02).
           05  RPT-EV-SETTLED            PIC X(08).
           05  FILLER                    PIC X(02).
           05  RPT-EV-COUNT              PIC ZZZZZZZZ9.
           05  FILLER                    PIC X(02).
           05  RPT-EV-DISP               PIC X(10).
           05  FILLER                    PIC X(02).
           05  RPT-EV-BILLING            PIC X(24).
           05  FILLER                    PIC X(02).
           05  RPT-EV-REASON             PIC X(30).
           05  FILLER                    PIC X(13).
       01  RPT-MONEY-LINE.
           05  RPT-M-LABEL               PIC X(30).
           05  RPT-M-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(88).

       WORKING-STORAGE SECTION.
         01 WS-CC-STATUS PIC X(02) VALUE "00".
         01 WS-RATE-STATUS PIC X(02) VALUE "00".
         01 WS-AKHIST-STATUS PIC X(02) VALUE "00".
         01 WS-XMITLOG-STATUS PIC X(02) VALUE "00".
         01 WS-BILLING-STATUS PIC X(02) VALUE "00".
         01 WS-PRINT-STATUS PIC X(02) VALUE "00".

         01 WS-BILLING-SW PIC X(01) VALUE "Y".
           88 BILLING-OK VALUE "Y".
           88 BILLING-REFUSED VALUE "N".

      *  THE BILLING PERIOD - ITS FIRST AND LAST DAY AS CCYYMMDD, SO
      *  EVERY DATE TEST BELOW IS A PLAIN COMPARE.
         01 WS-PERIOD PIC 9(06) VALUE ZERO.
         01 WS-PERIOD-FIRST PIC 9(08) VALUE ZERO.
         01 WS-PERIOD-FIRST-PARTS REDEFINES WS-PERIOD-FIRST.
           05 WS-PF-PERIOD PIC 9(06).
           05 WS-PF-DD PIC 9(02).
         01 WS-PERIOD-LAST PIC 9(08) VALUE ZERO.
         01 WS-PERIOD-LAST-PARTS REDEFINES WS-PERIOD-LAST.
           05 WS-PL-CCYY PIC 9(04).
           05 WS-PL-MM PIC 9(02).
           05 WS-PL-DD PIC 9(02).
         01 WS-LEAP-TMP PIC 9(4) VALUE ZERO.
         01 WS-LEAP-REM PIC 9(4) VALUE ZERO.
         01 WS-LEAP-SW PIC X(01) VALUE "N".
           88 YEAR-IS-LEAP VALUE "Y".
           88 YEAR-NOT-LEAP VALUE "N".
         01 WS-DAYS-IN-MONTH-TABLE.
           05 FILLER PIC X(24) VALUE "312831303130313130313031".
         01 WS-DIM-TABLE REDEFINES WS-DAYS-IN-MONTH-TABLE.
           05 WS-DAYS-IN-MONTH OCCURS 12 TIMES PIC 9(02).

      *  ONE ENTRY PER PARTNER WITH A RATE IN EFFECT ON THE LAST DAY
      *  OF THE PERIOD, CARRYING ITS RATES AND ITS STATEMENT TOTALS.
      *  WHEN TWO ROWS FOR ONE PARTNER ARE BOTH IN EFFECT THE ONE
      *  WITH THE LATER EFF-FROM WINS.
         77 WS-MAX-PARTNERS PIC 9(4) VALUE 100.
         01 WS-PARTNER-COUNT PIC 9(4) COMP VALUE ZERO.
         01 WS-PTR-IDX PIC 9(4) COMP VALUE ZERO.
         01 WS-PTR-FOUND-IDX PIC 9(4) COMP VALUE ZERO.
         01 WS-RATE-EFF-FROM PIC 9(08) VALUE ZERO.
         01 WS-RATE-EFF-TO PIC 9(08) VALUE ZERO.
         01 WS-RATE-SW PIC X(01) VALUE "N".
           88 RATE-IN-EFFECT VALUE "Y".
           88 RATE-NOT-IN-EFFECT VALUE "N".
         01 WS-PARTNER-TABLE.
           05 WS-PT-ENTRY OCCURS 100 TIMES.
             10 WS-PT-PARTNER-ID PIC X(08).
             10 WS-PT-SENDER-ID PIC X(08).
             10 WS-PT-EFF-FROM PIC 9(08).
             10 WS-PT-ENVELOPE-FEE PIC 9(05)V99.
             10 WS-PT-COUNTER-FEE PIC 9(03)V9(05).
             10 WS-PT-MINIMUM-CHARGE PIC 9(07)V99.
             10 WS-PT-SENT-COUNT PIC 9(7) COMP.
             10 WS-PT-ACCEPTED-COUNT PIC 9(7) COMP.
             10 WS-PT-REJECTED-COUNT PIC 9(7) COMP.
             10 WS-PT-MISMATCH-COUNT PIC 9(7) COMP.
             10 WS-PT-AGED-COUNT PIC 9(7) COMP.
             10 WS-PT-AWAITING-COUNT PIC 9(7) COMP.
             10 WS-PT-RESENT-COUNT PIC 9(7) COMP.
             10 WS-PT-BILLED-COUNT PIC 9(7) COMP.
             10 WS-PT-COUNTERS-BILLED PIC 9(11) COMP.
             10 WS-PT-ENVELOPE-CHARGE PIC 9(09)V99.
             10 WS-PT-COUNTER-CHARGE PIC 9(09)V99.
             10 WS-PT-MINIMUM-ADJUST PIC 9(09)V99.
             10 WS-PT-AMOUNT-DUE PIC 9(09)V99.

      *  THE ENVELOPES ON THE STATEMENTS: EVERY FBAKHST ROW SETTLED IN
      *  THE PERIOD, IN HISTORY ORDER, THEN EVERY FBXMLOG ROW STILL
      *  AWAITING AN ACK AND SENT ON OR BEFORE THE PERIOD'S LAST DAY.
         77 WS-MAX-ENVELOPES PIC 9(4) VALUE 2000.
         01 WS-ENV-COUNT PIC 9(4) COMP VALUE ZERO.
         01 WS-ENV-IDX PIC 9(4) COMP VALUE ZERO.
         01 WS-ENV-PRIOR-IDX PIC 9(4) COMP VALUE ZERO.
         01 WS-ENV-FOUND-IDX PIC 9(4) COMP VALUE ZERO.
         01 WS-ENVELOPE-TABLE.
           05 WS-EV-ENTRY OCCURS 2000 TIMES.
             10 WS-EV-SENDER-ID PIC X(08).
             10 WS-EV-RUN-ID PIC X(08).
             10 WS-EV-RUN-DATE PIC 9(08).
             10 WS-EV-SENT-DATE PIC 9(08).
             10 WS-EV-RECORD-COUNT PIC 9(09).
             10 WS-EV-HASH-TOTAL PIC 9(15).
             10 WS-EV-DISP PIC X(01).
               88 EV-DISP-ACCEPTED VALUE "A".
               88 EV-DISP-REJECTED VALUE "R".
               88 EV-DISP-MISMATCH VALUE "M".
               88 EV-DISP-AGED VALUE "G".
               88 EV-DISP-AWAITING VALUE "P".
             10 WS-EV-DISP-DATE PIC 9(08).
             10 WS-EV-REASON PIC X(30).
             10 WS-EV-PTR-IDX PIC 9(4) COMP.
             10 WS-EV-PRIOR-SW PIC X(01).
               88 EV-ACCEPTED-BEFORE VALUE "Y".
               88 EV-NOT-ACCEPTED-BEFORE VALUE "N".
             10 WS-EV-BILL-SW PIC X(01).
               88 EV-BILLED VALUE "B".
               88 EV-NOT-BILLED VALUE "N".
               88 EV-RESENT VALUE "D".
               88 EV-BILL-WHEN-ACCEPTED VALUE "W".

      *  THE ROW JUST READ, IN ONE SHAPE FOR BOTH INPUT FILES, SO THE
      *  DUPLICATE TEST AND THE TABLE LOAD ARE WRITTEN ONCE.
         01 WS-IN-ENVELOPE.
           05 WS-IN-SENDER-ID PIC X(08).
           05 WS-IN-RUN-ID PIC X(08).
           05 WS-IN-RUN-DATE PIC 9(08).
           05 WS-IN-SENT-DATE PIC 9(08).
           05 WS-IN-RECORD-COUNT PIC 9(09).
           05 WS-IN-HASH-TOTAL PIC 9(15).
           05 WS-IN-DISP PIC X(01).
           05 WS-IN-DISP-DATE PIC 9(08).
           05 WS-IN-REASON PIC X(30).

         01 WS-BILL-TOTALS.
           05 WS-RATE-ROWS-READ PIC 9(9) COMP VALUE ZERO.
           05 WS-RATE-ROWS-DROPPED PIC 9(9) COMP VALUE ZERO.
           05 WS-HISTORY-ROWS-READ PIC 9(9) COMP VALUE ZERO.
           05 WS-LOG-ROWS-READ PIC 9(9) COMP VALUE ZERO.
           05 WS-DUPLICATE-ROWS PIC 9(9) COMP VALUE ZERO.
           05 WS-UNRATED-COUNT PIC 9(9) COMP VALUE ZERO.
           05 WS-BILLING-ROWS-WRITTEN PIC 9(9) COMP VALUE ZERO.
           05 WS-TOTAL-AMOUNT-DUE PIC 9(11)V99 VALUE ZERO.
         01 WS-USAGE-CHARGE PIC 9(09)V99 VALUE ZERO.

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
           IF BILLING-OK
               PERFORM 2000-LOAD-RATES THRU 2000-EXIT
           END-IF
           IF BILLING-OK
               PERFORM 3000-LOAD-SETTLED-ENVELOPES THRU 3000-EXIT
           END-IF
           IF BILLING-OK
               PERFORM 3500-LOAD-AWAITING-ENVELOPES THRU 3500-EXIT
               PERFORM 4000-MARK-EARLIER-ACCEPTANCES THRU 4000-EXIT
               PERFORM 5000-PRICE-ENVELOPES THRU 5000-EXIT
               PERFORM 6000-PRINT-STATEMENTS THRU 6000-EXIT
               PERFORM 7000-PRINT-UNRATED THRU 7000-EXIT
           END-IF
           PERFORM 8000-TERMINATE-RUN THRU 8000-EXIT
           PERFORM 9910-JOURNAL-STEP-END THRU 9910-EXIT
           STOP RUN.

      *****************************************************************
      *  1000-INITIALIZE-RUN - READ AND EDIT THE PERIOD CARD, WORK    *
      *  OUT THE PERIOD'S FIRST AND LAST DAY AND START THE REPORT.    *
      *  AN UNUSABLE CARD REFUSES THE RUN - A GUESSED PERIOD MUST     *
      *  NEVER BE BILLED.                                             *
      *****************************************************************
       1000-INITIALIZE-RUN.
           MOVE SPACES TO EXCEPTION-RECORD
           ACCEPT WS-RUN-DATE-RAW FROM DATE YYYYMMDD
           MOVE WS-RD-MM TO WS-RUN-DATE-MM
           MOVE WS-RD-DD TO WS-RUN-DATE-DD
           MOVE WS-RD-CCYY TO WS-RUN-DATE-CCYY
           OPEN OUTPUT PRINT-FILE
           PERFORM 1100-WRITE-REPORT-HEADERS THRU 1100-EXIT
           INITIALIZE CBC-CONTROL-CARD
           OPEN INPUT CONTROL-CARD-FILE
           IF WS-CC-STATUS = "00"
               READ CONTROL-CARD-FILE
                   AT END
                       SET BILLING-REFUSED TO TRUE
               END-READ
               CLOSE CONTROL-CARD-FILE
           ELSE
               SET BILLING-REFUSED TO TRUE
           END-IF
           IF BILLING-OK
               IF CBC-PERIOD NOT NUMERIC
                   SET BILLING-REFUSED TO TRUE
               ELSE
                   MOVE CBC-PERIOD TO WS-PERIOD
                   MOVE WS-PERIOD TO WS-PF-PERIOD
                   MOVE 1 TO WS-PF-DD
                   MOVE WS-PERIOD-FIRST TO WS-PERIOD-LAST
                   IF WS-PL-CCYY < 1900
                       OR WS-PL-MM < 1 OR WS-PL-MM > 12
                       SET BILLING-REFUSED TO TRUE
                   END-IF
               END-IF
           END-IF
           IF BILLING-OK
               PERFORM 1300-SET-PERIOD-LAST-DAY THRU 1300-EXIT
               MOVE SPACES TO WS-PRINT-LINE
               STRING "BILLING PERIOD " DELIMITED BY SIZE
                   WS-PERIOD DELIMITED BY SIZE
                   "  (" DELIMITED BY SIZE
                   WS-PERIOD-FIRST DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   WS-PERIOD-LAST DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           ELSE
               MOVE "FBCHGBK: CONTROL CARD MISSING OR INVALID - NO "
                   TO WS-PRINT-LINE
               PERFORM 2090-REFUSE-BILLING THRU 2090-EXIT
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
           MOVE "PARTNER CHARGEBACK" TO RPT-H-TITLE
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
      *  1300-SET-PERIOD-LAST-DAY - THE LAST DAY OF THE CARD'S MONTH, *
      *  FEBRUARY ALLOWING FOR LEAP YEARS.                            *
      *****************************************************************
       1300-SET-PERIOD-LAST-DAY.
           MOVE WS-DAYS-IN-MONTH (WS-PL-MM) TO WS-PL-DD
           IF WS-PL-MM = 2
               PERFORM 1350-TEST-LEAP-YEAR THRU 1350-EXIT
               IF YEAR-IS-LEAP
                   MOVE 29 TO WS-PL-DD
               END-IF
           END-IF.
       1300-EXIT.
           EXIT.

      *****************************************************************
      *  1350-TEST-LEAP-YEAR - A YEAR IS LEAP WHEN DIVISIBLE BY 4,    *
      *  EXCEPT CENTURY YEARS, WHICH MUST BE DIVISIBLE BY 400.        *
      *****************************************************************
       1350-TEST-LEAP-YEAR.
           SET YEAR-NOT-LEAP TO TRUE
           DIVIDE WS-PL-CCYY BY 4
               GIVING WS-LEAP-TMP REMAINDER WS-LEAP-REM
           IF WS-LEAP-REM = ZERO
               SET YEAR-IS-LEAP TO TRUE
               DIVIDE WS-PL-CCYY BY 100
                   GIVING WS-LEAP-TMP REMAINDER WS-LEAP-REM
               IF WS-LEAP-REM = ZERO
                   DIVIDE WS-PL-CCYY BY 400
                       GIVING WS-LEAP-TMP REMAINDER WS-LEAP-REM
                   IF WS-LEAP-REM NOT = ZERO
                       SET YEAR-NOT-LEAP TO TRUE
                   END-IF
               END-IF
           END-IF.
       1350-EXIT.
           EXIT.

      *****************************************************************
      *  2000-LOAD-RATES - LOAD EVERY FBRATES ROW IN EFFECT ON THE    *
      *  PERIOD'S LAST DAY.  NO RATE TABLE, OR NO PARTNER WITH A      *
      *  RATE IN EFFECT, REFUSES THE RUN.                             *
      *****************************************************************
       2000-LOAD-RATES.
           OPEN INPUT RATE-FILE
           IF WS-RATE-STATUS NOT = "00"
               MOVE "FBCHGBK: CANNOT OPEN FBRATES RATE TABLE - NO "
                   TO WS-PRINT-LINE
               PERFORM 2090-REFUSE-BILLING THRU 2090-EXIT
           ELSE
               PERFORM 2100-LOAD-ONE-RATE THRU 2100-EXIT
                   UNTIL WS-RATE-STATUS NOT = "00"
               CLOSE RATE-FILE
               IF WS-RATE-ROWS-DROPPED NOT = ZERO
                   DISPLAY "FBCHGBK: WARNING - " WS-RATE-ROWS-DROPPED
                       " FBRATES ROWS DROPPED - BLANK ID, BAD FEE OR "
                       "PAST THE TABLE LIMIT"
                   IF 4 > RETURN-CODE
                       MOVE 4 TO RETURN-CODE
                   END-IF
                   SET XCP-SEV-WARNING TO TRUE
                   MOVE "FBRATES ROWS DROPPED - SEE FBCHGBK SYSOUT"
                       TO XCP-MESSAGE
                   PERFORM 9800-LOG-EXCEPTION THRU 9800-EXIT
               END-IF
               IF WS-PARTNER-COUNT = ZERO
                   MOVE "FBCHGBK: NO PARTNER HAS A RATE IN EFFECT - NO "
                       TO WS-PRINT-LINE
                   PERFORM 2090-REFUSE-BILLING THRU 2090-EXIT
               END-IF
           END-IF.
       2000-EXIT.
           EXIT.

      *****************************************************************
      *  2090-REFUSE-BILLING - THE RUN CANNOT BILL.  THE CALLER HAS   *
      *  STAGED THE START OF THE REASON IN WS-PRINT-LINE; THE REST OF *
      *  THE MESSAGE IS THE SAME FOR EVERY REFUSAL.  RC 16, AND NO    *
      *  FBBILL ROWS ARE WRITTEN.                                     *
      *****************************************************************
       2090-REFUSE-BILLING.
           SET BILLING-REFUSED TO TRUE
           MOVE SPACES TO RPT-ERROR-LINE
           STRING WS-PRINT-LINE DELIMITED BY "  "
               " BILLING PRODUCED" DELIMITED BY SIZE
               INTO RPT-E-MESSAGE
           END-STRING
           DISPLAY RPT-E-MESSAGE
           MOVE RPT-ERROR-LINE TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           MOVE 16 TO RETURN-CODE
           SET XCP-SEV-ERROR TO TRUE
           MOVE WS-PERIOD TO XCP-KEY-VALUE
           MOVE "CHARGEBACK REFUSED - NO BILLING PRODUCED"
               TO XCP-MESSAGE
           PERFORM 9800-LOG-EXCEPTION THRU 9800-EXIT.
       2090-EXIT.
           EXIT.

       2100-LOAD-ONE-RATE.
           READ RATE-FILE
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO WS-RATE-ROWS-READ
                   PERFORM 2150-TEST-RATE-EFFECTIVE THRU 2150-EXIT
                   IF RATE-IN-EFFECT
                       PERFORM 2200-STORE-ONE-RATE THRU 2200-EXIT
                   END-IF
           END-READ.
       2100-EXIT.
           EXIT.

      *****************************************************************
      *  2150-TEST-RATE-EFFECTIVE - IN EFFECT ON THE PERIOD'S LAST    *
      *  DAY.  ZERO OR NON-NUMERIC DATES MEAN NO LIMIT ON THAT SIDE,  *
      *  AS ON FBRULES.                                               *
      *****************************************************************
       2150-TEST-RATE-EFFECTIVE.
           SET RATE-IN-EFFECT TO TRUE
           MOVE ZERO TO WS-RATE-EFF-FROM
           MOVE ZERO TO WS-RATE-EFF-TO
           IF RTE-EFF-FROM NUMERIC
               MOVE RTE-EFF-FROM TO WS-RATE-EFF-FROM
           END-IF
           IF RTE-EFF-TO NUMERIC
               MOVE RTE-EFF-TO TO WS-RATE-EFF-TO
           END-IF
           IF WS-RATE-EFF-FROM NOT = ZERO
               AND WS-RATE-EFF-FROM > WS-PERIOD-LAST
               SET RATE-NOT-IN-EFFECT TO TRUE
           END-IF
           IF WS-RATE-EFF-TO NOT = ZERO
               AND WS-RATE-EFF-TO < WS-PERIOD-LAST
               SET RATE-NOT-IN-EFFECT TO TRUE
           END-IF.
       2150-EXIT.
           EXIT.

      *****************************************************************
      *  2200-STORE-ONE-RATE - ADD THE PARTNER, OR REPLACE ITS RATES  *
      *  WHEN THIS ROW STARTED LATER THAN THE ONE ALREADY HELD.       *
      *****************************************************************
       2200-STORE-ONE-RATE.
           IF RTE-PARTNER-ID = SPACES OR RTE-SENDER-ID = SPACES
               OR RTE-ENVELOPE-FEE NOT NUMERIC
               OR RTE-COUNTER-FEE NOT NUMERIC
               OR RTE-MINIMUM-CHARGE NOT NUMERIC
               ADD 1 TO WS-RATE-ROWS-DROPPED
           ELSE
               MOVE ZERO TO WS-PTR-FOUND-IDX
               PERFORM 2250-TEST-ONE-PARTNER THRU 2250-EXIT
                   VARYING WS-PTR-IDX FROM 1 BY 1
                   UNTIL WS-PTR-IDX > WS-PARTNER-COUNT
                      OR WS-PTR-FOUND-IDX NOT = ZERO
               IF WS-PTR-FOUND-IDX = ZERO
                   IF WS-PARTNER-COUNT >= WS-MAX-PARTNERS
                       ADD 1 TO WS-RATE-ROWS-DROPPED
                   ELSE
                       ADD 1 TO WS-PARTNER-COUNT
                       MOVE WS-PARTNER-COUNT TO WS-PTR-FOUND-IDX
                       INITIALIZE WS-PT-ENTRY (WS-PTR-FOUND-IDX)
                       MOVE RTE-PARTNER-ID TO
                           WS-PT-PARTNER-ID (WS-PTR-FOUND-IDX)
                       PERFORM 2270-MOVE-RATES THRU 2270-EXIT
                   END-IF
               ELSE
                   IF WS-RATE-EFF-FROM >
                       WS-PT-EFF-FROM (WS-PTR-FOUND-IDX)
                       PERFORM 2270-MOVE-RATES THRU 2270-EXIT
                   END-IF
               END-IF
           END-IF.
       2200-EXIT.
           EXIT.

       2250-TEST-ONE-PARTNER.
           IF WS-PT-PARTNER-ID (WS-PTR-IDX) = RTE-PARTNER-ID
               MOVE WS-PTR-IDX TO WS-PTR-FOUND-IDX
           END-IF.
       2250-EXIT.
           EXIT.

       2270-MOVE-RATES.
           MOVE RTE-SENDER-ID TO WS-PT-SENDER-ID (WS-PTR-FOUND-IDX)
           MOVE WS-RATE-EFF-FROM TO WS-PT-EFF-FROM (WS-PTR-FOUND-IDX)
           MOVE RTE-ENVELOPE-FEE TO
               WS-PT-ENVELOPE-FEE (WS-PTR-FOUND-IDX)
           MOVE RTE-COUNTER-FEE TO
               WS-PT-COUNTER-FEE (WS-PTR-FOUND-IDX)
           MOVE RTE-MINIMUM-CHARGE TO
               WS-PT-MINIMUM-CHARGE (WS-PTR-FOUND-IDX).
       2270-EXIT.
           EXIT.

      *****************************************************************
      *  3000-LOAD-SETTLED-ENVELOPES - EVERY FBAKHST ROW FBACK        *
      *  SETTLED (DISPOSITIONED) INSIDE THE PERIOD.  NO HISTORY FILE  *
      *  REFUSES THE RUN - IT WOULD BILL NOTHING BUT MINIMUMS.        *
      *****************************************************************
       3000-LOAD-SETTLED-ENVELOPES.
           OPEN INPUT AKHIST-FILE
           IF WS-AKHIST-STATUS NOT = "00"
               MOVE "FBCHGBK: CANNOT OPEN FBAKHST ACK HISTORY - NO "
                   TO WS-PRINT-LINE
               PERFORM 2090-REFUSE-BILLING THRU 2090-EXIT
           ELSE
               PERFORM 3100-LOAD-ONE-HISTORY-ROW THRU 3100-EXIT
                   UNTIL WS-AKHIST-STATUS NOT = "00"
                      OR BILLING-REFUSED
               CLOSE AKHIST-FILE
           END-IF.
       3000-EXIT.
           EXIT.

       3100-LOAD-ONE-HISTORY-ROW.
           READ AKHIST-FILE
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO WS-HISTORY-ROWS-READ
                   IF AKH-DISP-DATE NUMERIC
                       AND AKH-DISP-DATE NOT < WS-PERIOD-FIRST
                       AND AKH-DISP-DATE NOT > WS-PERIOD-LAST
                       MOVE AKH-SENDER-ID TO WS-IN-SENDER-ID
                       MOVE AKH-RUN-ID TO WS-IN-RUN-ID
                       MOVE AKH-RUN-DATE TO WS-IN-RUN-DATE
                       MOVE AKH-SENT-DATE TO WS-IN-SENT-DATE
                       MOVE AKH-RECORD-COUNT TO WS-IN-RECORD-COUNT
                       MOVE AKH-HASH-TOTAL TO WS-IN-HASH-TOTAL
                       MOVE AKH-DISPOSITION TO WS-IN-DISP
                       MOVE AKH-DISP-DATE TO WS-IN-DISP-DATE
                       MOVE AKH-REASON TO WS-IN-REASON
                       PERFORM 3300-ADD-ENVELOPE THRU 3300-EXIT
                   END-IF
           END-READ.
       3100-EXIT.
           EXIT.

      *****************************************************************
      *  3300-ADD-ENVELOPE - ADD THE ROW IN WS-IN-ENVELOPE TO THE     *
      *  TABLE.  A ROW IDENTICAL TO ONE ALREADY HELD (SAME ENVELOPE,  *
      *  SAME SEND, SAME HASH) IS THE SAME SEND SEEN TWICE - A RERUN  *
      *  FBACK WHOSE LOG WAS NOT SWAPPED - AND IS COUNTED, NOT        *
      *  ADDED.  A FULL TABLE REFUSES THE RUN RATHER THAN UNDERBILL.  *
      *****************************************************************
       3300-ADD-ENVELOPE.
           MOVE ZERO TO WS-ENV-FOUND-IDX
           PERFORM 3350-TEST-SAME-SEND THRU 3350-EXIT
               VARYING WS-ENV-IDX FROM 1 BY 1
               UNTIL WS-ENV-IDX > WS-ENV-COUNT
                  OR WS-ENV-FOUND-IDX NOT = ZERO
           IF WS-ENV-FOUND-IDX NOT = ZERO
               ADD 1 TO WS-DUPLICATE-ROWS
           ELSE
               IF WS-ENV-COUNT >= WS-MAX-ENVELOPES
                   MOVE "FBCHGBK: ENVELOPE TABLE FULL - NO "
                       TO WS-PRINT-LINE
                   PERFORM 2090-REFUSE-BILLING THRU 2090-EXIT
               ELSE
                   ADD 1 TO WS-ENV-COUNT
                   MOVE WS-IN-SENDER-ID TO
                       WS-EV-SENDER-ID (WS-ENV-COUNT)
                   MOVE WS-IN-RUN-ID TO WS-EV-RUN-ID (WS-ENV-COUNT)
                   MOVE WS-IN-RUN-DATE TO
                       WS-EV-RUN-DATE (WS-ENV-COUNT)
                   MOVE WS-IN-SENT-DATE TO
                       WS-EV-SENT-DATE (WS-ENV-COUNT)
                   MOVE WS-IN-RECORD-COUNT TO
                       WS-EV-RECORD-COUNT (WS-ENV-COUNT)
                   MOVE WS-IN-HASH-TOTAL TO
                       WS-EV-HASH-TOTAL (WS-ENV-COUNT)
                   MOVE WS-IN-DISP TO WS-EV-DISP (WS-ENV-COUNT)
                   MOVE WS-IN-DISP-DATE TO
                       WS-EV-DISP-DATE (WS-ENV-COUNT)
                   MOVE WS-IN-REASON TO WS-EV-REASON (WS-ENV-COUNT)
                   SET EV-NOT-ACCEPTED-BEFORE (WS-ENV-COUNT) TO TRUE
                   SET EV-NOT-BILLED (WS-ENV-COUNT) TO TRUE
                   PERFORM 3400-FIND-SENDER-PARTNER THRU 3400-EXIT
                   MOVE WS-PTR-FOUND-IDX TO
                       WS-EV-PTR-IDX (WS-ENV-COUNT)
               END-IF
           END-IF.
       3300-EXIT.
           EXIT.

       3350-TEST-SAME-SEND.
           IF WS-EV-SENDER-ID (WS-ENV-IDX) = WS-IN-SENDER-ID
               AND WS-EV-RUN-ID (WS-ENV-IDX) = WS-IN-RUN-ID
               AND WS-EV-RUN-DATE (WS-ENV-IDX) = WS-IN-RUN-DATE
               AND WS-EV-SENT-DATE (WS-ENV-IDX) = WS-IN-SENT-DATE
               AND WS-EV-HASH-TOTAL (WS-ENV-IDX) = WS-IN-HASH-TOTAL
               MOVE WS-ENV-IDX TO WS-ENV-FOUND-IDX
           END-IF.
       3350-EXIT.
           EXIT.

      *****************************************************************
      *  3400-FIND-SENDER-PARTNER - THE PARTNER WHOSE RATE ROW NAMES  *
      *  THE ENVELOPE'S SENDER ID.  ZERO MEANS NO RATE IN EFFECT.     *
      *****************************************************************
       3400-FIND-SENDER-PARTNER.
           MOVE ZERO TO WS-PTR-FOUND-IDX
           PERFORM 3450-TEST-ONE-SENDER THRU 3450-EXIT
               VARYING WS-PTR-IDX FROM 1 BY 1
               UNTIL WS-PTR-IDX > WS-PARTNER-COUNT
                  OR WS-PTR-FOUND-IDX NOT = ZERO.
       3400-EXIT.
           EXIT.

       3450-TEST-ONE-SENDER.
           IF WS-PT-SENDER-ID (WS-PTR-IDX) = WS-IN-SENDER-ID
               MOVE WS-PTR-IDX TO WS-PTR-FOUND-IDX
           END-IF.
       3450-EXIT.
           EXIT.

      *****************************************************************
      *  3500-LOAD-AWAITING-ENVELOPES - FBXMLOG ROWS STILL AWAITING   *
      *  AN ACK THAT WERE SENT ON OR BEFORE THE PERIOD'S LAST DAY.    *
      *  THEY ARE LISTED, NOT BILLED.  NO LOG IS NOT AN ERROR - THE   *
      *  STATEMENTS JUST CARRY NO AWAITING LINES.                     *
      *****************************************************************
       3500-LOAD-AWAITING-ENVELOPES.
           OPEN INPUT XMITLOG-FILE
           IF WS-XMITLOG-STATUS NOT = "00"
               DISPLAY "FBCHGBK: NO FBXMLOG - ENVELOPES AWAITING AN "
                   "ACK NOT LISTED"
           ELSE
               PERFORM 3600-LOAD-ONE-LOG-ROW THRU 3600-EXIT
                   UNTIL WS-XMITLOG-STATUS NOT = "00"
                      OR BILLING-REFUSED
               CLOSE XMITLOG-FILE
           END-IF.
       3500-EXIT.
           EXIT.

       3600-LOAD-ONE-LOG-ROW.
           READ XMITLOG-FILE
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO WS-LOG-ROWS-READ
                   IF XLG-SENT-DATE NUMERIC
                       AND XLG-SENT-DATE NOT > WS-PERIOD-LAST
                       MOVE XLG-SENDER-ID TO WS-IN-SENDER-ID
                       MOVE XLG-RUN-ID TO WS-IN-RUN-ID
                       MOVE XLG-RUN-DATE TO WS-IN-RUN-DATE
                       MOVE XLG-SENT-DATE TO WS-IN-SENT-DATE
                       MOVE XLG-RECORD-COUNT TO WS-IN-RECORD-COUNT
                       MOVE XLG-HASH-TOTAL TO WS-IN-HASH-TOTAL
                       MOVE "P" TO WS-IN-DISP
                       MOVE ZERO TO WS-IN-DISP-DATE
                       MOVE SPACES TO WS-IN-REASON
                       PERFORM 3300-ADD-ENVELOPE THRU 3300-EXIT
                   END-IF
           END-READ.
       3600-EXIT.
           EXIT.

      *****************************************************************
      *  4000-MARK-EARLIER-ACCEPTANCES - SECOND PASS OVER FBAKHST.    *
      *  AN ACCEPTANCE SETTLED BEFORE THE PERIOD FOR THE SAME SENDER, *
      *  RUN-ID AND RUN DATE AS AN ENVELOPE IN THE TABLE MEANS THAT   *
      *  ENVELOPE WAS BILLED IN AN EARLIER MONTH - THIS ONE IS A      *
      *  RESEND AND MUST NOT BE BILLED AGAIN.                         *
      *****************************************************************
       4000-MARK-EARLIER-ACCEPTANCES.
           OPEN INPUT AKHIST-FILE
           IF WS-AKHIST-STATUS = "00"
               PERFORM 4100-TEST-ONE-HISTORY-ROW THRU 4100-EXIT
                   UNTIL WS-AKHIST-STATUS NOT = "00"
               CLOSE AKHIST-FILE
           END-IF.
       4000-EXIT.
           EXIT.

       4100-TEST-ONE-HISTORY-ROW.
           READ AKHIST-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF AKH-DISP-ACCEPTED
                       AND AKH-DISP-DATE NUMERIC
                       AND AKH-DISP-DATE < WS-PERIOD-FIRST
                       PERFORM 4150-MARK-ONE-ENVELOPE THRU 4150-EXIT
                           VARYING WS-ENV-IDX FROM 1 BY 1
                           UNTIL WS-ENV-IDX > WS-ENV-COUNT
                   END-IF
           END-READ.
       4100-EXIT.
           EXIT.

       4150-MARK-ONE-ENVELOPE.
           IF WS-EV-SENDER-ID (WS-ENV-IDX) = AKH-SENDER-ID
               AND WS-EV-RUN-ID (WS-ENV-IDX) = AKH-RUN-ID
               AND WS-EV-RUN-DATE (WS-ENV-IDX) = AKH-RUN-DATE
               SET EV-ACCEPTED-BEFORE (WS-ENV-IDX) TO TRUE
           END-IF.
       4150-EXIT.
           EXIT.

      *****************************************************************
      *  5000-PRICE-ENVELOPES - DECIDE EACH ENVELOPE'S BILLING AND    *
      *  ROLL IT INTO ITS PARTNER'S TOTALS, THEN PRICE EACH PARTNER.  *
      *****************************************************************
       5000-PRICE-ENVELOPES.
           PERFORM 5100-JUDGE-ONE-ENVELOPE THRU 5100-EXIT
               VARYING WS-ENV-IDX FROM 1 BY 1
               UNTIL WS-ENV-IDX > WS-ENV-COUNT
           PERFORM 5300-PRICE-ONE-PARTNER THRU 5300-EXIT
               VARYING WS-PTR-IDX FROM 1 BY 1
               UNTIL WS-PTR-IDX > WS-PARTNER-COUNT.
       5000-EXIT.
           EXIT.

      *****************************************************************
      *  5100-JUDGE-ONE-ENVELOPE - ONLY AN ACCEPTED ENVELOPE IS       *
      *  BILLED, AND ONLY THE FIRST ACCEPTANCE OF IT: ONE ACCEPTED IN *
      *  AN EARLIER MONTH, OR EARLIER IN THIS ONE, MAKES THIS A       *
      *  RESEND.  AN ENVELOPE FROM A SENDER WITH NO RATE IS LISTED    *
      *  SEPARATELY AND NOT BILLED.                                   *
      *****************************************************************
       5100-JUDGE-ONE-ENVELOPE.
           IF EV-DISP-AWAITING (WS-ENV-IDX)
               SET EV-BILL-WHEN-ACCEPTED (WS-ENV-IDX) TO TRUE
           END-IF
           IF EV-DISP-ACCEPTED (WS-ENV-IDX)
               IF EV-ACCEPTED-BEFORE (WS-ENV-IDX)
                   SET EV-RESENT (WS-ENV-IDX) TO TRUE
               ELSE
                   MOVE ZERO TO WS-ENV-FOUND-IDX
                   PERFORM 5150-TEST-BILLED-EARLIER THRU 5150-EXIT
                       VARYING WS-ENV-PRIOR-IDX FROM 1 BY 1
                       UNTIL WS-ENV-PRIOR-IDX >= WS-ENV-IDX
                          OR WS-ENV-FOUND-IDX NOT = ZERO
                   IF WS-ENV-FOUND-IDX NOT = ZERO
                       SET EV-RESENT (WS-ENV-IDX) TO TRUE
                   ELSE
                       SET EV-BILLED (WS-ENV-IDX) TO TRUE
                   END-IF
               END-IF
           END-IF
           MOVE WS-EV-PTR-IDX (WS-ENV-IDX) TO WS-PTR-IDX
           IF WS-PTR-IDX = ZERO
               PERFORM 5200-REPORT-UNRATED THRU 5200-EXIT
           ELSE
               PERFORM 5250-ADD-TO-PARTNER THRU 5250-EXIT
           END-IF.
       5100-EXIT.
           EXIT.

       5150-TEST-BILLED-EARLIER.
           IF EV-BILLED (WS-ENV-PRIOR-IDX)
               AND WS-EV-SENDER-ID (WS-ENV-PRIOR-IDX) =
                   WS-EV-SENDER-ID (WS-ENV-IDX)
               AND WS-EV-RUN-ID (WS-ENV-PRIOR-IDX) =
                   WS-EV-RUN-ID (WS-ENV-IDX)
               AND WS-EV-RUN-DATE (WS-ENV-PRIOR-IDX) =
                   WS-EV-RUN-DATE (WS-ENV-IDX)
               MOVE WS-ENV-PRIOR-IDX TO WS-ENV-FOUND-IDX
           END-IF.
       5150-EXIT.
           EXIT.

       5200-REPORT-UNRATED.
           ADD 1 TO WS-UNRATED-COUNT
           IF EV-BILLED (WS-ENV-IDX)
               SET EV-NOT-BILLED (WS-ENV-IDX) TO TRUE
           END-IF
           IF 4 > RETURN-CODE
               MOVE 4 TO RETURN-CODE
           END-IF
           SET XCP-SEV-WARNING TO TRUE
           MOVE WS-EV-RUN-ID (WS-ENV-IDX) TO XCP-RUN-ID
           MOVE WS-EV-SENDER-ID (WS-ENV-IDX) TO XCP-KEY-VALUE
           MOVE "ENVELOPE SENDER HAS NO RATE IN EFFECT - NOT BILLED"
               TO XCP-MESSAGE
           PERFORM 9800-LOG-EXCEPTION THRU 9800-EXIT.
       5200-EXIT.
           EXIT.

       5250-ADD-TO-PARTNER.
           ADD 1 TO WS-PT-SENT-COUNT (WS-PTR-IDX)
           IF EV-DISP-ACCEPTED (WS-ENV-IDX)
               ADD 1 TO WS-PT-ACCEPTED-COUNT (WS-PTR-IDX)
           END-IF
           IF EV-DISP-REJECTED (WS-ENV-IDX)
               ADD 1 TO WS-PT-REJECTED-COUNT (WS-PTR-IDX)
           END-IF
           IF EV-DISP-MISMATCH (WS-ENV-IDX)
               ADD 1 TO WS-PT-MISMATCH-COUNT (WS-PTR-IDX)
           END-IF
           IF EV-DISP-AGED (WS-ENV-IDX)
               ADD 1 TO WS-PT-AGED-COUNT (WS-PTR-IDX)
           END-IF
           IF EV-DISP-AWAITING (WS-ENV-IDX)
               ADD 1 TO WS-PT-AWAITING-COUNT (WS-PTR-IDX)
           END-IF
           IF EV-RESENT (WS-ENV-IDX)
               ADD 1 TO WS-PT-RESENT-COUNT (WS-PTR-IDX)
           END-IF
           IF EV-BILLED (WS-ENV-IDX)
               ADD 1 TO WS-PT-BILLED-COUNT (WS-PTR-IDX)
               ADD WS-EV-RECORD-COUNT (WS-ENV-IDX) TO
                   WS-PT-COUNTERS-BILLED (WS-PTR-IDX)
           END-IF.
       5250-EXIT.
           EXIT.

      *****************************************************************
      *  5300-PRICE-ONE-PARTNER - ENVELOPE CHARGE PLUS COUNTER        *
      *  CHARGE, TOPPED UP TO THE MONTHLY MINIMUM WHEN SHORT OF IT.   *
      *****************************************************************
       5300-PRICE-ONE-PARTNER.
           COMPUTE WS-PT-ENVELOPE-CHARGE (WS-PTR-IDX) ROUNDED =
               WS-PT-BILLED-COUNT (WS-PTR-IDX)
               * WS-PT-ENVELOPE-FEE (WS-PTR-IDX)
           COMPUTE WS-PT-COUNTER-CHARGE (WS-PTR-IDX) ROUNDED =
               WS-PT-COUNTERS-BILLED (WS-PTR-IDX)
               * WS-PT-COUNTER-FEE (WS-PTR-IDX)
           COMPUTE WS-USAGE-CHARGE =
               WS-PT-ENVELOPE-CHARGE (WS-PTR-IDX)
               + WS-PT-COUNTER-CHARGE (WS-PTR-IDX)
           MOVE ZERO TO WS-PT-MINIMUM-ADJUST (WS-PTR-IDX)
           IF WS-USAGE-CHARGE < WS-PT-MINIMUM-CHARGE (WS-PTR-IDX)
               COMPUTE WS-PT-MINIMUM-ADJUST (WS-PTR-IDX) =
                   WS-PT-MINIMUM-CHARGE (WS-PTR-IDX) - WS-USAGE-CHARGE
           END-IF
           COMPUTE WS-PT-AMOUNT-DUE (WS-PTR-IDX) =
               WS-USAGE-CHARGE + WS-PT-MINIMUM-ADJUST (WS-PTR-IDX)
           ADD WS-PT-AMOUNT-DUE (WS-PTR-IDX) TO WS-TOTAL-AMOUNT-DUE.
       5300-EXIT.
           EXIT.

      *****************************************************************
      *  6000-PRINT-STATEMENTS - ONE STATEMENT PER PARTNER, EACH ON   *
      *  ITS OWN PAGE, AND ITS FBBILL ROW.  AN FBBILL THAT WILL NOT   *
      *  OPEN REFUSES THE RUN BEFORE ANY STATEMENT IS PRINTED.        *
      *****************************************************************
       6000-PRINT-STATEMENTS.
           OPEN OUTPUT BILLING-FILE
           IF WS-BILLING-STATUS NOT = "00"
               DISPLAY "FBCHGBK: CANNOT OPEN FBBILL - STATUS "
                   WS-BILLING-STATUS
               MOVE "FBCHGBK: CANNOT OPEN FBBILL BILLING FEED - NO "
                   TO WS-PRINT-LINE
               PERFORM 2090-REFUSE-BILLING THRU 2090-EXIT
           ELSE
               PERFORM 6100-PRINT-ONE-STATEMENT THRU 6100-EXIT
                   VARYING WS-PTR-IDX FROM 1 BY 1
                   UNTIL WS-PTR-IDX > WS-PARTNER-COUNT
               CLOSE BILLING-FILE
           END-IF.
       6000-EXIT.
           EXIT.

       6100-PRINT-ONE-STATEMENT.
           IF WS-LINE-COUNT > 1
               MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT
           END-IF
           MOVE SPACES TO RPT-PARTNER-LINE
           MOVE "PARTNER: " TO RPT-PA-PARTNER-LIT
           MOVE WS-PT-PARTNER-ID (WS-PTR-IDX) TO RPT-PA-PARTNER
           MOVE "SENDER: " TO RPT-PA-SENDER-LIT
           MOVE WS-PT-SENDER-ID (WS-PTR-IDX) TO RPT-PA-SENDER
           MOVE "PERIOD: " TO RPT-PA-PERIOD-LIT
           MOVE WS-PERIOD TO RPT-PA-PERIOD
           MOVE RPT-PARTNER-LINE TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           MOVE SPACES TO RPT-RATE-LINE
           MOVE "RATE PER ENVELOPE: " TO RPT-RT-ENV-LIT
           MOVE WS-PT-ENVELOPE-FEE (WS-PTR-IDX) TO RPT-RT-ENV-FEE
           MOVE "RATE PER COUNTER: " TO RPT-RT-CTR-LIT
           MOVE WS-PT-COUNTER-FEE (WS-PTR-IDX) TO RPT-RT-CTR-FEE
           MOVE "MONTHLY MINIMUM: " TO RPT-RT-MIN-LIT
           MOVE WS-PT-MINIMUM-CHARGE (WS-PTR-IDX) TO RPT-RT-MIN
           MOVE RPT-RATE-LINE TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           PERFORM 6200-PRINT-ENVELOPE-HEADINGS THRU 6200-EXIT
           PERFORM 6300-PRINT-PARTNER-ENVELOPE THRU 6300-EXIT
               VARYING WS-ENV-IDX FROM 1 BY 1
               UNTIL WS-ENV-IDX > WS-ENV-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           PERFORM 6500-PRINT-PARTNER-TOTALS THRU 6500-EXIT
           IF BILLING-OK
               PERFORM 6700-WRITE-BILLING-ROW THRU 6700-EXIT
           END-IF.
       6100-EXIT.
           EXIT.

       6200-PRINT-ENVELOPE-HEADINGS.
           MOVE SPACES TO RPT-ENVHEAD-LINE
           MOVE "RUN-ID" TO RPT-EH-RUN-ID
           MOVE "RUN DATE" TO RPT-EH-RUN-DATE
           MOVE "SENT" TO RPT-EH-SENT-DATE
           MOVE "SETTLED" TO RPT-EH-SETTLED
           MOVE " COUNTERS" TO RPT-EH-COUNT
           MOVE "ACK" TO RPT-EH-DISP
           MOVE "BILLING" TO RPT-EH-BILLING
           MOVE "REASON" TO RPT-EH-REASON
           MOVE RPT-ENVHEAD-LINE TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT.
       6200-EXIT.
           EXIT.

       6300-PRINT-PARTNER-ENVELOPE.
           IF WS-EV-PTR-IDX (WS-ENV-IDX) = WS-PTR-IDX
               PERFORM 6400-PRINT-ENVELOPE-LINE THRU 6400-EXIT
           END-IF.
       6300-EXIT.
           EXIT.

      *****************************************************************
      *  6400-PRINT-ENVELOPE-LINE - ONE ENVELOPE WITH ITS ACK AND     *
      *  WHAT WAS DONE ABOUT BILLING IT.                              *
      *****************************************************************
       6400-PRINT-ENVELOPE-LINE.
           MOVE SPACES TO RPT-ENV-LINE
           MOVE WS-EV-RUN-ID (WS-ENV-IDX) TO RPT-EV-RUN-ID
           MOVE WS-EV-RUN-DATE (WS-ENV-IDX) TO RPT-EV-RUN-DATE
           MOVE WS-EV-SENT-DATE (WS-ENV-IDX) TO RPT-EV-SENT-DATE
           IF WS-EV-DISP-DATE (WS-ENV-IDX) NOT = ZERO
               MOVE WS-EV-DISP-DATE (WS-ENV-IDX) TO RPT-EV-SETTLED
           END-IF
           MOVE WS-EV-RECORD-COUNT (WS-ENV-IDX) TO RPT-EV-COUNT
           IF EV-DISP-ACCEPTED (WS-ENV-IDX)
               MOVE "ACCEPTED" TO RPT-EV-DISP
           END-IF
           IF EV-DISP-REJECTED (WS-ENV-IDX)
               MOVE "REJECTED" TO RPT-EV-DISP
           END-IF
           IF EV-DISP-MISMATCH (WS-ENV-IDX)
               MOVE "MISMATCH" TO RPT-EV-DISP
           END-IF
           IF EV-DISP-AGED (WS-ENV-IDX)
               MOVE "AGED" TO RPT-EV-DISP
           END-IF
           IF EV-DISP-AWAITING (WS-ENV-IDX)
               MOVE "AWAITING" TO RPT-EV-DISP
           END-IF
           IF EV-BILLED (WS-ENV-IDX)
               MOVE "BILLED" TO RPT-EV-BILLING
           END-IF
           IF EV-NOT-BILLED (WS-ENV-IDX)
               MOVE "NOT BILLED" TO RPT-EV-BILLING
           END-IF
           IF EV-RESENT (WS-ENV-IDX)
               MOVE "RESENT - ALREADY BILLED" TO RPT-EV-BILLING
           END-IF
           IF EV-BILL-WHEN-ACCEPTED (WS-ENV-IDX)
               MOVE "BILLED WHEN ACCEPTED" TO RPT-EV-BILLING
           END-IF
           MOVE WS-EV-REASON (WS-ENV-IDX) TO RPT-EV-REASON
           MOVE RPT-ENV-LINE TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT.
       6400-EXIT.
           EXIT.

      *****************************************************************
      *  6500-PRINT-PARTNER-TOTALS - THE STATEMENT'S COUNTS AND THE   *
      *  AMOUNT DUE.                                                  *
      *****************************************************************
       6500-PRINT-PARTNER-TOTALS.
           MOVE SPACES TO RPT-TRAILER-LINE
           MOVE "ENVELOPES SENT..............." TO RPT-T-LABEL
           MOVE WS-PT-SENT-COUNT (WS-PTR-IDX) TO RPT-T-VALUE
           PERFORM 6600-PRINT-TRAILER-LINE THRU 6600-EXIT
           MOVE "  ACCEPTED..................." TO RPT-T-LABEL
           MOVE WS-PT-ACCEPTED-COUNT (WS-PTR-IDX) TO RPT-T-VALUE
           PERFORM 6600-PRINT-TRAILER-LINE THRU 6600-EXIT
           MOVE "  REJECTED..................." TO RPT-T-LABEL
           MOVE WS-PT-REJECTED-COUNT (WS-PTR-IDX) TO RPT-T-VALUE
           PERFORM 6600-PRINT-TRAILER-LINE THRU 6600-EXIT
           MOVE "  HASH MISMATCHES............" TO RPT-T-LABEL
           MOVE WS-PT-MISMATCH-COUNT (WS-PTR-IDX) TO RPT-T-VALUE
           PERFORM 6600-PRINT-TRAILER-LINE THRU 6600-EXIT
           MOVE "  AGED WITH NO ACK..........." TO RPT-T-LABEL
           MOVE WS-PT-AGED-COUNT (WS-PTR-IDX) TO RPT-T-VALUE
           PERFORM 6600-PRINT-TRAILER-LINE THRU 6600-EXIT
           MOVE "  AWAITING ACK..............." TO RPT-T-LABEL
           MOVE WS-PT-AWAITING-COUNT (WS-PTR-IDX) TO RPT-T-VALUE
           PERFORM 6600-PRINT-TRAILER-LINE THRU 6600-EXIT
           MOVE "RESENT - NOT BILLED AGAIN...." TO RPT-T-LABEL
           MOVE WS-PT-RESENT-COUNT (WS-PTR-IDX) TO RPT-T-VALUE
           PERFORM 6600-PRINT-TRAILER-LINE THRU 6600-EXIT
           MOVE "ENVELOPES BILLED............." TO RPT-T-LABEL
           MOVE WS-PT-BILLED-COUNT (WS-PTR-IDX) TO RPT-T-VALUE
           PERFORM 6600-PRINT-TRAILER-LINE THRU 6600-EXIT
           MOVE "COUNTERS DELIVERED..........." TO RPT-T-LABEL
           MOVE WS-PT-COUNTERS-BILLED (WS-PTR-IDX) TO RPT-T-VALUE
           PERFORM 6600-PRINT-TRAILER-LINE THRU 6600-EXIT
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           MOVE "ENVELOPE CHARGE.............." TO RPT-M-LABEL
           MOVE WS-PT-ENVELOPE-CHARGE (WS-PTR-IDX) TO RPT-M-AMOUNT
           PERFORM 6650-PRINT-MONEY-LINE THRU 6650-EXIT
           MOVE "COUNTER CHARGE..............." TO RPT-M-LABEL
           MOVE WS-PT-COUNTER-CHARGE (WS-PTR-IDX) TO RPT-M-AMOUNT
           PERFORM 6650-PRINT-MONEY-LINE THRU 6650-EXIT
           MOVE "MINIMUM CHARGE ADJUSTMENT...." TO RPT-M-LABEL
           MOVE WS-PT-MINIMUM-ADJUST (WS-PTR-IDX) TO RPT-M-AMOUNT
           PERFORM 6650-PRINT-MONEY-LINE THRU 6650-EXIT
           MOVE "AMOUNT DUE..................." TO RPT-M-LABEL
           MOVE WS-PT-AMOUNT-DUE (WS-PTR-IDX) TO RPT-M-AMOUNT
           PERFORM 6650-PRINT-MONEY-LINE THRU 6650-EXIT.
       6500-EXIT.
           EXIT.

       6600-PRINT-TRAILER-LINE.
           MOVE RPT-TRAILER-LINE TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           MOVE SPACES TO RPT-TRAILER-LINE.
       6600-EXIT.
           EXIT.

       6650-PRINT-MONEY-LINE.
           MOVE RPT-MONEY-LINE TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           MOVE SPACES TO RPT-MONEY-LINE.
       6650-EXIT.
           EXIT.

      *****************************************************************
      *  6700-WRITE-BILLING-ROW - THE PARTNER'S FBBILL ROW FOR THE    *
      *  FINANCE FEED.  EVERY PARTNER WITH A RATE GETS ONE, EVEN      *
      *  WITH NO TRAFFIC - THE MINIMUM CHARGE STILL APPLIES.  A ROW   *
      *  THAT CANNOT BE WRITTEN REFUSES THE RUN: NO FURTHER ROWS ARE  *
      *  WRITTEN AND 8000 EMPTIES FBBILL, SO A SHORT BILL NEVER       *
      *  REACHES FINANCE.  THE STATEMENTS STILL PRINT.                *
      *****************************************************************
       6700-WRITE-BILLING-ROW.
           MOVE SPACES TO BILLING-RECORD
           MOVE WS-PT-PARTNER-ID (WS-PTR-IDX) TO BIL-PARTNER-ID
           MOVE WS-PT-SENDER-ID (WS-PTR-IDX) TO BIL-SENDER-ID
           MOVE WS-PERIOD TO BIL-PERIOD
           MOVE WS-PT-SENT-COUNT (WS-PTR-IDX) TO BIL-ENVELOPES-SENT
           MOVE WS-PT-BILLED-COUNT (WS-PTR-IDX)
               TO BIL-ENVELOPES-BILLED
           COMPUTE BIL-ENVELOPES-REJECTED =
               WS-PT-REJECTED-COUNT (WS-PTR-IDX)
               + WS-PT-MISMATCH-COUNT (WS-PTR-IDX)
           MOVE WS-PT-COUNTERS-BILLED (WS-PTR-IDX)
               TO BIL-COUNTERS-BILLED
           MOVE WS-PT-ENVELOPE-CHARGE (WS-PTR-IDX)
               TO BIL-ENVELOPE-CHARGE
           MOVE WS-PT-COUNTER-CHARGE (WS-PTR-IDX)
               TO BIL-COUNTER-CHARGE
           MOVE WS-PT-MINIMUM-ADJUST (WS-PTR-IDX)
               TO BIL-MINIMUM-ADJUST
           MOVE WS-PT-AMOUNT-DUE (WS-PTR-IDX) TO BIL-AMOUNT-DUE
           MOVE WS-RUN-DATE-RAW TO BIL-RUN-DATE
           WRITE BILLING-RECORD
           IF WS-BILLING-STATUS NOT = "00"
               DISPLAY "FBCHGBK: WRITE TO FBBILL FAILED - STATUS "
                   WS-BILLING-STATUS
               MOVE 16 TO RETURN-CODE
               SET BILLING-REFUSED TO TRUE
               SET XCP-SEV-ERROR TO TRUE
               MOVE WS-PT-PARTNER-ID (WS-PTR-IDX) TO XCP-KEY-VALUE
               MOVE "WRITE TO FBBILL FAILED - NO BILLING PRODUCED"
                   TO XCP-MESSAGE
               PERFORM 9800-LOG-EXCEPTION THRU 9800-EXIT
           ELSE
               ADD 1 TO WS-BILLING-ROWS-WRITTEN
           END-IF.
       6700-EXIT.
           EXIT.

      *****************************************************************
      *  7000-PRINT-UNRATED - ENVELOPES WHOSE SENDER HAS NO RATE IN   *
      *  EFFECT.  NONE OF THEM IS BILLED; FINANCE MUST ADD THE RATE   *
      *  AND THE PERIOD BE RERUN.                                     *
      *****************************************************************
       7000-PRINT-UNRATED.
           IF WS-UNRATED-COUNT NOT = ZERO
               MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT
               MOVE SPACES TO RPT-SECTION-LINE
               MOVE "ENVELOPES FROM SENDERS WITH NO RATE"
                   TO RPT-SEC-TITLE
               MOVE RPT-SECTION-LINE TO WS-PRINT-LINE
               PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
               PERFORM 6200-PRINT-ENVELOPE-HEADINGS THRU 6200-EXIT
               PERFORM 7100-PRINT-ONE-UNRATED THRU 7100-EXIT
                   VARYING WS-ENV-IDX FROM 1 BY 1
                   UNTIL WS-ENV-IDX > WS-ENV-COUNT
               DISPLAY "FBCHGBK: WARNING - " WS-UNRATED-COUNT
                   " ENVELOPES FROM SENDERS WITH NO RATE - NOT BILLED"
           END-IF.
       7000-EXIT.
           EXIT.

       7100-PRINT-ONE-UNRATED.
           IF WS-EV-PTR-IDX (WS-ENV-IDX) = ZERO
               PERFORM 6400-PRINT-ENVELOPE-LINE THRU 6400-EXIT
               MOVE SPACES TO WS-PRINT-LINE
               STRING "          SENDER " DELIMITED BY SIZE
                   WS-EV-SENDER-ID (WS-ENV-IDX) DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           END-IF.
       7100-EXIT.
           EXIT.

      *****************************************************************
      *  8000-TERMINATE-RUN - RUN TOTALS, CLOSE DOWN AND A ONE-LINE   *
      *  CONSOLE VERDICT.                                             *
      *****************************************************************
       8000-TERMINATE-RUN.
           IF WS-LINE-COUNT > 1
               MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT
           END-IF
           MOVE SPACES TO RPT-SECTION-LINE
           MOVE "CHARGEBACK RUN TOTALS" TO RPT-SEC-TITLE
           MOVE RPT-SECTION-LINE TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           MOVE SPACES TO RPT-TRAILER-LINE
           MOVE "RATE ROWS READ..............." TO RPT-T-LABEL
           MOVE WS-RATE-ROWS-READ TO RPT-T-VALUE
           PERFORM 6600-PRINT-TRAILER-LINE THRU 6600-EXIT
           MOVE "PARTNERS WITH A RATE........." TO RPT-T-LABEL
           MOVE WS-PARTNER-COUNT TO RPT-T-VALUE
           PERFORM 6600-PRINT-TRAILER-LINE THRU 6600-EXIT
           MOVE "ACK HISTORY ROWS READ........" TO RPT-T-LABEL
           MOVE WS-HISTORY-ROWS-READ TO RPT-T-VALUE
           PERFORM 6600-PRINT-TRAILER-LINE THRU 6600-EXIT
           MOVE "LOG ROWS READ................" TO RPT-T-LABEL
           MOVE WS-LOG-ROWS-READ TO RPT-T-VALUE
           PERFORM 6600-PRINT-TRAILER-LINE THRU 6600-EXIT
           MOVE "ENVELOPES ON STATEMENTS......" TO RPT-T-LABEL
           MOVE WS-ENV-COUNT TO RPT-T-VALUE
           PERFORM 6600-PRINT-TRAILER-LINE THRU 6600-EXIT
           MOVE "DUPLICATE ROWS IGNORED......." TO RPT-T-LABEL
           MOVE WS-DUPLICATE-ROWS TO RPT-T-VALUE
           PERFORM 6600-PRINT-TRAILER-LINE THRU 6600-EXIT
           MOVE "ENVELOPES WITH NO RATE......." TO RPT-T-LABEL
           MOVE WS-UNRATED-COUNT TO RPT-T-VALUE
           PERFORM 6600-PRINT-TRAILER-LINE THRU 6600-EXIT
           MOVE "BILLING ROWS WRITTEN........." TO RPT-T-LABEL
           MOVE WS-BILLING-ROWS-WRITTEN TO RPT-T-VALUE
           PERFORM 6600-PRINT-TRAILER-LINE THRU 6600-EXIT
           MOVE "TOTAL AMOUNT DUE............." TO RPT-M-LABEL
           MOVE WS-TOTAL-AMOUNT-DUE TO RPT-M-AMOUNT
           PERFORM 6650-PRINT-MONEY-LINE THRU 6650-EXIT
           CLOSE PRINT-FILE
           IF BILLING-OK
               DISPLAY "FBCHGBK: PERIOD " WS-PERIOD " - "
                   WS-BILLING-ROWS-WRITTEN " PARTNERS BILLED"
           ELSE
               OPEN OUTPUT BILLING-FILE
               CLOSE BILLING-FILE
               DISPLAY "FBCHGBK: NO BILLING PRODUCED - FBBILL LEFT "
                   "EMPTY"
           END-IF.
       8000-EXIT.
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
           MOVE "FBCHGBK" TO XCP-PROGRAM-ID
           CALL "FBXCPTWR" USING EXCEPTION-RECORD
               ON EXCEPTION
                   DISPLAY "FBCHGBK: EXCEPTION LOGGER NOT AVAILABLE"
           END-CALL
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE
           MOVE SPACES TO XCP-RUN-ID
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
               WS-RATE-ROWS-READ + WS-HISTORY-ROWS-READ
               + WS-LOG-ROWS-READ
           MOVE WS-BILLING-ROWS-WRITTEN TO JRN-RECORDS-WRITTEN
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
           MOVE "FBCHGBK" TO JRN-PROGRAM-ID
           CALL "FBJRNLWR" USING JOURNAL-RECORD
               ON EXCEPTION
                   DISPLAY "FBCHGBK: STEP JOURNAL WRITER NOT AVAILABLE"
           END-CALL
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.
       9950-EXIT.
           EXIT.

       END PROGRAM FBCHGBK.
