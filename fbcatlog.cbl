       IDENTIFICATION DIVISION.
         PROGRAM-ID. FBCATLOG.
         AUTHOR. R JENNINGS.
         INSTALLATION. BATCH SYSTEMS - REPORTING.
         DATE-WRITTEN. 10/15/2026.
         DATE-COMPILED.
      *****************************************************************
      *  MODIFICATION HISTORY                                        *
      *  -------------------                                         *
      *  10/15/26  RJ   ORIGINAL PROGRAM.  EXTRACT GENERATION        *
      *                 CATALOG UTILITY OVER THE FBCATLG MASTER THAT *
      *                 FIZZBUZZ AND FBMERGE APPEND TO (VIA FBCATWR) *
      *                 FOR EVERY EXTRACT AND DETAIL FILE THEY       *
      *                 WRITE.  THE FBCGCARD CARD PICKS ONE OF:      *
      *                 MANIFEST - WRITE THE FBMANFST MANIFEST OF A  *
      *                 RUN-ID'S SUB-RANGE EXTRACTS FOR FBMERGE,     *
      *                 REFUSING ONE WHOSE RANGES DO NOT JOIN;       *
      *                 PRIOR - COPY THE GENERATION BEFORE THE       *
      *                 CURRENT ONE OF A RANGE TO FBEXTRCP, AND ITS  *
      *                 DETAIL FILE TO FBCLSDTP, FOR FBDELTA;        *
      *                 EXPIRE - EXPIRE GENERATIONS PAST A RETENTION *
      *                 COUNT; LIST - LISTING ONLY.  EVERY FUNCTION  *
      *                 ENDS WITH THE FBCATPRT CATALOG LISTING,      *
      *                 WHICH FLAGS DUPLICATE GENERATIONS, EXTRACTS  *
      *                 WITHOUT THEIR DETAIL FILE, GAPS IN A RUN-    *
      *                 ID'S RANGES, AND FBHIST RUNS THAT HAVE NO    *
      *                 CATALOGED EXTRACT.                           *
      *  10/15/26  RJ   A GENERATION WHOSE RUN FBBKOUT BACKED OUT    *
      *                 (AN FBHIST "R" ROW AFTER THE RUN'S OWN ROW)  *
      *                 IS NO LONGER OFFERED TO MANIFEST OR PRIOR,   *
      *                 DOES NOT COUNT TOWARD THE GENERATIONS EXPIRE *
      *                 KEEPS OR TOWARD THE RANGE COVERAGE, AND IS   *
      *                 LISTED AS BACKED OUT.  FBHIST IS NOW READ    *
      *                 ONCE, RIGHT AFTER THE CATALOG, AND A BACKED- *
      *                 OUT RUN IS NOT FLAGGED AS MISSING FROM THE   *
      *                 CATALOG.                                     *
      *  10/15/26  RJ   PRIOR NOW CHECKS THE FBEXTRCP AND FBCLSDTP   *
      *                 OPENS AND EVERY RECORD IT COPIES TO THEM.  A *
      *                 FAILURE ENDS RETURN-CODE 16 WITH AN FBXCPT   *
      *                 ROW AND STOPS THE COPY, INSTEAD OF REPORTING *
      *                 THE PRIOR GENERATION AS COPIED.              *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD-FILE ASSIGN TO "CTLCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CC-STATUS.
           SELECT CATALOG-FILE ASSIGN TO "FBCATLG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATLG-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "FBHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT MANIFEST-FILE ASSIGN TO "FBMANFST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.
           SELECT COPYIN-FILE ASSIGN TO WS-COPY-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COPYIN-STATUS.
           SELECT PRIOR-EXT-FILE ASSIGN TO "FBEXTRCP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRIOR-EXT-STATUS.
           SELECT PRIOR-CLS-FILE ASSIGN TO "FBCLSDTP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRIOR-CLS-STATUS.
           SELECT PRINT-FILE ASSIGN TO "FBCATPRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE.
           COPY FBCGCARD.

       FD  CATALOG-FILE.
       01  CATALOG-FILE-RECORD          PIC X(150).

       FD  HISTORY-FILE.
           COPY FBHIST.

       FD  MANIFEST-FILE.
           COPY FBMANFST.

      *  ONE CATALOGED GENERATION BEING COPIED - AN FBEXTRC OR FBCLSDT
      *  RECORD; BOTH OPEN WITH THE RUN-ID, RUN DATE AND COUNTER.
       FD  COPYIN-FILE.
       01  COPYIN-RECORD.
           05  CPY-RUN-ID               PIC X(08).
           05  CPY-RUN-DATE             PIC 9(08).
           05  CPY-COUNTER              PIC 9(09).
           05  FILLER                    PIC X(55).

       FD  PRIOR-EXT-FILE.
       01  PRIOR-EXT-RECORD             PIC X(80).

       FD  PRIOR-CLS-FILE.
       01  PRIOR-CLS-RECORD             PIC X(80).

       FD  PRINT-FILE.
           COPY FBPRINT.
       01  RPT-SECTION-LINE.
           05  RPT-SEC-TITLE             PIC X(40).
           05  FILLER                    PIC X(92).
       01  RPT-CARD-LINE.
           05  RPT-CD-LABEL              PIC X(30).
           05  RPT-CD-VALUE              PIC X(60).
           05  FILLER                    PIC X(42).
       01  RPT-GEN-LINE.
           05  RPT-GN-RUN-ID             PIC X(08).
           05  FILLER                    PIC X(01).
           05  RPT-GN-TYPE               PIC X(01).
           05  FILLER                    PIC X(01).
           05  RPT-GN-RUN-DATE           PIC X(08).
           05  FILLER                    PIC X(01).
           05  RPT-GN-START              PIC ZZZZZZZZ9.
           05  FILLER                    PIC X(01).
           05  RPT-GN-END                PIC ZZZZZZZZ9.
           05  FILLER                    PIC X(01).
           05  RPT-GN-COUNT              PIC ZZZZZZZZ9.
           05  FILLER                    PIC X(01).
           05  RPT-GN-STATUS             PIC X(01).
           05  FILLER                    PIC X(01).
           05  RPT-GN-CREATED-BY         PIC X(08).
           05  FILLER                    PIC X(01).
           05  RPT-GN-DSN                PIC X(44).
           05  FILLER                    PIC X(01).
           05  RPT-GN-NOTE               PIC X(26).
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
         01 WS-CATLG-STATUS PIC X(02) VALUE "00".
         01 WS-HIST-STATUS PIC X(02) VALUE "00".
         01 WS-MANIFEST-STATUS PIC X(02) VALUE "00".
         01 WS-COPYIN-STATUS PIC X(02) VALUE "00".
         01 WS-PRIOR-EXT-STATUS PIC X(02) VALUE "00".
         01 WS-PRIOR-CLS-STATUS PIC X(02) VALUE "00".
         01 WS-PRINT-STATUS PIC X(02) VALUE "00".
         01 WS-COPY-DSN PIC X(44) VALUE SPACES.

         01 WS-RUN-SW PIC X(01) VALUE "Y".
           88 RUN-ALLOWED VALUE "Y".
           88 RUN-REFUSED VALUE "N".
         01 WS-REFUSE-REASON PIC X(40) VALUE SPACES.
         01 WS-CATALOG-EOF-SW PIC X(01) VALUE "N".
           88 CATALOG-EOF VALUE "Y".
           88 CATALOG-NOT-EOF VALUE "N".
         01 WS-HIST-EOF-SW PIC X(01) VALUE "N".
           88 HIST-EOF VALUE "Y".
           88 HIST-NOT-EOF VALUE "N".
         01 WS-COPYIN-EOF-SW PIC X(01) VALUE "N".
           88 COPYIN-EOF VALUE "Y".
           88 COPYIN-NOT-EOF VALUE "N".

      *  THE CARD AS EDITED - THE RUN-ID THE FUNCTION AND THE LISTING
      *  ARE LIMITED TO (SPACES = EVERY RUN-ID) AND WHETHER THE CARD
      *  GAVE A StartFrom-EndAt RANGE.
         01 WS-SEL-RUN-ID PIC X(08) VALUE SPACES.
         01 WS-CARD-RANGE-SW PIC X(01) VALUE "N".
           88 CARD-RANGE-GIVEN VALUE "Y".
           88 CARD-RANGE-NOT-GIVEN VALUE "N".

      *  THE CATALOG AS IT STANDS - ONE ENTRY PER GENERATION, A LATER
      *  FBCATLG ROW FOR THE SAME DSN AND FILE TYPE HAVING REPLACED THE
      *  EARLIER ONE.  AFTER THE LOAD THE TABLE IS SORTED ON THE SORT
      *  KEY: RUN-ID, RANGE, FILE TYPE AND CREATING PROGRAM (THE RANGE
      *  KEY - EVERY GENERATION OF ONE FILE), THEN RUN DATE AND TIME,
      *  SO THE GENERATIONS OF A RANGE RUN OLDEST TO NEWEST.
         77 WS-MAX-CATALOG PIC 9(4) VALUE 2000.
         01 WS-CATALOG-COUNT PIC 9(4) COMP VALUE ZERO.
         01 WS-CT-IDX PIC 9(4) COMP VALUE ZERO.
         01 WS-CT-JDX PIC 9(4) COMP VALUE ZERO.
         01 WS-CT-PDX PIC 9(4) COMP VALUE ZERO.
         01 WS-MATCH-IDX PIC 9(4) COMP VALUE ZERO.
         01 WS-CATALOG-TABLE.
           05 WS-CT-ENTRY OCCURS 2000 TIMES.
             10 WS-CT-ROW PIC X(150).
             10 WS-CT-FIELDS REDEFINES WS-CT-ROW.
               15 WS-CT-RUN-ID PIC X(08).
               15 WS-CT-RUN-STAMP.
                 20 WS-CT-RUN-DATE PIC 9(08).
                 20 WS-CT-RUN-TIME PIC 9(08).
               15 WS-CT-FILE-TYPE PIC X(01).
                 88 CT-TYPE-EXTRACT VALUE "E".
                 88 CT-TYPE-CLASS-DETAIL VALUE "D".
               15 WS-CT-START-FROM PIC 9(09).
               15 WS-CT-END-AT PIC 9(09).
               15 WS-CT-RECORD-COUNT PIC 9(09).
               15 WS-CT-STATUS PIC X(01).
                 88 CT-STATUS-COMPLETE VALUE "A".
                 88 CT-STATUS-PARTIAL VALUE "P".
                 88 CT-STATUS-FAILED VALUE "F".
                 88 CT-STATUS-EXPIRED VALUE "X".
               15 WS-CT-DD-NAME PIC X(08).
               15 WS-CT-DSN PIC X(44).
               15 WS-CT-RULE-SET PIC X(08).
               15 WS-CT-CREATED-BY PIC X(08).
               15 WS-CT-LOGGED-DATE PIC 9(08).
               15 WS-CT-LOGGED-TIME PIC 9(08).
               15 FILLER PIC X(13).
             10 WS-CT-SORT-KEY.
               15 WS-CK-RANGE-KEY.
                 20 WS-CK-RUN-ID PIC X(08).
                 20 WS-CK-START-FROM PIC 9(09).
                 20 WS-CK-END-AT PIC 9(09).
                 20 WS-CK-FILE-TYPE PIC X(01).
                 20 WS-CK-CREATED-BY PIC X(08).
               15 WS-CK-RUN-STAMP PIC X(16).
             10 WS-CT-EXPIRED-SW PIC X(01).
               88 CT-EXPIRED-THIS-RUN VALUE "Y".
               88 CT-NOT-EXPIRED-THIS-RUN VALUE "N".
             10 WS-CT-HIST-SW PIC X(01).
               88 CT-HIST-NOT-SEEN VALUE "N".
               88 CT-HIST-SEEN VALUE "S".
               88 CT-BACKED-OUT VALUE "R".
         01 WS-HOLD-ENTRY.
           05 WS-HD-ROW PIC X(150).
           05 WS-HD-SORT-KEY PIC X(51).
           05 WS-HD-EXPIRED-SW PIC X(01).
           05 WS-HD-HIST-SW PIC X(01).
         01 WS-ENTRY-PLACED-SW PIC X(01) VALUE "N".
           88 ENTRY-PLACED VALUE "Y".
           88 ENTRY-NOT-PLACED VALUE "N".
         01 WS-ROW-MATCHED-SW PIC X(01) VALUE "N".
           88 ROW-MATCHED VALUE "Y".
           88 ROW-NOT-MATCHED VALUE "N".
         01 WS-EARLIEST-RUN-DATE PIC 9(08) VALUE 99999999.

      *  ONE CATALOG ROW - READ FROM FBCATLG, OR BUILT TO EXPIRE A
      *  GENERATION AND HANDED TO THE COMMON FBCATWR WRITER.
         COPY FBCATLG.
         01 WS-CATALOG-STATUS PIC X(02) VALUE "00".

      *  MANIFEST AREA - THE CATALOG ENTRIES PICKED FOR FBMERGE IN
      *  COUNTER ORDER, AND HOW FAR THEY HAVE COVERED THE RANGE SO FAR.
         01 WS-MAN-RUN-DATE PIC 9(08) VALUE ZERO.
         01 WS-PICK-COUNT PIC 9(4) COMP VALUE ZERO.
         01 WS-PICK-IDX PIC 9(4) COMP VALUE ZERO.
         01 WS-PICK-TABLE.
           05 WS-PICK-ENTRY OCCURS 2000 TIMES PIC 9(4) COMP.
         01 WS-COVER-RUN-ID PIC X(08) VALUE SPACES.
         01 WS-COVER-END PIC 9(09) VALUE ZERO.
         01 WS-MANIFEST-SW PIC X(01) VALUE "Y".
           88 MANIFEST-JOINS VALUE "Y".
           88 MANIFEST-BROKEN VALUE "N".
         01 WS-CANDIDATE-SW PIC X(01) VALUE "N".
           88 ENTRY-IS-CANDIDATE VALUE "Y".
           88 ENTRY-NOT-CANDIDATE VALUE "N".

      *  PRIOR AREA - THE CURRENT GENERATION OF THE CARD'S RANGE, THE
      *  ONE BEFORE IT UNDER THE SAME RULE SET, AND THE COPY IN FLIGHT.
         01 WS-CURRENT-IDX PIC 9(4) COMP VALUE ZERO.
         01 WS-PRIOR-IDX PIC 9(4) COMP VALUE ZERO.
         01 WS-PARTNER-IDX PIC 9(4) COMP VALUE ZERO.
         01 WS-COPY-IDX PIC 9(4) COMP VALUE ZERO.
         01 WS-CURRENT-RULE-SET PIC X(08) VALUE SPACES.
         01 WS-ENTRY-RULE-SET PIC X(08) VALUE SPACES.
         01 WS-OTHER-SET-SKIPPED PIC 9(9) COMP VALUE ZERO.
         01 WS-COPY-RECS PIC 9(9) COMP VALUE ZERO.
         01 WS-COPY-TARGET-SW PIC X(01) VALUE "E".
           88 COPY-TO-PRIOR-EXTRACT VALUE "E".
           88 COPY-TO-PRIOR-DETAIL VALUE "D".
         01 WS-COPY-SW PIC X(01) VALUE "Y".
           88 COPY-OK VALUE "Y".
           88 COPY-MISMATCH VALUE "M".
           88 COPY-FAILED VALUE "F".
           88 COPY-WRITE-FAILED VALUE "W".
         01 WS-COPY-TARGET-DD PIC X(08) VALUE SPACES.
         01 WS-COPY-TARGET-STATUS PIC X(02) VALUE "00".
         01 WS-PRIOR-EXT-OPEN-SW PIC X(01) VALUE "N".
           88 PRIOR-EXT-IS-OPEN VALUE "Y".
           88 PRIOR-EXT-NOT-OPEN VALUE "N".
         01 WS-PRIOR-CLS-OPEN-SW PIC X(01) VALUE "N".
           88 PRIOR-CLS-IS-OPEN VALUE "Y".
           88 PRIOR-CLS-NOT-OPEN VALUE "N".

      *  EXPIRY AREA - COMPLETED GENERATIONS KEPT SO FAR IN THE RANGE
      *  KEY BEING WALKED, NEWEST FIRST.
         01 WS-LAST-RANGE-KEY PIC X(35) VALUE SPACES.
         01 WS-KEPT-COUNT PIC 9(4) COMP VALUE ZERO.

      *  LISTING AREA
         01 WS-GEN-IDX PIC 9(4) COMP VALUE ZERO.
         01 WS-GEN-NOTE PIC X(26) VALUE SPACES.
         01 WS-DUPLICATE-SW PIC X(01) VALUE "N".
           88 DUPLICATE-FOUND VALUE "Y".
           88 DUPLICATE-NOT-FOUND VALUE "N".
         01 WS-HIST-MATCH-SW PIC X(01) VALUE "N".
           88 HIST-RUN-CATALOGED VALUE "Y".
           88 HIST-RUN-NOT-CATALOGED VALUE "N".

      *  FBHIST AREA - FBHIST IS READ ONCE, IN FILE ORDER, BEFORE ANY
      *  FUNCTION RUNS.  A "Y" OR "P" ROW MARKS THE GENERATIONS IT
      *  DESCRIBES AS SEEN; A LATER "R" ROW (FBBKOUT BACKED THE RUN
      *  OUT) MARKS THE SEEN GENERATIONS OF ITS RUN-ID, RUN DATE AND
      *  RANGE AS BACKED OUT.  A RERUN CATALOGED AFTER THE BACKOUT IS
      *  NOT YET SEEN WHEN THE "R" ROW COMES BY AND SO STAYS LIVE.
      *  COMPLETED RUNS WITH NO CATALOGED EXTRACT ARE HELD UNTIL THE
      *  END OF FBHIST SO A LATER "R" ROW CAN WITHDRAW THEM; ONES
      *  BEYOND THE TABLE LIMIT ARE ONLY COUNTED.
         01 WS-HIST-LOADED-SW PIC X(01) VALUE "N".
           88 HIST-LOADED VALUE "Y".
           88 HIST-NOT-LOADED VALUE "N".
         77 WS-MAX-UNCATALOGED PIC 9(4) VALUE 200.
         01 WS-UNCAT-COUNT PIC 9(4) COMP VALUE ZERO.
         01 WS-UNCAT-IDX PIC 9(4) COMP VALUE ZERO.
         01 WS-UNCAT-OVERFLOW PIC 9(9) COMP VALUE ZERO.
         01 WS-UNCAT-TABLE.
           05 WS-UC-ENTRY OCCURS 200 TIMES.
             10 WS-UC-RUN-ID PIC X(08).
             10 WS-UC-RUN-DATE PIC 9(08).
             10 WS-UC-START-FROM PIC 9(09).
             10 WS-UC-END-AT PIC 9(09).
             10 WS-UC-TOTAL-COUNT PIC 9(09).
             10 WS-UC-LIVE-SW PIC X(01).
               88 UC-LIVE VALUE "Y".
               88 UC-WITHDRAWN VALUE "N".
         01 WS-GEN-HEADING.
           05 FILLER PIC X(09) VALUE "RUN-ID".
           05 FILLER PIC X(02) VALUE "T".
           05 FILLER PIC X(09) VALUE "RUN DATE".
           05 FILLER PIC X(10) VALUE "    START".
           05 FILLER PIC X(10) VALUE "      END".
           05 FILLER PIC X(10) VALUE "  RECORDS".
           05 FILLER PIC X(02) VALUE "S".
           05 FILLER PIC X(09) VALUE "BY".
           05 FILLER PIC X(45) VALUE "DATASET NAME".
           05 FILLER PIC X(26) VALUE "NOTE".
         01 WS-EDIT-FROM PIC ZZZZZZZZ9.
         01 WS-EDIT-TO PIC ZZZZZZZZ9.
         01 WS-EDIT-COUNT PIC ZZZZZZZZ9.

         01 WS-CATALOG-TOTALS.
           05 WS-CATLG-ROWS-READ PIC 9(9) COMP VALUE ZERO.
           05 WS-ROWS-SUPERSEDED PIC 9(9) COMP VALUE ZERO.
           05 WS-GENS-LISTED PIC 9(9) COMP VALUE ZERO.
           05 WS-GENS-EXPIRED PIC 9(9) COMP VALUE ZERO.
           05 WS-MANIFEST-WRITTEN PIC 9(9) COMP VALUE ZERO.
           05 WS-PRIOR-RECS-COPIED PIC 9(9) COMP VALUE ZERO.
           05 WS-COPY-RECS-READ PIC 9(9) COMP VALUE ZERO.
           05 WS-HIST-ROWS-READ PIC 9(9) COMP VALUE ZERO.
           05 WS-GENS-BACKED-OUT PIC 9(9) COMP VALUE ZERO.
           05 WS-PROBLEMS-FLAGGED PIC 9(9) COMP VALUE ZERO.

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
           IF RUN-ALLOWED
               PERFORM 1500-LOAD-CATALOG THRU 1500-EXIT
           END-IF
           IF RUN-ALLOWED
               PERFORM 1700-SORT-CATALOG THRU 1700-EXIT
               PERFORM 1800-LOAD-HISTORY THRU 1800-EXIT
               IF CGC-FN-MANIFEST
                   PERFORM 3000-BUILD-MANIFEST THRU 3000-EXIT
               END-IF
               IF CGC-FN-PRIOR
                   PERFORM 4000-SELECT-PRIOR THRU 4000-EXIT
               END-IF
               IF CGC-FN-EXPIRE
                   PERFORM 5000-EXPIRE-GENERATIONS THRU 5000-EXIT
               END-IF
               PERFORM 6000-PRINT-LISTING THRU 6000-EXIT
           END-IF
           IF RUN-REFUSED
               PERFORM 7500-PRINT-REFUSAL THRU 7500-EXIT
           END-IF
           PERFORM 8000-TERMINATE-RUN THRU 8000-EXIT
           PERFORM 9910-JOURNAL-STEP-END THRU 9910-EXIT
           STOP RUN.

      *****************************************************************
      *  1000-INITIALIZE-RUN - START THE REPORT, READ AND EDIT THE    *
      *  CATALOG CARD AND ECHO IT.  AN UNUSABLE CARD FAILS THE STEP   *
      *  (RETURN-CODE 16) - NO MANIFEST OR PRIOR IS GUESSED AT AND    *
      *  NOTHING IS EXPIRED.  THE FIRST FAILING EDIT IS REPORTED.     *
      *****************************************************************
       1000-INITIALIZE-RUN.
           MOVE SPACES TO EXCEPTION-RECORD
           ACCEPT WS-RUN-DATE-RAW FROM DATE YYYYMMDD
           MOVE WS-RD-MM TO WS-RUN-DATE-MM
           MOVE WS-RD-DD TO WS-RUN-DATE-DD
           MOVE WS-RD-CCYY TO WS-RUN-DATE-CCYY
           OPEN OUTPUT PRINT-FILE
           PERFORM 1100-WRITE-REPORT-HEADERS THRU 1100-EXIT
           SET RUN-ALLOWED TO TRUE
           INITIALIZE CGC-CONTROL-CARD
           OPEN INPUT CONTROL-CARD-FILE
           IF WS-CC-STATUS = "00"
               READ CONTROL-CARD-FILE
                   AT END
                       SET RUN-REFUSED TO TRUE
                       MOVE "CONTROL CARD MISSING" TO WS-REFUSE-REASON
               END-READ
               CLOSE CONTROL-CARD-FILE
           ELSE
               SET RUN-REFUSED TO TRUE
               MOVE "CONTROL CARD MISSING" TO WS-REFUSE-REASON
           END-IF
           IF RUN-ALLOWED
               PERFORM 1300-EDIT-CONTROL-CARD THRU 1300-EXIT
           END-IF
           IF RUN-ALLOWED
               PERFORM 1400-PRINT-REQUEST THRU 1400-EXIT
           ELSE
               MOVE 16 TO RETURN-CODE
           END-IF.
       1000-EXIT.
           EXIT.

      *****************************************************************
      *  1100-WRITE-REPORT-HEADERS - TITLE/DATE/PAGE LINE FOR THE     *
      *  CATALOG REPORT.  RESETS THE LINE COUNT.                      *
      *****************************************************************
       1100-WRITE-REPORT-HEADERS.
           ADD 1 TO WS-PAGE-COUNT
           MOVE SPACES TO RPT-HEADER-LINE
           MOVE "FBCATLOG GENERATIONS" TO RPT-H-TITLE
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
      *  1300-EDIT-CONTROL-CARD - THE FUNCTION MUST BE ONE OF THE     *
      *  FOUR.  A BLANK DATE, RANGE OR RETAIN COUNT IS TAKEN AS NOT   *
      *  GIVEN; ONE PUNCHED BUT NOT NUMERIC IS REFUSED.  MANIFEST MAY *
      *  NAME A RANGE, PRIOR MUST; EXPIRE NEEDS A RETAIN COUNT AND    *
      *  AN OWNER.  A BLANK RUN-ID IS "FIZZBUZZ" FOR MANIFEST AND     *
      *  PRIOR AND EVERY RUN-ID FOR EXPIRE AND LIST.                  *
      *****************************************************************
       1300-EDIT-CONTROL-CARD.
           IF NOT CGC-FN-MANIFEST AND NOT CGC-FN-PRIOR
               AND NOT CGC-FN-EXPIRE AND NOT CGC-FN-LIST
               SET RUN-REFUSED TO TRUE
               MOVE "FUNCTION NOT MANIFEST/PRIOR/EXPIRE/LIST"
                   TO WS-REFUSE-REASON
           END-IF
           IF RUN-ALLOWED AND CGC-RUN-DATE NOT NUMERIC
               IF CGC-RUN-DATE (1 : 8) = SPACES
                   MOVE ZERO TO CGC-RUN-DATE
               ELSE
                   SET RUN-REFUSED TO TRUE
                   MOVE "RUN DATE NOT NUMERIC" TO WS-REFUSE-REASON
               END-IF
           END-IF
           IF RUN-ALLOWED AND CGC-START-FROM NOT NUMERIC
               IF CGC-START-FROM (1 : 9) = SPACES
                   MOVE ZERO TO CGC-START-FROM
               ELSE
                   SET RUN-REFUSED TO TRUE
                   MOVE "START-FROM NOT NUMERIC" TO WS-REFUSE-REASON
               END-IF
           END-IF
           IF RUN-ALLOWED AND CGC-END-AT NOT NUMERIC
               IF CGC-END-AT (1 : 9) = SPACES
                   MOVE ZERO TO CGC-END-AT
               ELSE
                   SET RUN-REFUSED TO TRUE
                   MOVE "END-AT NOT NUMERIC" TO WS-REFUSE-REASON
               END-IF
           END-IF
           IF RUN-ALLOWED AND CGC-RETAIN-COUNT NOT NUMERIC
               IF CGC-RETAIN-COUNT (1 : 3) = SPACES
                   MOVE ZERO TO CGC-RETAIN-COUNT
               ELSE
                   SET RUN-REFUSED TO TRUE
                   MOVE "RETAIN COUNT NOT NUMERIC" TO WS-REFUSE-REASON
               END-IF
           END-IF
           SET CARD-RANGE-NOT-GIVEN TO TRUE
           IF RUN-ALLOWED
               AND (CGC-START-FROM NOT = ZERO OR CGC-END-AT NOT = ZERO)
               SET CARD-RANGE-GIVEN TO TRUE
               IF CGC-START-FROM NOT < CGC-END-AT
                   SET RUN-REFUSED TO TRUE
                   MOVE "START-FROM NOT BELOW END-AT ON CARD"
                       TO WS-REFUSE-REASON
               END-IF
           END-IF
           IF RUN-ALLOWED AND CGC-FN-PRIOR AND CARD-RANGE-NOT-GIVEN
               SET RUN-REFUSED TO TRUE
               MOVE "RANGE MISSING ON PRIOR CARD" TO WS-REFUSE-REASON
           END-IF
           IF RUN-ALLOWED AND CGC-FN-EXPIRE
               AND CGC-RETAIN-COUNT = ZERO
               SET RUN-REFUSED TO TRUE
               MOVE "RETAIN COUNT MISSING OR ZERO" TO WS-REFUSE-REASON
           END-IF
           IF RUN-ALLOWED AND CGC-FN-EXPIRE
               AND CGC-REQUESTED-BY = SPACES
               SET RUN-REFUSED TO TRUE
               MOVE "REQUESTED-BY MISSING ON CARD" TO WS-REFUSE-REASON
           END-IF
           MOVE CGC-RUN-ID TO WS-SEL-RUN-ID
           IF WS-SEL-RUN-ID = SPACES
               AND (CGC-FN-MANIFEST OR CGC-FN-PRIOR)
               MOVE "FIZZBUZZ" TO WS-SEL-RUN-ID
           END-IF.
       1300-EXIT.
           EXIT.

      *****************************************************************
      *  1400-PRINT-REQUEST - ECHO THE CARD AT THE TOP OF THE REPORT. *
      *****************************************************************
       1400-PRINT-REQUEST.
           MOVE SPACES TO RPT-SECTION-LINE
           MOVE "CATALOG REQUEST" TO RPT-SEC-TITLE
           MOVE RPT-SECTION-LINE TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           MOVE SPACES TO RPT-CARD-LINE
           MOVE "  FUNCTION...................." TO RPT-CD-LABEL
           MOVE CGC-FUNCTION TO RPT-CD-VALUE
           MOVE RPT-CARD-LINE TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           MOVE SPACES TO RPT-CARD-LINE
           MOVE "  RUN-ID......................" TO RPT-CD-LABEL
           IF WS-SEL-RUN-ID = SPACES
               MOVE "ALL" TO RPT-CD-VALUE
           ELSE
               MOVE WS-SEL-RUN-ID TO RPT-CD-VALUE
           END-IF
           MOVE RPT-CARD-LINE TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           MOVE SPACES TO RPT-CARD-LINE
           MOVE "  RUN DATE (CCYYMMDD)........." TO RPT-CD-LABEL
           IF CGC-RUN-DATE = ZERO
               MOVE "LATEST" TO RPT-CD-VALUE
           ELSE
               MOVE CGC-RUN-DATE TO RPT-CD-VALUE
           END-IF
           MOVE RPT-CARD-LINE TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           MOVE SPACES TO RPT-CARD-LINE
           MOVE "  RANGE......................." TO RPT-CD-LABEL
           IF CARD-RANGE-GIVEN
               MOVE CGC-START-FROM TO WS-EDIT-FROM
               MOVE CGC-END-AT TO WS-EDIT-TO
               STRING WS-EDIT-FROM " - " WS-EDIT-TO
                   DELIMITED BY SIZE INTO RPT-CD-VALUE
               END-STRING
           ELSE
               MOVE "ALL" TO RPT-CD-VALUE
           END-IF
           MOVE RPT-CARD-LINE TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           IF CGC-FN-EXPIRE
               MOVE SPACES TO RPT-CARD-LINE
               MOVE "  GENERATIONS RETAINED........" TO RPT-CD-LABEL
               MOVE CGC-RETAIN-COUNT TO RPT-CD-VALUE
               MOVE RPT-CARD-LINE TO WS-PRINT-LINE
               PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
               MOVE SPACES TO RPT-CARD-LINE
               MOVE "  REQUESTED BY................" TO RPT-CD-LABEL
               MOVE CGC-REQUESTED-BY TO RPT-CD-VALUE
               MOVE RPT-CARD-LINE TO WS-PRINT-LINE
               PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           END-IF.
       1400-EXIT.
           EXIT.

      *****************************************************************
      *  1500-LOAD-CATALOG - READ FBCATLG INTO THE TABLE.  A ROW FOR  *
      *  A DSN AND FILE TYPE ALREADY HELD REPLACES THE ENTRY - THE    *
      *  DATASET WAS REWRITTEN, RESTARTED OR EXPIRED SINCE.  NO       *
      *  FBCATLG YET IS A WARNING (RETURN-CODE 4) AND AN EMPTY        *
      *  CATALOG; A CATALOG TOO BIG FOR THE TABLE FAILS THE STEP.     *
      *****************************************************************
       1500-LOAD-CATALOG.
           SET CATALOG-NOT-EOF TO TRUE
           OPEN INPUT CATALOG-FILE
           IF WS-CATLG-STATUS = "00"
               PERFORM 1550-READ-ONE-CATALOG-ROW THRU 1550-EXIT
                   UNTIL CATALOG-EOF OR RUN-REFUSED
               CLOSE CATALOG-FILE
           ELSE
               DISPLAY "FBCATLOG: WARNING - NO FBCATLG CATALOG - "
                   "STATUS " WS-CATLG-STATUS
               IF 4 > RETURN-CODE
                   MOVE 4 TO RETURN-CODE
               END-IF
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
               MOVE "FBCATLOG: NO FBCATLG CATALOG - NOTHING CATALOGED"
                   TO WS-PRINT-LINE
               PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
               SET XCP-SEV-WARNING TO TRUE
               MOVE "FBCATLG" TO XCP-KEY-VALUE
               MOVE "NO FBCATLG CATALOG - NOTHING CATALOGED YET"
                   TO XCP-MESSAGE
               PERFORM 9800-LOG-EXCEPTION THRU 9800-EXIT
           END-IF
           IF RUN-REFUSED
               MOVE 16 TO RETURN-CODE
           END-IF.
       1500-EXIT.
           EXIT.

       1550-READ-ONE-CATALOG-ROW.
           READ CATALOG-FILE INTO CATALOG-RECORD
               AT END
                   SET CATALOG-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CATLG-ROWS-READ
                   PERFORM 1560-TAKE-CATALOG-ROW THRU 1560-EXIT
           END-READ.
       1550-EXIT.
           EXIT.

       1560-TAKE-CATALOG-ROW.
           SET ROW-NOT-MATCHED TO TRUE
           MOVE ZERO TO WS-MATCH-IDX
           PERFORM 1570-MATCH-ONE-ENTRY THRU 1570-EXIT
               VARYING WS-CT-IDX FROM 1 BY 1
               UNTIL WS-CT-IDX > WS-CATALOG-COUNT OR ROW-MATCHED
           IF ROW-MATCHED
               MOVE CATALOG-RECORD TO WS-CT-ROW (WS-MATCH-IDX)
               SET CT-HIST-NOT-SEEN (WS-MATCH-IDX) TO TRUE
               ADD 1 TO WS-ROWS-SUPERSEDED
           ELSE
               IF WS-CATALOG-COUNT >= WS-MAX-CATALOG
                   SET RUN-REFUSED TO TRUE
                   MOVE "CATALOG TABLE FULL - 2000 GENERATIONS"
                       TO WS-REFUSE-REASON
               ELSE
                   ADD 1 TO WS-CATALOG-COUNT
                   MOVE CATALOG-RECORD TO WS-CT-ROW (WS-CATALOG-COUNT)
                   SET CT-NOT-EXPIRED-THIS-RUN (WS-CATALOG-COUNT)
                       TO TRUE
                   SET CT-HIST-NOT-SEEN (WS-CATALOG-COUNT) TO TRUE
               END-IF
           END-IF.
       1560-EXIT.
           EXIT.

       1570-MATCH-ONE-ENTRY.
           IF WS-CT-DSN (WS-CT-IDX) = CAT-DSN
               AND WS-CT-FILE-TYPE (WS-CT-IDX) = CAT-FILE-TYPE
               SET ROW-MATCHED TO TRUE
               MOVE WS-CT-IDX TO WS-MATCH-IDX
           END-IF.
       1570-EXIT.
           EXIT.

      *****************************************************************
      *  1700-SORT-CATALOG - BUILD EACH ENTRY'S SORT KEY, NOTE THE    *
      *  EARLIEST RUN DATE CATALOGED (FBHIST RUNS BEFORE IT PREDATE   *
      *  THE CATALOG), THEN INSERTION-SORT THE TABLE ON THE KEY.      *
      *****************************************************************
       1700-SORT-CATALOG.
           PERFORM 1710-BUILD-SORT-KEY THRU 1710-EXIT
               VARYING WS-CT-IDX FROM 1 BY 1
               UNTIL WS-CT-IDX > WS-CATALOG-COUNT
           PERFORM 1750-INSERT-ONE-ENTRY THRU 1750-EXIT
               VARYING WS-CT-IDX FROM 2 BY 1
               UNTIL WS-CT-IDX > WS-CATALOG-COUNT.
       1700-EXIT.
           EXIT.

       1710-BUILD-SORT-KEY.
           MOVE WS-CT-RUN-ID (WS-CT-IDX) TO WS-CK-RUN-ID (WS-CT-IDX)
           MOVE WS-CT-START-FROM (WS-CT-IDX)
               TO WS-CK-START-FROM (WS-CT-IDX)
           MOVE WS-CT-END-AT (WS-CT-IDX) TO WS-CK-END-AT (WS-CT-IDX)
           MOVE WS-CT-FILE-TYPE (WS-CT-IDX)
               TO WS-CK-FILE-TYPE (WS-CT-IDX)
           MOVE WS-CT-CREATED-BY (WS-CT-IDX)
               TO WS-CK-CREATED-BY (WS-CT-IDX)
           MOVE WS-CT-RUN-STAMP (WS-CT-IDX)
               TO WS-CK-RUN-STAMP (WS-CT-IDX)
           IF WS-CT-RUN-DATE (WS-CT-IDX) < WS-EARLIEST-RUN-DATE
               MOVE WS-CT-RUN-DATE (WS-CT-IDX) TO WS-EARLIEST-RUN-DATE
           END-IF.
       1710-EXIT.
           EXIT.

       1750-INSERT-ONE-ENTRY.
           MOVE WS-CT-ENTRY (WS-CT-IDX) TO WS-HOLD-ENTRY
           MOVE WS-CT-IDX TO WS-CT-JDX
           SET ENTRY-NOT-PLACED TO TRUE
           PERFORM 1760-SHIFT-ONE-ENTRY THRU 1760-EXIT
               UNTIL ENTRY-PLACED
           MOVE WS-HOLD-ENTRY TO WS-CT-ENTRY (WS-CT-JDX).
       1750-EXIT.
           EXIT.

       1760-SHIFT-ONE-ENTRY.
           IF WS-CT-JDX = 1
               SET ENTRY-PLACED TO TRUE
           ELSE
               SUBTRACT 1 FROM WS-CT-JDX GIVING WS-CT-PDX
               IF WS-CT-SORT-KEY (WS-CT-PDX) > WS-HD-SORT-KEY
                   MOVE WS-CT-ENTRY (WS-CT-PDX)
                       TO WS-CT-ENTRY (WS-CT-JDX)
                   MOVE WS-CT-PDX TO WS-CT-JDX
               ELSE
                   SET ENTRY-PLACED TO TRUE
               END-IF
           END-IF.
       1760-EXIT.
           EXIT.

      *****************************************************************
      *  1800-LOAD-HISTORY - READ FBHIST FRONT TO BACK, MARKING THE   *
      *  GENERATIONS EACH RUN ROW DESCRIBES AND THOSE A LATER "R" ROW *
      *  BACKS OUT, AND HOLDING THE COMPLETED RUNS THE CATALOG DOES   *
      *  NOT HAVE FOR THE LISTING'S CROSS-CHECK.  NO FBHIST LEAVES    *
      *  EVERY GENERATION LIVE AND THE CROSS-CHECK UNDONE.            *
      *****************************************************************
       1800-LOAD-HISTORY.
           SET HIST-NOT-EOF TO TRUE
           SET HIST-NOT-LOADED TO TRUE
           OPEN INPUT HISTORY-FILE
           IF WS-HIST-STATUS = "00"
               SET HIST-LOADED TO TRUE
               PERFORM 1850-READ-ONE-HISTORY-ROW THRU 1850-EXIT
                   UNTIL HIST-EOF
               CLOSE HISTORY-FILE
           END-IF.
       1800-EXIT.
           EXIT.

       1850-READ-ONE-HISTORY-ROW.
           READ HISTORY-FILE
               AT END
                   SET HIST-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-HIST-ROWS-READ
                   IF HIST-RANGE-VALID-FLAG = "Y"
                       OR HIST-RANGE-VALID-FLAG = "P"
                       PERFORM 1860-TAKE-RUN-ROW THRU 1860-EXIT
                   ELSE
                       IF HIST-RANGE-VALID-FLAG = "R"
                           PERFORM 1880-TAKE-REVERSAL-ROW
                               THRU 1880-EXIT
                       END-IF
                   END-IF
           END-READ.
       1850-EXIT.
           EXIT.

      *****************************************************************
      *  1860-TAKE-RUN-ROW - A RUN'S GENERATIONS ARE THE FIZZBUZZ     *
      *  EXTRACT AND DETAIL FILE OF THE SAME RUN-ID, RUN DATE AND     *
      *  TIME, AND RANGE.  A COMPLETED RUN SINCE THE CATALOG BEGAN    *
      *  WITH NO SUCH EXTRACT IS HELD FOR THE CROSS-CHECK.            *
      *****************************************************************
       1860-TAKE-RUN-ROW.
           SET HIST-RUN-NOT-CATALOGED TO TRUE
           PERFORM 1870-SEE-ONE-ENTRY THRU 1870-EXIT
               VARYING WS-CT-JDX FROM 1 BY 1
               UNTIL WS-CT-JDX > WS-CATALOG-COUNT
           IF HIST-RUN-NOT-CATALOGED
               AND HIST-RANGE-VALID-FLAG = "Y"
               AND HIST-RUN-DATE NOT < WS-EARLIEST-RUN-DATE
               AND (WS-SEL-RUN-ID = SPACES
                    OR WS-SEL-RUN-ID = HIST-RUN-ID)
               IF WS-UNCAT-COUNT < WS-MAX-UNCATALOGED
                   ADD 1 TO WS-UNCAT-COUNT
                   MOVE HIST-RUN-ID TO WS-UC-RUN-ID (WS-UNCAT-COUNT)
                   MOVE HIST-RUN-DATE TO WS-UC-RUN-DATE (WS-UNCAT-COUNT)
                   MOVE HIST-START-FROM
                       TO WS-UC-START-FROM (WS-UNCAT-COUNT)
                   MOVE HIST-END-AT TO WS-UC-END-AT (WS-UNCAT-COUNT)
                   MOVE HIST-TOTAL-COUNT
                       TO WS-UC-TOTAL-COUNT (WS-UNCAT-COUNT)
                   SET UC-LIVE (WS-UNCAT-COUNT) TO TRUE
               ELSE
                   ADD 1 TO WS-UNCAT-OVERFLOW
               END-IF
           END-IF.
       1860-EXIT.
           EXIT.

       1870-SEE-ONE-ENTRY.
           IF WS-CT-CREATED-BY (WS-CT-JDX) = "FIZZBUZZ"
               AND WS-CT-RUN-ID (WS-CT-JDX) = HIST-RUN-ID
               AND WS-CT-RUN-DATE (WS-CT-JDX) = HIST-RUN-DATE
               AND WS-CT-RUN-TIME (WS-CT-JDX) = HIST-RUN-TIME
               AND WS-CT-START-FROM (WS-CT-JDX) = HIST-START-FROM
               AND WS-CT-END-AT (WS-CT-JDX) = HIST-END-AT
               SET CT-HIST-SEEN (WS-CT-JDX) TO TRUE
               IF CT-TYPE-EXTRACT (WS-CT-JDX)
                   SET HIST-RUN-CATALOGED TO TRUE
               END-IF
           END-IF.
       1870-EXIT.
           EXIT.

      *****************************************************************
      *  1880-TAKE-REVERSAL-ROW - THE "R" ROW CARRIES THE BACKED-OUT  *
      *  ROW'S RUN-ID, RUN DATE AND RANGE (ITS TIME IS THE BACKOUT'S) *
      *  AND VOIDS EVERY EARLIER ROW OF THAT RUN - THE SAME RULE      *
      *  FBBKOUT APPLIES - SO ONLY GENERATIONS ALREADY SEEN GO.       *
      *****************************************************************
       1880-TAKE-REVERSAL-ROW.
           PERFORM 1890-BACK-OUT-ONE-ENTRY THRU 1890-EXIT
               VARYING WS-CT-JDX FROM 1 BY 1
               UNTIL WS-CT-JDX > WS-CATALOG-COUNT
           PERFORM 1895-WITHDRAW-ONE-UNCATALOGED THRU 1895-EXIT
               VARYING WS-UNCAT-IDX FROM 1 BY 1
               UNTIL WS-UNCAT-IDX > WS-UNCAT-COUNT.
       1880-EXIT.
           EXIT.

       1890-BACK-OUT-ONE-ENTRY.
           IF CT-HIST-SEEN (WS-CT-JDX)
               AND WS-CT-RUN-ID (WS-CT-JDX) = HIST-RUN-ID
               AND WS-CT-RUN-DATE (WS-CT-JDX) = HIST-RUN-DATE
               AND WS-CT-START-FROM (WS-CT-JDX) = HIST-START-FROM
               AND WS-CT-END-AT (WS-CT-JDX) = HIST-END-AT
               SET CT-BACKED-OUT (WS-CT-JDX) TO TRUE
               ADD 1 TO WS-GENS-BACKED-OUT
           END-IF.
       1890-EXIT.
           EXIT.

       1895-WITHDRAW-ONE-UNCATALOGED.
           IF UC-LIVE (WS-UNCAT-IDX)
               AND WS-UC-RUN-ID (WS-UNCAT-IDX) = HIST-RUN-ID
               AND WS-UC-RUN-DATE (WS-UNCAT-IDX) = HIST-RUN-DATE
               AND WS-UC-START-FROM (WS-UNCAT-IDX) = HIST-START-FROM
               AND WS-UC-END-AT (WS-UNCAT-IDX) = HIST-END-AT
               SET UC-WITHDRAWN (WS-UNCAT-IDX) TO TRUE
           END-IF.
       1895-EXIT.
           EXIT.

      *****************************************************************
      *  3000-BUILD-MANIFEST - WRITE THE FBMANFST MANIFEST FBMERGE    *
      *  READS: THE COMPLETED FIZZBUZZ EXTRACTS OF THE RUN-ID FOR ONE *
      *  RUN DATE (THE LATEST WHEN THE CARD GIVES NONE), INSIDE THE   *
      *  CARD'S RANGE WHEN ONE IS GIVEN, IN COUNTER ORDER.  OF TWO    *
      *  GENERATIONS OF ONE SUB-RANGE THE NEWER IS TAKEN.  SUB-RANGES *
      *  THAT LEAVE A GAP OR OVERLAP - OR DO NOT REACH THE ENDS OF    *
      *  THE CARD'S RANGE - WOULD MERGE INTO A WRONG EXTRACT, SO THE  *
      *  MANIFEST IS LEFT EMPTY AND THE STEP ENDS RETURN-CODE 8.      *
      *****************************************************************
       3000-BUILD-MANIFEST.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           MOVE SPACES TO RPT-SECTION-LINE
           MOVE "SUB-RANGE MANIFEST FOR FBMERGE" TO RPT-SEC-TITLE
           MOVE RPT-SECTION-LINE TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           MOVE WS-GEN-HEADING TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           OPEN OUTPUT MANIFEST-FILE
           IF WS-MANIFEST-STATUS = "00"
               PERFORM 3010-PICK-AND-JOIN THRU 3010-EXIT
               CLOSE MANIFEST-FILE
           ELSE
               DISPLAY "FBCATLOG: CANNOT OPEN FBMANFST - STATUS "
                   WS-MANIFEST-STATUS
               MOVE 16 TO RETURN-CODE
               SET XCP-SEV-ERROR TO TRUE
               MOVE "FBMANFST" TO XCP-KEY-VALUE
               MOVE "CANNOT OPEN FBMANFST - NO MANIFEST WRITTEN"
                   TO XCP-MESSAGE
               PERFORM 9800-LOG-EXCEPTION THRU 9800-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

       3010-PICK-AND-JOIN.
           MOVE CGC-RUN-DATE TO WS-MAN-RUN-DATE
           IF WS-MAN-RUN-DATE = ZERO
               PERFORM 3050-FIND-LATEST-DATE THRU 3050-EXIT
                   VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > WS-CATALOG-COUNT
           END-IF
           MOVE ZERO TO WS-PICK-COUNT
           IF WS-MAN-RUN-DATE NOT = ZERO
               PERFORM 3100-PICK-ONE-SUBRANGE THRU 3100-EXIT
                   VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > WS-CATALOG-COUNT
           END-IF
           IF WS-PICK-COUNT = ZERO
               DISPLAY "FBCATLOG: NO COMPLETED SUB-RANGE EXTRACTS FOR "
                   WS-SEL-RUN-ID " - NO MANIFEST WRITTEN"
               IF 8 > RETURN-CODE
                   MOVE 8 TO RETURN-CODE
               END-IF
               MOVE "FBCATLOG: NO COMPLETED SUB-RANGE EXTRACTS - "
                   TO WS-PRINT-LINE
               MOVE "NO MANIFEST WRITTEN" TO WS-PRINT-LINE (45 : 19)
               PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
               SET XCP-SEV-ERROR TO TRUE
               MOVE WS-MAN-RUN-DATE TO XCP-KEY-VALUE
               MOVE "NO COMPLETED SUB-RANGE EXTRACTS - NO MANIFEST"
                   TO XCP-MESSAGE
               PERFORM 9800-LOG-EXCEPTION THRU 9800-EXIT
           ELSE
               SET MANIFEST-JOINS TO TRUE
               IF CARD-RANGE-GIVEN
                   MOVE CGC-START-FROM TO WS-COVER-END
               ELSE
                   MOVE WS-PICK-ENTRY (1) TO WS-CT-JDX
                   MOVE WS-CT-START-FROM (WS-CT-JDX) TO WS-COVER-END
               END-IF
               PERFORM 3200-JOIN-ONE-PICK THRU 3200-EXIT
                   VARYING WS-PICK-IDX FROM 1 BY 1
                   UNTIL WS-PICK-IDX > WS-PICK-COUNT
               IF CARD-RANGE-GIVEN AND WS-COVER-END < CGC-END-AT
                   MOVE WS-COVER-END TO WS-EDIT-FROM
                   MOVE CGC-END-AT TO WS-EDIT-TO
                   PERFORM 3300-PRINT-GAP THRU 3300-EXIT
               END-IF
               PERFORM 3500-FINISH-MANIFEST THRU 3500-EXIT
           END-IF.
       3010-EXIT.
           EXIT.

       3050-FIND-LATEST-DATE.
           PERFORM 3150-JUDGE-CANDIDATE THRU 3150-EXIT
           IF ENTRY-IS-CANDIDATE
               AND WS-CT-RUN-DATE (WS-CT-IDX) > WS-MAN-RUN-DATE
               MOVE WS-CT-RUN-DATE (WS-CT-IDX) TO WS-MAN-RUN-DATE
           END-IF.
       3050-EXIT.
           EXIT.

      *****************************************************************
      *  3100-PICK-ONE-SUBRANGE - THE TABLE IS IN RANGE ORDER WITH    *
      *  THE GENERATIONS OF ONE RANGE OLDEST FIRST, SO A CANDIDATE    *
      *  FOR THE SAME RANGE AS THE LAST ONE PICKED IS A NEWER         *
      *  DUPLICATE AND REPLACES IT.                                   *
      *****************************************************************
       3100-PICK-ONE-SUBRANGE.
           PERFORM 3150-JUDGE-CANDIDATE THRU 3150-EXIT
           IF ENTRY-IS-CANDIDATE
               AND WS-CT-RUN-DATE (WS-CT-IDX) = WS-MAN-RUN-DATE
               SET ROW-NOT-MATCHED TO TRUE
               IF WS-PICK-COUNT > ZERO
                   MOVE WS-PICK-ENTRY (WS-PICK-COUNT) TO WS-CT-JDX
                   IF WS-CT-START-FROM (WS-CT-JDX)
                           = WS-CT-START-FROM (WS-CT-IDX)
                       AND WS-CT-END-AT (WS-CT-JDX)
                           = WS-CT-END-AT (WS-CT-IDX)
                       SET ROW-MATCHED TO TRUE
                   END-IF
               END-IF
               IF ROW-MATCHED
                   MOVE WS-CT-JDX TO WS-GEN-IDX
                   MOVE "DUPLICATE - LEFT OUT" TO WS-GEN-NOTE
                   PERFORM 6900-PRINT-GEN-LINE THRU 6900-EXIT
                   MOVE WS-CT-IDX TO WS-PICK-ENTRY (WS-PICK-COUNT)
               ELSE
                   ADD 1 TO WS-PICK-COUNT
                   MOVE WS-CT-IDX TO WS-PICK-ENTRY (WS-PICK-COUNT)
               END-IF
           END-IF.
       3100-EXIT.
           EXIT.

      *****************************************************************
      *  3150-JUDGE-CANDIDATE - A MANIFEST CANDIDATE IS A COMPLETED   *
      *  FIZZBUZZ EXTRACT OF THE RUN-ID, INSIDE THE CARD'S RANGE WHEN *
      *  ONE IS GIVEN, THAT FBBKOUT HAS NOT BACKED OUT.  THE RUN DATE *
      *  IS LEFT TO THE CALLER.                                       *
      *****************************************************************
       3150-JUDGE-CANDIDATE.
           SET ENTRY-NOT-CANDIDATE TO TRUE
           IF CT-TYPE-EXTRACT (WS-CT-IDX)
               AND CT-STATUS-COMPLETE (WS-CT-IDX)
               AND NOT CT-BACKED-OUT (WS-CT-IDX)
               AND WS-CT-CREATED-BY (WS-CT-IDX) = "FIZZBUZZ"
               AND WS-CT-RUN-ID (WS-CT-IDX) = WS-SEL-RUN-ID
               SET ENTRY-IS-CANDIDATE TO TRUE
               IF CARD-RANGE-GIVEN
                   IF WS-CT-START-FROM (WS-CT-IDX) < CGC-START-FROM
                       OR WS-CT-END-AT (WS-CT-IDX) > CGC-END-AT
                       SET ENTRY-NOT-CANDIDATE TO TRUE
                   END-IF
               END-IF
           END-IF.
       3150-EXIT.
           EXIT.

      *****************************************************************
      *  3200-JOIN-ONE-PICK - A RUN PROCESSES StartFrom+1 THROUGH     *
      *  EndAt, SO EACH SUB-RANGE MUST START WHERE THE LAST ENDED.    *
      *****************************************************************
       3200-JOIN-ONE-PICK.
           MOVE WS-PICK-ENTRY (WS-PICK-IDX) TO WS-CT-JDX
           IF WS-CT-START-FROM (WS-CT-JDX) > WS-COVER-END
               MOVE WS-COVER-END TO WS-EDIT-FROM
               MOVE WS-CT-START-FROM (WS-CT-JDX) TO WS-EDIT-TO
               PERFORM 3300-PRINT-GAP THRU 3300-EXIT
           END-IF
           MOVE WS-CT-JDX TO WS-GEN-IDX
           IF WS-CT-START-FROM (WS-CT-JDX) < WS-COVER-END
               SET MANIFEST-BROKEN TO TRUE
               MOVE "OVERLAPS PRIOR SUB-RANGE" TO WS-GEN-NOTE
           ELSE
               MOVE "IN MANIFEST" TO WS-GEN-NOTE
           END-IF
           PERFORM 6900-PRINT-GEN-LINE THRU 6900-EXIT
           IF WS-CT-END-AT (WS-CT-JDX) > WS-COVER-END
               MOVE WS-CT-END-AT (WS-CT-JDX) TO WS-COVER-END
           END-IF.
       3200-EXIT.
           EXIT.

       3300-PRINT-GAP.
           SET MANIFEST-BROKEN TO TRUE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "*** GAP - NO SUB-RANGE EXTRACT BETWEEN "
               WS-EDIT-FROM " AND " WS-EDIT-TO
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-STRING
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT.
       3300-EXIT.
           EXIT.

      *****************************************************************
      *  3500-FINISH-MANIFEST - WRITE THE PICKED DATASET NAMES WHEN   *
      *  THE SUB-RANGES JOIN; OTHERWISE SAY WHY NOTHING WAS WRITTEN.  *
      *****************************************************************
       3500-FINISH-MANIFEST.
           IF MANIFEST-JOINS
               PERFORM 3550-WRITE-ONE-ENTRY THRU 3550-EXIT
                   VARYING WS-PICK-IDX FROM 1 BY 1
                   UNTIL WS-PICK-IDX > WS-PICK-COUNT
               MOVE WS-MANIFEST-WRITTEN TO WS-EDIT-COUNT
               MOVE SPACES TO WS-PRINT-LINE
               STRING "FBCATLOG: " WS-EDIT-COUNT
                   " SUB-RANGE EXTRACTS WRITTEN TO FBMANFST"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               END-STRING
               PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           ELSE
               DISPLAY "FBCATLOG: SUB-RANGES DO NOT JOIN - "
                   "NO MANIFEST WRITTEN"
               IF 8 > RETURN-CODE
                   MOVE 8 TO RETURN-CODE
               END-IF
               MOVE "FBCATLOG: SUB-RANGES DO NOT JOIN - "
                   TO WS-PRINT-LINE
               MOVE "NO MANIFEST WRITTEN" TO WS-PRINT-LINE (36 : 19)
               PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
               SET XCP-SEV-ERROR TO TRUE
               MOVE WS-MAN-RUN-DATE TO XCP-KEY-VALUE
               MOVE "SUB-RANGES DO NOT JOIN - NO MANIFEST WRITTEN"
                   TO XCP-MESSAGE
               PERFORM 9800-LOG-EXCEPTION THRU 9800-EXIT
           END-IF.
       3500-EXIT.
           EXIT.

       3550-WRITE-ONE-ENTRY.
           MOVE WS-PICK-ENTRY (WS-PICK-IDX) TO WS-CT-JDX
           MOVE SPACES TO MANIFEST-RECORD
           MOVE WS-CT-DSN (WS-CT-JDX) TO MAN-EXTRACT-DSN
           WRITE MANIFEST-RECORD
           ADD 1 TO WS-MANIFEST-WRITTEN.
       3550-EXIT.
           EXIT.

      *****************************************************************
      *  4000-SELECT-PRIOR - FIND THE CURRENT GENERATION OF THE       *
      *  CARD'S RANGE (THE NEWEST COMPLETED FIZZBUZZ EXTRACT, OR THE  *
      *  NEWEST ON THE CARD'S RUN DATE) AND THE NEWEST COMPLETED ONE  *
      *  BEFORE IT UNDER THE SAME RULE SET - FBDELTA REFUSES TO       *
      *  COMPARE ACROSS RULE SETS.  THAT PRIOR EXTRACT IS COPIED TO   *
      *  FBEXTRCP AND ITS DETAIL FILE TO FBCLSDTP.  BOTH ARE OPENED   *
      *  OUTPUT FIRST, SO WITH NO PRIOR THEY ARE LEFT EMPTY AND       *
      *  FBDELTA TREATS THE WHOLE RANGE AS NEW (RETURN-CODE 4).  NO   *
      *  CURRENT GENERATION, OR A PRIOR DATASET THAT DISAGREES WITH   *
      *  ITS CATALOG ENTRY, ENDS RETURN-CODE 8.  FBEXTRCP OR FBCLSDTP *
      *  THAT WILL NOT OPEN FAILS THE STEP BEFORE ANYTHING IS PICKED. *
      *****************************************************************
       4000-SELECT-PRIOR.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           MOVE SPACES TO RPT-SECTION-LINE
           MOVE "PRIOR GENERATION FOR FBDELTA" TO RPT-SEC-TITLE
           MOVE RPT-SECTION-LINE TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           MOVE WS-GEN-HEADING TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           MOVE ZERO TO WS-CURRENT-IDX
           MOVE ZERO TO WS-PRIOR-IDX
           MOVE ZERO TO WS-OTHER-SET-SKIPPED
           PERFORM 4050-OPEN-PRIOR-FILES THRU 4050-EXIT
           IF PRIOR-EXT-IS-OPEN AND PRIOR-CLS-IS-OPEN
               PERFORM 4010-FIND-AND-COPY THRU 4010-EXIT
           END-IF
           IF PRIOR-EXT-IS-OPEN
               CLOSE PRIOR-EXT-FILE
           END-IF
           IF PRIOR-CLS-IS-OPEN
               CLOSE PRIOR-CLS-FILE
           END-IF.
       4000-EXIT.
           EXIT.

       4010-FIND-AND-COPY.
           PERFORM 4100-FIND-CURRENT THRU 4100-EXIT
               VARYING WS-CT-IDX FROM 1 BY 1
               UNTIL WS-CT-IDX > WS-CATALOG-COUNT
           IF WS-CURRENT-IDX = ZERO
               DISPLAY "FBCATLOG: NO COMPLETED GENERATION OF THE "
                   "RANGE FOR " WS-SEL-RUN-ID
               IF 8 > RETURN-CODE
                   MOVE 8 TO RETURN-CODE
               END-IF
               MOVE "FBCATLOG: NO COMPLETED GENERATION OF THE RANGE "
                   TO WS-PRINT-LINE
               MOVE "ON FBCATLG" TO WS-PRINT-LINE (48 : 10)
               PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
               SET XCP-SEV-ERROR TO TRUE
               MOVE CGC-END-AT TO XCP-KEY-VALUE
               MOVE "NO COMPLETED GENERATION OF THE RANGE ON FBCATLG"
                   TO XCP-MESSAGE
               PERFORM 9800-LOG-EXCEPTION THRU 9800-EXIT
           ELSE
               MOVE WS-CURRENT-IDX TO WS-GEN-IDX
               MOVE "CURRENT GENERATION" TO WS-GEN-NOTE
               PERFORM 6900-PRINT-GEN-LINE THRU 6900-EXIT
               MOVE WS-CT-RULE-SET (WS-CURRENT-IDX)
                   TO WS-CURRENT-RULE-SET
               IF WS-CURRENT-RULE-SET = SPACES
                   MOVE "DEFAULT" TO WS-CURRENT-RULE-SET
               END-IF
               PERFORM 4200-FIND-PRIOR THRU 4200-EXIT
                   VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > WS-CATALOG-COUNT
               IF WS-PRIOR-IDX = ZERO
                   PERFORM 4300-REPORT-NO-PRIOR THRU 4300-EXIT
               ELSE
                   PERFORM 4400-COPY-PRIOR THRU 4400-EXIT
               END-IF
               PERFORM 4800-PRINT-DELTA-STEP THRU 4800-EXIT
           END-IF.
       4010-EXIT.
           EXIT.

      *****************************************************************
      *  4050-OPEN-PRIOR-FILES - FBEXTRCP AND FBCLSDTP MUST BOTH OPEN *
      *  BEFORE ANYTHING IS COPIED.  EITHER ONE FAILING ENDS THE STEP *
      *  RETURN-CODE 16 WITH NO PRIOR COPIED, AS A FAILED FBMANFST    *
      *  OPEN DOES FOR MANIFEST - FBDELTA MUST NOT RUN ON IT.         *
      *  ONLY THE FILES THAT DID OPEN ARE CLOSED AGAIN.               *
      *****************************************************************
       4050-OPEN-PRIOR-FILES.
           SET PRIOR-EXT-NOT-OPEN TO TRUE
           SET PRIOR-CLS-NOT-OPEN TO TRUE
           OPEN OUTPUT PRIOR-EXT-FILE
           IF WS-PRIOR-EXT-STATUS = "00"
               SET PRIOR-EXT-IS-OPEN TO TRUE
           ELSE
               MOVE "FBEXTRCP" TO WS-COPY-TARGET-DD
               MOVE WS-PRIOR-EXT-STATUS TO WS-COPY-TARGET-STATUS
               PERFORM 4060-REPORT-OPEN-FAILURE THRU 4060-EXIT
           END-IF
           OPEN OUTPUT PRIOR-CLS-FILE
           IF WS-PRIOR-CLS-STATUS = "00"
               SET PRIOR-CLS-IS-OPEN TO TRUE
           ELSE
               MOVE "FBCLSDTP" TO WS-COPY-TARGET-DD
               MOVE WS-PRIOR-CLS-STATUS TO WS-COPY-TARGET-STATUS
               PERFORM 4060-REPORT-OPEN-FAILURE THRU 4060-EXIT
           END-IF.
       4050-EXIT.
           EXIT.

       4060-REPORT-OPEN-FAILURE.
           DISPLAY "FBCATLOG: CANNOT OPEN " WS-COPY-TARGET-DD
               " - STATUS " WS-COPY-TARGET-STATUS
           MOVE 16 TO RETURN-CODE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "FBCATLOG: CANNOT OPEN " WS-COPY-TARGET-DD
               " - NO PRIOR COPIED"
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-STRING
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           SET XCP-SEV-ERROR TO TRUE
           MOVE WS-COPY-TARGET-DD TO XCP-KEY-VALUE
           MOVE SPACES TO XCP-MESSAGE
           STRING "CANNOT OPEN " WS-COPY-TARGET-DD
               " - NO PRIOR COPIED"
               DELIMITED BY SIZE INTO XCP-MESSAGE
           END-STRING
           PERFORM 9800-LOG-EXCEPTION THRU 9800-EXIT.
       4060-EXIT.
           EXIT.

      *****************************************************************
      *  4100-FIND-CURRENT - THE TABLE RUNS OLDEST TO NEWEST WITHIN A *
      *  RANGE, SO THE LAST MATCH IS THE CURRENT GENERATION.          *
      *****************************************************************
       4100-FIND-CURRENT.
           PERFORM 4150-JUDGE-RANGE-ENTRY THRU 4150-EXIT
           IF ENTRY-IS-CANDIDATE
               IF CGC-RUN-DATE = ZERO
                   OR WS-CT-RUN-DATE (WS-CT-IDX) = CGC-RUN-DATE
                   MOVE WS-CT-IDX TO WS-CURRENT-IDX
               END-IF
           END-IF.
       4100-EXIT.
           EXIT.

      *****************************************************************
      *  4150-JUDGE-RANGE-ENTRY - A COMPLETED FIZZBUZZ EXTRACT OF THE *
      *  RUN-ID FOR EXACTLY THE CARD'S StartFrom-EndAt, NOT BACKED    *
      *  OUT BY FBBKOUT.                                              *
      *****************************************************************
       4150-JUDGE-RANGE-ENTRY.
           SET ENTRY-NOT-CANDIDATE TO TRUE
           IF CT-TYPE-EXTRACT (WS-CT-IDX)
               AND CT-STATUS-COMPLETE (WS-CT-IDX)
               AND NOT CT-BACKED-OUT (WS-CT-IDX)
               AND WS-CT-CREATED-BY (WS-CT-IDX) = "FIZZBUZZ"
               AND WS-CT-RUN-ID (WS-CT-IDX) = WS-SEL-RUN-ID
               AND WS-CT-START-FROM (WS-CT-IDX) = CGC-START-FROM
               AND WS-CT-END-AT (WS-CT-IDX) = CGC-END-AT
               SET ENTRY-IS-CANDIDATE TO TRUE
           END-IF.
       4150-EXIT.
           EXIT.

      *****************************************************************
      *  4200-FIND-PRIOR - THE NEWEST GENERATION RUN BEFORE THE       *
      *  CURRENT ONE UNDER THE SAME RULE SET (BLANK = DEFAULT).  ONES *
      *  UNDER ANOTHER RULE SET ARE COUNTED AND PASSED OVER.          *
      *****************************************************************
       4200-FIND-PRIOR.
           PERFORM 4150-JUDGE-RANGE-ENTRY THRU 4150-EXIT
           IF ENTRY-IS-CANDIDATE
               AND WS-CK-RUN-STAMP (WS-CT-IDX)
                   < WS-CK-RUN-STAMP (WS-CURRENT-IDX)
               MOVE WS-CT-RULE-SET (WS-CT-IDX) TO WS-ENTRY-RULE-SET
               IF WS-ENTRY-RULE-SET = SPACES
                   MOVE "DEFAULT" TO WS-ENTRY-RULE-SET
               END-IF
               IF WS-ENTRY-RULE-SET = WS-CURRENT-RULE-SET
                   MOVE WS-CT-IDX TO WS-PRIOR-IDX
               ELSE
                   ADD 1 TO WS-OTHER-SET-SKIPPED
               END-IF
           END-IF.
       4200-EXIT.
           EXIT.

       4300-REPORT-NO-PRIOR.
           DISPLAY "FBCATLOG: WARNING - NO EARLIER GENERATION OF THE "
               "RANGE - FBEXTRCP AND FBCLSDTP LEFT EMPTY"
           IF 4 > RETURN-CODE
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE "FBCATLOG: NO EARLIER GENERATION - " TO WS-PRINT-LINE
           MOVE "FBEXTRCP AND FBCLSDTP LEFT EMPTY"
               TO WS-PRINT-LINE (35 : 32)
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           PERFORM 4350-PRINT-SKIPPED-SETS THRU 4350-EXIT
           SET XCP-SEV-WARNING TO TRUE
           MOVE CGC-END-AT TO XCP-KEY-VALUE
           MOVE "NO EARLIER GENERATION - FBDELTA TREATS ALL AS NEW"
               TO XCP-MESSAGE
           PERFORM 9800-LOG-EXCEPTION THRU 9800-EXIT.
       4300-EXIT.
           EXIT.

       4350-PRINT-SKIPPED-SETS.
           IF WS-OTHER-SET-SKIPPED NOT = ZERO
               MOVE WS-OTHER-SET-SKIPPED TO WS-EDIT-COUNT
               MOVE SPACES TO WS-PRINT-LINE
               STRING "FBCATLOG: " WS-EDIT-COUNT
                   " EARLIER GENERATIONS UNDER ANOTHER RULE SET "
                   "PASSED OVER"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               END-STRING
               PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           END-IF.
       4350-EXIT.
           EXIT.

      *****************************************************************
      *  4400-COPY-PRIOR - COPY THE PRIOR EXTRACT TO FBEXTRCP AND THE *
      *  DETAIL FILE CATALOGED WITH IT TO FBCLSDTP.  A PRIOR WITHOUT  *
      *  A COMPLETED DETAIL FILE LEAVES FBCLSDTP EMPTY (RETURN-CODE   *
      *  4) - FBDELTA THEN COMPARES THE EXTRACTS ALONE.  AN EXTRACT   *
      *  COPY THAT CANNOT BE WRITTEN LEAVES THE DETAIL UNCOPIED.      *
      *****************************************************************
       4400-COPY-PRIOR.
           MOVE WS-PRIOR-IDX TO WS-GEN-IDX
           MOVE "PRIOR - COPIED TO FBEXTRCP" TO WS-GEN-NOTE
           PERFORM 6900-PRINT-GEN-LINE THRU 6900-EXIT
           MOVE WS-PRIOR-IDX TO WS-COPY-IDX
           SET COPY-TO-PRIOR-EXTRACT TO TRUE
           PERFORM 4500-COPY-GENERATION THRU 4500-EXIT
           IF NOT COPY-WRITE-FAILED
               PERFORM 4450-COPY-PRIOR-DETAIL THRU 4450-EXIT
           END-IF
           PERFORM 4350-PRINT-SKIPPED-SETS THRU 4350-EXIT.
       4400-EXIT.
           EXIT.

       4450-COPY-PRIOR-DETAIL.
           MOVE WS-PRIOR-IDX TO WS-GEN-IDX
           PERFORM 6300-FIND-PARTNER THRU 6300-EXIT
           SET ROW-NOT-MATCHED TO TRUE
           IF WS-PARTNER-IDX NOT = ZERO
               IF CT-STATUS-COMPLETE (WS-PARTNER-IDX)
                   SET ROW-MATCHED TO TRUE
               END-IF
           END-IF
           IF ROW-MATCHED
               MOVE WS-PARTNER-IDX TO WS-GEN-IDX
               MOVE "PRIOR - COPIED TO FBCLSDTP" TO WS-GEN-NOTE
               PERFORM 6900-PRINT-GEN-LINE THRU 6900-EXIT
               MOVE WS-PARTNER-IDX TO WS-COPY-IDX
               SET COPY-TO-PRIOR-DETAIL TO TRUE
               PERFORM 4500-COPY-GENERATION THRU 4500-EXIT
           ELSE
               DISPLAY "FBCATLOG: WARNING - PRIOR HAS NO CATALOGED "
                   "DETAIL FILE - FBCLSDTP LEFT EMPTY"
               IF 4 > RETURN-CODE
                   MOVE 4 TO RETURN-CODE
               END-IF
               MOVE "FBCATLOG: PRIOR HAS NO CATALOGED DETAIL FILE - "
                   TO WS-PRINT-LINE
               MOVE "FBCLSDTP LEFT EMPTY" TO WS-PRINT-LINE (48 : 19)
               PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
               SET XCP-SEV-WARNING TO TRUE
               MOVE WS-CT-RUN-DATE (WS-PRIOR-IDX) TO XCP-KEY-VALUE
               MOVE "PRIOR HAS NO DETAIL FILE - FBCLSDTP LEFT EMPTY"
                   TO XCP-MESSAGE
               PERFORM 9800-LOG-EXCEPTION THRU 9800-EXIT
           END-IF.
       4450-EXIT.
           EXIT.

      *****************************************************************
      *  4500-COPY-GENERATION - COPY THE CATALOGED DATASET OF ENTRY   *
      *  WS-COPY-IDX TO FBEXTRCP OR FBCLSDTP.  EVERY RECORD MUST      *
      *  CARRY THE ENTRY'S RUN-ID AND RUN DATE AND THE RECORD COUNT   *
      *  MUST AGREE WITH THE CATALOG - OTHERWISE THE DATASET HAS BEEN *
      *  OVERWRITTEN SINCE IT WAS CATALOGED (RETURN-CODE 8).  A       *
      *  DATASET THAT WILL NOT OPEN, OR A COPY RECORD THAT CANNOT BE  *
      *  WRITTEN, FAILS THE STEP AND STOPS THE COPY.                  *
      *****************************************************************
       4500-COPY-GENERATION.
           MOVE WS-CT-DSN (WS-COPY-IDX) TO WS-COPY-DSN
           IF COPY-TO-PRIOR-EXTRACT
               MOVE "FBEXTRCP" TO WS-COPY-TARGET-DD
           ELSE
               MOVE "FBCLSDTP" TO WS-COPY-TARGET-DD
           END-IF
           MOVE ZERO TO WS-COPY-RECS
           SET COPY-OK TO TRUE
           SET COPYIN-NOT-EOF TO TRUE
           OPEN INPUT COPYIN-FILE
           IF WS-COPYIN-STATUS = "00"
               PERFORM 4550-COPY-ONE-RECORD THRU 4550-EXIT
                   UNTIL COPYIN-EOF
               CLOSE COPYIN-FILE
               IF NOT COPY-WRITE-FAILED
                   AND WS-COPY-RECS
                       NOT = WS-CT-RECORD-COUNT (WS-COPY-IDX)
                   SET COPY-MISMATCH TO TRUE
               END-IF
           ELSE
               SET COPY-FAILED TO TRUE
           END-IF
           IF COPY-FAILED
               DISPLAY "FBCATLOG: CANNOT OPEN " WS-COPY-DSN
                   " - STATUS " WS-COPYIN-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE SPACES TO WS-PRINT-LINE
               STRING "FBCATLOG: CANNOT OPEN CATALOGED DATASET "
                   WS-COPY-DSN
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               END-STRING
               PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
               SET XCP-SEV-ERROR TO TRUE
               MOVE WS-CT-RUN-DATE (WS-COPY-IDX) TO XCP-KEY-VALUE
               MOVE "CANNOT OPEN PRIOR GENERATION DATASET"
                   TO XCP-MESSAGE
               PERFORM 9800-LOG-EXCEPTION THRU 9800-EXIT
           END-IF
           IF COPY-MISMATCH
               DISPLAY "FBCATLOG: " WS-COPY-DSN
                   " DOES NOT MATCH ITS CATALOG ENTRY"
               IF 8 > RETURN-CODE
                   MOVE 8 TO RETURN-CODE
               END-IF
               MOVE SPACES TO WS-PRINT-LINE
               STRING "FBCATLOG: " WS-COPY-DSN
                   " DOES NOT MATCH ITS CATALOG ENTRY"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               END-STRING
               PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
               SET XCP-SEV-ERROR TO TRUE
               MOVE WS-CT-RUN-DATE (WS-COPY-IDX) TO XCP-KEY-VALUE
               MOVE "PRIOR GENERATION DOES NOT MATCH ITS CATALOG ENTRY"
                   TO XCP-MESSAGE
               PERFORM 9800-LOG-EXCEPTION THRU 9800-EXIT
           END-IF
           IF COPY-WRITE-FAILED
               DISPLAY "FBCATLOG: WRITE TO " WS-COPY-TARGET-DD
                   " FAILED - STATUS " WS-COPY-TARGET-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE SPACES TO WS-PRINT-LINE
               STRING "FBCATLOG: WRITE TO " WS-COPY-TARGET-DD
                   " FAILED - PRIOR COPY INCOMPLETE"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               END-STRING
               PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
               SET XCP-SEV-ERROR TO TRUE
               MOVE WS-COPY-TARGET-DD TO XCP-KEY-VALUE
               MOVE SPACES TO XCP-MESSAGE
               STRING "WRITE TO " WS-COPY-TARGET-DD
                   " FAILED - PRIOR COPY INCOMPLETE"
                   DELIMITED BY SIZE INTO XCP-MESSAGE
               END-STRING
               PERFORM 9800-LOG-EXCEPTION THRU 9800-EXIT
           END-IF.
       4500-EXIT.
           EXIT.

       4550-COPY-ONE-RECORD.
           READ COPYIN-FILE
               AT END
                   SET COPYIN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-COPY-RECS
                   ADD 1 TO WS-COPY-RECS-READ
                   IF CPY-RUN-ID NOT = WS-CT-RUN-ID (WS-COPY-IDX)
                       OR CPY-RUN-DATE
                           NOT = WS-CT-RUN-DATE (WS-COPY-IDX)
                       SET COPY-MISMATCH TO TRUE
                   END-IF
                   IF COPY-TO-PRIOR-EXTRACT
                       MOVE COPYIN-RECORD TO PRIOR-EXT-RECORD
                       WRITE PRIOR-EXT-RECORD
                       MOVE WS-PRIOR-EXT-STATUS
                           TO WS-COPY-TARGET-STATUS
                   ELSE
                       MOVE COPYIN-RECORD TO PRIOR-CLS-RECORD
                       WRITE PRIOR-CLS-RECORD
                       MOVE WS-PRIOR-CLS-STATUS
                           TO WS-COPY-TARGET-STATUS
                   END-IF
                   IF WS-COPY-TARGET-STATUS = "00"
                       ADD 1 TO WS-PRIOR-RECS-COPIED
                   ELSE
                       SET COPY-WRITE-FAILED TO TRUE
                       SET COPYIN-EOF TO TRUE
                   END-IF
           END-READ.
       4550-EXIT.
           EXIT.

      *****************************************************************
      *  4800-PRINT-DELTA-STEP - THE FBDELTA STEP THIS SETS UP: THE   *
      *  CURRENT GENERATION'S DATASETS ON FBEXTRC AND FBCLSDT.        *
      *****************************************************************
       4800-PRINT-DELTA-STEP.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "NEXT: RUN FBDELTA WITH FBEXTRC = "
               WS-CT-DSN (WS-CURRENT-IDX)
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-STRING
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           MOVE WS-CURRENT-IDX TO WS-GEN-IDX
           PERFORM 6300-FIND-PARTNER THRU 6300-EXIT
           IF WS-PARTNER-IDX NOT = ZERO
               MOVE SPACES TO WS-PRINT-LINE
               STRING "                       FBCLSDT = "
                   WS-CT-DSN (WS-PARTNER-IDX)
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               END-STRING
               PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           END-IF.
       4800-EXIT.
           EXIT.

      *****************************************************************
      *  5000-EXPIRE-GENERATIONS - WALK EACH RANGE KEY NEWEST FIRST.  *
      *  ONCE CGC-RETAIN-COUNT COMPLETED GENERATIONS HAVE BEEN KEPT,  *
      *  EVERY OLDER GENERATION OF THE SAME FILE - COMPLETED, PARTIAL *
      *  OR FAILED - IS EXPIRED.  A GENERATION NEWER THAN THE KEPT    *
      *  ONES THAT DID NOT COMPLETE IS LEFT FOR THE LISTING TO SHOW.  *
      *  A BACKED-OUT GENERATION IS NEVER ONE OF THE KEPT.            *
      *****************************************************************
       5000-EXPIRE-GENERATIONS.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           MOVE SPACES TO RPT-SECTION-LINE
           MOVE "GENERATIONS EXPIRED" TO RPT-SEC-TITLE
           MOVE RPT-SECTION-LINE TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           MOVE WS-GEN-HEADING TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           MOVE SPACES TO WS-LAST-RANGE-KEY
           MOVE ZERO TO WS-KEPT-COUNT
           PERFORM 5100-JUDGE-ONE-GENERATION THRU 5100-EXIT
               VARYING WS-CT-IDX FROM WS-CATALOG-COUNT BY -1
               UNTIL WS-CT-IDX < 1
           MOVE WS-GENS-EXPIRED TO WS-EDIT-COUNT
           SET XCP-SEV-INFO TO TRUE
           MOVE CGC-RETAIN-COUNT TO XCP-KEY-VALUE
           MOVE SPACES TO XCP-MESSAGE
           STRING "EXPIRY BY " CGC-REQUESTED-BY " - " WS-EDIT-COUNT
               " GENERATIONS EXPIRED"
               DELIMITED BY SIZE INTO XCP-MESSAGE
           END-STRING
           PERFORM 9800-LOG-EXCEPTION THRU 9800-EXIT
           IF WS-GENS-EXPIRED NOT = ZERO
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
               MOVE "NEXT: SCRATCH THE DATASETS LISTED AS EXPIRED - "
                   TO WS-PRINT-LINE
               MOVE "THEY ARE NO LONGER CATALOGED"
                   TO WS-PRINT-LINE (48 : 28)
               PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           END-IF.
       5000-EXIT.
           EXIT.

       5100-JUDGE-ONE-GENERATION.
           IF WS-CK-RANGE-KEY (WS-CT-IDX) NOT = WS-LAST-RANGE-KEY
               MOVE WS-CK-RANGE-KEY (WS-CT-IDX) TO WS-LAST-RANGE-KEY
               MOVE ZERO TO WS-KEPT-COUNT
           END-IF
           IF NOT CT-STATUS-EXPIRED (WS-CT-IDX)
               AND (WS-SEL-RUN-ID = SPACES
                    OR WS-SEL-RUN-ID = WS-CT-RUN-ID (WS-CT-IDX))
               IF WS-KEPT-COUNT NOT < CGC-RETAIN-COUNT
                   PERFORM 5200-EXPIRE-ONE-GENERATION THRU 5200-EXIT
               ELSE
                   IF CT-STATUS-COMPLETE (WS-CT-IDX)
                       AND NOT CT-BACKED-OUT (WS-CT-IDX)
                       ADD 1 TO WS-KEPT-COUNT
                   END-IF
               END-IF
           END-IF.
       5100-EXIT.
           EXIT.

      *****************************************************************
      *  5200-EXPIRE-ONE-GENERATION - APPEND THE ENTRY AGAIN WITH     *
      *  STATUS "X" THROUGH FBCATWR; IT SUPERSEDES THE LIVE ROW.  A   *
      *  ROW THAT CANNOT BE WRITTEN LEAVES THE GENERATION LIVE        *
      *  (RETURN-CODE 8) AND ITS DATASET MUST NOT BE SCRATCHED.       *
      *****************************************************************
       5200-EXPIRE-ONE-GENERATION.
           MOVE WS-CT-ROW (WS-CT-IDX) TO CATALOG-RECORD
           SET CAT-STATUS-EXPIRED TO TRUE
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE
           MOVE "99" TO WS-CATALOG-STATUS
           CALL "FBCATWR" USING CATALOG-RECORD WS-CATALOG-STATUS
               ON EXCEPTION
                   DISPLAY "FBCATLOG: CATALOG WRITER NOT AVAILABLE"
           END-CALL
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE
           MOVE WS-CT-IDX TO WS-GEN-IDX
           IF WS-CATALOG-STATUS = "00"
               MOVE CATALOG-RECORD TO WS-CT-ROW (WS-CT-IDX)
               SET CT-EXPIRED-THIS-RUN (WS-CT-IDX) TO TRUE
               ADD 1 TO WS-GENS-EXPIRED
               MOVE "EXPIRED - SCRATCH DATASET" TO WS-GEN-NOTE
               PERFORM 6900-PRINT-GEN-LINE THRU 6900-EXIT
           ELSE
               DISPLAY "FBCATLOG: " WS-CT-DSN (WS-CT-IDX)
                   " NOT EXPIRED - FBCATLG STATUS " WS-CATALOG-STATUS
               IF 8 > RETURN-CODE
                   MOVE 8 TO RETURN-CODE
               END-IF
               MOVE "NOT EXPIRED - WRITE FAILED" TO WS-GEN-NOTE
               PERFORM 6900-PRINT-GEN-LINE THRU 6900-EXIT
               SET XCP-SEV-ERROR TO TRUE
               MOVE WS-CT-RUN-DATE (WS-CT-IDX) TO XCP-KEY-VALUE
               MOVE "EXPIRY NOT WRITTEN TO FBCATLG - DO NOT SCRATCH"
                   TO XCP-MESSAGE
               PERFORM 9800-LOG-EXCEPTION THRU 9800-EXIT
           END-IF.
       5200-EXIT.
           EXIT.

      *****************************************************************
      *  6000-PRINT-LISTING - EVERY GENERATION ON THE CATALOG (FOR    *
      *  THE CARD'S RUN-ID WHEN ONE IS GIVEN) IN RANGE ORDER, OLDEST  *
      *  FIRST, WITH A NOTE AGAINST ANY PROBLEM, FOLLOWED BY THE GAPS *
      *  IN EACH RUN-ID'S RANGES AND THE FBHIST CROSS-CHECK.  ANY     *
      *  PROBLEM FLAGGED ENDS THE STEP AT LEAST RETURN-CODE 4.        *
      *****************************************************************
       6000-PRINT-LISTING.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           MOVE SPACES TO RPT-SECTION-LINE
           MOVE "CATALOG LISTING" TO RPT-SEC-TITLE
           MOVE RPT-SECTION-LINE TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           MOVE WS-GEN-HEADING TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           PERFORM 6100-LIST-ONE-GENERATION THRU 6100-EXIT
               VARYING WS-CT-IDX FROM 1 BY 1
               UNTIL WS-CT-IDX > WS-CATALOG-COUNT
           MOVE SPACES TO WS-COVER-RUN-ID
           MOVE ZERO TO WS-COVER-END
           PERFORM 6200-CHECK-COVERAGE THRU 6200-EXIT
               VARYING WS-CT-IDX FROM 1 BY 1
               UNTIL WS-CT-IDX > WS-CATALOG-COUNT
           PERFORM 6500-CHECK-HISTORY THRU 6500-EXIT
           IF WS-PROBLEMS-FLAGGED NOT = ZERO
               IF 4 > RETURN-CODE
                   MOVE 4 TO RETURN-CODE
               END-IF
               MOVE WS-PROBLEMS-FLAGGED TO WS-EDIT-COUNT
               SET XCP-SEV-WARNING TO TRUE
               MOVE "FBCATLG" TO XCP-KEY-VALUE
               MOVE SPACES TO XCP-MESSAGE
               STRING "CATALOG LISTING FLAGGED " WS-EDIT-COUNT
                   " PROBLEMS"
                   DELIMITED BY SIZE INTO XCP-MESSAGE
               END-STRING
               PERFORM 9800-LOG-EXCEPTION THRU 9800-EXIT
           END-IF.
       6000-EXIT.
           EXIT.

       6100-LIST-ONE-GENERATION.
           IF WS-SEL-RUN-ID = SPACES
               OR WS-SEL-RUN-ID = WS-CT-RUN-ID (WS-CT-IDX)
               ADD 1 TO WS-GENS-LISTED
               MOVE WS-CT-IDX TO WS-GEN-IDX
               MOVE SPACES TO WS-GEN-NOTE
               IF CT-EXPIRED-THIS-RUN (WS-CT-IDX)
                   MOVE "EXPIRED THIS RUN" TO WS-GEN-NOTE
               END-IF
               IF WS-GEN-NOTE = SPACES
                   AND CT-BACKED-OUT (WS-CT-IDX)
                   MOVE "BACKED OUT - FBHIST R ROW" TO WS-GEN-NOTE
               END-IF
               IF WS-GEN-NOTE = SPACES
                   AND CT-STATUS-COMPLETE (WS-CT-IDX)
                   SET DUPLICATE-NOT-FOUND TO TRUE
                   PERFORM 6150-CHECK-ONE-DUPLICATE THRU 6150-EXIT
                       VARYING WS-CT-JDX FROM 1 BY 1
                       UNTIL WS-CT-JDX > WS-CATALOG-COUNT
                           OR DUPLICATE-FOUND
                   IF DUPLICATE-FOUND
                       MOVE "DUPLICATE GENERATION" TO WS-GEN-NOTE
                       ADD 1 TO WS-PROBLEMS-FLAGGED
                   END-IF
               END-IF
               IF WS-GEN-NOTE = SPACES
                   AND NOT CT-STATUS-EXPIRED (WS-CT-IDX)
                   AND WS-CT-CREATED-BY (WS-CT-IDX) = "FIZZBUZZ"
                   PERFORM 6300-FIND-PARTNER THRU 6300-EXIT
                   IF WS-PARTNER-IDX = ZERO
                       IF CT-TYPE-EXTRACT (WS-CT-IDX)
                           MOVE "NO DETAIL FILE GENERATION"
                               TO WS-GEN-NOTE
                       ELSE
                           MOVE "NO EXTRACT GENERATION" TO WS-GEN-NOTE
                       END-IF
                       ADD 1 TO WS-PROBLEMS-FLAGGED
                   END-IF
               END-IF
               PERFORM 6900-PRINT-GEN-LINE THRU 6900-EXIT
           END-IF.
       6100-EXIT.
           EXIT.

      *****************************************************************
      *  6150-CHECK-ONE-DUPLICATE - ANOTHER COMPLETED GENERATION OF   *
      *  THE SAME FILE AND RANGE RUN THE SAME DAY.  ONE THAT FBBKOUT  *
      *  BACKED OUT IS NOT A DUPLICATE OF ITS RERUN.                  *
      *****************************************************************
       6150-CHECK-ONE-DUPLICATE.
           IF WS-CT-JDX NOT = WS-CT-IDX
               AND WS-CK-RANGE-KEY (WS-CT-JDX)
                   = WS-CK-RANGE-KEY (WS-CT-IDX)
               AND WS-CT-RUN-DATE (WS-CT-JDX)
                   = WS-CT-RUN-DATE (WS-CT-IDX)
               AND CT-STATUS-COMPLETE (WS-CT-JDX)
               AND NOT CT-BACKED-OUT (WS-CT-JDX)
               SET DUPLICATE-FOUND TO TRUE
           END-IF.
       6150-EXIT.
           EXIT.

      *****************************************************************
      *  6200-CHECK-COVERAGE - THE LIVE FIZZBUZZ EXTRACTS OF EACH     *
      *  RUN-ID (NOT BACKED OUT) IN RANGE ORDER.  A RANGE STARTING    *
      *  PAST THE FURTHEST END REACHED SO FAR LEAVES COUNTERS NO      *
      *  GENERATION HOLDS.                                            *
      *****************************************************************
       6200-CHECK-COVERAGE.
           IF (WS-SEL-RUN-ID = SPACES
               OR WS-SEL-RUN-ID = WS-CT-RUN-ID (WS-CT-IDX))
               AND CT-TYPE-EXTRACT (WS-CT-IDX)
               AND WS-CT-CREATED-BY (WS-CT-IDX) = "FIZZBUZZ"
               AND (CT-STATUS-COMPLETE (WS-CT-IDX)
                    OR CT-STATUS-PARTIAL (WS-CT-IDX))
               AND NOT CT-BACKED-OUT (WS-CT-IDX)
               IF WS-CT-RUN-ID (WS-CT-IDX) NOT = WS-COVER-RUN-ID
                   MOVE WS-CT-RUN-ID (WS-CT-IDX) TO WS-COVER-RUN-ID
                   MOVE WS-CT-END-AT (WS-CT-IDX) TO WS-COVER-END
               ELSE
                   IF WS-CT-START-FROM (WS-CT-IDX) > WS-COVER-END
                       MOVE WS-COVER-END TO WS-EDIT-FROM
                       MOVE WS-CT-START-FROM (WS-CT-IDX) TO WS-EDIT-TO
                       MOVE SPACES TO WS-PRINT-LINE
                       STRING "*** NO LIVE GENERATION BETWEEN "
                           WS-EDIT-FROM " AND " WS-EDIT-TO " FOR "
                           WS-COVER-RUN-ID
                           DELIMITED BY SIZE INTO WS-PRINT-LINE
                       END-STRING
                       PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
                       ADD 1 TO WS-PROBLEMS-FLAGGED
                   END-IF
                   IF WS-CT-END-AT (WS-CT-IDX) > WS-COVER-END
                       MOVE WS-CT-END-AT (WS-CT-IDX) TO WS-COVER-END
                   END-IF
               END-IF
           END-IF.
       6200-EXIT.
           EXIT.

      *****************************************************************
      *  6300-FIND-PARTNER - THE OTHER FILE FIZZBUZZ CATALOGED WITH   *
      *  ENTRY WS-GEN-IDX (ITS DETAIL FILE FOR AN EXTRACT, ITS        *
      *  EXTRACT FOR A DETAIL FILE): SAME RUN-ID, RUN DATE AND TIME,  *
      *  RANGE AND CREATING PROGRAM.  WS-PARTNER-IDX IS ZERO IF NONE. *
      *****************************************************************
       6300-FIND-PARTNER.
           MOVE ZERO TO WS-PARTNER-IDX
           PERFORM 6350-MATCH-ONE-PARTNER THRU 6350-EXIT
               VARYING WS-CT-PDX FROM 1 BY 1
               UNTIL WS-CT-PDX > WS-CATALOG-COUNT
                   OR WS-PARTNER-IDX NOT = ZERO.
       6300-EXIT.
           EXIT.

       6350-MATCH-ONE-PARTNER.
           IF WS-CT-FILE-TYPE (WS-CT-PDX)
                   NOT = WS-CT-FILE-TYPE (WS-GEN-IDX)
               AND WS-CT-RUN-ID (WS-CT-PDX) = WS-CT-RUN-ID (WS-GEN-IDX)
               AND WS-CT-RUN-STAMP (WS-CT-PDX)
                   = WS-CT-RUN-STAMP (WS-GEN-IDX)
               AND WS-CT-START-FROM (WS-CT-PDX)
                   = WS-CT-START-FROM (WS-GEN-IDX)
               AND WS-CT-END-AT (WS-CT-PDX)
                   = WS-CT-END-AT (WS-GEN-IDX)
               AND WS-CT-CREATED-BY (WS-CT-PDX)
                   = WS-CT-CREATED-BY (WS-GEN-IDX)
               MOVE WS-CT-PDX TO WS-PARTNER-IDX
           END-IF.
       6350-EXIT.
           EXIT.

      *****************************************************************
      *  6500-CHECK-HISTORY - EVERY COMPLETED FIZZBUZZ RUN FBHIST     *
      *  RECORDS SINCE THE CATALOG BEGAN SHOULD HAVE ITS EXTRACT ON   *
      *  THE CATALOG, MATCHED ON RUN-ID, RUN DATE AND TIME AND RANGE. *
      *  ONE THAT DOES NOT WAS NEVER CATALOGED, OR ITS DATASET HAS    *
      *  SINCE BEEN WRITTEN OVER BY A LATER RUN - EITHER WAY THE      *
      *  EXTRACT FBHIST DESCRIBES CAN NO LONGER BE FOUND.  A RUN      *
      *  FBBKOUT LATER BACKED OUT IS NOT EXPECTED ON THE CATALOG.     *
      *  THE RUNS WERE GATHERED BY 1800-LOAD-HISTORY.                 *
      *****************************************************************
       6500-CHECK-HISTORY.
           IF HIST-LOADED
               PERFORM 6550-PRINT-ONE-UNCATALOGED THRU 6550-EXIT
                   VARYING WS-UNCAT-IDX FROM 1 BY 1
                   UNTIL WS-UNCAT-IDX > WS-UNCAT-COUNT
               IF WS-UNCAT-OVERFLOW NOT = ZERO
                   ADD WS-UNCAT-OVERFLOW TO WS-PROBLEMS-FLAGGED
                   MOVE WS-UNCAT-OVERFLOW TO WS-EDIT-COUNT
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING "*** " WS-EDIT-COUNT
                       " MORE FBHIST RUNS NOT ON CATALOG - NOT LISTED"
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
                   END-STRING
                   PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
               END-IF
           ELSE
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
               MOVE "FBCATLOG: NO FBHIST - RUNS NOT CROSS-CHECKED"
                   TO WS-PRINT-LINE
               PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           END-IF.
       6500-EXIT.
           EXIT.

       6550-PRINT-ONE-UNCATALOGED.
           IF UC-LIVE (WS-UNCAT-IDX)
               ADD 1 TO WS-PROBLEMS-FLAGGED
               MOVE SPACES TO RPT-HIST-LINE
               MOVE WS-UC-RUN-ID (WS-UNCAT-IDX) TO RPT-HS-RUN-ID
               MOVE WS-UC-RUN-DATE (WS-UNCAT-IDX) TO RPT-HS-RUN-DATE
               MOVE WS-UC-START-FROM (WS-UNCAT-IDX) TO RPT-HS-START
               MOVE " - " TO RPT-HS-DASH
               MOVE WS-UC-END-AT (WS-UNCAT-IDX) TO RPT-HS-END
               MOVE WS-UC-TOTAL-COUNT (WS-UNCAT-IDX) TO RPT-HS-COUNT
               MOVE "FBHIST RUN NOT ON CATALOG" TO RPT-HS-NOTE
               MOVE RPT-HIST-LINE TO WS-PRINT-LINE
               PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           END-IF.
       6550-EXIT.
           EXIT.

      *****************************************************************
      *  6900-PRINT-GEN-LINE - ONE GENERATION (ENTRY WS-GEN-IDX) WITH *
      *  WS-GEN-NOTE BESIDE IT.                                       *
      *****************************************************************
       6900-PRINT-GEN-LINE.
           MOVE SPACES TO RPT-GEN-LINE
           MOVE WS-CT-RUN-ID (WS-GEN-IDX) TO RPT-GN-RUN-ID
           MOVE WS-CT-FILE-TYPE (WS-GEN-IDX) TO RPT-GN-TYPE
           MOVE WS-CT-RUN-DATE (WS-GEN-IDX) TO RPT-GN-RUN-DATE
           MOVE WS-CT-START-FROM (WS-GEN-IDX) TO RPT-GN-START
           MOVE WS-CT-END-AT (WS-GEN-IDX) TO RPT-GN-END
           MOVE WS-CT-RECORD-COUNT (WS-GEN-IDX) TO RPT-GN-COUNT
           MOVE WS-CT-STATUS (WS-GEN-IDX) TO RPT-GN-STATUS
           MOVE WS-CT-CREATED-BY (WS-GEN-IDX) TO RPT-GN-CREATED-BY
           MOVE WS-CT-DSN (WS-GEN-IDX) TO RPT-GN-DSN
           MOVE WS-GEN-NOTE TO RPT-GN-NOTE
           MOVE RPT-GEN-LINE TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT.
       6900-EXIT.
           EXIT.

      *****************************************************************
      *  7500-PRINT-REFUSAL - WHY THE CATALOG RUN WAS REFUSED.  NO    *
      *  MANIFEST OR PRIOR WAS WRITTEN AND NOTHING WAS EXPIRED; THE   *
      *  REFUSAL IS LOGGED TO FBXCPT.                                 *
      *****************************************************************
       7500-PRINT-REFUSAL.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           MOVE SPACES TO RPT-ERROR-LINE
           STRING "FBCATLOG: RUN REFUSED - " WS-REFUSE-REASON
               DELIMITED BY SIZE INTO RPT-E-MESSAGE
           END-STRING
           MOVE RPT-ERROR-LINE TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           MOVE "FBCATLOG: NOTHING WAS CHANGED" TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           DISPLAY "FBCATLOG: RUN REFUSED - " WS-REFUSE-REASON
           SET XCP-SEV-ERROR TO TRUE
           MOVE SPACES TO XCP-MESSAGE
           STRING "CATALOG RUN REFUSED - " WS-REFUSE-REASON
               DELIMITED BY SIZE INTO XCP-MESSAGE
           END-STRING
           PERFORM 9800-LOG-EXCEPTION THRU 9800-EXIT.
       7500-EXIT.
           EXIT.

      *****************************************************************
      *  8000-TERMINATE-RUN - PRINT THE CATALOG TOTALS AND CLOSE THE  *
      *  REPORT.                                                      *
      *****************************************************************
       8000-TERMINATE-RUN.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           MOVE SPACES TO RPT-TRAILER-LINE
           MOVE "FBCATLG ROWS READ..........." TO RPT-T-LABEL
           MOVE WS-CATLG-ROWS-READ TO RPT-T-VALUE
           MOVE RPT-TRAILER-LINE TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           MOVE SPACES TO RPT-TRAILER-LINE
           MOVE "GENERATIONS ON CATALOG......" TO RPT-T-LABEL
           MOVE WS-CATALOG-COUNT TO RPT-T-VALUE
           MOVE RPT-TRAILER-LINE TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           MOVE SPACES TO RPT-TRAILER-LINE
           MOVE "ROWS SUPERSEDED............." TO RPT-T-LABEL
           MOVE WS-ROWS-SUPERSEDED TO RPT-T-VALUE
           MOVE RPT-TRAILER-LINE TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           MOVE SPACES TO RPT-TRAILER-LINE
           MOVE "GENERATIONS LISTED.........." TO RPT-T-LABEL
           MOVE WS-GENS-LISTED TO RPT-T-VALUE
           MOVE RPT-TRAILER-LINE TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           MOVE SPACES TO RPT-TRAILER-LINE
           MOVE "GENERATIONS EXPIRED........." TO RPT-T-LABEL
           MOVE WS-GENS-EXPIRED TO RPT-T-VALUE
           MOVE RPT-TRAILER-LINE TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           MOVE SPACES TO RPT-TRAILER-LINE
           MOVE "MANIFEST ENTRIES WRITTEN...." TO RPT-T-LABEL
           MOVE WS-MANIFEST-WRITTEN TO RPT-T-VALUE
           MOVE RPT-TRAILER-LINE TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           MOVE SPACES TO RPT-TRAILER-LINE
           MOVE "PRIOR RECORDS COPIED........" TO RPT-T-LABEL
           MOVE WS-PRIOR-RECS-COPIED TO RPT-T-VALUE
           MOVE RPT-TRAILER-LINE TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           MOVE SPACES TO RPT-TRAILER-LINE
           MOVE "FBHIST ROWS READ............" TO RPT-T-LABEL
           MOVE WS-HIST-ROWS-READ TO RPT-T-VALUE
           MOVE RPT-TRAILER-LINE TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           MOVE SPACES TO RPT-TRAILER-LINE
           MOVE "GENERATIONS BACKED OUT......" TO RPT-T-LABEL
           MOVE WS-GENS-BACKED-OUT TO RPT-T-VALUE
           MOVE RPT-TRAILER-LINE TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           MOVE SPACES TO RPT-TRAILER-LINE
           MOVE "PROBLEMS FLAGGED............" TO RPT-T-LABEL
           MOVE WS-PROBLEMS-FLAGGED TO RPT-T-VALUE
           MOVE RPT-TRAILER-LINE TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           CLOSE PRINT-FILE
           DISPLAY "FBCATLOG: " WS-CATALOG-COUNT " GENERATIONS, "
               WS-GENS-EXPIRED " EXPIRED, " WS-MANIFEST-WRITTEN
               " MANIFEST ENTRIES, " WS-PRIOR-RECS-COPIED
               " PRIOR RECORDS, " WS-PROBLEMS-FLAGGED " PROBLEMS".
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
           MOVE "FBCATLOG" TO XCP-PROGRAM-ID
           MOVE WS-SEL-RUN-ID TO XCP-RUN-ID
           CALL "FBXCPTWR" USING EXCEPTION-RECORD
               ON EXCEPTION
                   DISPLAY "FBCATLOG: EXCEPTION LOGGER NOT AVAILABLE"
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
               WS-CATLG-ROWS-READ + WS-HIST-ROWS-READ
               + WS-COPY-RECS-READ
           COMPUTE JRN-RECORDS-WRITTEN =
               WS-MANIFEST-WRITTEN + WS-PRIOR-RECS-COPIED
               + WS-GENS-EXPIRED
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
           MOVE "FBCATLOG" TO JRN-PROGRAM-ID
           CALL "FBJRNLWR" USING JOURNAL-RECORD
               ON EXCEPTION
                   DISPLAY "FBCATLOG: STEP JOURNAL WRITER NOT AVAILABLE"
           END-CALL
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.
       9950-EXIT.
           EXIT.

       END PROGRAM FBCATLOG.
