       IDENTIFICATION DIVISION.
         PROGRAM-ID. FBTRACE.
         AUTHOR. R JENNINGS.
         INSTALLATION. BATCH SYSTEMS - REPORTING.
         DATE-WRITTEN. 10/15/2026.
         DATE-COMPILED.
      *****************************************************************
      *  MODIFICATION HISTORY                                        *
      *  -------------------                                         *
      *  10/15/26  RJ   ORIGINAL PROGRAM.  COUNTER LINEAGE TRACE.    *
      *                 FOR EVERY COUNTER ON THE FBTRREQ REQUESTS    *
      *                 FILE (OPTIONALLY AS OF A DATE) IT PRINTS ONE *
      *                 EVIDENCE PAGE ON FBTRPRT EXPLAINING THE      *
      *                 COUNTER'S CLASSIFICATION: THE FBHIST RUN     *
      *                 THAT LAST CLASSIFIED IT, THE PHRASE THAT RUN *
      *                 PUT ON FBEXTRC AND THE PHRASE FBINDEX HOLDS  *
      *                 NOW, EVERY RULE THAT MATCHED (DIVISOR AND    *
      *                 LABEL, FROM THE FBCLSDT DETAIL OR, FOR A RUN *
      *                 NOT ON THE SUPPLIED FBCLSDT, RE-DERIVED FROM *
      *                 THE FBRULES ROWS IN EFFECT ON THE RUN DATE), *
      *                 ANY FBOVRD REPLACE OR SUPPRESS IN EFFECT AND *
      *                 ITS WINDOW, AND EVERY PARTNER ENVELOPE THE   *
      *                 COUNTER WENT OUT IN WITH THE PARTNER'S ACK   *
      *                 (FBAKHST, FBXMLOG AND THE FBPRTNR PROFILES). *
      *                 REPLACES PULLING THOSE FILES BY HAND FOR A   *
      *                 PARTNER DISPUTE.                             *
      *  10/15/26  RJ   A RUN FBBKOUT BACKED OUT (AN "R" REVERSAL ROW *
      *                 ON FBHIST) NO LONGER COUNTS AS THE RUN THAT   *
      *                 CLASSIFIED A COUNTER - THE TRACE FALLS BACK   *
      *                 TO THE RUN BEFORE IT, OR TO A LATER RERUN     *
      *                 UNDER THE SAME RUN-ID AND DATE.               *
      *  10/15/26  RJ   THE SUPPLIED FBCLSDT AND FBEXTRC ONLY         *
      *                 COUNT AS THE CLASSIFYING RUN'S WHEN THEY      *
      *                 HOLD A ROW INSIDE ITS FBHIST RANGE.  ANOTHER  *
      *                 SUB-RANGE STEP OF THE SAME RUN-ID AND DATE NO *
      *                 LONGER MAKES THE COUNTER SHOW AS MATCHING NO  *
      *                 RULE, NOT ON THE EXTRACT AND NOT              *
      *                 TRANSMITTED - THE RULES ARE RE-DERIVED FROM   *
      *                 FBRULES INSTEAD.                              *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-FILE ASSIGN TO "FBTRREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-STATUS.
           SELECT HIST-FILE ASSIGN TO "FBHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT CLSDTL-FILE ASSIGN TO "FBCLSDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLSDTL-STATUS.
           SELECT EXTRACT-FILE ASSIGN TO "FBEXTRC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.
           SELECT RULES-FILE ASSIGN TO "FBRULES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-STATUS.
           SELECT OVERRIDE-FILE ASSIGN TO "FBOVRD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVRD-STATUS.
           SELECT INDEX-FILE ASSIGN TO "FBINDEX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IDX-COUNTER
               FILE STATUS IS WS-INDEX-STATUS.
           SELECT PARTNER-FILE ASSIGN TO "FBPRTNR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTNER-STATUS.
           SELECT AKHIST-FILE ASSIGN TO "FBAKHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AKHIST-STATUS.
           SELECT XMITLOG-FILE ASSIGN TO "FBXMLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XMITLOG-STATUS.
           SELECT PRINT-FILE ASSIGN TO "FBTRPRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REQUEST-FILE.
           COPY FBTRREQ.

       FD  HIST-FILE.
           COPY FBHIST.

       FD  CLSDTL-FILE.
           COPY FBCLSDTL.

       FD  EXTRACT-FILE.
           COPY FBEXTRC.

       FD  RULES-FILE.
           COPY FBRULES.

       FD  OVERRIDE-FILE.
           COPY FBOVRD.

       FD  INDEX-FILE.
           COPY FBINDEX.

       FD  PARTNER-FILE.
           COPY FBPRTNR.

       FD  AKHIST-FILE.
           COPY FBAKHIST.

       FD  XMITLOG-FILE.
           COPY FBXMLOG.

       FD  PRINT-FILE.
           COPY FBPRINT.
       01  RPT-SECTION-LINE.
           05  RPT-SEC-TITLE             PIC X(40).
           05  FILLER                    PIC X(92).
       01  RPT-RULE-LINE.
           05  FILLER                    PIC X(04).
           05  RPT-RL-DIVISOR-LIT        PIC X(09).
           05  RPT-RL-DIVISOR            PIC ZZZ9.
           05  FILLER                    PIC X(03).
           05  RPT-RL-LABEL-LIT          PIC X(07).
           05  RPT-RL-LABEL              PIC X(10).
           05  FILLER                    PIC X(95).
       01  RPT-XMHEAD-LINE.
           05  FILLER                    PIC X(04).
           05  RPT-XH-PARTNER            PIC X(08).
           05  FILLER                    PIC X(02).
           05  RPT-XH-SENDER             PIC X(08).
           05  FILLER                    PIC X(02).
           05  RPT-XH-SENT               PIC X(08).
           05  FILLER                    PIC X(02).
           05  RPT-XH-ACK                PIC X(10).
           05  FILLER                    PIC X(02).
           05  RPT-XH-SETTLED            PIC X(08).
           05  FILLER                    PIC X(02).
           05  RPT-XH-REASON             PIC X(30).
           05  FILLER                    PIC X(02).
           05  RPT-XH-BASIS              PIC X(30).
           05  FILLER                    PIC X(14).
       01  RPT-XMIT-LINE.
           05  FILLER                    PIC X(04).
           05  RPT-XM-PARTNER            PIC X(08).
           05  FILLER                    PIC X(02).
           05  RPT-XM-SENDER             PIC X(08).
           05  FILLER                    PIC X(02).
           05  RPT-XM-SENT               PIC X(08).
           05  FILLER                    PIC X(02).
           05  RPT-XM-ACK                PIC X(10).
           05  FILLER                    PIC X(02).
           05  RPT-XM-SETTLED            PIC X(08).
           05  FILLER                    PIC X(02).
           05  RPT-XM-REASON             PIC X(30).
           05  FILLER                    PIC X(02).
           05  RPT-XM-BASIS              PIC X(30).
           05  FILLER                    PIC X(14).

       WORKING-STORAGE SECTION.
         01 WS-REQUEST-STATUS PIC X(02) VALUE "00".
         01 WS-HIST-STATUS PIC X(02) VALUE "00".
         01 WS-CLSDTL-STATUS PIC X(02) VALUE "00".
         01 WS-EXTRACT-STATUS PIC X(02) VALUE "00".
         01 WS-RULES-STATUS PIC X(02) VALUE "00".
         01 WS-OVRD-STATUS PIC X(02) VALUE "00".
         01 WS-INDEX-STATUS PIC X(02) VALUE "00".
         01 WS-PARTNER-STATUS PIC X(02) VALUE "00".
         01 WS-AKHIST-STATUS PIC X(02) VALUE "00".
         01 WS-XMITLOG-STATUS PIC X(02) VALUE "00".
         01 WS-PRINT-STATUS PIC X(02) VALUE "00".

         01 WS-TRACE-SW PIC X(01) VALUE "Y".
           88 TRACE-OK VALUE "Y".
           88 TRACE-REFUSED VALUE "N".

      *  WHICH OPTIONAL SOURCES WERE SUPPLIED - PRINTED ON THE FIRST
      *  PAGE SO THE EVIDENCE PACK SAYS WHAT IT WAS BUILT FROM.
         01 WS-SOURCE-SWITCHES.
           05 WS-CLSDTL-SW PIC X(01) VALUE "N".
             88 CLSDTL-SUPPLIED VALUE "Y".
           05 WS-EXTRACT-SW PIC X(01) VALUE "N".
             88 EXTRACT-SUPPLIED VALUE "Y".
           05 WS-RULES-SW PIC X(01) VALUE "N".
             88 RULES-SUPPLIED VALUE "Y".
           05 WS-OVRD-SW PIC X(01) VALUE "N".
             88 OVRD-SUPPLIED VALUE "Y".
           05 WS-INDEX-SW PIC X(01) VALUE "N".
             88 INDEX-SUPPLIED VALUE "Y".
           05 WS-PARTNER-SW PIC X(01) VALUE "N".
             88 PARTNER-SUPPLIED VALUE "Y".
           05 WS-AKHIST-SW PIC X(01) VALUE "N".
             88 AKHIST-SUPPLIED VALUE "Y".
           05 WS-XMITLOG-SW PIC X(01) VALUE "N".
             88 XMITLOG-SUPPLIED VALUE "Y".
         01 WS-SOURCE-NAME PIC X(08) VALUE SPACES.
         01 WS-SOURCE-USE PIC X(60) VALUE SPACES.
         01 WS-SOURCE-FLAG PIC X(01) VALUE SPACE.

         77 WS-DEFAULT-RULE-SET PIC X(08) VALUE "DEFAULT".
         01 WS-ROW-RULE-SET PIC X(08) VALUE SPACES.
         01 WS-HIST-RUN-TIME PIC 9(08) VALUE ZERO.

      *  RUNS BACKED OUT BY FBBKOUT - RUN-ID, RUN DATE AND THE FBHIST
      *  ROW NUMBER OF THE LAST REVERSAL ROW FOR THEM.  A "Y" OR "P"
      *  ROW OF THE RUN BEFORE THAT ROW WAS TAKEN BACK; ONE AFTER IT
      *  IS A SANCTIONED RERUN AND STANDS.
         77 WS-MAX-REVERSALS PIC 9(4) VALUE 100.
         01 WS-REVERSAL-COUNT PIC 9(4) COMP VALUE ZERO.
         01 WS-RV-IDX PIC 9(4) COMP VALUE ZERO.
         01 WS-RV-FOUND-IDX PIC 9(4) COMP VALUE ZERO.
         01 WS-HIST-ROW-NUMBER PIC 9(9) COMP VALUE ZERO.
         01 WS-ROW-REVERSED-SW PIC X(01) VALUE "N".
           88 HIST-ROW-REVERSED VALUE "Y".
           88 HIST-ROW-STANDS VALUE "N".
         01 WS-REVERSAL-TABLE.
           05 WS-RV-ENTRY OCCURS 100 TIMES.
             10 WS-RV-RUN-ID PIC X(08).
             10 WS-RV-RUN-DATE PIC 9(08).
             10 WS-RV-LAST-ROW PIC 9(9) COMP.

      *  ONE ENTRY PER REQUESTED COUNTER, FILLED IN PASS BY PASS AS
      *  EACH SOURCE FILE IS READ ONCE, THEN PRINTED.
         77 WS-MAX-TRACES PIC 9(4) VALUE 200.
         77 WS-MAX-TRACE-RULES PIC 9(4) VALUE 20.
         77 WS-MAX-TRACE-SENDS PIC 9(4) VALUE 10.
         01 WS-TRACE-COUNT PIC 9(4) COMP VALUE ZERO.
         01 WS-TR-IDX PIC 9(4) COMP VALUE ZERO.
         01 WS-RL-IDX PIC 9(4) COMP VALUE ZERO.
         01 WS-XM-IDX PIC 9(4) COMP VALUE ZERO.
         01 WS-XM-FOUND-IDX PIC 9(4) COMP VALUE ZERO.
         01 WS-TRACE-TABLE.
           05 WS-TR-ENTRY OCCURS 200 TIMES.
             10 WS-TR-COUNTER PIC 9(09).
             10 WS-TR-AS-OF PIC 9(08).
             10 WS-TR-REFERENCE PIC X(20).
             10 WS-TR-REQ-SW PIC X(01).
               88 TR-REQ-VALID VALUE "Y".
               88 TR-REQ-INVALID VALUE "N".
             10 WS-TR-RUN-SW PIC X(01).
               88 TR-RUN-FOUND VALUE "Y".
               88 TR-RUN-NOT-FOUND VALUE "N".
             10 WS-TR-RUN-ID PIC X(08).
             10 WS-TR-RUN-DATE PIC 9(08).
             10 WS-TR-RUN-TIME PIC 9(08).
             10 WS-TR-START-FROM PIC 9(09).
             10 WS-TR-END-AT PIC 9(09).
             10 WS-TR-TOTAL-COUNT PIC 9(09).
             10 WS-TR-VALID-FLAG PIC X(01).
               88 TR-RUN-PARTIAL VALUE "P".
             10 WS-TR-RULE-SET PIC X(08).
             10 WS-TR-EXT-RUN-SW PIC X(01).
               88 TR-EXT-RUN-SEEN VALUE "Y".
             10 WS-TR-EXT-SW PIC X(01).
               88 TR-EXT-FOUND VALUE "Y".
             10 WS-TR-EXT-PHRASE PIC X(40).
             10 WS-TR-CLS-RUN-SW PIC X(01).
               88 TR-CLS-RUN-SEEN VALUE "Y".
             10 WS-TR-RULE-SOURCE-SW PIC X(01).
               88 TR-RULES-UNKNOWN VALUE " ".
               88 TR-RULES-RECORDED VALUE "D".
               88 TR-RULES-DERIVED VALUE "F".
               88 TR-RULES-FALLBACK VALUE "B".
             10 WS-TR-RULE-COUNT PIC 9(4) COMP.
             10 WS-TR-RULE OCCURS 20 TIMES.
               15 WS-TR-RULE-DIVISOR PIC 9(04).
               15 WS-TR-RULE-LABEL PIC X(10).
             10 WS-TR-OVR-SW PIC X(01).
               88 TR-OVR-NONE VALUE " ".
               88 TR-OVR-REPLACE VALUE "R".
               88 TR-OVR-SUPPRESS VALUE "S".
             10 WS-TR-OVR-PHRASE PIC X(40).
             10 WS-TR-OVR-EFF-FROM PIC 9(08).
             10 WS-TR-OVR-EFF-TO PIC 9(08).
             10 WS-TR-IDX-SW PIC X(01).
               88 TR-IDX-FOUND VALUE "Y".
             10 WS-TR-IDX-PHRASE PIC X(40).
             10 WS-TR-IDX-RUN-ID PIC X(08).
             10 WS-TR-IDX-RUN-DATE PIC 9(08).
             10 WS-TR-PHRASE PIC X(40).
             10 WS-TR-SENT-SW PIC X(01).
               88 TR-MAY-BE-SENT VALUE "Y".
               88 TR-NOT-SENT VALUE "N".
             10 WS-TR-XMIT-COUNT PIC 9(4) COMP.
             10 WS-TR-XMIT-DROPPED PIC 9(4) COMP.
             10 WS-TR-XMIT OCCURS 10 TIMES.
               15 WS-TR-XM-PARTNER-ID PIC X(08).
               15 WS-TR-XM-SENDER-ID PIC X(08).
               15 WS-TR-XM-SENT-DATE PIC 9(08).
               15 WS-TR-XM-HASH-TOTAL PIC 9(15).
               15 WS-TR-XM-STATUS PIC X(01).
                 88 XM-ACCEPTED VALUE "A".
                 88 XM-REJECTED VALUE "R".
                 88 XM-MISMATCH VALUE "M".
                 88 XM-AGED VALUE "G".
                 88 XM-AWAITING VALUE "P".
               15 WS-TR-XM-DISP-DATE PIC 9(08).
               15 WS-TR-XM-REASON PIC X(30).
               15 WS-TR-XM-BASIS-SW PIC X(01).
                 88 XM-BY-PROFILE VALUE "P".
                 88 XM-NO-PROFILE VALUE "W".

      *  EVERY FBRULES ROW, FOR RE-DERIVING THE RULES THAT MATCHED A
      *  COUNTER IN A RUN WHOSE DETAIL IS NOT ON THE SUPPLIED FBCLSDT.
      *  ONLY THE FIRST 20 RULES OF A SET IN EFFECT COUNT, AS IN
      *  FIZZBUZZ.
         77 WS-MAX-RULES PIC 9(4) VALUE 500.
         01 WS-RULE-COUNT PIC 9(4) COMP VALUE ZERO.
         01 WS-RULE-IDX PIC 9(4) COMP VALUE ZERO.
         01 WS-SET-RULES-IN-EFFECT PIC 9(4) COMP VALUE ZERO.
         01 WS-RULE-TABLE.
           05 WS-RT-ENTRY OCCURS 500 TIMES.
             10 WS-RT-DIVISOR PIC 9(04).
             10 WS-RT-LABEL PIC X(10).
             10 WS-RT-EFF-FROM PIC 9(08).
             10 WS-RT-EFF-TO PIC 9(08).
             10 WS-RT-RULE-SET PIC X(08).
         01 WS-DIVIDE-QUOTIENT PIC 9(09) VALUE ZERO.
         01 WS-DIVIDE-REMAINDER PIC 9(04) VALUE ZERO.
         01 WS-EFFECT-SW PIC X(01) VALUE "Y".
           88 ROW-IN-EFFECT VALUE "Y".
           88 ROW-NOT-IN-EFFECT VALUE "N".
         01 WS-TEST-EFF-FROM PIC 9(08) VALUE ZERO.
         01 WS-TEST-EFF-TO PIC 9(08) VALUE ZERO.
         01 WS-TEST-DATE PIC 9(08) VALUE ZERO.
         01 WS-DERIVED-PHRASE PIC X(40) VALUE SPACES.
         01 WS-PLAIN-COUNTER PIC 9(09) VALUE ZERO.

      *  THE PARTNER PROFILES, FOR DECIDING WHETHER A PARTNER'S
      *  ENVELOPE FROM THE RUN CARRIED THE COUNTER.
         77 WS-MAX-PARTNERS PIC 9(4) VALUE 20.
         01 WS-PARTNER-COUNT PIC 9(4) COMP VALUE ZERO.
         01 WS-PTR-IDX PIC 9(4) COMP VALUE ZERO.
         01 WS-PTR-FOUND-IDX PIC 9(4) COMP VALUE ZERO.
         01 WS-PARTNER-TABLE.
           05 WS-PT-ENTRY OCCURS 20 TIMES.
             10 WS-PT-PARTNER-ID PIC X(08).
             10 WS-PT-SENDER-ID PIC X(08).
             10 WS-PT-RANGE-FROM PIC 9(09).
             10 WS-PT-RANGE-TO PIC 9(09).
             10 WS-PT-LABEL-FILTER PIC X(10).
             10 WS-PT-LABEL-LEN PIC 9(4) COMP.

      *  THE SEND JUST READ, IN ONE SHAPE FOR FBAKHST AND FBXMLOG.
         01 WS-IN-SEND.
           05 WS-IN-SENDER-ID PIC X(08).
           05 WS-IN-RUN-ID PIC X(08).
           05 WS-IN-RUN-DATE PIC 9(08).
           05 WS-IN-SENT-DATE PIC 9(08).
           05 WS-IN-HASH-TOTAL PIC 9(15).
           05 WS-IN-STATUS PIC X(01).
           05 WS-IN-DISP-DATE PIC 9(08).
           05 WS-IN-REASON PIC X(30).

         01 WS-CHAR-POS PIC 9(4) COMP VALUE ZERO.
         01 WS-SCAN-POS PIC 9(4) COMP VALUE ZERO.
         01 WS-SCAN-LIMIT PIC 9(4) COMP VALUE ZERO.
         01 WS-SCAN-PHRASE PIC X(40) VALUE SPACES.
         01 WS-EDIT-COUNT PIC ZZZ9 VALUE ZERO.
         01 WS-LABEL-FOUND-SW PIC X(01) VALUE "N".
           88 LABEL-FOUND VALUE "Y".
           88 LABEL-NOT-FOUND VALUE "N".

         01 WS-TRACE-TOTALS.
           05 WS-REQUESTS-READ PIC 9(9) COMP VALUE ZERO.
           05 WS-REQUESTS-DROPPED PIC 9(9) COMP VALUE ZERO.
           05 WS-TRACED-COUNT PIC 9(9) COMP VALUE ZERO.
           05 WS-NOT-FOUND-COUNT PIC 9(9) COMP VALUE ZERO.
           05 WS-IN-ERROR-COUNT PIC 9(9) COMP VALUE ZERO.
           05 WS-SOURCE-ROWS-READ PIC 9(9) COMP VALUE ZERO.

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
      *  0000-MAINLINE - LOAD THE REQUESTS, READ EACH SOURCE FILE     *
      *  ONCE AGAINST ALL OF THEM, THEN PRINT ONE PAGE PER COUNTER.   *
      *****************************************************************
       0000-MAINLINE.
           PERFORM 9900-JOURNAL-STEP-START THRU 9900-EXIT
           PERFORM 1000-INITIALIZE-RUN THRU 1000-EXIT
           IF TRACE-OK
               PERFORM 2000-FIND-CLASSIFYING-RUNS THRU 2000-EXIT
           END-IF
           IF TRACE-OK
               PERFORM 3000-READ-CLASS-DETAIL THRU 3000-EXIT
               PERFORM 3200-READ-EXTRACT THRU 3200-EXIT
               PERFORM 3400-LOAD-RULES THRU 3400-EXIT
               PERFORM 3600-READ-OVERRIDES THRU 3600-EXIT
               PERFORM 3800-READ-INDEX THRU 3800-EXIT
               PERFORM 4000-SETTLE-CLASSIFICATIONS THRU 4000-EXIT
               PERFORM 5000-LOAD-PARTNERS THRU 5000-EXIT
               PERFORM 5200-READ-ACK-HISTORY THRU 5200-EXIT
               PERFORM 5400-READ-XMIT-LOG THRU 5400-EXIT
               PERFORM 6000-PRINT-SOURCES THRU 6000-EXIT
               PERFORM 6100-PRINT-ONE-TRACE THRU 6100-EXIT
                   VARYING WS-TR-IDX FROM 1 BY 1
                   UNTIL WS-TR-IDX > WS-TRACE-COUNT
           END-IF
           PERFORM 8000-TERMINATE-RUN THRU 8000-EXIT
           PERFORM 9910-JOURNAL-STEP-END THRU 9910-EXIT
           STOP RUN.

      *****************************************************************
      *  1000-INITIALIZE-RUN - START THE REPORT AND LOAD THE          *
      *  REQUESTS.  NO REQUESTS FILE, OR AN EMPTY ONE, FAILS THE      *
      *  STEP - THERE IS NOTHING TO TRACE.                            *
      *****************************************************************
       1000-INITIALIZE-RUN.
           MOVE SPACES TO EXCEPTION-RECORD
           ACCEPT WS-RUN-DATE-RAW FROM DATE YYYYMMDD
           MOVE WS-RD-MM TO WS-RUN-DATE-MM
           MOVE WS-RD-DD TO WS-RUN-DATE-DD
           MOVE WS-RD-CCYY TO WS-RUN-DATE-CCYY
           OPEN OUTPUT PRINT-FILE
           PERFORM 1100-WRITE-REPORT-HEADERS THRU 1100-EXIT
           OPEN INPUT REQUEST-FILE
           IF WS-REQUEST-STATUS NOT = "00"
               MOVE "FBTRACE: CANNOT OPEN FBTRREQ - NOTHING TRACED"
                   TO WS-PRINT-LINE
               PERFORM 1900-REFUSE-TRACE THRU 1900-EXIT
           ELSE
               PERFORM 1300-LOAD-ONE-REQUEST THRU 1300-EXIT
                   UNTIL WS-REQUEST-STATUS NOT = "00"
               CLOSE REQUEST-FILE
               IF WS-REQUESTS-DROPPED NOT = ZERO
                   DISPLAY "FBTRACE: WARNING - " WS-REQUESTS-DROPPED
                       " REQUESTS PAST THE " WS-MAX-TRACES
                       "-COUNTER LIMIT NOT TRACED"
                   IF 4 > RETURN-CODE
                       MOVE 4 TO RETURN-CODE
                   END-IF
                   SET XCP-SEV-WARNING TO TRUE
                   MOVE "TRACE REQUESTS PAST THE TABLE LIMIT DROPPED"
                       TO XCP-MESSAGE
                   PERFORM 9800-LOG-EXCEPTION THRU 9800-EXIT
               END-IF
               IF WS-TRACE-COUNT = ZERO
                   MOVE "FBTRACE: FBTRREQ IS EMPTY - NOTHING TRACED"
                       TO WS-PRINT-LINE
                   PERFORM 1900-REFUSE-TRACE THRU 1900-EXIT
               END-IF
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
           MOVE "COUNTER LINEAGE" TO RPT-H-TITLE
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
      *  1300-LOAD-ONE-REQUEST - ONE TABLE ENTRY PER REQUEST.  AN     *
      *  UNUSABLE REQUEST STILL GETS ITS ENTRY SO IT IS REPORTED IN   *
      *  ERROR ON ITS OWN PAGE.                                       *
      *****************************************************************
       1300-LOAD-ONE-REQUEST.
           READ REQUEST-FILE
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO WS-REQUESTS-READ
                   IF WS-TRACE-COUNT >= WS-MAX-TRACES
                       ADD 1 TO WS-REQUESTS-DROPPED
                   ELSE
                       ADD 1 TO WS-TRACE-COUNT
                       MOVE WS-TRACE-COUNT TO WS-TR-IDX
                       PERFORM 1350-START-ONE-TRACE THRU 1350-EXIT
                   END-IF
           END-READ.
       1300-EXIT.
           EXIT.

       1350-START-ONE-TRACE.
           INITIALIZE WS-TR-ENTRY (WS-TR-IDX)
           SET TR-REQ-VALID (WS-TR-IDX) TO TRUE
           SET TR-RUN-NOT-FOUND (WS-TR-IDX) TO TRUE
           SET TR-RULES-UNKNOWN (WS-TR-IDX) TO TRUE
           SET TR-OVR-NONE (WS-TR-IDX) TO TRUE
           SET TR-MAY-BE-SENT (WS-TR-IDX) TO TRUE
           MOVE TRQ-REFERENCE TO WS-TR-REFERENCE (WS-TR-IDX)
           IF TRQ-COUNTER NUMERIC
               MOVE TRQ-COUNTER TO WS-TR-COUNTER (WS-TR-IDX)
           ELSE
               SET TR-REQ-INVALID (WS-TR-IDX) TO TRUE
           END-IF
           IF TRQ-AS-OF-DATE NUMERIC
               MOVE TRQ-AS-OF-DATE TO WS-TR-AS-OF (WS-TR-IDX)
           ELSE
               IF TRQ-AS-OF-DATE NOT = SPACES
                   SET TR-REQ-INVALID (WS-TR-IDX) TO TRUE
               END-IF
           END-IF.
       1350-EXIT.
           EXIT.

      *****************************************************************
      *  1900-REFUSE-TRACE - THE RUN CANNOT TRACE ANYTHING.  THE      *
      *  CALLER HAS STAGED THE REASON IN WS-PRINT-LINE.  RC 16.       *
      *****************************************************************
       1900-REFUSE-TRACE.
           SET TRACE-REFUSED TO TRUE
           DISPLAY WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           MOVE 16 TO RETURN-CODE
           SET XCP-SEV-ERROR TO TRUE
           MOVE WS-PRINT-LINE (10 : 60) TO XCP-MESSAGE
           PERFORM 9800-LOG-EXCEPTION THRU 9800-EXIT.
       1900-EXIT.
           EXIT.

      *****************************************************************
      *  2000-FIND-CLASSIFYING-RUNS - FOR EACH COUNTER, THE LATEST    *
      *  FBHIST RUN (ON OR BEFORE ITS AS-OF DATE) WHOSE RANGE COVERS  *
      *  IT.  A RUN CLASSIFIES StartFrom + 1 THRU EndAt.  COMPLETED   *
      *  AND OPERATOR-QUIESCED ("P") RUNS COUNT; A RUN THAT FAILED    *
      *  VALIDATION CLASSIFIED NOTHING.  NO FBHIST FAILS THE STEP.    *
      *  A FIRST PASS COLLECTS THE FBBKOUT REVERSAL ROWS SO THE       *
      *  SECOND CAN PASS OVER THE ROWS THEY TOOK BACK.                *
      *****************************************************************
       2000-FIND-CLASSIFYING-RUNS.
           OPEN INPUT HIST-FILE
           IF WS-HIST-STATUS NOT = "00"
               MOVE "FBTRACE: CANNOT OPEN FBHIST - NOTHING TRACED"
                   TO WS-PRINT-LINE
               PERFORM 1900-REFUSE-TRACE THRU 1900-EXIT
           ELSE
               MOVE ZERO TO WS-HIST-ROW-NUMBER
               PERFORM 2050-LOAD-ONE-REVERSAL THRU 2050-EXIT
                   UNTIL WS-HIST-STATUS NOT = "00"
               CLOSE HIST-FILE
               MOVE ZERO TO WS-HIST-ROW-NUMBER
               OPEN INPUT HIST-FILE
               PERFORM 2100-READ-ONE-HISTORY-ROW THRU 2100-EXIT
                   UNTIL WS-HIST-STATUS NOT = "00"
               CLOSE HIST-FILE
           END-IF.
       2000-EXIT.
           EXIT.

      *****************************************************************
      *  2050-LOAD-ONE-REVERSAL - REMEMBER THE RUN AN "R" ROW BACKED  *
      *  OUT AND THE ROW NUMBER OF ITS LATEST REVERSAL.  A RUN PAST   *
      *  THE TABLE LIMIT IS REPORTED AND STILL TRACED AS IF IT STOOD. *
      *****************************************************************
       2050-LOAD-ONE-REVERSAL.
           READ HIST-FILE
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO WS-HIST-ROW-NUMBER
                   IF HIST-RANGE-VALID-FLAG = "R"
                       PERFORM 2070-FIND-REVERSAL THRU 2070-EXIT
                       IF WS-RV-FOUND-IDX = ZERO
                           IF WS-REVERSAL-COUNT < WS-MAX-REVERSALS
                               ADD 1 TO WS-REVERSAL-COUNT
                               MOVE WS-REVERSAL-COUNT TO WS-RV-FOUND-IDX
                               MOVE HIST-RUN-ID TO
                                   WS-RV-RUN-ID (WS-RV-FOUND-IDX)
                               MOVE HIST-RUN-DATE TO
                                   WS-RV-RUN-DATE (WS-RV-FOUND-IDX)
                           ELSE
                               DISPLAY "FBTRACE: REVERSAL TABLE FULL - "
                                   "RUN " HIST-RUN-ID " TRACED AS IF "
                                   "IT STOOD"
                           END-IF
                       END-IF
                       IF WS-RV-FOUND-IDX NOT = ZERO
                           MOVE WS-HIST-ROW-NUMBER TO
                               WS-RV-LAST-ROW (WS-RV-FOUND-IDX)
                       END-IF
                   END-IF
           END-READ.
       2050-EXIT.
           EXIT.

       2070-FIND-REVERSAL.
           MOVE ZERO TO WS-RV-FOUND-IDX
           PERFORM 2080-TEST-ONE-REVERSAL THRU 2080-EXIT
               VARYING WS-RV-IDX FROM 1 BY 1
               UNTIL WS-RV-IDX > WS-REVERSAL-COUNT
                  OR WS-RV-FOUND-IDX NOT = ZERO.
       2070-EXIT.
           EXIT.

       2080-TEST-ONE-REVERSAL.
           IF WS-RV-RUN-ID (WS-RV-IDX) = HIST-RUN-ID
               AND WS-RV-RUN-DATE (WS-RV-IDX) = HIST-RUN-DATE
               MOVE WS-RV-IDX TO WS-RV-FOUND-IDX
           END-IF.
       2080-EXIT.
           EXIT.

       2100-READ-ONE-HISTORY-ROW.
           READ HIST-FILE
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO WS-SOURCE-ROWS-READ
                   ADD 1 TO WS-HIST-ROW-NUMBER
                   SET HIST-ROW-STANDS TO TRUE
                   IF HIST-RANGE-VALID-FLAG = "Y"
                       OR HIST-RANGE-VALID-FLAG = "P"
                       PERFORM 2070-FIND-REVERSAL THRU 2070-EXIT
                       IF WS-RV-FOUND-IDX NOT = ZERO
                           AND WS-HIST-ROW-NUMBER <
                               WS-RV-LAST-ROW (WS-RV-FOUND-IDX)
                           SET HIST-ROW-REVERSED TO TRUE
                       END-IF
                   END-IF
                   IF (HIST-RANGE-VALID-FLAG = "Y"
                       OR HIST-RANGE-VALID-FLAG = "P")
                       AND HIST-ROW-STANDS
                       AND HIST-START-FROM NUMERIC
                       AND HIST-END-AT NUMERIC
                       AND HIST-RUN-DATE NUMERIC
                       MOVE ZERO TO WS-HIST-RUN-TIME
                       IF HIST-RUN-TIME NUMERIC
                           MOVE HIST-RUN-TIME TO WS-HIST-RUN-TIME
                       END-IF
                       PERFORM 2150-TEST-ONE-TRACE THRU 2150-EXIT
                           VARYING WS-TR-IDX FROM 1 BY 1
                           UNTIL WS-TR-IDX > WS-TRACE-COUNT
                   END-IF
           END-READ.
       2100-EXIT.
           EXIT.

      *****************************************************************
      *  2150-TEST-ONE-TRACE - KEEP THIS RUN FOR THE COUNTER WHEN IT  *
      *  COVERS THE COUNTER, IS NOT AFTER THE AS-OF DATE, AND IS THE  *
      *  LATEST SUCH RUN SEEN SO FAR (A TIE GOES TO THE LATER ROW).   *
      *****************************************************************
       2150-TEST-ONE-TRACE.
           IF TR-REQ-VALID (WS-TR-IDX)
               AND WS-TR-COUNTER (WS-TR-IDX) > HIST-START-FROM
               AND WS-TR-COUNTER (WS-TR-IDX) NOT > HIST-END-AT
               AND (WS-TR-AS-OF (WS-TR-IDX) = ZERO
                   OR HIST-RUN-DATE NOT > WS-TR-AS-OF (WS-TR-IDX))
               IF TR-RUN-NOT-FOUND (WS-TR-IDX)
                   OR HIST-RUN-DATE > WS-TR-RUN-DATE (WS-TR-IDX)
                   OR (HIST-RUN-DATE = WS-TR-RUN-DATE (WS-TR-IDX)
                       AND WS-HIST-RUN-TIME NOT <
                           WS-TR-RUN-TIME (WS-TR-IDX))
                   PERFORM 2200-TAKE-HISTORY-ROW THRU 2200-EXIT
               END-IF
           END-IF.
       2150-EXIT.
           EXIT.

       2200-TAKE-HISTORY-ROW.
           SET TR-RUN-FOUND (WS-TR-IDX) TO TRUE
           MOVE HIST-RUN-ID TO WS-TR-RUN-ID (WS-TR-IDX)
           MOVE HIST-RUN-DATE TO WS-TR-RUN-DATE (WS-TR-IDX)
           MOVE WS-HIST-RUN-TIME TO WS-TR-RUN-TIME (WS-TR-IDX)
           MOVE HIST-START-FROM TO WS-TR-START-FROM (WS-TR-IDX)
           MOVE HIST-END-AT TO WS-TR-END-AT (WS-TR-IDX)
           MOVE ZERO TO WS-TR-TOTAL-COUNT (WS-TR-IDX)
           IF HIST-TOTAL-COUNT NUMERIC
               MOVE HIST-TOTAL-COUNT TO WS-TR-TOTAL-COUNT (WS-TR-IDX)
           END-IF
           MOVE HIST-RANGE-VALID-FLAG TO WS-TR-VALID-FLAG (WS-TR-IDX)
           IF HIST-RULE-SET = SPACES
               MOVE WS-DEFAULT-RULE-SET TO WS-TR-RULE-SET (WS-TR-IDX)
           ELSE
               MOVE HIST-RULE-SET TO WS-TR-RULE-SET (WS-TR-IDX)
           END-IF.
       2200-EXIT.
           EXIT.

      *****************************************************************
      *  3000-READ-CLASS-DETAIL - THE FBCLSDT ROWS FIZZBUZZ WROTE FOR *
      *  THE COUNTER IN ITS CLASSIFYING RUN.  THE FILE IS OPTIONAL -  *
      *  WITHOUT IT (OR WHEN IT IS A DIFFERENT RUN'S DETAIL) THE      *
      *  RULES ARE RE-DERIVED IN 4000.  SUB-RANGE STEPS SHARE A       *
      *  RUN-ID AND DATE, SO THE RUN ONLY COUNTS AS ON THE DETAIL     *
      *  WHEN A ROW FALLS INSIDE THE TRACED FBHIST ROW'S RANGE        *
      *  (StartFrom EXCLUSIVE THROUGH EndAt).                         *
      *****************************************************************
       3000-READ-CLASS-DETAIL.
           OPEN INPUT CLSDTL-FILE
           IF WS-CLSDTL-STATUS = "00"
               SET CLSDTL-SUPPLIED TO TRUE
               PERFORM 3050-READ-ONE-DETAIL-ROW THRU 3050-EXIT
                   UNTIL WS-CLSDTL-STATUS NOT = "00"
               CLOSE CLSDTL-FILE
           END-IF.
       3000-EXIT.
           EXIT.

       3050-READ-ONE-DETAIL-ROW.
           READ CLSDTL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO WS-SOURCE-ROWS-READ
                   PERFORM 3100-MATCH-DETAIL-ROW THRU 3100-EXIT
                       VARYING WS-TR-IDX FROM 1 BY 1
                       UNTIL WS-TR-IDX > WS-TRACE-COUNT
           END-READ.
       3050-EXIT.
           EXIT.

       3100-MATCH-DETAIL-ROW.
           IF TR-RUN-FOUND (WS-TR-IDX)
               AND CLS-RUN-ID = WS-TR-RUN-ID (WS-TR-IDX)
               AND CLS-RUN-DATE = WS-TR-RUN-DATE (WS-TR-IDX)
               IF CLS-COUNTER > WS-TR-START-FROM (WS-TR-IDX)
                   AND CLS-COUNTER NOT > WS-TR-END-AT (WS-TR-IDX)
                   SET TR-CLS-RUN-SEEN (WS-TR-IDX) TO TRUE
               END-IF
               IF CLS-COUNTER = WS-TR-COUNTER (WS-TR-IDX)
                   SET TR-RULES-RECORDED (WS-TR-IDX) TO TRUE
                   IF WS-TR-RULE-COUNT (WS-TR-IDX)
                       < WS-MAX-TRACE-RULES
                       ADD 1 TO WS-TR-RULE-COUNT (WS-TR-IDX)
                       MOVE WS-TR-RULE-COUNT (WS-TR-IDX) TO WS-RL-IDX
                       MOVE CLS-DIVISOR TO
                           WS-TR-RULE-DIVISOR (WS-TR-IDX, WS-RL-IDX)
                       MOVE CLS-LABEL TO
                           WS-TR-RULE-LABEL (WS-TR-IDX, WS-RL-IDX)
                   END-IF
               END-IF
           END-IF.
       3100-EXIT.
           EXIT.

      *****************************************************************
      *  3200-READ-EXTRACT - THE PHRASE THE CLASSIFYING RUN PUT ON    *
      *  FBEXTRC.  THE FILE IS OPTIONAL.  A RUN THAT IS ON THE        *
      *  SUPPLIED EXTRACT WITHOUT THE COUNTER NEVER SENT THE COUNTER. *
      *  AS WITH THE DETAIL, THE RUN IS ONLY ON THE EXTRACT WHEN A    *
      *  ROW FALLS INSIDE THE TRACED RUN'S RANGE - ANOTHER SUB-RANGE  *
      *  OF THE SAME RUN-ID AND DATE SAYS NOTHING ABOUT THE COUNTER.  *
      *****************************************************************
       3200-READ-EXTRACT.
           OPEN INPUT EXTRACT-FILE
           IF WS-EXTRACT-STATUS = "00"
               SET EXTRACT-SUPPLIED TO TRUE
               PERFORM 3250-READ-ONE-EXTRACT-ROW THRU 3250-EXIT
                   UNTIL WS-EXTRACT-STATUS NOT = "00"
               CLOSE EXTRACT-FILE
           END-IF.
       3200-EXIT.
           EXIT.

       3250-READ-ONE-EXTRACT-ROW.
           READ EXTRACT-FILE
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO WS-SOURCE-ROWS-READ
                   PERFORM 3300-MATCH-EXTRACT-ROW THRU 3300-EXIT
                       VARYING WS-TR-IDX FROM 1 BY 1
                       UNTIL WS-TR-IDX > WS-TRACE-COUNT
           END-READ.
       3250-EXIT.
           EXIT.

       3300-MATCH-EXTRACT-ROW.
           IF TR-RUN-FOUND (WS-TR-IDX)
               AND EXT-RUN-ID = WS-TR-RUN-ID (WS-TR-IDX)
               AND EXT-RUN-DATE = WS-TR-RUN-DATE (WS-TR-IDX)
               IF EXT-COUNTER > WS-TR-START-FROM (WS-TR-IDX)
                   AND EXT-COUNTER NOT > WS-TR-END-AT (WS-TR-IDX)
                   SET TR-EXT-RUN-SEEN (WS-TR-IDX) TO TRUE
               END-IF
               IF EXT-COUNTER = WS-TR-COUNTER (WS-TR-IDX)
                   SET TR-EXT-FOUND (WS-TR-IDX) TO TRUE
                   MOVE EXT-PHRASE TO WS-TR-EXT-PHRASE (WS-TR-IDX)
               END-IF
           END-IF.
       3300-EXIT.
           EXIT.

      *****************************************************************
      *  3400-LOAD-RULES - EVERY VALID FBRULES ROW, WITH ITS SET AND  *
      *  WINDOW, FOR THE RE-DERIVATION IN 4000.  OPTIONAL.            *
      *****************************************************************
       3400-LOAD-RULES.
           OPEN INPUT RULES-FILE
           IF WS-RULES-STATUS = "00"
               SET RULES-SUPPLIED TO TRUE
               PERFORM 3450-LOAD-ONE-RULE THRU 3450-EXIT
                   UNTIL WS-RULES-STATUS NOT = "00"
               CLOSE RULES-FILE
           END-IF.
       3400-EXIT.
           EXIT.

       3450-LOAD-ONE-RULE.
           READ RULES-FILE
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO WS-SOURCE-ROWS-READ
                   IF RUL-DIVISOR NUMERIC AND RUL-DIVISOR NOT = ZERO
                       AND WS-RULE-COUNT < WS-MAX-RULES
                       ADD 1 TO WS-RULE-COUNT
                       MOVE RUL-DIVISOR TO WS-RT-DIVISOR (WS-RULE-COUNT)
                       MOVE RUL-LABEL TO WS-RT-LABEL (WS-RULE-COUNT)
                       MOVE ZERO TO WS-RT-EFF-FROM (WS-RULE-COUNT)
                       MOVE ZERO TO WS-RT-EFF-TO (WS-RULE-COUNT)
                       IF RUL-EFF-FROM NUMERIC
                           MOVE RUL-EFF-FROM TO
                               WS-RT-EFF-FROM (WS-RULE-COUNT)
                       END-IF
                       IF RUL-EFF-TO NUMERIC
                           MOVE RUL-EFF-TO TO
                               WS-RT-EFF-TO (WS-RULE-COUNT)
                       END-IF
                       IF RUL-RULE-SET = SPACES
                           MOVE WS-DEFAULT-RULE-SET TO
                               WS-RT-RULE-SET (WS-RULE-COUNT)
                       ELSE
                           MOVE RUL-RULE-SET TO
                               WS-RT-RULE-SET (WS-RULE-COUNT)
                       END-IF
                   END-IF
           END-READ.
       3450-EXIT.
           EXIT.

      *****************************************************************
      *  3600-READ-OVERRIDES - THE FIRST FBOVRD ROW FOR THE COUNTER   *
      *  THAT WAS IN EFFECT ON THE RUN DATE, AS FIZZBUZZ APPLIES IT.  *
      *  OPTIONAL - NO FILE MEANS NO OVERRIDES, AS IN FIZZBUZZ.       *
      *****************************************************************
       3600-READ-OVERRIDES.
           OPEN INPUT OVERRIDE-FILE
           IF WS-OVRD-STATUS = "00"
               SET OVRD-SUPPLIED TO TRUE
               PERFORM 3650-READ-ONE-OVERRIDE THRU 3650-EXIT
                   UNTIL WS-OVRD-STATUS NOT = "00"
               CLOSE OVERRIDE-FILE
           END-IF.
       3600-EXIT.
           EXIT.

       3650-READ-ONE-OVERRIDE.
           READ OVERRIDE-FILE
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO WS-SOURCE-ROWS-READ
                   IF OVR-COUNTER NUMERIC
                       AND (OVR-ACTION-SUPPRESS
                           OR (OVR-ACTION-REPLACE
                               AND OVR-PHRASE NOT = SPACES))
                       PERFORM 3700-MATCH-OVERRIDE THRU 3700-EXIT
                           VARYING WS-TR-IDX FROM 1 BY 1
                           UNTIL WS-TR-IDX > WS-TRACE-COUNT
                   END-IF
           END-READ.
       3650-EXIT.
           EXIT.

       3700-MATCH-OVERRIDE.
           IF TR-RUN-FOUND (WS-TR-IDX)
               AND TR-OVR-NONE (WS-TR-IDX)
               AND OVR-COUNTER = WS-TR-COUNTER (WS-TR-IDX)
               MOVE ZERO TO WS-TEST-EFF-FROM
               MOVE ZERO TO WS-TEST-EFF-TO
               IF OVR-EFF-FROM NUMERIC
                   MOVE OVR-EFF-FROM TO WS-TEST-EFF-FROM
               END-IF
               IF OVR-EFF-TO NUMERIC
                   MOVE OVR-EFF-TO TO WS-TEST-EFF-TO
               END-IF
               MOVE WS-TR-RUN-DATE (WS-TR-IDX) TO WS-TEST-DATE
               PERFORM 4900-TEST-WINDOW THRU 4900-EXIT
               IF ROW-IN-EFFECT
                   MOVE OVR-ACTION TO WS-TR-OVR-SW (WS-TR-IDX)
                   MOVE OVR-PHRASE TO WS-TR-OVR-PHRASE (WS-TR-IDX)
                   MOVE WS-TEST-EFF-FROM TO
                       WS-TR-OVR-EFF-FROM (WS-TR-IDX)
                   MOVE WS-TEST-EFF-TO TO WS-TR-OVR-EFF-TO (WS-TR-IDX)
               END-IF
           END-IF.
       3700-EXIT.
           EXIT.

      *****************************************************************
      *  3800-READ-INDEX - THE PHRASE FBINDEX (AND SO FBLOOKUP AND    *
      *  FBINQ) RETURNS FOR THE COUNTER TODAY.  OPTIONAL.             *
      *****************************************************************
       3800-READ-INDEX.
           OPEN INPUT INDEX-FILE
           IF WS-INDEX-STATUS = "00"
               SET INDEX-SUPPLIED TO TRUE
               PERFORM 3850-READ-ONE-INDEX-ROW THRU 3850-EXIT
                   VARYING WS-TR-IDX FROM 1 BY 1
                   UNTIL WS-TR-IDX > WS-TRACE-COUNT
               CLOSE INDEX-FILE
           END-IF.
       3800-EXIT.
           EXIT.

       3850-READ-ONE-INDEX-ROW.
           IF TR-REQ-VALID (WS-TR-IDX)
               MOVE WS-TR-COUNTER (WS-TR-IDX) TO IDX-COUNTER
               READ INDEX-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-SOURCE-ROWS-READ
                       SET TR-IDX-FOUND (WS-TR-IDX) TO TRUE
                       MOVE IDX-PHRASE TO WS-TR-IDX-PHRASE (WS-TR-IDX)
                       MOVE IDX-RUN-ID TO WS-TR-IDX-RUN-ID (WS-TR-IDX)
                       IF IDX-RUN-DATE NUMERIC
                           MOVE IDX-RUN-DATE TO
                               WS-TR-IDX-RUN-DATE (WS-TR-IDX)
                       END-IF
               END-READ
           END-IF.
       3850-EXIT.
           EXIT.

      *****************************************************************
      *  4000-SETTLE-CLASSIFICATIONS - FOR EVERY TRACED COUNTER,      *
      *  FILL IN THE RULES THE DETAIL DID NOT RECORD, THE PHRASE THE  *
      *  PARTNER FILTERS SAW, AND WHETHER THE COUNTER WAS SENT AT ALL.*
      *****************************************************************
       4000-SETTLE-CLASSIFICATIONS.
           PERFORM 4100-SETTLE-ONE-TRACE THRU 4100-EXIT
               VARYING WS-TR-IDX FROM 1 BY 1
               UNTIL WS-TR-IDX > WS-TRACE-COUNT.
       4000-EXIT.
           EXIT.

      *****************************************************************
      *  4100-SETTLE-ONE-TRACE - FBCLSDT CARRIES NO DETAIL FOR A      *
      *  COUNTER THAT MATCHED NOTHING, WAS SUPPRESSED OR WAS REPLACED *
      *  - SO THE RULES ARE RE-DERIVED WHEN AN OVERRIDE APPLIED OR    *
      *  THE RUN IS NOT ON THE SUPPLIED DETAIL AT ALL.  A RUN ON THE  *
      *  DETAIL WITH NO ROW FOR AN UNOVERRIDDEN COUNTER MATCHED NO    *
      *  RULE.                                                        *
      *****************************************************************
       4100-SETTLE-ONE-TRACE.
           IF TR-RUN-FOUND (WS-TR-IDX)
               IF NOT TR-RULES-RECORDED (WS-TR-IDX)
                   IF TR-CLS-RUN-SEEN (WS-TR-IDX)
                       AND TR-OVR-NONE (WS-TR-IDX)
                       SET TR-RULES-RECORDED (WS-TR-IDX) TO TRUE
                   ELSE
                       PERFORM 4200-DERIVE-RULES THRU 4200-EXIT
                   END-IF
               END-IF
               PERFORM 4400-SETTLE-PHRASE THRU 4400-EXIT
               IF TR-OVR-SUPPRESS (WS-TR-IDX)
                   OR (TR-EXT-RUN-SEEN (WS-TR-IDX)
                       AND NOT TR-EXT-FOUND (WS-TR-IDX))
                   SET TR-NOT-SENT (WS-TR-IDX) TO TRUE
               END-IF
           END-IF.
       4100-EXIT.
           EXIT.

      *****************************************************************
      *  4200-DERIVE-RULES - APPLY THE FIRST 20 FBRULES ROWS OF THE   *
      *  RUN'S SET THAT WERE IN EFFECT ON THE RUN DATE, IN FILE       *
      *  ORDER, AS FIZZBUZZ DID.  WITH NONE IN EFFECT THE DEFAULT SET *
      *  FALLS BACK TO Foo/3 AND Bar/5, AS FIZZBUZZ DOES.             *
      *****************************************************************
       4200-DERIVE-RULES.
           SET TR-RULES-DERIVED (WS-TR-IDX) TO TRUE
           MOVE ZERO TO WS-TR-RULE-COUNT (WS-TR-IDX)
           MOVE ZERO TO WS-SET-RULES-IN-EFFECT
           MOVE WS-TR-RUN-DATE (WS-TR-IDX) TO WS-TEST-DATE
           PERFORM 4250-TEST-ONE-RULE THRU 4250-EXIT
               VARYING WS-RULE-IDX FROM 1 BY 1
               UNTIL WS-RULE-IDX > WS-RULE-COUNT
                  OR WS-SET-RULES-IN-EFFECT >= WS-MAX-TRACE-RULES
           IF WS-SET-RULES-IN-EFFECT = ZERO
               AND WS-TR-RULE-SET (WS-TR-IDX) = WS-DEFAULT-RULE-SET
               SET TR-RULES-FALLBACK (WS-TR-IDX) TO TRUE
               DIVIDE WS-TR-COUNTER (WS-TR-IDX) BY 3
                   GIVING WS-DIVIDE-QUOTIENT
                   REMAINDER WS-DIVIDE-REMAINDER
               IF WS-DIVIDE-REMAINDER = ZERO
                   ADD 1 TO WS-TR-RULE-COUNT (WS-TR-IDX)
                   MOVE 3 TO WS-TR-RULE-DIVISOR (WS-TR-IDX, 1)
                   MOVE "Foo" TO WS-TR-RULE-LABEL (WS-TR-IDX, 1)
               END-IF
               DIVIDE WS-TR-COUNTER (WS-TR-IDX) BY 5
                   GIVING WS-DIVIDE-QUOTIENT
                   REMAINDER WS-DIVIDE-REMAINDER
               IF WS-DIVIDE-REMAINDER = ZERO
                   ADD 1 TO WS-TR-RULE-COUNT (WS-TR-IDX)
                   MOVE WS-TR-RULE-COUNT (WS-TR-IDX) TO WS-RL-IDX
                   MOVE 5 TO WS-TR-RULE-DIVISOR (WS-TR-IDX, WS-RL-IDX)
                   MOVE "Bar" TO WS-TR-RULE-LABEL (WS-TR-IDX, WS-RL-IDX)
               END-IF
           END-IF.
       4200-EXIT.
           EXIT.

       4250-TEST-ONE-RULE.
           IF WS-RT-RULE-SET (WS-RULE-IDX) = WS-TR-RULE-SET (WS-TR-IDX)
               MOVE WS-RT-EFF-FROM (WS-RULE-IDX) TO WS-TEST-EFF-FROM
               MOVE WS-RT-EFF-TO (WS-RULE-IDX) TO WS-TEST-EFF-TO
               PERFORM 4900-TEST-WINDOW THRU 4900-EXIT
               IF ROW-IN-EFFECT
                   ADD 1 TO WS-SET-RULES-IN-EFFECT
                   DIVIDE WS-TR-COUNTER (WS-TR-IDX)
                       BY WS-RT-DIVISOR (WS-RULE-IDX)
                       GIVING WS-DIVIDE-QUOTIENT
                       REMAINDER WS-DIVIDE-REMAINDER
                   IF WS-DIVIDE-REMAINDER = ZERO
                       ADD 1 TO WS-TR-RULE-COUNT (WS-TR-IDX)
                       MOVE WS-TR-RULE-COUNT (WS-TR-IDX) TO WS-RL-IDX
                       MOVE WS-RT-DIVISOR (WS-RULE-IDX) TO
                           WS-TR-RULE-DIVISOR (WS-TR-IDX, WS-RL-IDX)
                       MOVE WS-RT-LABEL (WS-RULE-IDX) TO
                           WS-TR-RULE-LABEL (WS-TR-IDX, WS-RL-IDX)
                   END-IF
               END-IF
           END-IF.
       4250-EXIT.
           EXIT.

      *****************************************************************
      *  4400-SETTLE-PHRASE - THE PHRASE AS EXTRACTED WHEN FBEXTRC    *
      *  CARRIES IT, OTHERWISE REBUILT THE WAY FIZZBUZZ BUILDS IT:    *
      *  THE OVERRIDE PHRASE, ELSE THE MATCHED LABELS RUN TOGETHER,   *
      *  ELSE THE PLAIN NUMBER.                                       *
      *****************************************************************
       4400-SETTLE-PHRASE.
           IF TR-EXT-FOUND (WS-TR-IDX)
               MOVE WS-TR-EXT-PHRASE (WS-TR-IDX) TO
                   WS-TR-PHRASE (WS-TR-IDX)
           ELSE
               IF TR-OVR-REPLACE (WS-TR-IDX)
                   MOVE WS-TR-OVR-PHRASE (WS-TR-IDX) TO
                       WS-TR-PHRASE (WS-TR-IDX)
               ELSE
                   MOVE SPACES TO WS-DERIVED-PHRASE
                   PERFORM 4450-ADD-ONE-LABEL THRU 4450-EXIT
                       VARYING WS-RL-IDX FROM 1 BY 1
                       UNTIL WS-RL-IDX > WS-TR-RULE-COUNT (WS-TR-IDX)
                   IF WS-DERIVED-PHRASE = SPACES
                       MOVE WS-TR-COUNTER (WS-TR-IDX) TO
                           WS-PLAIN-COUNTER
                       MOVE WS-PLAIN-COUNTER TO WS-DERIVED-PHRASE
                       INSPECT WS-DERIVED-PHRASE
                           REPLACING LEADING "0" BY " "
                   END-IF
                   MOVE WS-DERIVED-PHRASE TO WS-TR-PHRASE (WS-TR-IDX)
               END-IF
           END-IF.
       4400-EXIT.
           EXIT.

       4450-ADD-ONE-LABEL.
           STRING WS-DERIVED-PHRASE DELIMITED BY SPACE
               WS-TR-RULE-LABEL (WS-TR-IDX, WS-RL-IDX)
                   DELIMITED BY SPACE
               INTO WS-DERIVED-PHRASE
           END-STRING.
       4450-EXIT.
           EXIT.

      *****************************************************************
      *  4900-TEST-WINDOW - ROW-IN-EFFECT WHEN WS-TEST-DATE FALLS ON  *
      *  OR BETWEEN WS-TEST-EFF-FROM AND WS-TEST-EFF-TO.  A ZERO DATE *
      *  MEANS NO LIMIT ON THAT SIDE, AS ON FBRULES AND FBOVRD.       *
      *****************************************************************
       4900-TEST-WINDOW.
           SET ROW-IN-EFFECT TO TRUE
           IF WS-TEST-EFF-FROM NOT = ZERO
               AND WS-TEST-DATE < WS-TEST-EFF-FROM
               SET ROW-NOT-IN-EFFECT TO TRUE
           END-IF
           IF WS-TEST-EFF-TO NOT = ZERO
               AND WS-TEST-DATE > WS-TEST-EFF-TO
               SET ROW-NOT-IN-EFFECT TO TRUE
           END-IF.
       4900-EXIT.
           EXIT.

      *****************************************************************
      *  5000-LOAD-PARTNERS - THE FBPRTNR PROFILES, FOR DECIDING      *
      *  WHICH PARTNER ENVELOPES CARRIED THE COUNTER.  OPTIONAL - AN  *
      *  ENVELOPE WHOSE SENDER HAS NO PROFILE IS TAKEN AS A WHOLE-    *
      *  EXTRACT FBXMIT SEND.                                         *
      *****************************************************************
       5000-LOAD-PARTNERS.
           OPEN INPUT PARTNER-FILE
           IF WS-PARTNER-STATUS = "00"
               SET PARTNER-SUPPLIED TO TRUE
               PERFORM 5050-LOAD-ONE-PARTNER THRU 5050-EXIT
                   UNTIL WS-PARTNER-STATUS NOT = "00"
               CLOSE PARTNER-FILE
           END-IF.
       5000-EXIT.
           EXIT.

       5050-LOAD-ONE-PARTNER.
           READ PARTNER-FILE
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO WS-SOURCE-ROWS-READ
                   IF PTR-SENDER-ID NOT = SPACES
                       AND PTR-RANGE-FROM NUMERIC
                       AND PTR-RANGE-TO NUMERIC
                       AND WS-PARTNER-COUNT < WS-MAX-PARTNERS
                       ADD 1 TO WS-PARTNER-COUNT
                       MOVE PTR-PARTNER-ID TO
                           WS-PT-PARTNER-ID (WS-PARTNER-COUNT)
                       MOVE PTR-SENDER-ID TO
                           WS-PT-SENDER-ID (WS-PARTNER-COUNT)
                       MOVE PTR-RANGE-FROM TO
                           WS-PT-RANGE-FROM (WS-PARTNER-COUNT)
                       MOVE PTR-RANGE-TO TO
                           WS-PT-RANGE-TO (WS-PARTNER-COUNT)
                       MOVE PTR-LABEL-FILTER TO
                           WS-PT-LABEL-FILTER (WS-PARTNER-COUNT)
                       MOVE ZERO TO WS-PT-LABEL-LEN (WS-PARTNER-COUNT)
                       PERFORM 5080-TEST-ONE-CHAR THRU 5080-EXIT
                           VARYING WS-CHAR-POS FROM 10 BY -1
                           UNTIL WS-CHAR-POS < 1
                              OR WS-PT-LABEL-LEN (WS-PARTNER-COUNT)
                                 NOT = ZERO
                   END-IF
           END-READ.
       5050-EXIT.
           EXIT.

       5080-TEST-ONE-CHAR.
           IF WS-PT-LABEL-FILTER (WS-PARTNER-COUNT) (WS-CHAR-POS : 1)
               NOT = SPACE
               MOVE WS-CHAR-POS TO
                   WS-PT-LABEL-LEN (WS-PARTNER-COUNT)
           END-IF.
       5080-EXIT.
           EXIT.

      *****************************************************************
      *  5200-READ-ACK-HISTORY - EVERY SETTLED ENVELOPE OF THE        *
      *  COUNTER'S RUN, WITH THE PARTNER'S ACK.  OPTIONAL.            *
      *****************************************************************
       5200-READ-ACK-HISTORY.
           OPEN INPUT AKHIST-FILE
           IF WS-AKHIST-STATUS = "00"
               SET AKHIST-SUPPLIED TO TRUE
               PERFORM 5250-READ-ONE-ACK-ROW THRU 5250-EXIT
                   UNTIL WS-AKHIST-STATUS NOT = "00"
               CLOSE AKHIST-FILE
           END-IF.
       5200-EXIT.
           EXIT.

       5250-READ-ONE-ACK-ROW.
           READ AKHIST-FILE
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO WS-SOURCE-ROWS-READ
                   MOVE AKH-SENDER-ID TO WS-IN-SENDER-ID
                   MOVE AKH-RUN-ID TO WS-IN-RUN-ID
                   MOVE AKH-RUN-DATE TO WS-IN-RUN-DATE
                   MOVE AKH-SENT-DATE TO WS-IN-SENT-DATE
                   MOVE AKH-HASH-TOTAL TO WS-IN-HASH-TOTAL
                   MOVE AKH-DISPOSITION TO WS-IN-STATUS
                   MOVE AKH-DISP-DATE TO WS-IN-DISP-DATE
                   MOVE AKH-REASON TO WS-IN-REASON
                   PERFORM 5600-OFFER-SEND THRU 5600-EXIT
                       VARYING WS-TR-IDX FROM 1 BY 1
                       UNTIL WS-TR-IDX > WS-TRACE-COUNT
           END-READ.
       5250-EXIT.
           EXIT.

      *****************************************************************
      *  5400-READ-XMIT-LOG - ENVELOPES OF THE COUNTER'S RUN STILL    *
      *  AWAITING AN ACK.  OPTIONAL.                                  *
      *****************************************************************
       5400-READ-XMIT-LOG.
           OPEN INPUT XMITLOG-FILE
           IF WS-XMITLOG-STATUS = "00"
               SET XMITLOG-SUPPLIED TO TRUE
               PERFORM 5450-READ-ONE-LOG-ROW THRU 5450-EXIT
                   UNTIL WS-XMITLOG-STATUS NOT = "00"
               CLOSE XMITLOG-FILE
           END-IF.
       5400-EXIT.
           EXIT.

       5450-READ-ONE-LOG-ROW.
           READ XMITLOG-FILE
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO WS-SOURCE-ROWS-READ
                   MOVE XLG-SENDER-ID TO WS-IN-SENDER-ID
                   MOVE XLG-RUN-ID TO WS-IN-RUN-ID
                   MOVE XLG-RUN-DATE TO WS-IN-RUN-DATE
                   MOVE XLG-SENT-DATE TO WS-IN-SENT-DATE
                   MOVE XLG-HASH-TOTAL TO WS-IN-HASH-TOTAL
                   MOVE "P" TO WS-IN-STATUS
                   MOVE ZERO TO WS-IN-DISP-DATE
                   MOVE SPACES TO WS-IN-REASON
                   PERFORM 5600-OFFER-SEND THRU 5600-EXIT
                       VARYING WS-TR-IDX FROM 1 BY 1
                       UNTIL WS-TR-IDX > WS-TRACE-COUNT
           END-READ.
       5450-EXIT.
           EXIT.

      *****************************************************************
      *  5600-OFFER-SEND - THE ENVELOPE IN WS-IN-SEND CARRIED THE     *
      *  COUNTER WHEN IT IS FROM THE COUNTER'S RUN AND THE SENDER'S   *
      *  PROFILE COVERS THE COUNTER'S RANGE AND PASSES ITS LABEL      *
      *  FILTER, AS FBDIST DECIDES.  A SENDER WITH NO PROFILE IS AN   *
      *  FBXMIT WHOLE-EXTRACT SEND.  A SEND ALREADY LISTED (THE LOG   *
      *  NOT YET SWAPPED AFTER FBACK SETTLED IT) IS NOT LISTED TWICE. *
      *****************************************************************
       5600-OFFER-SEND.
           IF TR-RUN-FOUND (WS-TR-IDX)
               AND TR-MAY-BE-SENT (WS-TR-IDX)
               AND WS-IN-RUN-ID = WS-TR-RUN-ID (WS-TR-IDX)
               AND WS-IN-RUN-DATE = WS-TR-RUN-DATE (WS-TR-IDX)
               MOVE ZERO TO WS-PTR-FOUND-IDX
               PERFORM 5650-TEST-ONE-PROFILE THRU 5650-EXIT
                   VARYING WS-PTR-IDX FROM 1 BY 1
                   UNTIL WS-PTR-IDX > WS-PARTNER-COUNT
                      OR WS-PTR-FOUND-IDX NOT = ZERO
               SET LABEL-FOUND TO TRUE
               IF WS-PTR-FOUND-IDX NOT = ZERO
                   MOVE WS-PTR-FOUND-IDX TO WS-PTR-IDX
                   IF WS-TR-COUNTER (WS-TR-IDX)
                       < WS-PT-RANGE-FROM (WS-PTR-IDX)
                       OR WS-TR-COUNTER (WS-TR-IDX)
                       > WS-PT-RANGE-TO (WS-PTR-IDX)
                       SET LABEL-NOT-FOUND TO TRUE
                   ELSE
                       IF WS-PT-LABEL-LEN (WS-PTR-IDX) NOT = ZERO
                           MOVE WS-TR-PHRASE (WS-TR-IDX)
                               TO WS-SCAN-PHRASE
                           PERFORM 5700-SCAN-PHRASE-FOR-LABEL
                               THRU 5700-EXIT
                       END-IF
                   END-IF
               END-IF
               IF LABEL-FOUND
                   PERFORM 5800-ADD-SEND THRU 5800-EXIT
               END-IF
           END-IF.
       5600-EXIT.
           EXIT.

       5650-TEST-ONE-PROFILE.
           IF WS-PT-SENDER-ID (WS-PTR-IDX) = WS-IN-SENDER-ID
               MOVE WS-PTR-IDX TO WS-PTR-FOUND-IDX
           END-IF.
       5650-EXIT.
           EXIT.

      *****************************************************************
      *  5700-SCAN-PHRASE-FOR-LABEL - SET LABEL-FOUND WHEN THE        *
      *  PROFILE'S FILTER LABEL APPEARS AS A SUBSTRING OF             *
      *  WS-SCAN-PHRASE, THE SAME TEST FBDIST MAKES.                  *
      *****************************************************************
       5700-SCAN-PHRASE-FOR-LABEL.
           SET LABEL-NOT-FOUND TO TRUE
           COMPUTE WS-SCAN-LIMIT =
               41 - WS-PT-LABEL-LEN (WS-PTR-IDX)
           PERFORM 5750-TEST-ONE-POSITION THRU 5750-EXIT
               VARYING WS-SCAN-POS FROM 1 BY 1
               UNTIL WS-SCAN-POS > WS-SCAN-LIMIT
                  OR LABEL-FOUND.
       5700-EXIT.
           EXIT.

       5750-TEST-ONE-POSITION.
           IF WS-SCAN-PHRASE
               (WS-SCAN-POS : WS-PT-LABEL-LEN (WS-PTR-IDX))
               = WS-PT-LABEL-FILTER (WS-PTR-IDX)
                   (1 : WS-PT-LABEL-LEN (WS-PTR-IDX))
               SET LABEL-FOUND TO TRUE
           END-IF.
       5750-EXIT.
           EXIT.

       5800-ADD-SEND.
           MOVE ZERO TO WS-XM-FOUND-IDX
           PERFORM 5850-TEST-SAME-SEND THRU 5850-EXIT
               VARYING WS-XM-IDX FROM 1 BY 1
               UNTIL WS-XM-IDX > WS-TR-XMIT-COUNT (WS-TR-IDX)
                  OR WS-XM-FOUND-IDX NOT = ZERO
           IF WS-XM-FOUND-IDX = ZERO
               IF WS-TR-XMIT-COUNT (WS-TR-IDX) >= WS-MAX-TRACE-SENDS
                   ADD 1 TO WS-TR-XMIT-DROPPED (WS-TR-IDX)
               ELSE
                   ADD 1 TO WS-TR-XMIT-COUNT (WS-TR-IDX)
                   MOVE WS-TR-XMIT-COUNT (WS-TR-IDX) TO WS-XM-IDX
                   MOVE WS-IN-SENDER-ID TO
                       WS-TR-XM-SENDER-ID (WS-TR-IDX, WS-XM-IDX)
                   MOVE WS-IN-SENT-DATE TO
                       WS-TR-XM-SENT-DATE (WS-TR-IDX, WS-XM-IDX)
                   MOVE WS-IN-HASH-TOTAL TO
                       WS-TR-XM-HASH-TOTAL (WS-TR-IDX, WS-XM-IDX)
                   MOVE WS-IN-STATUS TO
                       WS-TR-XM-STATUS (WS-TR-IDX, WS-XM-IDX)
                   MOVE WS-IN-DISP-DATE TO
                       WS-TR-XM-DISP-DATE (WS-TR-IDX, WS-XM-IDX)
                   MOVE WS-IN-REASON TO
                       WS-TR-XM-REASON (WS-TR-IDX, WS-XM-IDX)
                   IF WS-PTR-FOUND-IDX = ZERO
                       MOVE SPACES TO
                           WS-TR-XM-PARTNER-ID (WS-TR-IDX, WS-XM-IDX)
                       SET XM-NO-PROFILE (WS-TR-IDX, WS-XM-IDX)
                           TO TRUE
                   ELSE
                       MOVE WS-PT-PARTNER-ID (WS-PTR-FOUND-IDX) TO
                           WS-TR-XM-PARTNER-ID (WS-TR-IDX, WS-XM-IDX)
                       SET XM-BY-PROFILE (WS-TR-IDX, WS-XM-IDX)
                           TO TRUE
                   END-IF
               END-IF
           END-IF.
       5800-EXIT.
           EXIT.

       5850-TEST-SAME-SEND.
           IF WS-TR-XM-SENDER-ID (WS-TR-IDX, WS-XM-IDX)
                   = WS-IN-SENDER-ID
               AND WS-TR-XM-SENT-DATE (WS-TR-IDX, WS-XM-IDX)
                   = WS-IN-SENT-DATE
               AND WS-TR-XM-HASH-TOTAL (WS-TR-IDX, WS-XM-IDX)
                   = WS-IN-HASH-TOTAL
               MOVE WS-XM-IDX TO WS-XM-FOUND-IDX
           END-IF.
       5850-EXIT.
           EXIT.

      *****************************************************************
      *  6000-PRINT-SOURCES - WHICH SOURCE FILES THE PACK WAS BUILT   *
      *  FROM.  A SOURCE NOT SUPPLIED IS A GAP IN EVERY TRACE.        *
      *****************************************************************
       6000-PRINT-SOURCES.
           MOVE SPACES TO RPT-SECTION-LINE
           MOVE "SOURCE FILES" TO RPT-SEC-TITLE
           MOVE RPT-SECTION-LINE TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           MOVE "FBHIST" TO WS-SOURCE-NAME
           MOVE "Y" TO WS-SOURCE-FLAG
           MOVE "CLASSIFYING RUN" TO WS-SOURCE-USE
           PERFORM 6050-PRINT-ONE-SOURCE THRU 6050-EXIT
           MOVE "FBCLSDT" TO WS-SOURCE-NAME
           MOVE WS-CLSDTL-SW TO WS-SOURCE-FLAG
           MOVE "RULES MATCHED AS RECORDED BY THE RUN" TO WS-SOURCE-USE
           PERFORM 6050-PRINT-ONE-SOURCE THRU 6050-EXIT
           MOVE "FBEXTRC" TO WS-SOURCE-NAME
           MOVE WS-EXTRACT-SW TO WS-SOURCE-FLAG
           MOVE "PHRASE AS EXTRACTED BY THE RUN" TO WS-SOURCE-USE
           PERFORM 6050-PRINT-ONE-SOURCE THRU 6050-EXIT
           MOVE "FBRULES" TO WS-SOURCE-NAME
           MOVE WS-RULES-SW TO WS-SOURCE-FLAG
           MOVE "RULES RE-DERIVED WHERE NOT RECORDED" TO WS-SOURCE-USE
           PERFORM 6050-PRINT-ONE-SOURCE THRU 6050-EXIT
           MOVE "FBOVRD" TO WS-SOURCE-NAME
           MOVE WS-OVRD-SW TO WS-SOURCE-FLAG
           MOVE "OVERRIDES IN EFFECT ON THE RUN DATE" TO WS-SOURCE-USE
           PERFORM 6050-PRINT-ONE-SOURCE THRU 6050-EXIT
           MOVE "FBINDEX" TO WS-SOURCE-NAME
           MOVE WS-INDEX-SW TO WS-SOURCE-FLAG
           MOVE "PHRASE RETURNED TODAY BY FBLOOKUP/FBINQ"
               TO WS-SOURCE-USE
           PERFORM 6050-PRINT-ONE-SOURCE THRU 6050-EXIT
           MOVE "FBPRTNR" TO WS-SOURCE-NAME
           MOVE WS-PARTNER-SW TO WS-SOURCE-FLAG
           MOVE "PARTNER RANGES AND LABEL FILTERS" TO WS-SOURCE-USE
           PERFORM 6050-PRINT-ONE-SOURCE THRU 6050-EXIT
           MOVE "FBAKHST" TO WS-SOURCE-NAME
           MOVE WS-AKHIST-SW TO WS-SOURCE-FLAG
           MOVE "SETTLED ENVELOPES AND THEIR ACKS" TO WS-SOURCE-USE
           PERFORM 6050-PRINT-ONE-SOURCE THRU 6050-EXIT
           MOVE "FBXMLOG" TO WS-SOURCE-NAME
           MOVE WS-XMITLOG-SW TO WS-SOURCE-FLAG
           MOVE "ENVELOPES AWAITING AN ACK" TO WS-SOURCE-USE
           PERFORM 6050-PRINT-ONE-SOURCE THRU 6050-EXIT
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           MOVE "FBRULES, FBOVRD AND FBPRTNR ARE TODAY'S MASTERS - A "
               TO WS-PRINT-LINE
           MOVE "ROW CHANGED OR DELETED SINCE THE RUN IS NOT SEEN."
               TO WS-PRINT-LINE (53 : 50)
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT.
       6000-EXIT.
           EXIT.

       6050-PRINT-ONE-SOURCE.
           MOVE SPACES TO WS-PRINT-LINE
           IF WS-SOURCE-FLAG = "Y"
               STRING "    " DELIMITED BY SIZE
                   WS-SOURCE-NAME DELIMITED BY SIZE
                   "  SUPPLIED      " DELIMITED BY SIZE
                   WS-SOURCE-USE DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
           ELSE
               STRING "    " DELIMITED BY SIZE
                   WS-SOURCE-NAME DELIMITED BY SIZE
                   "  NOT SUPPLIED  " DELIMITED BY SIZE
                   WS-SOURCE-USE DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
           END-IF
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT.
       6050-EXIT.
           EXIT.

      *****************************************************************
      *  6100-PRINT-ONE-TRACE - ONE COUNTER'S EVIDENCE PAGE.          *
      *****************************************************************
       6100-PRINT-ONE-TRACE.
           MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "COUNTER " DELIMITED BY SIZE
               WS-TR-COUNTER (WS-TR-IDX) DELIMITED BY SIZE
               "   REFERENCE " DELIMITED BY SIZE
               WS-TR-REFERENCE (WS-TR-IDX) DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           IF TR-REQ-INVALID (WS-TR-IDX)
               MOVE WS-TR-IDX TO WS-EDIT-COUNT
               MOVE "REQUEST" TO WS-PRINT-LINE (1 : 8)
               MOVE WS-EDIT-COUNT TO WS-PRINT-LINE (9 : 9)
           END-IF
           IF WS-TR-AS-OF (WS-TR-IDX) = ZERO
               MOVE "   AS OF: LATEST RUN" TO WS-PRINT-LINE (51 : 20)
           ELSE
               MOVE "   AS OF: " TO WS-PRINT-LINE (51 : 10)
               MOVE WS-TR-AS-OF (WS-TR-IDX) TO WS-PRINT-LINE (61 : 8)
           END-IF
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           IF TR-REQ-INVALID (WS-TR-IDX)
               PERFORM 6150-REPORT-UNUSABLE THRU 6150-EXIT
           ELSE
               IF TR-RUN-NOT-FOUND (WS-TR-IDX)
                   PERFORM 6180-REPORT-NOT-FOUND THRU 6180-EXIT
               ELSE
                   ADD 1 TO WS-TRACED-COUNT
                   PERFORM 6200-PRINT-RUN THRU 6200-EXIT
                   PERFORM 6300-PRINT-RULES THRU 6300-EXIT
                   PERFORM 6400-PRINT-OVERRIDE THRU 6400-EXIT
                   PERFORM 6500-PRINT-SENDS THRU 6500-EXIT
               END-IF
           END-IF.
       6100-EXIT.
           EXIT.

       6150-REPORT-UNUSABLE.
           ADD 1 TO WS-IN-ERROR-COUNT
           MOVE "*** REQUEST UNUSABLE - COUNTER OR AS-OF DATE INVALID"
               TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           IF 8 > RETURN-CODE
               MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY "FBTRACE: REQUEST " WS-TR-IDX " UNUSABLE - NOT "
               "TRACED"
           SET XCP-SEV-WARNING TO TRUE
           MOVE WS-TR-IDX TO XCP-KEY-VALUE
           MOVE "UNUSABLE TRACE REQUEST - NOT TRACED" TO XCP-MESSAGE
           PERFORM 9800-LOG-EXCEPTION THRU 9800-EXIT.
       6150-EXIT.
           EXIT.

       6180-REPORT-NOT-FOUND.
           ADD 1 TO WS-NOT-FOUND-COUNT
           MOVE "*** NO FBHIST RUN CLASSIFIED THIS COUNTER ON OR BEFORE"
               TO WS-PRINT-LINE
           MOVE " THE AS-OF DATE" TO WS-PRINT-LINE (55 : 15)
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           IF 8 > RETURN-CODE
               MOVE 8 TO RETURN-CODE
           END-IF
           SET XCP-SEV-WARNING TO TRUE
           MOVE WS-TR-COUNTER (WS-TR-IDX) TO XCP-KEY-VALUE
           MOVE "NO CLASSIFYING RUN FOUND FOR TRACED COUNTER"
               TO XCP-MESSAGE
           PERFORM 9800-LOG-EXCEPTION THRU 9800-EXIT.
       6180-EXIT.
           EXIT.

      *****************************************************************
      *  6200-PRINT-RUN - THE CLASSIFYING RUN'S FBHIST ROW AND THE    *
      *  PHRASE IT PRODUCED, BESIDE THE PHRASE FBINDEX HOLDS TODAY.   *
      *****************************************************************
       6200-PRINT-RUN.
           MOVE SPACES TO RPT-SECTION-LINE
           MOVE "CLASSIFIED BY (FBHIST)" TO RPT-SEC-TITLE
           MOVE RPT-SECTION-LINE TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "    RUN-ID " DELIMITED BY SIZE
               WS-TR-RUN-ID (WS-TR-IDX) DELIMITED BY SIZE
               "  RUN DATE " DELIMITED BY SIZE
               WS-TR-RUN-DATE (WS-TR-IDX) DELIMITED BY SIZE
               "  TIME " DELIMITED BY SIZE
               WS-TR-RUN-TIME (WS-TR-IDX) DELIMITED BY SIZE
               "  RULE SET " DELIMITED BY SIZE
               WS-TR-RULE-SET (WS-TR-IDX) DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "    RANGE " DELIMITED BY SIZE
               WS-TR-START-FROM (WS-TR-IDX) DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-TR-END-AT (WS-TR-IDX) DELIMITED BY SIZE
               "  RECORDS " DELIMITED BY SIZE
               WS-TR-TOTAL-COUNT (WS-TR-IDX) DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           IF TR-RUN-PARTIAL (WS-TR-IDX)
               MOVE "  RUN QUIESCED PART-WAY (P)"
                   TO WS-PRINT-LINE (53 : 27)
           ELSE
               MOVE "  RUN COMPLETED (Y)" TO WS-PRINT-LINE (53 : 19)
           END-IF
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           MOVE SPACES TO WS-PRINT-LINE
           IF TR-EXT-FOUND (WS-TR-IDX)
               STRING "    PHRASE ON FBEXTRC:       " DELIMITED BY SIZE
                   WS-TR-EXT-PHRASE (WS-TR-IDX) DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
           ELSE
               IF TR-EXT-RUN-SEEN (WS-TR-IDX)
                   MOVE "    PHRASE ON FBEXTRC:       NONE -"
                       TO WS-PRINT-LINE
                   MOVE " COUNTER NOT ON THE RUN'S EXTRACT"
                       TO WS-PRINT-LINE (36 : 33)
               ELSE
                   STRING "    PHRASE (RE-DERIVED):     "
                       DELIMITED BY SIZE
                       WS-TR-PHRASE (WS-TR-IDX) DELIMITED BY SIZE
                       "  - RUN NOT ON THE SUPPLIED FBEXTRC"
                       DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
                   END-STRING
               END-IF
           END-IF
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           MOVE SPACES TO WS-PRINT-LINE
           IF TR-IDX-FOUND (WS-TR-IDX)
               STRING "    PHRASE ON FBINDEX TODAY: " DELIMITED BY SIZE
                   WS-TR-IDX-PHRASE (WS-TR-IDX) DELIMITED BY SIZE
                   "  (RUN-ID " DELIMITED BY SIZE
                   WS-TR-IDX-RUN-ID (WS-TR-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-TR-IDX-RUN-DATE (WS-TR-IDX) DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
           ELSE
               MOVE "    PHRASE ON FBINDEX TODAY: NOT ON FBINDEX"
                   TO WS-PRINT-LINE
           END-IF
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT.
       6200-EXIT.
           EXIT.

      *****************************************************************
      *  6300-PRINT-RULES - EVERY RULE THAT MATCHED, AND WHERE THE    *
      *  ANSWER CAME FROM.                                            *
      *****************************************************************
       6300-PRINT-RULES.
           MOVE SPACES TO RPT-SECTION-LINE
           IF TR-RULES-RECORDED (WS-TR-IDX)
               MOVE "RULES MATCHED (FBCLSDT)" TO RPT-SEC-TITLE
           END-IF
           IF TR-RULES-DERIVED (WS-TR-IDX)
               MOVE "RULES MATCHED (RE-DERIVED FROM FBRULES)"
                   TO RPT-SEC-TITLE
           END-IF
           IF TR-RULES-FALLBACK (WS-TR-IDX)
               MOVE "RULES MATCHED (DEFAULT Foo/Bar FALLBACK)"
                   TO RPT-SEC-TITLE
           END-IF
           MOVE RPT-SECTION-LINE TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           IF WS-TR-RULE-COUNT (WS-TR-IDX) = ZERO
               MOVE "    NO RULE MATCHED" TO WS-PRINT-LINE
               PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           ELSE
               PERFORM 6350-PRINT-ONE-RULE THRU 6350-EXIT
                   VARYING WS-RL-IDX FROM 1 BY 1
                   UNTIL WS-RL-IDX > WS-TR-RULE-COUNT (WS-TR-IDX)
           END-IF
           IF NOT TR-RULES-RECORDED (WS-TR-IDX)
               IF TR-CLS-RUN-SEEN (WS-TR-IDX)
                   MOVE "    (FBCLSDT RECORDS NO RULES FOR AN"
                       TO WS-PRINT-LINE
                   MOVE " OVERRIDDEN COUNTER)"
                       TO WS-PRINT-LINE (37 : 20)
               ELSE
                   MOVE "    (RUN NOT ON THE SUPPLIED FBCLSDT -"
                       TO WS-PRINT-LINE
                   MOVE " RULES IN EFFECT ON THE RUN DATE APPLIED)"
                       TO WS-PRINT-LINE (39 : 41)
               END-IF
               PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT.
       6300-EXIT.
           EXIT.

       6350-PRINT-ONE-RULE.
           MOVE SPACES TO RPT-RULE-LINE
           MOVE "DIVISOR: " TO RPT-RL-DIVISOR-LIT
           MOVE WS-TR-RULE-DIVISOR (WS-TR-IDX, WS-RL-IDX)
               TO RPT-RL-DIVISOR
           MOVE "LABEL: " TO RPT-RL-LABEL-LIT
           MOVE WS-TR-RULE-LABEL (WS-TR-IDX, WS-RL-IDX)
               TO RPT-RL-LABEL
           MOVE RPT-RULE-LINE TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT.
       6350-EXIT.
           EXIT.

      *****************************************************************
      *  6400-PRINT-OVERRIDE - THE FBOVRD ENTRY IN EFFECT ON THE RUN  *
      *  DATE, WITH ITS WINDOW (ZERO = NO LIMIT).                     *
      *****************************************************************
       6400-PRINT-OVERRIDE.
           MOVE SPACES TO RPT-SECTION-LINE
           MOVE "OVERRIDE (FBOVRD)" TO RPT-SEC-TITLE
           MOVE RPT-SECTION-LINE TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           MOVE SPACES TO WS-PRINT-LINE
           IF TR-OVR-NONE (WS-TR-IDX)
               IF OVRD-SUPPLIED
                   MOVE "    NONE IN EFFECT ON THE RUN DATE -"
                       TO WS-PRINT-LINE
                   MOVE " RULES RESULT STOOD"
                       TO WS-PRINT-LINE (37 : 19)
               ELSE
                   MOVE "    NOT CHECKED - FBOVRD NOT SUPPLIED"
                       TO WS-PRINT-LINE
               END-IF
           END-IF
           IF TR-OVR-REPLACE (WS-TR-IDX)
               STRING "    REPLACED - PHRASE FORCED TO "
                   DELIMITED BY SIZE
                   WS-TR-OVR-PHRASE (WS-TR-IDX) DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
           END-IF
           IF TR-OVR-SUPPRESS (WS-TR-IDX)
               MOVE "    SUPPRESSED - DROPPED FROM THE"
                   TO WS-PRINT-LINE
               MOVE " REPORT, EXTRACT AND EVERY ENVELOPE"
                   TO WS-PRINT-LINE (34 : 35)
           END-IF
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           IF NOT TR-OVR-NONE (WS-TR-IDX)
               MOVE SPACES TO WS-PRINT-LINE
               STRING "    EFFECTIVE " DELIMITED BY SIZE
                   WS-TR-OVR-EFF-FROM (WS-TR-IDX) DELIMITED BY SIZE
                   " THRU " DELIMITED BY SIZE
                   WS-TR-OVR-EFF-TO (WS-TR-IDX) DELIMITED BY SIZE
                   "  (00000000 = NO LIMIT)" DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT.
       6400-EXIT.
           EXIT.

      *****************************************************************
      *  6500-PRINT-SENDS - EVERY PARTNER ENVELOPE FROM THE RUN THAT  *
      *  CARRIED THE COUNTER, WITH THE PARTNER'S ACK.                 *
      *****************************************************************
       6500-PRINT-SENDS.
           MOVE SPACES TO RPT-SECTION-LINE
           MOVE "TRANSMITTED TO (FBAKHST/FBXMLOG)" TO RPT-SEC-TITLE
           MOVE RPT-SECTION-LINE TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           IF TR-NOT-SENT (WS-TR-IDX)
               MOVE "    NOT TRANSMITTED - THE COUNTER WAS"
                   TO WS-PRINT-LINE
               MOVE " NOT ON THE RUN'S EXTRACT"
                   TO WS-PRINT-LINE (38 : 25)
               PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           ELSE
               IF WS-TR-XMIT-COUNT (WS-TR-IDX) = ZERO
                   MOVE "    NO ENVELOPE FROM THE RUN CARRYING"
                       TO WS-PRINT-LINE
                   MOVE " THE COUNTER IS ON FBAKHST OR FBXMLOG"
                       TO WS-PRINT-LINE (38 : 37)
                   PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
               ELSE
                   MOVE SPACES TO RPT-XMHEAD-LINE
                   MOVE "PARTNER" TO RPT-XH-PARTNER
                   MOVE "SENDER" TO RPT-XH-SENDER
                   MOVE "SENT" TO RPT-XH-SENT
                   MOVE "ACK" TO RPT-XH-ACK
                   MOVE "SETTLED" TO RPT-XH-SETTLED
                   MOVE "REASON" TO RPT-XH-REASON
                   MOVE "BASIS" TO RPT-XH-BASIS
                   MOVE RPT-XMHEAD-LINE TO WS-PRINT-LINE
                   PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
                   PERFORM 6550-PRINT-ONE-SEND THRU 6550-EXIT
                       VARYING WS-XM-IDX FROM 1 BY 1
                       UNTIL WS-XM-IDX > WS-TR-XMIT-COUNT (WS-TR-IDX)
               END-IF
               IF WS-TR-XMIT-DROPPED (WS-TR-IDX) NOT = ZERO
                   MOVE SPACES TO WS-PRINT-LINE
                   MOVE WS-TR-XMIT-DROPPED (WS-TR-IDX) TO WS-EDIT-COUNT
                   STRING "    AND " DELIMITED BY SIZE
                       WS-EDIT-COUNT DELIMITED BY SIZE
                       " MORE ENVELOPES NOT LISTED" DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
                   END-STRING
                   PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
               END-IF
           END-IF.
       6500-EXIT.
           EXIT.

       6550-PRINT-ONE-SEND.
           MOVE SPACES TO RPT-XMIT-LINE
           MOVE WS-TR-XM-PARTNER-ID (WS-TR-IDX, WS-XM-IDX)
               TO RPT-XM-PARTNER
           MOVE WS-TR-XM-SENDER-ID (WS-TR-IDX, WS-XM-IDX)
               TO RPT-XM-SENDER
           MOVE WS-TR-XM-SENT-DATE (WS-TR-IDX, WS-XM-IDX)
               TO RPT-XM-SENT
           IF NOT XM-AWAITING (WS-TR-IDX, WS-XM-IDX)
               MOVE WS-TR-XM-DISP-DATE (WS-TR-IDX, WS-XM-IDX)
                   TO RPT-XM-SETTLED
           END-IF
           IF XM-ACCEPTED (WS-TR-IDX, WS-XM-IDX)
               MOVE "ACCEPTED" TO RPT-XM-ACK
           END-IF
           IF XM-REJECTED (WS-TR-IDX, WS-XM-IDX)
               MOVE "REJECTED" TO RPT-XM-ACK
           END-IF
           IF XM-MISMATCH (WS-TR-IDX, WS-XM-IDX)
               MOVE "MISMATCH" TO RPT-XM-ACK
           END-IF
           IF XM-AGED (WS-TR-IDX, WS-XM-IDX)
               MOVE "NO ACK" TO RPT-XM-ACK
           END-IF
           IF XM-AWAITING (WS-TR-IDX, WS-XM-IDX)
               MOVE "AWAITING" TO RPT-XM-ACK
           END-IF
           MOVE WS-TR-XM-REASON (WS-TR-IDX, WS-XM-IDX)
               TO RPT-XM-REASON
           IF XM-BY-PROFILE (WS-TR-IDX, WS-XM-IDX)
               MOVE "FBPRTNR RANGE/FILTER" TO RPT-XM-BASIS
           ELSE
               MOVE "NO PROFILE - WHOLE EXTRACT" TO RPT-XM-BASIS
           END-IF
           MOVE RPT-XMIT-LINE TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT.
       6550-EXIT.
           EXIT.

      *****************************************************************
      *  8000-TERMINATE-RUN - RUN TOTALS AND CLOSE DOWN.              *
      *****************************************************************
       8000-TERMINATE-RUN.
           IF WS-LINE-COUNT > 1
               MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT
           END-IF
           MOVE SPACES TO RPT-SECTION-LINE
           MOVE "TRACE RUN TOTALS" TO RPT-SEC-TITLE
           MOVE RPT-SECTION-LINE TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           MOVE SPACES TO RPT-TRAILER-LINE
           MOVE "REQUESTS READ................" TO RPT-T-LABEL
           MOVE WS-REQUESTS-READ TO RPT-T-VALUE
           MOVE RPT-TRAILER-LINE TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           MOVE "COUNTERS TRACED.............." TO RPT-T-LABEL
           MOVE WS-TRACED-COUNT TO RPT-T-VALUE
           MOVE RPT-TRAILER-LINE TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           MOVE "NO CLASSIFYING RUN FOUND....." TO RPT-T-LABEL
           MOVE WS-NOT-FOUND-COUNT TO RPT-T-VALUE
           MOVE RPT-TRAILER-LINE TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           MOVE "REQUESTS IN ERROR............" TO RPT-T-LABEL
           MOVE WS-IN-ERROR-COUNT TO RPT-T-VALUE
           MOVE RPT-TRAILER-LINE TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           MOVE "REQUESTS NOT TRACED (LIMIT).." TO RPT-T-LABEL
           MOVE WS-REQUESTS-DROPPED TO RPT-T-VALUE
           MOVE RPT-TRAILER-LINE TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           CLOSE PRINT-FILE
           DISPLAY "FBTRACE: " WS-TRACED-COUNT " COUNTERS TRACED, "
               WS-NOT-FOUND-COUNT " NOT FOUND, " WS-IN-ERROR-COUNT
               " IN ERROR".
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
           MOVE "FBTRACE" TO XCP-PROGRAM-ID
           CALL "FBXCPTWR" USING EXCEPTION-RECORD
               ON EXCEPTION
                   DISPLAY "FBTRACE: EXCEPTION LOGGER NOT AVAILABLE"
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
               WS-REQUESTS-READ + WS-SOURCE-ROWS-READ
           MOVE WS-TRACED-COUNT TO JRN-RECORDS-WRITTEN
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
           MOVE "FBTRACE" TO JRN-PROGRAM-ID
           CALL "FBJRNLWR" USING JOURNAL-RECORD
               ON EXCEPTION
                   DISPLAY "FBTRACE: STEP JOURNAL WRITER NOT AVAILABLE"
           END-CALL
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.
       9950-EXIT.
           EXIT.

       END PROGRAM FBTRACE.
