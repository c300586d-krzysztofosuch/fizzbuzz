       IDENTIFICATION DIVISION.
         PROGRAM-ID. FBPTMNT.
         AUTHOR. R JENNINGS.
         INSTALLATION. BATCH SYSTEMS - REPORTING.
         DATE-WRITTEN. 10/15/2026.
         DATE-COMPILED.
      *****************************************************************
      *  MODIFICATION HISTORY                                        *
      *  -------------------                                         *
      *  10/15/26  RJ   ORIGINAL PROGRAM.  APPLIES ADD/CHANGE/DELETE/ *
      *                 SUSPEND/RESUME CARDS (FBPTRAN) AGAINST THE    *
      *                 FBPRTNR PARTNER PROFILE MASTER AND WRITES THE *
      *                 UPDATED MASTER TO FBPRTNW, AS FBUSRMNT DOES   *
      *                 FOR FBAUSER.  EVERY CARD IS EDITED UP FRONT - *
      *                 RANGE, LABEL FILTER, SENDER, EFFECTIVE AND    *
      *                 SUSPENSION DATES AND FBDIST'S FIVE-PARTNER    *
      *                 LIMIT - SO A BAD PROFILE IS REJECTED HERE AND *
      *                 NOT BY FBDIST ON THE NIGHT OF THE SEND.  THE  *
      *                 AUDIT REPORT (FBPMPRT) SHOWS EACH PROFILE     *
      *                 BEFORE AND AFTER THE CARD, WHO REQUESTED IT,  *
      *                 AND THE WHOLE MASTER BEFORE AND AFTER WITH    *
      *                 THE FBXMTNN FILE EACH PARTNER WRITES AND      *
      *                 WHETHER IT IS SERVED ON THE RUN DATE.  ANY    *
      *                 REJECT SETS RETURN-CODE 8 SO THE SCHEDULER    *
      *                 CAN HOLD THE SWAP OF FBPRTNW OVER FBPRTNR.    *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARTNER-FILE ASSIGN TO "FBPRTNR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTNER-STATUS.
           SELECT TRAN-FILE ASSIGN TO "FBPTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.
           SELECT NEWPTNR-FILE ASSIGN TO "FBPRTNW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEWPTNR-STATUS.
           SELECT PRINT-FILE ASSIGN TO "FBPMPRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARTNER-FILE.
           COPY FBPRTNR.

       FD  TRAN-FILE.
           COPY FBPTRAN.

       FD  NEWPTNR-FILE.
           COPY FBPRTNR
               REPLACING ==PARTNER-RECORD== BY ==NEWPTNR-RECORD==
                         ==PTR-PARTNER-ID== BY ==NPT-PARTNER-ID==
                         ==PTR-SENDER-ID== BY ==NPT-SENDER-ID==
                         ==PTR-RANGE-FROM== BY ==NPT-RANGE-FROM==
                         ==PTR-RANGE-TO== BY ==NPT-RANGE-TO==
                         ==PTR-LABEL-FILTER== BY ==NPT-LABEL-FILTER==
                         ==PTR-EFF-FROM== BY ==NPT-EFF-FROM==
                         ==PTR-EFF-TO== BY ==NPT-EFF-TO==
                         ==PTR-STATUS-ACTIVE== BY
                           ==NPT-STATUS-ACTIVE==
                         ==PTR-STATUS-SUSPENDED== BY
                           ==NPT-STATUS-SUSPENDED==
                         ==PTR-STATUS-VALID== BY ==NPT-STATUS-VALID==
                         ==PTR-STATUS== BY ==NPT-STATUS==
                         ==PTR-SUSP-FROM== BY ==NPT-SUSP-FROM==
                         ==PTR-SUSP-TO== BY ==NPT-SUSP-TO==.

       FD  PRINT-FILE.
           COPY FBPRINT.
       01  RPT-SECTION-LINE.
           05  RPT-SEC-TITLE             PIC X(40).
           05  FILLER                    PIC X(92).
       01  RPT-PROFILE-LINE.
           05  RPT-P-TAG                 PIC X(09).
           05  RPT-P-PARTNER             PIC X(08).
           05  FILLER                    PIC X(02).
           05  RPT-P-SENDER              PIC X(08).
           05  FILLER                    PIC X(02).
           05  RPT-P-FROM                PIC Z(8)9.
           05  RPT-P-DASH                PIC X(03).
           05  RPT-P-TO                  PIC Z(8)9.
           05  FILLER                    PIC X(02).
           05  RPT-P-LABEL               PIC X(10).
           05  FILLER                    PIC X(02).
           05  RPT-P-EFF-LIT             PIC X(04).
           05  RPT-P-EFF-FROM            PIC X(08).
           05  RPT-P-EFF-DASH            PIC X(01).
           05  RPT-P-EFF-TO              PIC X(08).
           05  FILLER                    PIC X(02).
           05  RPT-P-STATUS              PIC X(09).
           05  FILLER                    PIC X(01).
           05  RPT-P-SUSP-FROM           PIC X(08).
           05  RPT-P-SUSP-DASH           PIC X(01).
           05  RPT-P-SUSP-TO             PIC X(08).
           05  FILLER                    PIC X(02).
           05  RPT-P-TODAY               PIC X(11).
           05  FILLER                    PIC X(03).
       01  RPT-TRAN-LINE.
           05  RPT-TR-ACTION             PIC X(03).
           05  FILLER                    PIC X(02).
           05  RPT-TR-PARTNER-ID         PIC X(08).
           05  FILLER                    PIC X(02).
           05  RPT-TR-BY-LIT             PIC X(13).
           05  RPT-TR-REQUESTED-BY       PIC X(08).
           05  FILLER                    PIC X(02).
           05  RPT-TR-STATUS             PIC X(08).
           05  FILLER                    PIC X(02).
           05  RPT-TR-REASON             PIC X(40).
           05  FILLER                    PIC X(44).

       WORKING-STORAGE SECTION.
         01 WS-PARTNER-STATUS PIC X(02) VALUE "00".
         01 WS-TRAN-STATUS PIC X(02) VALUE "00".
         01 WS-NEWPTNR-STATUS PIC X(02) VALUE "00".
         01 WS-PRINT-STATUS PIC X(02) VALUE "00".

      *  WS-MAX-PROFILES IS THE TABLE SIZE; WS-MAX-SERVED IS THE
      *  NUMBER OF PARTNERS FBDIST CAN BUILD ENVELOPES FOR (FBXMT01
      *  THRU FBXMT05) AND IS THE LIMIT AN ADD CARD IS HELD TO.
         77 WS-MAX-PROFILES PIC 9(4) VALUE 20.
         77 WS-MAX-SERVED PIC 9(4) VALUE 5.
         01 WS-PARTNER-COUNT PIC 9(4) COMP VALUE ZERO.
         01 WS-ACTIVE-COUNT PIC 9(4) COMP VALUE ZERO.
         01 WS-PTR-IDX PIC 9(4) COMP VALUE ZERO.
         01 WS-PTR-FOUND-IDX PIC 9(4) COMP VALUE ZERO.
         01 WS-SENDER-OWNER-IDX PIC 9(4) COMP VALUE ZERO.
         01 WS-PARTNER-TABLE.
           05 WS-PT-ENTRY OCCURS 20 TIMES.
             10 WS-PT-PROFILE.
               15 WS-PT-PARTNER-ID PIC X(08).
               15 WS-PT-SENDER-ID PIC X(08).
               15 WS-PT-RANGE-FROM PIC 9(09).
               15 WS-PT-RANGE-TO PIC 9(09).
               15 WS-PT-LABEL-FILTER PIC X(10).
               15 WS-PT-EFF-FROM PIC 9(08).
               15 WS-PT-EFF-TO PIC 9(08).
               15 WS-PT-STATUS PIC X(01).
               15 WS-PT-SUSP-FROM PIC 9(08).
               15 WS-PT-SUSP-TO PIC 9(08).
             10 WS-PT-DELETED-SW PIC X(01).
               88 PT-ENTRY-DELETED VALUE "Y".
               88 PT-ENTRY-ACTIVE VALUE "N".

      *  ONE PROFILE IMAGE FOR PRINTING - THE SAME SHAPE AS
      *  WS-PT-PROFILE SO A TABLE ENTRY OR A SAVED BEFORE/AFTER
      *  IMAGE MOVES INTO IT AS A GROUP.
         01 WS-PRINT-PROFILE.
           05 WS-PP-PARTNER-ID PIC X(08).
           05 WS-PP-SENDER-ID PIC X(08).
           05 WS-PP-RANGE-FROM PIC 9(09).
           05 WS-PP-RANGE-TO PIC 9(09).
           05 WS-PP-LABEL-FILTER PIC X(10).
           05 WS-PP-EFF-FROM PIC 9(08).
           05 WS-PP-EFF-TO PIC 9(08).
           05 WS-PP-STATUS PIC X(01).
             88 PP-SUSPENDED VALUE "S".
           05 WS-PP-SUSP-FROM PIC 9(08).
           05 WS-PP-SUSP-TO PIC 9(08).
         01 WS-OLD-PROFILE PIC X(77) VALUE SPACES.
         01 WS-NEW-PROFILE PIC X(77) VALUE SPACES.
         01 WS-OLD-IMAGE-SW PIC X(01) VALUE "N".
           88 OLD-IMAGE-PRESENT VALUE "Y".
           88 OLD-IMAGE-ABSENT VALUE "N".
         01 WS-NEW-IMAGE-SW PIC X(01) VALUE "N".
           88 NEW-IMAGE-PRESENT VALUE "Y".
           88 NEW-IMAGE-ABSENT VALUE "N".
         01 WS-SLOT-SHIFT-SW PIC X(01) VALUE "N".
           88 LATER-SLOTS-SHIFT VALUE "Y".
           88 NO-SLOTS-SHIFT VALUE "N".
         01 WS-SLOT-NUMBER PIC 9(02) VALUE ZERO.
         01 WS-PRINT-TAG PIC X(09) VALUE SPACES.

         01 WS-TRAN-VALID-SW PIC X(01) VALUE "Y".
           88 TRAN-IS-VALID VALUE "Y".
           88 TRAN-IS-INVALID VALUE "N".
         01 WS-REJECT-REASON PIC X(40) VALUE SPACES.

      *  CALENDAR EDIT OF ONE CCYYMMDD CARD DATE.
         01 WS-EDIT-DATE PIC 9(08) VALUE ZERO.
         01 WS-EDIT-DATE-PARTS REDEFINES WS-EDIT-DATE.
           05 WS-ED-CCYY PIC 9(04).
           05 WS-ED-MM PIC 9(02).
           05 WS-ED-DD PIC 9(02).
         01 WS-EDIT-MONTH-DAYS PIC 9(02) VALUE ZERO.
         01 WS-DATE-VALID-SW PIC X(01) VALUE "Y".
           88 DATE-IS-VALID VALUE "Y".
           88 DATE-IS-INVALID VALUE "N".
         01 WS-LEAP-YEAR PIC 9(04) VALUE ZERO.
         01 WS-LEAP-TMP PIC 9(4) VALUE ZERO.
         01 WS-LEAP-REM PIC 9(4) VALUE ZERO.
         01 WS-LEAP-SW PIC X(01) VALUE "N".
           88 YEAR-IS-LEAP VALUE "Y".
           88 YEAR-NOT-LEAP VALUE "N".
         01 WS-DAYS-IN-MONTH-TABLE.
           05 FILLER PIC X(24) VALUE "312831303130313130313031".
         01 WS-DIM-TABLE REDEFINES WS-DAYS-IN-MONTH-TABLE.
           05 WS-DAYS-IN-MONTH OCCURS 12 TIMES PIC 9(02).

         01 WS-MAINT-TOTALS.
           05 WS-PARTNERS-BEFORE-COUNT PIC 9(9) COMP VALUE ZERO.
           05 WS-PARTNERS-AFTER-COUNT PIC 9(9) COMP VALUE ZERO.
           05 WS-TRANS-READ-COUNT PIC 9(9) COMP VALUE ZERO.
           05 WS-TRANS-ACCEPTED-COUNT PIC 9(9) COMP VALUE ZERO.
           05 WS-TRANS-REJECTED-COUNT PIC 9(9) COMP VALUE ZERO.

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
           PERFORM 2000-LOAD-OLD-MASTER THRU 2000-EXIT
           PERFORM 2500-PRINT-BEFORE-IMAGE THRU 2500-EXIT
           PERFORM 3000-APPLY-TRANSACTIONS THRU 3000-EXIT
           PERFORM 4000-WRITE-NEW-MASTER THRU 4000-EXIT
           PERFORM 4500-PRINT-AFTER-IMAGE THRU 4500-EXIT
           PERFORM 8000-TERMINATE-RUN THRU 8000-EXIT
           PERFORM 9910-JOURNAL-STEP-END THRU 9910-EXIT
           STOP RUN.

      *****************************************************************
      *  1000-INITIALIZE-RUN - OPEN THE FILES AND START THE AUDIT     *
      *  REPORT.  A MISSING TRANSACTION FILE FAILS THE STEP - THERE   *
      *  IS NOTHING TO APPLY.                                          *
      *****************************************************************
       1000-INITIALIZE-RUN.
           ACCEPT WS-RUN-DATE-RAW FROM DATE YYYYMMDD
           MOVE WS-RD-MM TO WS-RUN-DATE-MM
           MOVE WS-RD-DD TO WS-RUN-DATE-DD
           MOVE WS-RD-CCYY TO WS-RUN-DATE-CCYY
           OPEN INPUT TRAN-FILE
           IF WS-TRAN-STATUS NOT = "00"
               DISPLAY "FBPTMNT: CANNOT OPEN FBPTRAN - STATUS "
                   WS-TRAN-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF
           OPEN OUTPUT NEWPTNR-FILE
           OPEN OUTPUT PRINT-FILE
           PERFORM 1100-WRITE-REPORT-HEADERS THRU 1100-EXIT.
       1000-EXIT.
           EXIT.

      *****************************************************************
      *  1100-WRITE-REPORT-HEADERS - TITLE/DATE/PAGE LINE FOR THE     *
      *  AUDIT REPORT.  RESETS THE LINE COUNT.                        *
      *****************************************************************
       1100-WRITE-REPORT-HEADERS.
           ADD 1 TO WS-PAGE-COUNT
           MOVE SPACES TO RPT-HEADER-LINE
           MOVE "FBPRTNR MAINTENANCE" TO RPT-H-TITLE
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
      *  2000-LOAD-OLD-MASTER - LOAD THE CURRENT FBPRTNR FILE INTO    *
      *  THE PARTNER TABLE.  A MISSING MASTER IS TREATED AS AN EMPTY  *
      *  FILE SO THE FIRST PARTNERS CAN BE ONBOARDED WITH ADD CARDS.  *
      *****************************************************************
       2000-LOAD-OLD-MASTER.
           MOVE ZERO TO WS-PARTNER-COUNT
           MOVE ZERO TO WS-ACTIVE-COUNT
           OPEN INPUT PARTNER-FILE
           IF WS-PARTNER-STATUS = "00"
               PERFORM 2100-LOAD-ONE-PARTNER THRU 2100-EXIT
                   UNTIL WS-PARTNER-STATUS NOT = "00"
                      OR WS-PARTNER-COUNT >= WS-MAX-PROFILES
               IF WS-PARTNER-COUNT >= WS-MAX-PROFILES
                   AND WS-PARTNER-STATUS = "00"
                   DISPLAY "FBPTMNT: FBPRTNR HAS MORE THAN "
                       WS-MAX-PROFILES " PARTNERS - EXTRA ROWS NOT "
                       "LOADED"
                   MOVE 16 TO RETURN-CODE
               END-IF
               CLOSE PARTNER-FILE
           ELSE
               DISPLAY "FBPTMNT: NO FBPRTNR MASTER - STARTING FROM "
                   "AN EMPTY FILE"
           END-IF
           MOVE WS-PARTNER-COUNT TO WS-ACTIVE-COUNT
           MOVE WS-PARTNER-COUNT TO WS-PARTNERS-BEFORE-COUNT.
       2000-EXIT.
           EXIT.

       2100-LOAD-ONE-PARTNER.
           READ PARTNER-FILE
               AT END
                   CONTINUE
               NOT AT END
                   PERFORM 2150-LOAD-ROW-DETAIL THRU 2150-EXIT
           END-READ.
       2100-EXIT.
           EXIT.

      *****************************************************************
      *  2150-LOAD-ROW-DETAIL - ONE FBPRTNR ROW INTO THE TABLE.  A    *
      *  ROW WRITTEN BEFORE THE EFFECTIVE DATES AND STATUS EXISTED    *
      *  CARRIES SPACES THERE - IT LOADS AS ACTIVE WITH NO DATE       *
      *  LIMITS, WHICH IS HOW FBDIST READS IT, AND IS WRITTEN BACK    *
      *  WITH ZEROS.  A NON-NUMERIC RANGE IS LOADED AS ZERO AND       *
      *  FLAGGED SO A CHG CARD CAN CORRECT IT.                         *
      *****************************************************************
       2150-LOAD-ROW-DETAIL.
           IF PTR-PARTNER-ID = SPACES
               DISPLAY "FBPTMNT: WARNING - DROPPING FBPRTNR ROW "
                   "WITH A BLANK PARTNER ID"
               IF 8 > RETURN-CODE
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               ADD 1 TO WS-PARTNER-COUNT
               MOVE PTR-PARTNER-ID TO
                   WS-PT-PARTNER-ID (WS-PARTNER-COUNT)
               MOVE PTR-SENDER-ID TO WS-PT-SENDER-ID (WS-PARTNER-COUNT)
               IF PTR-RANGE-FROM NUMERIC AND PTR-RANGE-TO NUMERIC
                   MOVE PTR-RANGE-FROM TO
                       WS-PT-RANGE-FROM (WS-PARTNER-COUNT)
                   MOVE PTR-RANGE-TO TO
                       WS-PT-RANGE-TO (WS-PARTNER-COUNT)
               ELSE
                   DISPLAY "FBPTMNT: WARNING - PARTNER "
                       PTR-PARTNER-ID " HAS A NON-NUMERIC RANGE - "
                       "LOADED AS ZERO"
                   MOVE ZERO TO WS-PT-RANGE-FROM (WS-PARTNER-COUNT)
                   MOVE ZERO TO WS-PT-RANGE-TO (WS-PARTNER-COUNT)
                   IF 8 > RETURN-CODE
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
               MOVE PTR-LABEL-FILTER TO
                   WS-PT-LABEL-FILTER (WS-PARTNER-COUNT)
               IF PTR-EFF-FROM NUMERIC
                   MOVE PTR-EFF-FROM TO
                       WS-PT-EFF-FROM (WS-PARTNER-COUNT)
               ELSE
                   MOVE ZERO TO WS-PT-EFF-FROM (WS-PARTNER-COUNT)
               END-IF
               IF PTR-EFF-TO NUMERIC
                   MOVE PTR-EFF-TO TO WS-PT-EFF-TO (WS-PARTNER-COUNT)
               ELSE
                   MOVE ZERO TO WS-PT-EFF-TO (WS-PARTNER-COUNT)
               END-IF
               IF PTR-STATUS-SUSPENDED
                   MOVE "S" TO WS-PT-STATUS (WS-PARTNER-COUNT)
               ELSE
                   MOVE "A" TO WS-PT-STATUS (WS-PARTNER-COUNT)
               END-IF
               IF PTR-SUSP-FROM NUMERIC AND PTR-STATUS-SUSPENDED
                   MOVE PTR-SUSP-FROM TO
                       WS-PT-SUSP-FROM (WS-PARTNER-COUNT)
               ELSE
                   MOVE ZERO TO WS-PT-SUSP-FROM (WS-PARTNER-COUNT)
               END-IF
               IF PTR-SUSP-TO NUMERIC AND PTR-STATUS-SUSPENDED
                   MOVE PTR-SUSP-TO TO WS-PT-SUSP-TO (WS-PARTNER-COUNT)
               ELSE
                   MOVE ZERO TO WS-PT-SUSP-TO (WS-PARTNER-COUNT)
               END-IF
               SET PT-ENTRY-ACTIVE (WS-PARTNER-COUNT) TO TRUE
           END-IF.
       2150-EXIT.
           EXIT.

      *****************************************************************
      *  2500-PRINT-BEFORE-IMAGE - LIST THE MASTER AS LOADED, BEFORE  *
      *  ANY TRANSACTION IS APPLIED.                                   *
      *****************************************************************
       2500-PRINT-BEFORE-IMAGE.
           MOVE SPACES TO RPT-SECTION-LINE
           MOVE "PARTNERS ON FILE BEFORE MAINTENANCE" TO RPT-SEC-TITLE
           MOVE RPT-SECTION-LINE TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           MOVE ZERO TO WS-SLOT-NUMBER
           PERFORM 2600-PRINT-ONE-PARTNER THRU 2600-EXIT
               VARYING WS-PTR-IDX FROM 1 BY 1
               UNTIL WS-PTR-IDX > WS-PARTNER-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT.
       2500-EXIT.
           EXIT.

      *****************************************************************
      *  2600-PRINT-ONE-PARTNER - ONE MASTER LISTING LINE, TAGGED     *
      *  WITH THE FBXMTNN FILE THE PARTNER'S POSITION GIVES IT IN     *
      *  FBDIST.                                                       *
      *****************************************************************
       2600-PRINT-ONE-PARTNER.
           IF PT-ENTRY-ACTIVE (WS-PTR-IDX)
               ADD 1 TO WS-SLOT-NUMBER
               MOVE SPACES TO WS-PRINT-TAG
               STRING "FBXMT" WS-SLOT-NUMBER DELIMITED BY SIZE
                   INTO WS-PRINT-TAG
               END-STRING
               MOVE WS-PT-PROFILE (WS-PTR-IDX) TO WS-PRINT-PROFILE
               PERFORM 2700-PRINT-PROFILE-LINE THRU 2700-EXIT
           END-IF.
       2600-EXIT.
           EXIT.

      *****************************************************************
      *  2700-PRINT-PROFILE-LINE - FORMAT AND PRINT WS-PRINT-PROFILE  *
      *  UNDER WS-PRINT-TAG.  A ZERO DATE PRINTS AS NO LIMIT; THE     *
      *  SUSPENSION WINDOW ONLY PRINTS FOR A SUSPENDED PARTNER.  THE  *
      *  LAST COLUMN IS HOW FBDIST WOULD TREAT THE PARTNER ON THE     *
      *  RUN DATE.                                                     *
      *****************************************************************
       2700-PRINT-PROFILE-LINE.
           MOVE SPACES TO RPT-PROFILE-LINE
           MOVE WS-PRINT-TAG TO RPT-P-TAG
           MOVE WS-PP-PARTNER-ID TO RPT-P-PARTNER
           MOVE WS-PP-SENDER-ID TO RPT-P-SENDER
           MOVE WS-PP-RANGE-FROM TO RPT-P-FROM
           MOVE " - " TO RPT-P-DASH
           MOVE WS-PP-RANGE-TO TO RPT-P-TO
           MOVE WS-PP-LABEL-FILTER TO RPT-P-LABEL
           MOVE "EFF " TO RPT-P-EFF-LIT
           IF WS-PP-EFF-FROM = ZERO
               MOVE "NO LIMIT" TO RPT-P-EFF-FROM
           ELSE
               MOVE WS-PP-EFF-FROM TO RPT-P-EFF-FROM
           END-IF
           MOVE "-" TO RPT-P-EFF-DASH
           IF WS-PP-EFF-TO = ZERO
               MOVE "NO LIMIT" TO RPT-P-EFF-TO
           ELSE
               MOVE WS-PP-EFF-TO TO RPT-P-EFF-TO
           END-IF
           IF PP-SUSPENDED
               MOVE "SUSPENDED" TO RPT-P-STATUS
               IF WS-PP-SUSP-FROM = ZERO
                   MOVE "NO LIMIT" TO RPT-P-SUSP-FROM
               ELSE
                   MOVE WS-PP-SUSP-FROM TO RPT-P-SUSP-FROM
               END-IF
               MOVE "-" TO RPT-P-SUSP-DASH
               IF WS-PP-SUSP-TO = ZERO
                   MOVE "NO LIMIT" TO RPT-P-SUSP-TO
               ELSE
                   MOVE WS-PP-SUSP-TO TO RPT-P-SUSP-TO
               END-IF
           ELSE
               MOVE "ACTIVE" TO RPT-P-STATUS
           END-IF
           PERFORM 2800-SET-RUN-DATE-STANDING THRU 2800-EXIT
           MOVE RPT-PROFILE-LINE TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT.
       2700-EXIT.
           EXIT.

      *****************************************************************
      *  2800-SET-RUN-DATE-STANDING - THE SAME TESTS FBDIST MAKES:    *
      *  SUSPENDED INSIDE THE WINDOW, THEN NOT YET EFFECTIVE, THEN    *
      *  PAST ITS EFFECTIVE-TO DATE; OTHERWISE THE PARTNER IS SERVED. *
      *****************************************************************
       2800-SET-RUN-DATE-STANDING.
           MOVE "SERVED" TO RPT-P-TODAY
           IF PP-SUSPENDED
               AND (WS-PP-SUSP-FROM = ZERO
                    OR WS-RUN-DATE-RAW >= WS-PP-SUSP-FROM)
               AND (WS-PP-SUSP-TO = ZERO
                    OR WS-RUN-DATE-RAW <= WS-PP-SUSP-TO)
               MOVE "SUSPENDED" TO RPT-P-TODAY
           ELSE
               IF WS-PP-EFF-FROM NOT = ZERO
                   AND WS-RUN-DATE-RAW < WS-PP-EFF-FROM
                   MOVE "NOT YET EFF" TO RPT-P-TODAY
               END-IF
               IF WS-PP-EFF-TO NOT = ZERO
                   AND WS-RUN-DATE-RAW > WS-PP-EFF-TO
                   MOVE "EXPIRED" TO RPT-P-TODAY
               END-IF
           END-IF.
       2800-EXIT.
           EXIT.

      *****************************************************************
      *  3000-APPLY-TRANSACTIONS - VALIDATE AND APPLY EVERY FBPTRAN   *
      *  CARD AGAINST THE TABLE, PRINTING AN ACCEPTED/REJECTED AUDIT  *
      *  BLOCK FOR EACH.                                               *
      *****************************************************************
       3000-APPLY-TRANSACTIONS.
           IF WS-TRAN-STATUS = "00"
               MOVE SPACES TO RPT-SECTION-LINE
               MOVE "PROFILE CHANGES APPLIED" TO RPT-SEC-TITLE
               MOVE RPT-SECTION-LINE TO WS-PRINT-LINE
               PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
               PERFORM 3100-APPLY-ONE-TRANSACTION THRU 3100-EXIT
                   UNTIL WS-TRAN-STATUS NOT = "00"
               CLOSE TRAN-FILE
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

       3100-APPLY-ONE-TRANSACTION.
           READ TRAN-FILE
               AT END
                   CONTINUE
               NOT AT END
                   PERFORM 3150-EDIT-AND-POST-ONE THRU 3150-EXIT
           END-READ.
       3100-EXIT.
           EXIT.

       3150-EDIT-AND-POST-ONE.
           ADD 1 TO WS-TRANS-READ-COUNT
           SET TRAN-IS-VALID TO TRUE
           MOVE SPACES TO WS-REJECT-REASON
           SET OLD-IMAGE-ABSENT TO TRUE
           SET NEW-IMAGE-ABSENT TO TRUE
           SET NO-SLOTS-SHIFT TO TRUE
           PERFORM 3200-VALIDATE-TRANSACTION THRU 3200-EXIT
           IF TRAN-IS-VALID
               PERFORM 3300-POST-TRANSACTION THRU 3300-EXIT
           END-IF
           IF TRAN-IS-VALID
               ADD 1 TO WS-TRANS-ACCEPTED-COUNT
           ELSE
               ADD 1 TO WS-TRANS-REJECTED-COUNT
               IF 8 > RETURN-CODE
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM 3900-PRINT-TRAN-AUDIT THRU 3900-EXIT.
       3150-EXIT.
           EXIT.

      *****************************************************************
      *  3200-VALIDATE-TRANSACTION - EDIT THE CARD BEFORE IT TOUCHES  *
      *  THE TABLE.  EACH EDIT ONLY RUNS WHILE THE CARD IS STILL      *
      *  VALID, SO THE FIRST FAILING EDIT WINS - ITS REASON GOES ON   *
      *  THE AUDIT LINE.                                               *
      *****************************************************************
       3200-VALIDATE-TRANSACTION.
           IF NOT PTT-ACTION-ADD AND NOT PTT-ACTION-CHANGE
               AND NOT PTT-ACTION-DELETE AND NOT PTT-ACTION-SUSPEND
               AND NOT PTT-ACTION-RESUME
               SET TRAN-IS-INVALID TO TRUE
               MOVE "INVALID ACTION CODE" TO WS-REJECT-REASON
           END-IF
           IF TRAN-IS-VALID AND PTT-PARTNER-ID = SPACES
               SET TRAN-IS-INVALID TO TRUE
               MOVE "MISSING PARTNER ID" TO WS-REJECT-REASON
           END-IF
           IF TRAN-IS-VALID AND PTT-REQUESTED-BY = SPACES
               SET TRAN-IS-INVALID TO TRUE
               MOVE "MISSING REQUESTED-BY ID" TO WS-REJECT-REASON
           END-IF
           IF TRAN-IS-VALID
               PERFORM 3250-FIND-PARTNER THRU 3250-EXIT
               IF PTT-ACTION-ADD
                   IF WS-PTR-FOUND-IDX NOT = ZERO
                       SET TRAN-IS-INVALID TO TRUE
                       MOVE "DUPLICATE PARTNER ALREADY ON FILE"
                           TO WS-REJECT-REASON
                   END-IF
               ELSE
                   IF WS-PTR-FOUND-IDX = ZERO
                       SET TRAN-IS-INVALID TO TRUE
                       MOVE "PARTNER NOT ON FILE" TO WS-REJECT-REASON
                   ELSE
                       MOVE WS-PT-PROFILE (WS-PTR-FOUND-IDX)
                           TO WS-OLD-PROFILE
                       SET OLD-IMAGE-PRESENT TO TRUE
                   END-IF
               END-IF
           END-IF
           IF TRAN-IS-VALID
               AND (PTT-ACTION-ADD OR PTT-ACTION-CHANGE)
               PERFORM 3220-EDIT-PROFILE-CARD THRU 3220-EXIT
           END-IF
           IF TRAN-IS-VALID AND PTT-ACTION-ADD
               AND WS-ACTIVE-COUNT >= WS-MAX-SERVED
               SET TRAN-IS-INVALID TO TRUE
               MOVE "FBDIST SERVES AT MOST 5 PARTNERS"
                   TO WS-REJECT-REASON
           END-IF
           IF TRAN-IS-VALID AND PTT-ACTION-SUSPEND
               PERFORM 3400-EDIT-DATE-PAIR THRU 3400-EXIT
               IF TRAN-IS-VALID AND PTT-DATE-TO NOT = ZERO
                   AND PTT-DATE-TO < WS-RUN-DATE-RAW
                   SET TRAN-IS-INVALID TO TRUE
                   MOVE "SUSPENSION ENDS BEFORE THE RUN DATE"
                       TO WS-REJECT-REASON
               END-IF
           END-IF
           IF TRAN-IS-VALID AND PTT-ACTION-RESUME
               AND WS-PT-STATUS (WS-PTR-FOUND-IDX) NOT = "S"
               SET TRAN-IS-INVALID TO TRUE
               MOVE "PARTNER IS NOT SUSPENDED" TO WS-REJECT-REASON
           END-IF.
       3200-EXIT.
           EXIT.

      *****************************************************************
      *  3220-EDIT-PROFILE-CARD - THE EDITS THAT ONLY APPLY TO A CARD *
      *  CARRYING A WHOLE PROFILE (ADD/CHG).  THESE ARE THE CHECKS    *
      *  FBDIST'S 1600-EDIT-ONE-PROFILE WOULD OTHERWISE FAIL THE SEND *
      *  ON, PLUS A SENDER-ID UNIQUE ACROSS PARTNERS SO FBACK CAN     *
      *  MATCH EVERY ACKNOWLEDGEMENT TO ONE PARTNER.                   *
      *****************************************************************
       3220-EDIT-PROFILE-CARD.
           IF PTT-SENDER-ID = SPACES
               SET TRAN-IS-INVALID TO TRUE
               MOVE "MISSING SENDER ID" TO WS-REJECT-REASON
           END-IF
           IF TRAN-IS-VALID
               AND (PTT-RANGE-FROM NOT NUMERIC
                    OR PTT-RANGE-TO NOT NUMERIC)
               SET TRAN-IS-INVALID TO TRUE
               MOVE "RANGE FROM/TO NOT NUMERIC" TO WS-REJECT-REASON
           END-IF
           IF TRAN-IS-VALID AND PTT-RANGE-FROM > PTT-RANGE-TO
               SET TRAN-IS-INVALID TO TRUE
               MOVE "RANGE FROM IS AFTER RANGE TO"
                   TO WS-REJECT-REASON
           END-IF
           IF TRAN-IS-VALID AND PTT-LABEL-FILTER NOT = SPACES
               AND PTT-LABEL-FILTER (1:1) = SPACE
               SET TRAN-IS-INVALID TO TRUE
               MOVE "LABEL FILTER MAY NOT START WITH A SPACE"
                   TO WS-REJECT-REASON
           END-IF
           IF TRAN-IS-VALID
               PERFORM 3270-FIND-SENDER-OWNER THRU 3270-EXIT
               IF WS-SENDER-OWNER-IDX NOT = ZERO
                   SET TRAN-IS-INVALID TO TRUE
                   MOVE "SENDER ID IN USE BY ANOTHER PARTNER"
                       TO WS-REJECT-REASON
               END-IF
           END-IF
           IF TRAN-IS-VALID
               PERFORM 3400-EDIT-DATE-PAIR THRU 3400-EXIT
           END-IF.
       3220-EXIT.
           EXIT.

      *****************************************************************
      *  3250-FIND-PARTNER - LOCATE THE CARD'S PARTNER AMONG THE      *
      *  ACTIVE (NOT DELETED) TABLE ENTRIES.  ZERO MEANS NOT FOUND.   *
      *****************************************************************
       3250-FIND-PARTNER.
           MOVE ZERO TO WS-PTR-FOUND-IDX
           PERFORM 3260-TEST-ONE-ENTRY THRU 3260-EXIT
               VARYING WS-PTR-IDX FROM 1 BY 1
               UNTIL WS-PTR-IDX > WS-PARTNER-COUNT
                  OR WS-PTR-FOUND-IDX NOT = ZERO.
       3250-EXIT.
           EXIT.

       3260-TEST-ONE-ENTRY.
           IF PT-ENTRY-ACTIVE (WS-PTR-IDX)
               AND WS-PT-PARTNER-ID (WS-PTR-IDX) = PTT-PARTNER-ID
               MOVE WS-PTR-IDX TO WS-PTR-FOUND-IDX
           END-IF.
       3260-EXIT.
           EXIT.

      *****************************************************************
      *  3270-FIND-SENDER-OWNER - LOCATE ANOTHER ACTIVE PARTNER THAT  *
      *  ALREADY USES THE CARD'S SENDER-ID.  ZERO MEANS NONE.         *
      *****************************************************************
       3270-FIND-SENDER-OWNER.
           MOVE ZERO TO WS-SENDER-OWNER-IDX
           PERFORM 3280-TEST-ONE-SENDER THRU 3280-EXIT
               VARYING WS-PTR-IDX FROM 1 BY 1
               UNTIL WS-PTR-IDX > WS-PARTNER-COUNT
                  OR WS-SENDER-OWNER-IDX NOT = ZERO.
       3270-EXIT.
           EXIT.

       3280-TEST-ONE-SENDER.
           IF PT-ENTRY-ACTIVE (WS-PTR-IDX)
               AND WS-PT-SENDER-ID (WS-PTR-IDX) = PTT-SENDER-ID
               AND WS-PT-PARTNER-ID (WS-PTR-IDX) NOT = PTT-PARTNER-ID
               MOVE WS-PTR-IDX TO WS-SENDER-OWNER-IDX
           END-IF.
       3280-EXIT.
           EXIT.

      *****************************************************************
      *  3300-POST-TRANSACTION - APPLY A VALIDATED CARD TO THE TABLE. *
      *  ADD APPENDS, SO EXISTING PARTNERS KEEP THEIR FBXMTNN FILES.  *
      *  CHG REPLACES THE PROFILE BUT KEEPS THE STATUS; SUS/RES ONLY  *
      *  TOUCH THE STATUS AND THE SUSPENSION WINDOW.                   *
      *****************************************************************
       3300-POST-TRANSACTION.
           IF PTT-ACTION-ADD
               IF WS-PARTNER-COUNT >= WS-MAX-PROFILES
                   SET TRAN-IS-INVALID TO TRUE
                   MOVE "PARTNER TABLE FULL" TO WS-REJECT-REASON
               ELSE
                   ADD 1 TO WS-PARTNER-COUNT
                   ADD 1 TO WS-ACTIVE-COUNT
                   MOVE WS-PARTNER-COUNT TO WS-PTR-FOUND-IDX
                   MOVE PTT-PARTNER-ID TO
                       WS-PT-PARTNER-ID (WS-PTR-FOUND-IDX)
                   MOVE "A" TO WS-PT-STATUS (WS-PTR-FOUND-IDX)
                   MOVE ZERO TO WS-PT-SUSP-FROM (WS-PTR-FOUND-IDX)
                   MOVE ZERO TO WS-PT-SUSP-TO (WS-PTR-FOUND-IDX)
                   SET PT-ENTRY-ACTIVE (WS-PTR-FOUND-IDX) TO TRUE
               END-IF
           END-IF
           IF TRAN-IS-VALID
               AND (PTT-ACTION-ADD OR PTT-ACTION-CHANGE)
               MOVE PTT-SENDER-ID TO
                   WS-PT-SENDER-ID (WS-PTR-FOUND-IDX)
               MOVE PTT-RANGE-FROM TO
                   WS-PT-RANGE-FROM (WS-PTR-FOUND-IDX)
               MOVE PTT-RANGE-TO TO WS-PT-RANGE-TO (WS-PTR-FOUND-IDX)
               MOVE PTT-LABEL-FILTER TO
                   WS-PT-LABEL-FILTER (WS-PTR-FOUND-IDX)
               MOVE PTT-DATE-FROM TO WS-PT-EFF-FROM (WS-PTR-FOUND-IDX)
               MOVE PTT-DATE-TO TO WS-PT-EFF-TO (WS-PTR-FOUND-IDX)
           END-IF
           IF PTT-ACTION-SUSPEND
               MOVE "S" TO WS-PT-STATUS (WS-PTR-FOUND-IDX)
               MOVE PTT-DATE-FROM TO
                   WS-PT-SUSP-FROM (WS-PTR-FOUND-IDX)
               MOVE PTT-DATE-TO TO WS-PT-SUSP-TO (WS-PTR-FOUND-IDX)
           END-IF
           IF PTT-ACTION-RESUME
               MOVE "A" TO WS-PT-STATUS (WS-PTR-FOUND-IDX)
               MOVE ZERO TO WS-PT-SUSP-FROM (WS-PTR-FOUND-IDX)
               MOVE ZERO TO WS-PT-SUSP-TO (WS-PTR-FOUND-IDX)
           END-IF
           IF TRAN-IS-VALID AND NOT PTT-ACTION-DELETE
               MOVE WS-PT-PROFILE (WS-PTR-FOUND-IDX) TO WS-NEW-PROFILE
               SET NEW-IMAGE-PRESENT TO TRUE
           END-IF
           IF PTT-ACTION-DELETE
               SET PT-ENTRY-DELETED (WS-PTR-FOUND-IDX) TO TRUE
               SUBTRACT 1 FROM WS-ACTIVE-COUNT
               PERFORM 3350-TEST-LATER-SLOT THRU 3350-EXIT
                   VARYING WS-PTR-IDX FROM WS-PTR-FOUND-IDX BY 1
                   UNTIL WS-PTR-IDX > WS-PARTNER-COUNT
                      OR LATER-SLOTS-SHIFT
           END-IF.
       3300-EXIT.
           EXIT.

      *****************************************************************
      *  3350-TEST-LATER-SLOT - A DELETE AHEAD OF ANOTHER PARTNER     *
      *  MOVES THAT PARTNER UP ONE FBXMTNN FILE; THE AUDIT SAYS SO,   *
      *  SINCE THE TRANSMISSION STEPS READ THE FILES BY NUMBER.       *
      *****************************************************************
       3350-TEST-LATER-SLOT.
           IF PT-ENTRY-ACTIVE (WS-PTR-IDX)
               SET LATER-SLOTS-SHIFT TO TRUE
           END-IF.
       3350-EXIT.
           EXIT.

      *****************************************************************
      *  3400-EDIT-DATE-PAIR - PTT-DATE-FROM/PTT-DATE-TO ARE THE      *
      *  EFFECTIVE DATES ON ADD/CHG AND THE SUSPENSION WINDOW ON SUS. *
      *  EACH MUST BE ZERO (NO LIMIT) OR A REAL CALENDAR DATE, AND    *
      *  FROM MAY NOT BE AFTER TO WHEN BOTH ARE GIVEN.                 *
      *****************************************************************
       3400-EDIT-DATE-PAIR.
           IF PTT-DATE-FROM NOT NUMERIC OR PTT-DATE-TO NOT NUMERIC
               SET TRAN-IS-INVALID TO TRUE
               MOVE "DATES NOT NUMERIC" TO WS-REJECT-REASON
           END-IF
           IF TRAN-IS-VALID AND PTT-DATE-FROM NOT = ZERO
               MOVE PTT-DATE-FROM TO WS-EDIT-DATE
               PERFORM 3450-EDIT-ONE-DATE THRU 3450-EXIT
           END-IF
           IF TRAN-IS-VALID AND PTT-DATE-TO NOT = ZERO
               MOVE PTT-DATE-TO TO WS-EDIT-DATE
               PERFORM 3450-EDIT-ONE-DATE THRU 3450-EXIT
           END-IF
           IF TRAN-IS-VALID
               AND PTT-DATE-FROM NOT = ZERO
               AND PTT-DATE-TO NOT = ZERO
               AND PTT-DATE-FROM > PTT-DATE-TO
               SET TRAN-IS-INVALID TO TRUE
               IF PTT-ACTION-SUSPEND
                   MOVE "SUSP-FROM IS AFTER SUSP-TO"
                       TO WS-REJECT-REASON
               ELSE
                   MOVE "EFF-FROM IS AFTER EFF-TO" TO WS-REJECT-REASON
               END-IF
           END-IF.
       3400-EXIT.
           EXIT.

       3450-EDIT-ONE-DATE.
           SET DATE-IS-VALID TO TRUE
           IF WS-ED-MM < 1 OR WS-ED-MM > 12 OR WS-ED-DD < 1
               SET DATE-IS-INVALID TO TRUE
           ELSE
               MOVE WS-DAYS-IN-MONTH (WS-ED-MM) TO WS-EDIT-MONTH-DAYS
               IF WS-ED-MM = 2
                   MOVE WS-ED-CCYY TO WS-LEAP-YEAR
                   PERFORM 6200-TEST-LEAP-YEAR THRU 6200-EXIT
                   IF YEAR-IS-LEAP
                       MOVE 29 TO WS-EDIT-MONTH-DAYS
                   END-IF
               END-IF
               IF WS-ED-DD > WS-EDIT-MONTH-DAYS
                   SET DATE-IS-INVALID TO TRUE
               END-IF
           END-IF
           IF DATE-IS-INVALID
               SET TRAN-IS-INVALID TO TRUE
               MOVE "INVALID CALENDAR DATE" TO WS-REJECT-REASON
           END-IF.
       3450-EXIT.
           EXIT.

      *****************************************************************
      *  3900-PRINT-TRAN-AUDIT - ONE AUDIT LINE PER CARD WITH THE     *
      *  REQUESTER AND THE ACCEPTED/REJECTED DISPOSITION, FOLLOWED BY *
      *  THE PROFILE AS IT STOOD BEFORE THE CARD AND AS THE CARD LEFT *
      *  IT.                                                           *
      *****************************************************************
       3900-PRINT-TRAN-AUDIT.
           MOVE SPACES TO RPT-TRAN-LINE
           MOVE PTT-ACTION TO RPT-TR-ACTION
           MOVE PTT-PARTNER-ID TO RPT-TR-PARTNER-ID
           MOVE "REQUESTED BY " TO RPT-TR-BY-LIT
           MOVE PTT-REQUESTED-BY TO RPT-TR-REQUESTED-BY
           IF TRAN-IS-VALID
               MOVE "ACCEPTED" TO RPT-TR-STATUS
           ELSE
               MOVE "REJECTED" TO RPT-TR-STATUS
               MOVE WS-REJECT-REASON TO RPT-TR-REASON
           END-IF
           MOVE RPT-TRAN-LINE TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           IF OLD-IMAGE-PRESENT
               MOVE "  BEFORE" TO WS-PRINT-TAG
               MOVE WS-OLD-PROFILE TO WS-PRINT-PROFILE
               PERFORM 2700-PRINT-PROFILE-LINE THRU 2700-EXIT
           END-IF
           IF NEW-IMAGE-PRESENT
               MOVE "  AFTER" TO WS-PRINT-TAG
               MOVE WS-NEW-PROFILE TO WS-PRINT-PROFILE
               PERFORM 2700-PRINT-PROFILE-LINE THRU 2700-EXIT
           END-IF
           IF TRAN-IS-VALID AND PTT-ACTION-DELETE
               MOVE "  AFTER  PROFILE DELETED" TO WS-PRINT-LINE
               PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           END-IF
           IF LATER-SLOTS-SHIFT
               MOVE "  NOTE   PARTNERS AFTER THIS ONE MOVE UP ONE "
                   TO WS-PRINT-LINE
               MOVE "FBXMTNN FILE" TO WS-PRINT-LINE (46 : 12)
               PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           END-IF.
       3900-EXIT.
           EXIT.

      *****************************************************************
      *  4000-WRITE-NEW-MASTER - WRITE THE SURVIVING TABLE ENTRIES    *
      *  TO FBPRTNW IN THEIR LOADED/ADDED ORDER.  OPERATIONS SWAPS    *
      *  FBPRTNW OVER FBPRTNR ONCE THE AUDIT REPORT IS APPROVED.      *
      *****************************************************************
       4000-WRITE-NEW-MASTER.
           PERFORM 4100-WRITE-ONE-PARTNER THRU 4100-EXIT
               VARYING WS-PTR-IDX FROM 1 BY 1
               UNTIL WS-PTR-IDX > WS-PARTNER-COUNT.
       4000-EXIT.
           EXIT.

       4100-WRITE-ONE-PARTNER.
           IF PT-ENTRY-ACTIVE (WS-PTR-IDX)
               MOVE SPACES TO NEWPTNR-RECORD
               MOVE WS-PT-PARTNER-ID (WS-PTR-IDX) TO NPT-PARTNER-ID
               MOVE WS-PT-SENDER-ID (WS-PTR-IDX) TO NPT-SENDER-ID
               MOVE WS-PT-RANGE-FROM (WS-PTR-IDX) TO NPT-RANGE-FROM
               MOVE WS-PT-RANGE-TO (WS-PTR-IDX) TO NPT-RANGE-TO
               MOVE WS-PT-LABEL-FILTER (WS-PTR-IDX)
                   TO NPT-LABEL-FILTER
               MOVE WS-PT-EFF-FROM (WS-PTR-IDX) TO NPT-EFF-FROM
               MOVE WS-PT-EFF-TO (WS-PTR-IDX) TO NPT-EFF-TO
               MOVE WS-PT-STATUS (WS-PTR-IDX) TO NPT-STATUS
               MOVE WS-PT-SUSP-FROM (WS-PTR-IDX) TO NPT-SUSP-FROM
               MOVE WS-PT-SUSP-TO (WS-PTR-IDX) TO NPT-SUSP-TO
               WRITE NEWPTNR-RECORD
               IF WS-NEWPTNR-STATUS NOT = "00"
                   DISPLAY "FBPTMNT: WRITE TO FBPRTNW FAILED - "
                       "STATUS " WS-NEWPTNR-STATUS
                   MOVE 16 TO RETURN-CODE
               ELSE
                   ADD 1 TO WS-PARTNERS-AFTER-COUNT
               END-IF
           END-IF.
       4100-EXIT.
           EXIT.

      *****************************************************************
      *  4500-PRINT-AFTER-IMAGE - LIST THE MASTER AS IT WAS WRITTEN   *
      *  TO FBPRTNW.                                                   *
      *****************************************************************
       4500-PRINT-AFTER-IMAGE.
           MOVE SPACES TO RPT-SECTION-LINE
           MOVE "PARTNERS ON FILE AFTER MAINTENANCE" TO RPT-SEC-TITLE
           MOVE RPT-SECTION-LINE TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           MOVE ZERO TO WS-SLOT-NUMBER
           PERFORM 2600-PRINT-ONE-PARTNER THRU 2600-EXIT
               VARYING WS-PTR-IDX FROM 1 BY 1
               UNTIL WS-PTR-IDX > WS-PARTNER-COUNT.
       4500-EXIT.
           EXIT.

      *****************************************************************
      *  6200-TEST-LEAP-YEAR - GREGORIAN RULE FOR WS-LEAP-YEAR.       *
      *****************************************************************
       6200-TEST-LEAP-YEAR.
           SET YEAR-NOT-LEAP TO TRUE
           DIVIDE WS-LEAP-YEAR BY 4
               GIVING WS-LEAP-TMP REMAINDER WS-LEAP-REM
           IF WS-LEAP-REM = ZERO
               SET YEAR-IS-LEAP TO TRUE
               DIVIDE WS-LEAP-YEAR BY 100
                   GIVING WS-LEAP-TMP REMAINDER WS-LEAP-REM
               IF WS-LEAP-REM = ZERO
                   DIVIDE WS-LEAP-YEAR BY 400
                       GIVING WS-LEAP-TMP REMAINDER WS-LEAP-REM
                   IF WS-LEAP-REM NOT = ZERO
                       SET YEAR-NOT-LEAP TO TRUE
                   END-IF
               END-IF
           END-IF.
       6200-EXIT.
           EXIT.

      *****************************************************************
      *  8000-TERMINATE-RUN - CONTROL-TOTAL TRAILER FOR BALANCING THE *
      *  MAINTENANCE RUN, THEN CLOSE DOWN.                             *
      *****************************************************************
       8000-TERMINATE-RUN.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           MOVE SPACES TO RPT-TRAILER-LINE
           MOVE "PARTNERS ON FILE BEFORE....." TO RPT-T-LABEL
           MOVE WS-PARTNERS-BEFORE-COUNT TO RPT-T-VALUE
           MOVE RPT-TRAILER-LINE TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           MOVE SPACES TO RPT-TRAILER-LINE
           MOVE "TRANSACTIONS READ..........." TO RPT-T-LABEL
           MOVE WS-TRANS-READ-COUNT TO RPT-T-VALUE
           MOVE RPT-TRAILER-LINE TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           MOVE SPACES TO RPT-TRAILER-LINE
           MOVE "TRANSACTIONS ACCEPTED......." TO RPT-T-LABEL
           MOVE WS-TRANS-ACCEPTED-COUNT TO RPT-T-VALUE
           MOVE RPT-TRAILER-LINE TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           MOVE SPACES TO RPT-TRAILER-LINE
           MOVE "TRANSACTIONS REJECTED......." TO RPT-T-LABEL
           MOVE WS-TRANS-REJECTED-COUNT TO RPT-T-VALUE
           MOVE RPT-TRAILER-LINE TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           MOVE SPACES TO RPT-TRAILER-LINE
           MOVE "PARTNERS ON FILE AFTER......" TO RPT-T-LABEL
           MOVE WS-PARTNERS-AFTER-COUNT TO RPT-T-VALUE
           MOVE RPT-TRAILER-LINE TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           CLOSE NEWPTNR-FILE
           CLOSE PRINT-FILE
           DISPLAY "FBPTMNT: " WS-TRANS-ACCEPTED-COUNT " ACCEPTED, "
               WS-TRANS-REJECTED-COUNT " REJECTED".
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
           MOVE WS-TRANS-READ-COUNT TO JRN-RECORDS-READ
           MOVE WS-PARTNERS-AFTER-COUNT TO JRN-RECORDS-WRITTEN
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
           MOVE "FBPTMNT" TO JRN-PROGRAM-ID
           CALL "FBJRNLWR" USING JOURNAL-RECORD
               ON EXCEPTION
                   DISPLAY "FBPTMNT: STEP JOURNAL WRITER NOT AVAILABLE"
           END-CALL
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.
       9950-EXIT.
           EXIT.

       END PROGRAM FBPTMNT.
