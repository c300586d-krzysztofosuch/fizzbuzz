       IDENTIFICATION DIVISION.
         PROGRAM-ID. FBCALMNT.
         AUTHOR. R JENNINGS.
         INSTALLATION. BATCH SYSTEMS - REPORTING.
         DATE-WRITTEN. 10/15/2026.
         DATE-COMPILED.
      *****************************************************************
      *  MODIFICATION HISTORY                                        *
      *  -------------------                                         *
      *  10/15/26  RJ   ORIGINAL PROGRAM.  LOADS AND MAINTAINS THE   *
      *                 FBCALNDR BUSINESS-DAY CALENDAR FROM FBCTRAN  *
      *                 TRANSACTION CARDS AND WRITES THE UPDATED     *
      *                 MASTER TO FBCALNW, AS FBRULMNT DOES FOR      *
      *                 FBRULES.  A GEN CARD LOADS A WHOLE YEAR      *
      *                 (MONDAY-FRIDAY WORKING, SATURDAY/SUNDAY      *
      *                 WEEKEND); HOL/WRK/NWD CARDS MARK SINGLE      *
      *                 DATES AS SHOP HOLIDAYS, WORKING DAYS OR      *
      *                 NON-WORKING DAYS; A PRG CARD PURGES A YEAR.  *
      *                 EVERY CARD IS VALIDATED UP FRONT AND THE     *
      *                 AUDIT REPORT (FBCMPRT) SHOWS EACH CARD WITH  *
      *                 THE DAY TYPE BEFORE AND AFTER, PLUS A        *
      *                 YEAR-BY-YEAR SUMMARY OF THE FILE BEFORE AND  *
      *                 AFTER AND THE HOLIDAYS NOW ON FILE.  ANY     *
      *                 REJECT SETS RETURN-CODE 8 SO THE SCHEDULER   *
      *                 CAN HOLD THE SWAP OF FBCALNW OVER FBCALNDR.  *
      *  10/15/26  RJ   GEN NOW TRUNCATES K/4 AND J/4 SEPARATELY     *
      *                 WHEN FINDING THE WEEKDAY OF JANUARY 1ST -    *
      *                 SOME YEARS BEFORE 2001 CAME OUT ONE WEEKDAY  *
      *                 LATE.  A REJECTED CARD NO LONGER LOWERS AN   *
      *                 EARLIER RETURN-CODE 16 TO 8.                 *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDAR-FILE ASSIGN TO "FBCALNDR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.
           SELECT TRAN-FILE ASSIGN TO "FBCTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.
           SELECT NEWCAL-FILE ASSIGN TO "FBCALNW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEWCAL-STATUS.
           SELECT PRINT-FILE ASSIGN TO "FBCMPRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALENDAR-FILE.
           COPY FBCALNDR.

       FD  TRAN-FILE.
           COPY FBCTRAN.

       FD  NEWCAL-FILE.
           COPY FBCALNDR
               REPLACING ==CALENDAR-RECORD== BY ==NEWCAL-RECORD==
                         ==CAL-DATE== BY ==NCL-DATE==
                         ==CAL-DAY-TYPE== BY ==NCL-DAY-TYPE==
                         ==CAL-WORKING-DAY== BY ==NCL-WORKING-DAY==
                         ==CAL-WEEKEND-DAY== BY ==NCL-WEEKEND-DAY==
                         ==CAL-HOLIDAY== BY ==NCL-HOLIDAY==
                         ==CAL-DAY-OF-WEEK== BY ==NCL-DAY-OF-WEEK==
                         ==CAL-DESCRIPTION== BY ==NCL-DESCRIPTION==.

       FD  PRINT-FILE.
           COPY FBPRINT.
       01  RPT-SECTION-LINE.
           05  RPT-SEC-TITLE             PIC X(40).
           05  FILLER                    PIC X(92).
       01  RPT-YEAR-LINE.
           05  FILLER                    PIC X(05).
           05  RPT-Y-YEAR                PIC 9(04).
           05  FILLER                    PIC X(03).
           05  RPT-Y-FIRST               PIC 9(08).
           05  RPT-Y-DASH                PIC X(03).
           05  RPT-Y-LAST                PIC 9(08).
           05  FILLER                    PIC X(03).
           05  RPT-Y-DAYS-LIT            PIC X(05).
           05  RPT-Y-DAYS                PIC ZZZ9.
           05  FILLER                    PIC X(03).
           05  RPT-Y-WORK-LIT            PIC X(08).
           05  RPT-Y-WORK                PIC ZZZ9.
           05  FILLER                    PIC X(03).
           05  RPT-Y-WEEKEND-LIT         PIC X(08).
           05  RPT-Y-WEEKEND             PIC ZZZ9.
           05  FILLER                    PIC X(03).
           05  RPT-Y-HOLIDAY-LIT         PIC X(08).
           05  RPT-Y-HOLIDAY             PIC ZZZ9.
           05  FILLER                    PIC X(47).
       01  RPT-HOLIDAY-LINE.
           05  FILLER                    PIC X(05).
           05  RPT-HL-DATE               PIC 9(08).
           05  FILLER                    PIC X(03).
           05  RPT-HL-DAY-NAME           PIC X(03).
           05  FILLER                    PIC X(03).
           05  RPT-HL-DESCRIPTION        PIC X(30).
           05  FILLER                    PIC X(80).
       01  RPT-TRAN-LINE.
           05  RPT-TR-ACTION             PIC X(03).
           05  FILLER                    PIC X(02).
           05  RPT-TR-YEAR               PIC X(04).
           05  FILLER                    PIC X(02).
           05  RPT-TR-DATE               PIC X(08).
           05  FILLER                    PIC X(02).
           05  RPT-TR-OLD-TYPE           PIC X(01).
           05  RPT-TR-ARROW              PIC X(04).
           05  RPT-TR-NEW-TYPE           PIC X(01).
           05  FILLER                    PIC X(02).
           05  RPT-TR-DESCRIPTION        PIC X(30).
           05  FILLER                    PIC X(02).
           05  RPT-TR-STATUS             PIC X(08).
           05  FILLER                    PIC X(02).
           05  RPT-TR-REASON             PIC X(40).
           05  FILLER                    PIC X(21).

       WORKING-STORAGE SECTION.
         01 WS-CAL-STATUS PIC X(02) VALUE "00".
         01 WS-TRAN-STATUS PIC X(02) VALUE "00".
         01 WS-NEWCAL-STATUS PIC X(02) VALUE "00".
         01 WS-PRINT-STATUS PIC X(02) VALUE "00".

      *  THE CALENDAR IN ASCENDING DATE ORDER.  A GENERATED YEAR IS
      *  OPENED UP IN PLACE SO THE ORDER HOLDS; A PURGED OR DELETED
      *  DAY STAYS IN ITS SLOT, FLAGGED, AND IS NOT WRITTEN.
         77 WS-MAX-CAL-DAYS PIC 9(4) VALUE 4000.
         01 WS-CAL-COUNT PIC 9(4) COMP VALUE ZERO.
         01 WS-CAL-IDX PIC 9(4) COMP VALUE ZERO.
         01 WS-CAL-FOUND-IDX PIC 9(4) COMP VALUE ZERO.
         01 WS-CALENDAR-TABLE.
           05 WS-CT-ENTRY OCCURS 4000 TIMES.
             10 WS-CT-DATE PIC 9(08).
             10 WS-CT-DATE-PARTS REDEFINES WS-CT-DATE.
               15 WS-CT-CCYY PIC 9(04).
               15 WS-CT-MMDD PIC 9(04).
             10 WS-CT-DAY-TYPE PIC X(01).
               88 CT-WORKING-DAY VALUE "W".
               88 CT-WEEKEND-DAY VALUE "E".
               88 CT-HOLIDAY VALUE "H".
             10 WS-CT-DAY-OF-WEEK PIC 9(01).
             10 WS-CT-DESCRIPTION PIC X(30).
             10 WS-CT-DELETED-SW PIC X(01).
               88 CT-ENTRY-DELETED VALUE "Y".
               88 CT-ENTRY-ACTIVE VALUE "N".

         01 WS-TRAN-VALID-SW PIC X(01) VALUE "Y".
           88 TRAN-IS-VALID VALUE "Y".
           88 TRAN-IS-INVALID VALUE "N".
         01 WS-REJECT-REASON PIC X(40) VALUE SPACES.
         01 WS-OLD-DAY-TYPE PIC X(01) VALUE SPACE.
         01 WS-NEW-DAY-TYPE PIC X(01) VALUE SPACE.
         01 WS-YEAR-DAYS-FOUND PIC 9(4) COMP VALUE ZERO.

      *  YEAR GENERATION WORK AREAS.  JANUARY 1ST'S WEEKDAY COMES
      *  FROM ZELLER'S CONGRUENCE; EVERY LATER DAY IS ONE ON.
         01 WS-GEN-DATE-RAW PIC 9(08) VALUE ZERO.
         01 WS-GEN-DATE-PARTS REDEFINES WS-GEN-DATE-RAW.
           05 WS-GD-CCYY PIC 9(04).
           05 WS-GD-MM PIC 9(02).
           05 WS-GD-DD PIC 9(02).
         01 WS-GEN-DAY-OF-WEEK PIC 9(01) VALUE ZERO.
         01 WS-GEN-DAYS-IN-YEAR PIC 9(4) COMP VALUE ZERO.
         01 WS-GEN-MONTH-DAYS PIC 9(02) VALUE ZERO.
         01 WS-GEN-INSERT-POS PIC 9(4) COMP VALUE ZERO.
         01 WS-GEN-SLOT PIC 9(4) COMP VALUE ZERO.
         01 WS-GEN-DONE-SW PIC X(01) VALUE "N".
           88 GEN-YEAR-DONE VALUE "Y".
           88 GEN-YEAR-NOT-DONE VALUE "N".
         01 WS-ZELLER-YEAR PIC 9(04) VALUE ZERO.
         01 WS-ZELLER-K PIC 9(04) VALUE ZERO.
         01 WS-ZELLER-J PIC 9(04) VALUE ZERO.
         01 WS-ZELLER-K-QTR PIC 9(04) VALUE ZERO.
         01 WS-ZELLER-J-QTR PIC 9(04) VALUE ZERO.
         01 WS-ZELLER-SUM PIC 9(06) VALUE ZERO.
         01 WS-ZELLER-QUOT PIC 9(06) VALUE ZERO.
         01 WS-ZELLER-H PIC 9(01) VALUE ZERO.
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
         01 WS-DAY-NAME-TABLE.
           05 FILLER PIC X(21) VALUE "MONTUEWEDTHUFRISATSUN".
         01 WS-DAY-NAMES REDEFINES WS-DAY-NAME-TABLE.
           05 WS-DAY-NAME OCCURS 7 TIMES PIC X(03).

      *  YEAR-SUMMARY BREAK AREAS FOR THE BEFORE/AFTER IMAGES.
         01 WS-SUM-YEAR PIC 9(04) VALUE ZERO.
         01 WS-SUM-FIRST PIC 9(08) VALUE ZERO.
         01 WS-SUM-LAST PIC 9(08) VALUE ZERO.
         01 WS-SUM-DAYS PIC 9(4) COMP VALUE ZERO.
         01 WS-SUM-WORKING PIC 9(4) COMP VALUE ZERO.
         01 WS-SUM-WEEKEND PIC 9(4) COMP VALUE ZERO.
         01 WS-SUM-HOLIDAY PIC 9(4) COMP VALUE ZERO.

         01 WS-MAINT-TOTALS.
           05 WS-DAYS-BEFORE-COUNT PIC 9(9) COMP VALUE ZERO.
           05 WS-DAYS-AFTER-COUNT PIC 9(9) COMP VALUE ZERO.
           05 WS-HOLIDAYS-AFTER-COUNT PIC 9(9) COMP VALUE ZERO.
           05 WS-ROWS-DROPPED-COUNT PIC 9(9) COMP VALUE ZERO.
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
               DISPLAY "FBCALMNT: CANNOT OPEN FBCTRAN - STATUS "
                   WS-TRAN-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF
           OPEN OUTPUT NEWCAL-FILE
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
           MOVE "FBCALNDR MAINTENANCE" TO RPT-H-TITLE
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
      *  2000-LOAD-OLD-MASTER - LOAD THE CURRENT FBCALNDR FILE INTO   *
      *  THE TABLE.  A MISSING MASTER IS TREATED AS AN EMPTY FILE SO  *
      *  THE FIRST-EVER LOAD CAN BE DONE WITH GEN CARDS.  A ROW WITH  *
      *  A BAD DATE OR TYPE, OR OUT OF DATE ORDER, IS DROPPED WITH A  *
      *  WARNING - EVERY BUSINESS-DAY LOOKUP RELIES ON THE ORDER.     *
      *****************************************************************
       2000-LOAD-OLD-MASTER.
           MOVE ZERO TO WS-CAL-COUNT
           OPEN INPUT CALENDAR-FILE
           IF WS-CAL-STATUS = "00"
               PERFORM 2100-LOAD-ONE-DAY THRU 2100-EXIT
                   UNTIL WS-CAL-STATUS NOT = "00"
                      OR WS-CAL-COUNT >= WS-MAX-CAL-DAYS
               IF WS-CAL-COUNT >= WS-MAX-CAL-DAYS
                   AND WS-CAL-STATUS = "00"
                   DISPLAY "FBCALMNT: FBCALNDR HAS MORE THAN "
                       WS-MAX-CAL-DAYS " DAYS - PURGE OLD YEARS "
                       "FIRST"
                   MOVE 16 TO RETURN-CODE
               END-IF
               CLOSE CALENDAR-FILE
           ELSE
               DISPLAY "FBCALMNT: NO FBCALNDR MASTER - STARTING FROM "
                   "AN EMPTY FILE"
           END-IF
           MOVE WS-CAL-COUNT TO WS-DAYS-BEFORE-COUNT.
       2000-EXIT.
           EXIT.

       2100-LOAD-ONE-DAY.
           READ CALENDAR-FILE
               AT END
                   CONTINUE
               NOT AT END
                   PERFORM 2150-LOAD-ROW-DETAIL THRU 2150-EXIT
           END-READ.
       2100-EXIT.
           EXIT.

       2150-LOAD-ROW-DETAIL.
           IF CAL-DATE NOT NUMERIC
               OR (NOT CAL-WORKING-DAY AND NOT CAL-WEEKEND-DAY
                   AND NOT CAL-HOLIDAY)
               DISPLAY "FBCALMNT: WARNING - DROPPING FBCALNDR ROW "
                   "WITH INVALID DATE OR DAY TYPE"
               ADD 1 TO WS-ROWS-DROPPED-COUNT
               IF 8 > RETURN-CODE
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               IF WS-CAL-COUNT > ZERO
                   AND CAL-DATE NOT > WS-CT-DATE (WS-CAL-COUNT)
                   DISPLAY "FBCALMNT: WARNING - DROPPING FBCALNDR "
                       "ROW " CAL-DATE " - OUT OF DATE ORDER"
                   ADD 1 TO WS-ROWS-DROPPED-COUNT
                   IF 8 > RETURN-CODE
                       MOVE 8 TO RETURN-CODE
                   END-IF
               ELSE
                   ADD 1 TO WS-CAL-COUNT
                   MOVE CAL-DATE TO WS-CT-DATE (WS-CAL-COUNT)
                   MOVE CAL-DAY-TYPE TO WS-CT-DAY-TYPE (WS-CAL-COUNT)
                   MOVE CAL-DAY-OF-WEEK TO
                       WS-CT-DAY-OF-WEEK (WS-CAL-COUNT)
                   MOVE CAL-DESCRIPTION TO
                       WS-CT-DESCRIPTION (WS-CAL-COUNT)
                   SET CT-ENTRY-ACTIVE (WS-CAL-COUNT) TO TRUE
               END-IF
           END-IF.
       2150-EXIT.
           EXIT.

      *****************************************************************
      *  2500-PRINT-BEFORE-IMAGE - SUMMARIZE THE MASTER AS LOADED,    *
      *  ONE LINE PER YEAR, BEFORE ANY TRANSACTION IS APPLIED.        *
      *****************************************************************
       2500-PRINT-BEFORE-IMAGE.
           MOVE SPACES TO RPT-SECTION-LINE
           MOVE "CALENDAR YEARS BEFORE MAINTENANCE" TO RPT-SEC-TITLE
           MOVE RPT-SECTION-LINE TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           PERFORM 2600-SUMMARIZE-YEARS THRU 2600-EXIT
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT.
       2500-EXIT.
           EXIT.

      *****************************************************************
      *  2600-SUMMARIZE-YEARS - WALK THE ACTIVE DAYS IN DATE ORDER    *
      *  AND PRINT A COUNT LINE AT EVERY CHANGE OF YEAR.              *
      *****************************************************************
       2600-SUMMARIZE-YEARS.
           MOVE ZERO TO WS-SUM-YEAR
           PERFORM 2650-SUMMARIZE-ONE-DAY THRU 2650-EXIT
               VARYING WS-CAL-IDX FROM 1 BY 1
               UNTIL WS-CAL-IDX > WS-CAL-COUNT
           IF WS-SUM-YEAR NOT = ZERO
               PERFORM 2700-PRINT-YEAR-LINE THRU 2700-EXIT
           ELSE
               MOVE SPACES TO RPT-ERROR-LINE
               MOVE "     NO CALENDAR DAYS ON FILE" TO RPT-E-MESSAGE
               MOVE RPT-ERROR-LINE TO WS-PRINT-LINE
               PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           END-IF.
       2600-EXIT.
           EXIT.

       2650-SUMMARIZE-ONE-DAY.
           IF CT-ENTRY-ACTIVE (WS-CAL-IDX)
               IF WS-CT-CCYY (WS-CAL-IDX) NOT = WS-SUM-YEAR
                   IF WS-SUM-YEAR NOT = ZERO
                       PERFORM 2700-PRINT-YEAR-LINE THRU 2700-EXIT
                   END-IF
                   MOVE WS-CT-CCYY (WS-CAL-IDX) TO WS-SUM-YEAR
                   MOVE WS-CT-DATE (WS-CAL-IDX) TO WS-SUM-FIRST
                   MOVE ZERO TO WS-SUM-DAYS
                   MOVE ZERO TO WS-SUM-WORKING
                   MOVE ZERO TO WS-SUM-WEEKEND
                   MOVE ZERO TO WS-SUM-HOLIDAY
               END-IF
               MOVE WS-CT-DATE (WS-CAL-IDX) TO WS-SUM-LAST
               ADD 1 TO WS-SUM-DAYS
               IF CT-WORKING-DAY (WS-CAL-IDX)
                   ADD 1 TO WS-SUM-WORKING
               END-IF
               IF CT-WEEKEND-DAY (WS-CAL-IDX)
                   ADD 1 TO WS-SUM-WEEKEND
               END-IF
               IF CT-HOLIDAY (WS-CAL-IDX)
                   ADD 1 TO WS-SUM-HOLIDAY
               END-IF
           END-IF.
       2650-EXIT.
           EXIT.

       2700-PRINT-YEAR-LINE.
           MOVE SPACES TO RPT-YEAR-LINE
           MOVE WS-SUM-YEAR TO RPT-Y-YEAR
           MOVE WS-SUM-FIRST TO RPT-Y-FIRST
           MOVE " - " TO RPT-Y-DASH
           MOVE WS-SUM-LAST TO RPT-Y-LAST
           MOVE "DAYS" TO RPT-Y-DAYS-LIT
           MOVE WS-SUM-DAYS TO RPT-Y-DAYS
           MOVE "WORKING" TO RPT-Y-WORK-LIT
           MOVE WS-SUM-WORKING TO RPT-Y-WORK
           MOVE "WEEKEND" TO RPT-Y-WEEKEND-LIT
           MOVE WS-SUM-WEEKEND TO RPT-Y-WEEKEND
           MOVE "HOLIDAY" TO RPT-Y-HOLIDAY-LIT
           MOVE WS-SUM-HOLIDAY TO RPT-Y-HOLIDAY
           MOVE RPT-YEAR-LINE TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT.
       2700-EXIT.
           EXIT.

      *****************************************************************
      *  3000-APPLY-TRANSACTIONS - VALIDATE AND APPLY EVERY FBCTRAN   *
      *  CARD AGAINST THE TABLE, PRINTING AN ACCEPTED/REJECTED AUDIT  *
      *  LINE FOR EACH.                                                *
      *****************************************************************
       3000-APPLY-TRANSACTIONS.
           IF WS-TRAN-STATUS = "00"
               MOVE SPACES TO RPT-SECTION-LINE
               MOVE "TRANSACTIONS APPLIED" TO RPT-SEC-TITLE
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
           MOVE SPACE TO WS-OLD-DAY-TYPE
           MOVE SPACE TO WS-NEW-DAY-TYPE
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
           PERFORM 3900-PRINT-TRAN-AUDIT-LINE THRU 3900-EXIT.
       3150-EXIT.
           EXIT.

      *****************************************************************
      *  3200-VALIDATE-TRANSACTION - EDIT THE CARD BEFORE IT TOUCHES  *
      *  THE TABLE.  EACH EDIT ONLY RUNS WHILE THE CARD IS STILL      *
      *  VALID, SO THE FIRST FAILING EDIT WINS - ITS REASON GOES ON   *
      *  THE AUDIT LINE.                                               *
      *****************************************************************
       3200-VALIDATE-TRANSACTION.
           IF NOT CTR-ACTION-GENERATE AND NOT CTR-ACTION-HOLIDAY
               AND NOT CTR-ACTION-WORKING
               AND NOT CTR-ACTION-NONWORKING
               AND NOT CTR-ACTION-PURGE
               SET TRAN-IS-INVALID TO TRUE
               MOVE "INVALID ACTION CODE" TO WS-REJECT-REASON
           END-IF
           IF TRAN-IS-VALID
               IF CTR-ACTION-GENERATE OR CTR-ACTION-PURGE
                   PERFORM 3210-EDIT-YEAR-CARD THRU 3210-EXIT
               ELSE
                   PERFORM 3220-EDIT-DATE-CARD THRU 3220-EXIT
               END-IF
           END-IF.
       3200-EXIT.
           EXIT.

      *****************************************************************
      *  3210-EDIT-YEAR-CARD - GEN NEEDS A YEAR WITH NO DAY ON FILE   *
      *  AND ROOM IN THE TABLE; PRG NEEDS A YEAR THAT IS ON FILE.     *
      *****************************************************************
       3210-EDIT-YEAR-CARD.
           IF CTR-YEAR NOT NUMERIC OR CTR-YEAR < 1901
               SET TRAN-IS-INVALID TO TRUE
               MOVE "INVALID YEAR" TO WS-REJECT-REASON
           END-IF
           IF TRAN-IS-VALID
               MOVE ZERO TO WS-YEAR-DAYS-FOUND
               PERFORM 3215-COUNT-ONE-YEAR-DAY THRU 3215-EXIT
                   VARYING WS-CAL-IDX FROM 1 BY 1
                   UNTIL WS-CAL-IDX > WS-CAL-COUNT
               IF CTR-ACTION-GENERATE
                   IF WS-YEAR-DAYS-FOUND NOT = ZERO
                       SET TRAN-IS-INVALID TO TRUE
                       MOVE "YEAR ALREADY ON FILE" TO WS-REJECT-REASON
                   ELSE
                       MOVE CTR-YEAR TO WS-LEAP-YEAR
                       PERFORM 6200-TEST-LEAP-YEAR THRU 6200-EXIT
                       IF YEAR-IS-LEAP
                           MOVE 366 TO WS-GEN-DAYS-IN-YEAR
                       ELSE
                           MOVE 365 TO WS-GEN-DAYS-IN-YEAR
                       END-IF
                       IF WS-CAL-COUNT + WS-GEN-DAYS-IN-YEAR
                           > WS-MAX-CAL-DAYS
                           SET TRAN-IS-INVALID TO TRUE
                           MOVE "CALENDAR TABLE FULL - PURGE A YEAR"
                               TO WS-REJECT-REASON
                       END-IF
                   END-IF
               ELSE
                   IF WS-YEAR-DAYS-FOUND = ZERO
                       SET TRAN-IS-INVALID TO TRUE
                       MOVE "YEAR NOT ON FILE" TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.
       3210-EXIT.
           EXIT.

       3215-COUNT-ONE-YEAR-DAY.
           IF CT-ENTRY-ACTIVE (WS-CAL-IDX)
               AND WS-CT-CCYY (WS-CAL-IDX) = CTR-YEAR
               ADD 1 TO WS-YEAR-DAYS-FOUND
           END-IF.
       3215-EXIT.
           EXIT.

      *****************************************************************
      *  3220-EDIT-DATE-CARD - HOL/WRK/NWD NEED A DATE ON FILE.  A    *
      *  HOLIDAY MUST SAY WHAT IT IS.                                  *
      *****************************************************************
       3220-EDIT-DATE-CARD.
           IF CTR-DATE NOT NUMERIC OR CTR-DATE = ZERO
               SET TRAN-IS-INVALID TO TRUE
               MOVE "INVALID DATE" TO WS-REJECT-REASON
           END-IF
           IF TRAN-IS-VALID
               PERFORM 3250-FIND-DATE THRU 3250-EXIT
               IF WS-CAL-FOUND-IDX = ZERO
                   SET TRAN-IS-INVALID TO TRUE
                   MOVE "DATE NOT ON FILE - GENERATE ITS YEAR"
                       TO WS-REJECT-REASON
               ELSE
                   MOVE WS-CT-DAY-TYPE (WS-CAL-FOUND-IDX)
                       TO WS-OLD-DAY-TYPE
               END-IF
           END-IF
           IF TRAN-IS-VALID AND CTR-ACTION-HOLIDAY
               AND CTR-DESCRIPTION = SPACES
               SET TRAN-IS-INVALID TO TRUE
               MOVE "MISSING HOLIDAY DESCRIPTION" TO WS-REJECT-REASON
           END-IF.
       3220-EXIT.
           EXIT.

      *****************************************************************
      *  3250-FIND-DATE - LOCATE THE CARD'S DATE AMONG THE ACTIVE     *
      *  TABLE ENTRIES.  ZERO MEANS NOT FOUND.                         *
      *****************************************************************
       3250-FIND-DATE.
           MOVE ZERO TO WS-CAL-FOUND-IDX
           PERFORM 3260-TEST-ONE-ENTRY THRU 3260-EXIT
               VARYING WS-CAL-IDX FROM 1 BY 1
               UNTIL WS-CAL-IDX > WS-CAL-COUNT
                  OR WS-CAL-FOUND-IDX NOT = ZERO.
       3250-EXIT.
           EXIT.

       3260-TEST-ONE-ENTRY.
           IF CT-ENTRY-ACTIVE (WS-CAL-IDX)
               AND WS-CT-DATE (WS-CAL-IDX) = CTR-DATE
               MOVE WS-CAL-IDX TO WS-CAL-FOUND-IDX
           END-IF.
       3260-EXIT.
           EXIT.

      *****************************************************************
      *  3300-POST-TRANSACTION - APPLY A VALIDATED CARD TO THE TABLE. *
      *****************************************************************
       3300-POST-TRANSACTION.
           IF CTR-ACTION-GENERATE
               PERFORM 3400-GENERATE-YEAR THRU 3400-EXIT
           END-IF
           IF CTR-ACTION-HOLIDAY
               MOVE "H" TO WS-CT-DAY-TYPE (WS-CAL-FOUND-IDX)
               MOVE CTR-DESCRIPTION TO
                   WS-CT-DESCRIPTION (WS-CAL-FOUND-IDX)
           END-IF
           IF CTR-ACTION-WORKING
               MOVE "W" TO WS-CT-DAY-TYPE (WS-CAL-FOUND-IDX)
               MOVE CTR-DESCRIPTION TO
                   WS-CT-DESCRIPTION (WS-CAL-FOUND-IDX)
           END-IF
           IF CTR-ACTION-NONWORKING
               MOVE "E" TO WS-CT-DAY-TYPE (WS-CAL-FOUND-IDX)
               MOVE CTR-DESCRIPTION TO
                   WS-CT-DESCRIPTION (WS-CAL-FOUND-IDX)
           END-IF
           IF CTR-ACTION-PURGE
               PERFORM 3500-PURGE-ONE-DAY THRU 3500-EXIT
                   VARYING WS-CAL-IDX FROM 1 BY 1
                   UNTIL WS-CAL-IDX > WS-CAL-COUNT
           END-IF
           IF NOT CTR-ACTION-GENERATE AND NOT CTR-ACTION-PURGE
               MOVE WS-CT-DAY-TYPE (WS-CAL-FOUND-IDX)
                   TO WS-NEW-DAY-TYPE
           END-IF.
       3300-EXIT.
           EXIT.

      *****************************************************************
      *  3400-GENERATE-YEAR - OPEN A GAP FOR THE WHOLE YEAR AHEAD OF  *
      *  THE FIRST LATER DAY ON FILE (OR AT THE END), THEN FILL IT    *
      *  FROM JANUARY 1ST ON, SO THE TABLE STAYS IN DATE ORDER.       *
      *****************************************************************
       3400-GENERATE-YEAR.
           MOVE ZERO TO WS-GEN-INSERT-POS
           PERFORM 3410-TEST-INSERT-POINT THRU 3410-EXIT
               VARYING WS-CAL-IDX FROM 1 BY 1
               UNTIL WS-CAL-IDX > WS-CAL-COUNT
                  OR WS-GEN-INSERT-POS NOT = ZERO
           IF WS-GEN-INSERT-POS = ZERO
               COMPUTE WS-GEN-INSERT-POS = WS-CAL-COUNT + 1
           END-IF
           PERFORM 3420-SHIFT-ONE-DAY-UP THRU 3420-EXIT
               VARYING WS-CAL-IDX FROM WS-CAL-COUNT BY -1
               UNTIL WS-CAL-IDX < WS-GEN-INSERT-POS
                  OR WS-CAL-IDX < 1
           ADD WS-GEN-DAYS-IN-YEAR TO WS-CAL-COUNT
           MOVE CTR-YEAR TO WS-GD-CCYY
           MOVE 1 TO WS-GD-MM
           MOVE 1 TO WS-GD-DD
           PERFORM 6000-COMPUTE-JAN1-WEEKDAY THRU 6000-EXIT
           MOVE WS-GEN-INSERT-POS TO WS-GEN-SLOT
           SET GEN-YEAR-NOT-DONE TO TRUE
           PERFORM 3430-GENERATE-ONE-DAY THRU 3430-EXIT
               UNTIL GEN-YEAR-DONE.
       3400-EXIT.
           EXIT.

       3410-TEST-INSERT-POINT.
           IF WS-CT-CCYY (WS-CAL-IDX) > CTR-YEAR
               MOVE WS-CAL-IDX TO WS-GEN-INSERT-POS
           END-IF.
       3410-EXIT.
           EXIT.

       3420-SHIFT-ONE-DAY-UP.
           MOVE WS-CT-ENTRY (WS-CAL-IDX)
               TO WS-CT-ENTRY (WS-CAL-IDX + WS-GEN-DAYS-IN-YEAR).
       3420-EXIT.
           EXIT.

       3430-GENERATE-ONE-DAY.
           MOVE WS-GEN-DATE-RAW TO WS-CT-DATE (WS-GEN-SLOT)
           MOVE WS-GEN-DAY-OF-WEEK TO WS-CT-DAY-OF-WEEK (WS-GEN-SLOT)
           MOVE SPACES TO WS-CT-DESCRIPTION (WS-GEN-SLOT)
           SET CT-ENTRY-ACTIVE (WS-GEN-SLOT) TO TRUE
           IF WS-GEN-DAY-OF-WEEK > 5
               MOVE "E" TO WS-CT-DAY-TYPE (WS-GEN-SLOT)
           ELSE
               MOVE "W" TO WS-CT-DAY-TYPE (WS-GEN-SLOT)
           END-IF
           ADD 1 TO WS-GEN-SLOT
           IF WS-GEN-DAY-OF-WEEK = 7
               MOVE 1 TO WS-GEN-DAY-OF-WEEK
           ELSE
               ADD 1 TO WS-GEN-DAY-OF-WEEK
           END-IF
           MOVE WS-DAYS-IN-MONTH (WS-GD-MM) TO WS-GEN-MONTH-DAYS
           IF WS-GD-MM = 2 AND YEAR-IS-LEAP
               MOVE 29 TO WS-GEN-MONTH-DAYS
           END-IF
           IF WS-GD-DD < WS-GEN-MONTH-DAYS
               ADD 1 TO WS-GD-DD
           ELSE
               IF WS-GD-MM < 12
                   ADD 1 TO WS-GD-MM
                   MOVE 1 TO WS-GD-DD
               ELSE
                   SET GEN-YEAR-DONE TO TRUE
               END-IF
           END-IF.
       3430-EXIT.
           EXIT.

       3500-PURGE-ONE-DAY.
           IF CT-ENTRY-ACTIVE (WS-CAL-IDX)
               AND WS-CT-CCYY (WS-CAL-IDX) = CTR-YEAR
               SET CT-ENTRY-DELETED (WS-CAL-IDX) TO TRUE
           END-IF.
       3500-EXIT.
           EXIT.

      *****************************************************************
      *  3900-PRINT-TRAN-AUDIT-LINE - ONE AUDIT LINE PER CARD, AS     *
      *  PUNCHED, WITH THE DAY TYPE BEFORE AND AFTER AND ITS          *
      *  ACCEPTED/REJECTED DISPOSITION.                                *
      *****************************************************************
       3900-PRINT-TRAN-AUDIT-LINE.
           MOVE SPACES TO RPT-TRAN-LINE
           MOVE CTR-ACTION TO RPT-TR-ACTION
           MOVE CTR-YEAR TO RPT-TR-YEAR
           MOVE CTR-DATE TO RPT-TR-DATE
           MOVE CTR-DESCRIPTION TO RPT-TR-DESCRIPTION
           IF WS-OLD-DAY-TYPE NOT = SPACE
               MOVE WS-OLD-DAY-TYPE TO RPT-TR-OLD-TYPE
               MOVE " -> " TO RPT-TR-ARROW
               MOVE WS-NEW-DAY-TYPE TO RPT-TR-NEW-TYPE
           END-IF
           IF TRAN-IS-VALID
               MOVE "ACCEPTED" TO RPT-TR-STATUS
           ELSE
               MOVE "REJECTED" TO RPT-TR-STATUS
               MOVE WS-REJECT-REASON TO RPT-TR-REASON
           END-IF
           MOVE RPT-TRAN-LINE TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT.
       3900-EXIT.
           EXIT.

      *****************************************************************
      *  4000-WRITE-NEW-MASTER - WRITE THE SURVIVING DAYS TO FBCALNW  *
      *  IN DATE ORDER.  OPERATIONS SWAPS FBCALNW OVER FBCALNDR ONCE  *
      *  THE AUDIT REPORT IS APPROVED.                                 *
      *****************************************************************
       4000-WRITE-NEW-MASTER.
           PERFORM 4100-WRITE-ONE-DAY THRU 4100-EXIT
               VARYING WS-CAL-IDX FROM 1 BY 1
               UNTIL WS-CAL-IDX > WS-CAL-COUNT.
       4000-EXIT.
           EXIT.

       4100-WRITE-ONE-DAY.
           IF CT-ENTRY-ACTIVE (WS-CAL-IDX)
               MOVE SPACES TO NEWCAL-RECORD
               MOVE WS-CT-DATE (WS-CAL-IDX) TO NCL-DATE
               MOVE WS-CT-DAY-TYPE (WS-CAL-IDX) TO NCL-DAY-TYPE
               MOVE WS-CT-DAY-OF-WEEK (WS-CAL-IDX) TO NCL-DAY-OF-WEEK
               MOVE WS-CT-DESCRIPTION (WS-CAL-IDX) TO NCL-DESCRIPTION
               WRITE NEWCAL-RECORD
               IF WS-NEWCAL-STATUS NOT = "00"
                   DISPLAY "FBCALMNT: WRITE TO FBCALNW FAILED - "
                       "STATUS " WS-NEWCAL-STATUS
                   MOVE 16 TO RETURN-CODE
               ELSE
                   ADD 1 TO WS-DAYS-AFTER-COUNT
               END-IF
           END-IF.
       4100-EXIT.
           EXIT.

      *****************************************************************
      *  4500-PRINT-AFTER-IMAGE - SUMMARIZE THE MASTER AS WRITTEN TO  *
      *  FBCALNW, THEN LIST EVERY HOLIDAY ON IT.                      *
      *****************************************************************
       4500-PRINT-AFTER-IMAGE.
           MOVE SPACES TO RPT-SECTION-LINE
           MOVE "CALENDAR YEARS AFTER MAINTENANCE" TO RPT-SEC-TITLE
           MOVE RPT-SECTION-LINE TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           PERFORM 2600-SUMMARIZE-YEARS THRU 2600-EXIT
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           MOVE SPACES TO RPT-SECTION-LINE
           MOVE "HOLIDAYS ON FILE AFTER MAINTENANCE" TO RPT-SEC-TITLE
           MOVE RPT-SECTION-LINE TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           PERFORM 4600-PRINT-ONE-HOLIDAY THRU 4600-EXIT
               VARYING WS-CAL-IDX FROM 1 BY 1
               UNTIL WS-CAL-IDX > WS-CAL-COUNT.
       4500-EXIT.
           EXIT.

       4600-PRINT-ONE-HOLIDAY.
           IF CT-ENTRY-ACTIVE (WS-CAL-IDX)
               AND CT-HOLIDAY (WS-CAL-IDX)
               ADD 1 TO WS-HOLIDAYS-AFTER-COUNT
               MOVE SPACES TO RPT-HOLIDAY-LINE
               MOVE WS-CT-DATE (WS-CAL-IDX) TO RPT-HL-DATE
               IF WS-CT-DAY-OF-WEEK (WS-CAL-IDX) > ZERO
                   AND WS-CT-DAY-OF-WEEK (WS-CAL-IDX) < 8
                   MOVE WS-DAY-NAME (WS-CT-DAY-OF-WEEK (WS-CAL-IDX))
                       TO RPT-HL-DAY-NAME
               END-IF
               MOVE WS-CT-DESCRIPTION (WS-CAL-IDX)
                   TO RPT-HL-DESCRIPTION
               MOVE RPT-HOLIDAY-LINE TO WS-PRINT-LINE
               PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           END-IF.
       4600-EXIT.
           EXIT.

      *****************************************************************
      *  6000-COMPUTE-JAN1-WEEKDAY - ZELLER'S CONGRUENCE FOR JANUARY  *
      *  1ST OF CTR-YEAR, COUNTED AS MONTH 13 OF THE YEAR BEFORE:     *
      *  H = (1 + 36 + K + K/4 + J/4 + 5J) MOD 7 WITH K THE YEAR OF   *
      *  THE CENTURY AND J THE CENTURY; H 0 IS SATURDAY.  THE RESULT  *
      *  IS RENUMBERED 1 (MONDAY) THROUGH 7 (SUNDAY).  K/4 AND J/4    *
      *  ARE WHOLE QUOTIENTS, EACH TRUNCATED ON ITS OWN BEFORE THE    *
      *  SUM - THEIR FRACTIONS MUST NOT ADD UP TO AN EXTRA DAY.       *
      *****************************************************************
       6000-COMPUTE-JAN1-WEEKDAY.
           COMPUTE WS-ZELLER-YEAR = CTR-YEAR - 1
           DIVIDE WS-ZELLER-YEAR BY 100
               GIVING WS-ZELLER-J REMAINDER WS-ZELLER-K
           DIVIDE WS-ZELLER-K BY 4 GIVING WS-ZELLER-K-QTR
           DIVIDE WS-ZELLER-J BY 4 GIVING WS-ZELLER-J-QTR
           COMPUTE WS-ZELLER-SUM = 1 + 36 + WS-ZELLER-K
               + WS-ZELLER-K-QTR + WS-ZELLER-J-QTR
               + (5 * WS-ZELLER-J)
           DIVIDE WS-ZELLER-SUM BY 7
               GIVING WS-ZELLER-QUOT REMAINDER WS-ZELLER-H
           IF WS-ZELLER-H < 2
               COMPUTE WS-GEN-DAY-OF-WEEK = WS-ZELLER-H + 6
           ELSE
               COMPUTE WS-GEN-DAY-OF-WEEK = WS-ZELLER-H - 1
           END-IF.
       6000-EXIT.
           EXIT.

      *****************************************************************
      *  6200-TEST-LEAP-YEAR - A YEAR IS LEAP WHEN DIVISIBLE BY 4,    *
      *  EXCEPT CENTURY YEARS, WHICH MUST BE DIVISIBLE BY 400.        *
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
           MOVE "DAYS ON FILE BEFORE........." TO RPT-T-LABEL
           MOVE WS-DAYS-BEFORE-COUNT TO RPT-T-VALUE
           MOVE RPT-TRAILER-LINE TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           IF WS-ROWS-DROPPED-COUNT NOT = ZERO
               MOVE SPACES TO RPT-TRAILER-LINE
               MOVE "INVALID ROWS DROPPED........" TO RPT-T-LABEL
               MOVE WS-ROWS-DROPPED-COUNT TO RPT-T-VALUE
               MOVE RPT-TRAILER-LINE TO WS-PRINT-LINE
               PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           END-IF
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
           MOVE "DAYS ON FILE AFTER.........." TO RPT-T-LABEL
           MOVE WS-DAYS-AFTER-COUNT TO RPT-T-VALUE
           MOVE RPT-TRAILER-LINE TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           MOVE SPACES TO RPT-TRAILER-LINE
           MOVE "HOLIDAYS ON FILE AFTER......" TO RPT-T-LABEL
           MOVE WS-HOLIDAYS-AFTER-COUNT TO RPT-T-VALUE
           MOVE RPT-TRAILER-LINE TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           CLOSE NEWCAL-FILE
           CLOSE PRINT-FILE
           DISPLAY "FBCALMNT: " WS-TRANS-ACCEPTED-COUNT " ACCEPTED, "
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
           COMPUTE JRN-RECORDS-READ =
               WS-DAYS-BEFORE-COUNT + WS-TRANS-READ-COUNT
           MOVE WS-DAYS-AFTER-COUNT TO JRN-RECORDS-WRITTEN
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
           MOVE "FBCALMNT" TO JRN-PROGRAM-ID
           CALL "FBJRNLWR" USING JOURNAL-RECORD
               ON EXCEPTION
                   DISPLAY "FBCALMNT: STEP JOURNAL WRITER NOT AVAILABLE"
           END-CALL
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.
       9950-EXIT.
           EXIT.

       END PROGRAM FBCALMNT.
