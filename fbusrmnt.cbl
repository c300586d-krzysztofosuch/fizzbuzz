       IDENTIFICATION DIVISION.
         PROGRAM-ID. FBUSRMNT.
         AUTHOR. R JENNINGS.
         INSTALLATION. BATCH SYSTEMS - REPORTING.
         DATE-WRITTEN. 10/15/2026.
         DATE-COMPILED.
      *****************************************************************
      *  MODIFICATION HISTORY                                        *
      *  -------------------                                         *
      *  10/15/26  RJ   ORIGINAL PROGRAM.  APPLIES ADD/CHANGE/DELETE  *
      *                 CARDS (FBUTRAN) AGAINST THE FBAUSER           *
      *                 AUTHORIZED-USER MASTER AND WRITES THE UPDATED *
      *                 MASTER TO FBAUSRNW, AS FBRULMNT DOES FOR      *
      *                 FBRULES.  FBAUSER SAYS WHO MAY SUBMIT AND WHO *
      *                 MAY APPROVE RULE AND OVERRIDE CHANGES FOR THE *
      *                 FBRULMNT/FBOVMNT MAKER-CHECKER CONTROL, SO    *
      *                 EVERY GRANT AND REVOCATION IS ITSELF A CARD   *
      *                 ON THE AUDIT REPORT (FBUMPRT) SHOWING THE     *
      *                 RIGHTS BEFORE AND AFTER AND WHO REQUESTED     *
      *                 THE CHANGE, WITH THE WHOLE MASTER LISTED      *
      *                 BEFORE AND AFTER.  NOBODY MAY REQUEST A       *
      *                 CHANGE TO THEIR OWN AUTHORITY.  ANY REJECT    *
      *                 SETS RETURN-CODE 8 SO THE SCHEDULER CAN HOLD  *
      *                 THE SWAP OF FBAUSRNW OVER FBAUSER FOR REVIEW. *
      *  10/15/26  RJ   A REJECTED CARD NO LONGER LOWERS AN EARLIER   *
      *                 RETURN-CODE 16 TO 8.                          *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTH-USER-FILE ASSIGN TO "FBAUSER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUSER-STATUS.
           SELECT TRAN-FILE ASSIGN TO "FBUTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.
           SELECT NEWUSER-FILE ASSIGN TO "FBAUSRNW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEWUSER-STATUS.
           SELECT PRINT-FILE ASSIGN TO "FBUMPRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUTH-USER-FILE.
           COPY FBAUSER.

       FD  TRAN-FILE.
           COPY FBUTRAN.

       FD  NEWUSER-FILE.
           COPY FBAUSER
               REPLACING ==AUTH-USER-RECORD== BY ==NEWUSER-RECORD==
                         ==AUS-USER-ID== BY ==NUS-USER-ID==
                         ==AUS-USER-NAME== BY ==NUS-USER-NAME==
                         ==AUS-RULES-RIGHT== BY ==NUS-RULES-RIGHT==
                         ==AUS-RULES-MAY-SUBMIT== BY
                           ==NUS-RULES-MAY-SUBMIT==
                         ==AUS-RULES-MAY-APPROVE== BY
                           ==NUS-RULES-MAY-APPROVE==
                         ==AUS-RULES-RIGHT-VALID== BY
                           ==NUS-RULES-RIGHT-VALID==
                         ==AUS-OVRD-RIGHT== BY ==NUS-OVRD-RIGHT==
                         ==AUS-OVRD-MAY-SUBMIT== BY
                           ==NUS-OVRD-MAY-SUBMIT==
                         ==AUS-OVRD-MAY-APPROVE== BY
                           ==NUS-OVRD-MAY-APPROVE==
                         ==AUS-OVRD-RIGHT-VALID== BY
                           ==NUS-OVRD-RIGHT-VALID==
                         ==AUS-CHANGED-DATE== BY ==NUS-CHANGED-DATE==
                         ==AUS-CHANGED-BY== BY ==NUS-CHANGED-BY==.

       FD  PRINT-FILE.
           COPY FBPRINT.
       01  RPT-SECTION-LINE.
           05  RPT-SEC-TITLE             PIC X(40).
           05  FILLER                    PIC X(92).
       01  RPT-USER-LINE.
           05  FILLER                    PIC X(05).
           05  RPT-U-USER-ID             PIC X(08).
           05  FILLER                    PIC X(03).
           05  RPT-U-USER-NAME           PIC X(30).
           05  FILLER                    PIC X(03).
           05  RPT-U-RULES-LIT           PIC X(07).
           05  RPT-U-RULES-RIGHT         PIC X(01).
           05  FILLER                    PIC X(03).
           05  RPT-U-OVRD-LIT            PIC X(11).
           05  RPT-U-OVRD-RIGHT          PIC X(01).
           05  FILLER                    PIC X(03).
           05  RPT-U-CHANGED-LIT         PIC X(08).
           05  RPT-U-CHANGED-DATE        PIC 9(08).
           05  RPT-U-BY-LIT              PIC X(04).
           05  RPT-U-CHANGED-BY          PIC X(08).
           05  FILLER                    PIC X(29).
       01  RPT-TRAN-LINE.
           05  RPT-TR-ACTION             PIC X(03).
           05  FILLER                    PIC X(02).
           05  RPT-TR-USER-ID            PIC X(08).
           05  FILLER                    PIC X(02).
           05  RPT-TR-USER-NAME          PIC X(30).
           05  FILLER                    PIC X(02).
           05  RPT-TR-OLD-RULES          PIC X(01).
           05  RPT-TR-OLD-SLASH          PIC X(01).
           05  RPT-TR-OLD-OVRD           PIC X(01).
           05  RPT-TR-ARROW              PIC X(04).
           05  RPT-TR-NEW-RULES          PIC X(01).
           05  RPT-TR-NEW-SLASH          PIC X(01).
           05  RPT-TR-NEW-OVRD           PIC X(01).
           05  FILLER                    PIC X(02).
           05  RPT-TR-REQUESTED-BY       PIC X(08).
           05  FILLER                    PIC X(02).
           05  RPT-TR-STATUS             PIC X(08).
           05  FILLER                    PIC X(02).
           05  RPT-TR-REASON             PIC X(40).
           05  FILLER                    PIC X(13).

       WORKING-STORAGE SECTION.
         01 WS-AUSER-STATUS PIC X(02) VALUE "00".
         01 WS-TRAN-STATUS PIC X(02) VALUE "00".
         01 WS-NEWUSER-STATUS PIC X(02) VALUE "00".
         01 WS-PRINT-STATUS PIC X(02) VALUE "00".

         77 WS-MAX-USERS PIC 9(4) VALUE 200.
         01 WS-USER-COUNT PIC 9(4) COMP VALUE ZERO.
         01 WS-USER-IDX PIC 9(4) COMP VALUE ZERO.
         01 WS-USER-FOUND-IDX PIC 9(4) COMP VALUE ZERO.
         01 WS-USER-TABLE.
           05 WS-UT-ENTRY OCCURS 200 TIMES.
             10 WS-UT-USER-ID PIC X(08).
             10 WS-UT-USER-NAME PIC X(30).
             10 WS-UT-RULES-RIGHT PIC X(01).
             10 WS-UT-OVRD-RIGHT PIC X(01).
             10 WS-UT-CHANGED-DATE PIC 9(08).
             10 WS-UT-CHANGED-BY PIC X(08).
             10 WS-UT-DELETED-SW PIC X(01).
               88 UT-ENTRY-DELETED VALUE "Y".
               88 UT-ENTRY-ACTIVE VALUE "N".

         01 WS-TRAN-VALID-SW PIC X(01) VALUE "Y".
           88 TRAN-IS-VALID VALUE "Y".
           88 TRAN-IS-INVALID VALUE "N".
         01 WS-REJECT-REASON PIC X(40) VALUE SPACES.
         01 WS-OLD-RULES-RIGHT PIC X(01) VALUE SPACE.
         01 WS-OLD-OVRD-RIGHT PIC X(01) VALUE SPACE.
         01 WS-NEW-RULES-RIGHT PIC X(01) VALUE SPACE.
         01 WS-NEW-OVRD-RIGHT PIC X(01) VALUE SPACE.

         01 WS-MAINT-TOTALS.
           05 WS-USERS-BEFORE-COUNT PIC 9(9) COMP VALUE ZERO.
           05 WS-USERS-AFTER-COUNT PIC 9(9) COMP VALUE ZERO.
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
               DISPLAY "FBUSRMNT: CANNOT OPEN FBUTRAN - STATUS "
                   WS-TRAN-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF
           OPEN OUTPUT NEWUSER-FILE
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
           MOVE "FBAUSER MAINTENANCE" TO RPT-H-TITLE
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
      *  2000-LOAD-OLD-MASTER - LOAD THE CURRENT FBAUSER FILE INTO    *
      *  THE USER TABLE.  A MISSING MASTER IS TREATED AS AN EMPTY     *
      *  FILE SO THE FIRST-EVER LOAD CAN BE DONE WITH ADD CARDS.      *
      *****************************************************************
       2000-LOAD-OLD-MASTER.
           MOVE ZERO TO WS-USER-COUNT
           OPEN INPUT AUTH-USER-FILE
           IF WS-AUSER-STATUS = "00"
               PERFORM 2100-LOAD-ONE-USER THRU 2100-EXIT
                   UNTIL WS-AUSER-STATUS NOT = "00"
                      OR WS-USER-COUNT >= WS-MAX-USERS
               IF WS-USER-COUNT >= WS-MAX-USERS
                   AND WS-AUSER-STATUS = "00"
                   DISPLAY "FBUSRMNT: FBAUSER HAS MORE THAN "
                       WS-MAX-USERS " USERS - EXTRA ROWS NOT LOADED"
                   MOVE 16 TO RETURN-CODE
               END-IF
               CLOSE AUTH-USER-FILE
           ELSE
               DISPLAY "FBUSRMNT: NO FBAUSER MASTER - STARTING FROM "
                   "AN EMPTY FILE"
           END-IF
           MOVE WS-USER-COUNT TO WS-USERS-BEFORE-COUNT.
       2000-EXIT.
           EXIT.

       2100-LOAD-ONE-USER.
           READ AUTH-USER-FILE
               AT END
                   CONTINUE
               NOT AT END
                   PERFORM 2150-LOAD-ROW-DETAIL THRU 2150-EXIT
           END-READ.
       2100-EXIT.
           EXIT.

       2150-LOAD-ROW-DETAIL.
           IF AUS-USER-ID = SPACES
               DISPLAY "FBUSRMNT: WARNING - DROPPING FBAUSER ROW "
                   "WITH A BLANK USER ID"
               IF 8 > RETURN-CODE
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               ADD 1 TO WS-USER-COUNT
               MOVE AUS-USER-ID TO WS-UT-USER-ID (WS-USER-COUNT)
               MOVE AUS-USER-NAME TO WS-UT-USER-NAME (WS-USER-COUNT)
               MOVE AUS-RULES-RIGHT TO
                   WS-UT-RULES-RIGHT (WS-USER-COUNT)
               MOVE AUS-OVRD-RIGHT TO
                   WS-UT-OVRD-RIGHT (WS-USER-COUNT)
               IF AUS-CHANGED-DATE NUMERIC
                   MOVE AUS-CHANGED-DATE TO
                       WS-UT-CHANGED-DATE (WS-USER-COUNT)
               ELSE
                   MOVE ZERO TO WS-UT-CHANGED-DATE (WS-USER-COUNT)
               END-IF
               MOVE AUS-CHANGED-BY TO
                   WS-UT-CHANGED-BY (WS-USER-COUNT)
               SET UT-ENTRY-ACTIVE (WS-USER-COUNT) TO TRUE
           END-IF.
       2150-EXIT.
           EXIT.

      *****************************************************************
      *  2500-PRINT-BEFORE-IMAGE - LIST THE MASTER AS LOADED, BEFORE  *
      *  ANY TRANSACTION IS APPLIED.                                   *
      *****************************************************************
       2500-PRINT-BEFORE-IMAGE.
           MOVE SPACES TO RPT-SECTION-LINE
           MOVE "USERS ON FILE BEFORE MAINTENANCE" TO RPT-SEC-TITLE
           MOVE RPT-SECTION-LINE TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           PERFORM 2600-PRINT-ONE-USER THRU 2600-EXIT
               VARYING WS-USER-IDX FROM 1 BY 1
               UNTIL WS-USER-IDX > WS-USER-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT.
       2500-EXIT.
           EXIT.

       2600-PRINT-ONE-USER.
           IF UT-ENTRY-ACTIVE (WS-USER-IDX)
               MOVE SPACES TO RPT-USER-LINE
               MOVE WS-UT-USER-ID (WS-USER-IDX) TO RPT-U-USER-ID
               MOVE WS-UT-USER-NAME (WS-USER-IDX) TO RPT-U-USER-NAME
               MOVE "RULES: " TO RPT-U-RULES-LIT
               MOVE WS-UT-RULES-RIGHT (WS-USER-IDX)
                   TO RPT-U-RULES-RIGHT
               MOVE "OVERRIDES: " TO RPT-U-OVRD-LIT
               MOVE WS-UT-OVRD-RIGHT (WS-USER-IDX) TO RPT-U-OVRD-RIGHT
               MOVE "CHANGED " TO RPT-U-CHANGED-LIT
               MOVE WS-UT-CHANGED-DATE (WS-USER-IDX)
                   TO RPT-U-CHANGED-DATE
               MOVE " BY " TO RPT-U-BY-LIT
               MOVE WS-UT-CHANGED-BY (WS-USER-IDX) TO RPT-U-CHANGED-BY
               MOVE RPT-USER-LINE TO WS-PRINT-LINE
               PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           END-IF.
       2600-EXIT.
           EXIT.

      *****************************************************************
      *  3000-APPLY-TRANSACTIONS - VALIDATE AND APPLY EVERY FBUTRAN   *
      *  CARD AGAINST THE TABLE, PRINTING AN ACCEPTED/REJECTED AUDIT  *
      *  LINE FOR EACH.                                                *
      *****************************************************************
       3000-APPLY-TRANSACTIONS.
           IF WS-TRAN-STATUS = "00"
               MOVE SPACES TO RPT-SECTION-LINE
               MOVE "GRANTS AND REVOCATIONS APPLIED" TO RPT-SEC-TITLE
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
           MOVE SPACE TO WS-OLD-RULES-RIGHT
           MOVE SPACE TO WS-OLD-OVRD-RIGHT
           MOVE SPACE TO WS-NEW-RULES-RIGHT
           MOVE SPACE TO WS-NEW-OVRD-RIGHT
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
           IF NOT UTR-ACTION-ADD AND NOT UTR-ACTION-CHANGE
               AND NOT UTR-ACTION-DELETE
               SET TRAN-IS-INVALID TO TRUE
               MOVE "INVALID ACTION CODE" TO WS-REJECT-REASON
           END-IF
           IF TRAN-IS-VALID AND UTR-USER-ID = SPACES
               SET TRAN-IS-INVALID TO TRUE
               MOVE "MISSING USER ID" TO WS-REJECT-REASON
           END-IF
           IF TRAN-IS-VALID AND UTR-REQUESTED-BY = SPACES
               SET TRAN-IS-INVALID TO TRUE
               MOVE "MISSING REQUESTED-BY ID" TO WS-REJECT-REASON
           END-IF
           IF TRAN-IS-VALID AND UTR-REQUESTED-BY = UTR-USER-ID
               SET TRAN-IS-INVALID TO TRUE
               MOVE "MAY NOT CHANGE OWN AUTHORITY"
                   TO WS-REJECT-REASON
           END-IF
           IF TRAN-IS-VALID
               PERFORM 3250-FIND-USER THRU 3250-EXIT
               IF UTR-ACTION-ADD
                   IF WS-USER-FOUND-IDX NOT = ZERO
                       SET TRAN-IS-INVALID TO TRUE
                       MOVE "DUPLICATE USER ALREADY ON FILE"
                           TO WS-REJECT-REASON
                   END-IF
               ELSE
                   IF WS-USER-FOUND-IDX = ZERO
                       SET TRAN-IS-INVALID TO TRUE
                       MOVE "USER NOT ON FILE" TO WS-REJECT-REASON
                   ELSE
                       MOVE WS-UT-RULES-RIGHT (WS-USER-FOUND-IDX)
                           TO WS-OLD-RULES-RIGHT
                       MOVE WS-UT-OVRD-RIGHT (WS-USER-FOUND-IDX)
                           TO WS-OLD-OVRD-RIGHT
                   END-IF
               END-IF
           END-IF
           IF TRAN-IS-VALID AND NOT UTR-ACTION-DELETE
               PERFORM 3220-EDIT-NAME-AND-RIGHTS THRU 3220-EXIT
           END-IF.
       3200-EXIT.
           EXIT.

      *****************************************************************
      *  3220-EDIT-NAME-AND-RIGHTS - THE EDITS THAT ONLY APPLY TO A   *
      *  CARD CARRYING A NEW USER IMAGE (ADD/CHG) - A DELETE NEEDS    *
      *  ONLY ITS USER ID.                                             *
      *****************************************************************
       3220-EDIT-NAME-AND-RIGHTS.
           IF UTR-USER-NAME = SPACES
               SET TRAN-IS-INVALID TO TRUE
               MOVE "MISSING USER NAME" TO WS-REJECT-REASON
           END-IF
           IF TRAN-IS-VALID AND NOT UTR-RULES-RIGHT-VALID
               SET TRAN-IS-INVALID TO TRUE
               MOVE "INVALID RULES RIGHT - S, A, B OR N"
                   TO WS-REJECT-REASON
           END-IF
           IF TRAN-IS-VALID AND NOT UTR-OVRD-RIGHT-VALID
               SET TRAN-IS-INVALID TO TRUE
               MOVE "INVALID OVERRIDE RIGHT - S, A, B OR N"
                   TO WS-REJECT-REASON
           END-IF.
       3220-EXIT.
           EXIT.

      *****************************************************************
      *  3250-FIND-USER - LOCATE THE CARD'S USER AMONG THE ACTIVE     *
      *  (NOT DELETED) TABLE ENTRIES.  ZERO MEANS NOT FOUND.          *
      *****************************************************************
       3250-FIND-USER.
           MOVE ZERO TO WS-USER-FOUND-IDX
           PERFORM 3260-TEST-ONE-ENTRY THRU 3260-EXIT
               VARYING WS-USER-IDX FROM 1 BY 1
               UNTIL WS-USER-IDX > WS-USER-COUNT
                  OR WS-USER-FOUND-IDX NOT = ZERO.
       3250-EXIT.
           EXIT.

       3260-TEST-ONE-ENTRY.
           IF UT-ENTRY-ACTIVE (WS-USER-IDX)
               AND WS-UT-USER-ID (WS-USER-IDX) = UTR-USER-ID
               MOVE WS-USER-IDX TO WS-USER-FOUND-IDX
           END-IF.
       3260-EXIT.
           EXIT.

      *****************************************************************
      *  3300-POST-TRANSACTION - APPLY A VALIDATED CARD TO THE TABLE, *
      *  STAMPING THE RUN DATE AND THE REQUESTER ON A GRANT OR        *
      *  CHANGE.                                                       *
      *****************************************************************
       3300-POST-TRANSACTION.
           IF UTR-ACTION-ADD
               IF WS-USER-COUNT >= WS-MAX-USERS
                   SET TRAN-IS-INVALID TO TRUE
                   MOVE "USER TABLE FULL" TO WS-REJECT-REASON
               ELSE
                   ADD 1 TO WS-USER-COUNT
                   MOVE UTR-USER-ID TO WS-UT-USER-ID (WS-USER-COUNT)
                   MOVE WS-USER-COUNT TO WS-USER-FOUND-IDX
                   SET UT-ENTRY-ACTIVE (WS-USER-COUNT) TO TRUE
               END-IF
           END-IF
           IF TRAN-IS-VALID AND NOT UTR-ACTION-DELETE
               MOVE UTR-USER-NAME TO
                   WS-UT-USER-NAME (WS-USER-FOUND-IDX)
               MOVE UTR-RULES-RIGHT TO
                   WS-UT-RULES-RIGHT (WS-USER-FOUND-IDX)
               MOVE UTR-OVRD-RIGHT TO
                   WS-UT-OVRD-RIGHT (WS-USER-FOUND-IDX)
               MOVE WS-RUN-DATE-RAW TO
                   WS-UT-CHANGED-DATE (WS-USER-FOUND-IDX)
               MOVE UTR-REQUESTED-BY TO
                   WS-UT-CHANGED-BY (WS-USER-FOUND-IDX)
               MOVE UTR-RULES-RIGHT TO WS-NEW-RULES-RIGHT
               MOVE UTR-OVRD-RIGHT TO WS-NEW-OVRD-RIGHT
           END-IF
           IF UTR-ACTION-DELETE
               SET UT-ENTRY-DELETED (WS-USER-FOUND-IDX) TO TRUE
               MOVE "N" TO WS-NEW-RULES-RIGHT
               MOVE "N" TO WS-NEW-OVRD-RIGHT
           END-IF.
       3300-EXIT.
           EXIT.

      *****************************************************************
      *  3900-PRINT-TRAN-AUDIT-LINE - ONE AUDIT LINE PER CARD, AS     *
      *  PUNCHED, WITH THE RULES/OVERRIDE RIGHTS BEFORE AND AFTER,    *
      *  THE REQUESTER AND THE ACCEPTED/REJECTED DISPOSITION.         *
      *****************************************************************
       3900-PRINT-TRAN-AUDIT-LINE.
           MOVE SPACES TO RPT-TRAN-LINE
           MOVE UTR-ACTION TO RPT-TR-ACTION
           MOVE UTR-USER-ID TO RPT-TR-USER-ID
           MOVE UTR-USER-NAME TO RPT-TR-USER-NAME
           IF WS-OLD-RULES-RIGHT NOT = SPACE
               MOVE WS-OLD-RULES-RIGHT TO RPT-TR-OLD-RULES
               MOVE "/" TO RPT-TR-OLD-SLASH
               MOVE WS-OLD-OVRD-RIGHT TO RPT-TR-OLD-OVRD
           END-IF
           IF WS-NEW-RULES-RIGHT NOT = SPACE
               MOVE " -> " TO RPT-TR-ARROW
               MOVE WS-NEW-RULES-RIGHT TO RPT-TR-NEW-RULES
               MOVE "/" TO RPT-TR-NEW-SLASH
               MOVE WS-NEW-OVRD-RIGHT TO RPT-TR-NEW-OVRD
           END-IF
           MOVE UTR-REQUESTED-BY TO RPT-TR-REQUESTED-BY
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
      *  4000-WRITE-NEW-MASTER - WRITE THE SURVIVING TABLE ENTRIES    *
      *  TO FBAUSRNW IN THEIR LOADED/ADDED ORDER.  OPERATIONS SWAPS   *
      *  FBAUSRNW OVER FBAUSER ONCE THE AUDIT REPORT IS APPROVED.     *
      *****************************************************************
       4000-WRITE-NEW-MASTER.
           PERFORM 4100-WRITE-ONE-USER THRU 4100-EXIT
               VARYING WS-USER-IDX FROM 1 BY 1
               UNTIL WS-USER-IDX > WS-USER-COUNT.
       4000-EXIT.
           EXIT.

       4100-WRITE-ONE-USER.
           IF UT-ENTRY-ACTIVE (WS-USER-IDX)
               MOVE SPACES TO NEWUSER-RECORD
               MOVE WS-UT-USER-ID (WS-USER-IDX) TO NUS-USER-ID
               MOVE WS-UT-USER-NAME (WS-USER-IDX) TO NUS-USER-NAME
               MOVE WS-UT-RULES-RIGHT (WS-USER-IDX) TO NUS-RULES-RIGHT
               MOVE WS-UT-OVRD-RIGHT (WS-USER-IDX) TO NUS-OVRD-RIGHT
               MOVE WS-UT-CHANGED-DATE (WS-USER-IDX)
                   TO NUS-CHANGED-DATE
               MOVE WS-UT-CHANGED-BY (WS-USER-IDX) TO NUS-CHANGED-BY
               WRITE NEWUSER-RECORD
               IF WS-NEWUSER-STATUS NOT = "00"
                   DISPLAY "FBUSRMNT: WRITE TO FBAUSRNW FAILED - "
                       "STATUS " WS-NEWUSER-STATUS
                   MOVE 16 TO RETURN-CODE
               ELSE
                   ADD 1 TO WS-USERS-AFTER-COUNT
               END-IF
           END-IF.
       4100-EXIT.
           EXIT.

      *****************************************************************
      *  4500-PRINT-AFTER-IMAGE - LIST THE MASTER AS IT WAS WRITTEN   *
      *  TO FBAUSRNW.                                                  *
      *****************************************************************
       4500-PRINT-AFTER-IMAGE.
           MOVE SPACES TO RPT-SECTION-LINE
           MOVE "USERS ON FILE AFTER MAINTENANCE" TO RPT-SEC-TITLE
           MOVE RPT-SECTION-LINE TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           PERFORM 2600-PRINT-ONE-USER THRU 2600-EXIT
               VARYING WS-USER-IDX FROM 1 BY 1
               UNTIL WS-USER-IDX > WS-USER-COUNT.
       4500-EXIT.
           EXIT.

      *****************************************************************
      *  8000-TERMINATE-RUN - CONTROL-TOTAL TRAILER FOR BALANCING THE *
      *  MAINTENANCE RUN, THEN CLOSE DOWN.                             *
      *****************************************************************
       8000-TERMINATE-RUN.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           MOVE SPACES TO RPT-TRAILER-LINE
           MOVE "USERS ON FILE BEFORE........" TO RPT-T-LABEL
           MOVE WS-USERS-BEFORE-COUNT TO RPT-T-VALUE
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
           MOVE "USERS ON FILE AFTER........." TO RPT-T-LABEL
           MOVE WS-USERS-AFTER-COUNT TO RPT-T-VALUE
           MOVE RPT-TRAILER-LINE TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           CLOSE NEWUSER-FILE
           CLOSE PRINT-FILE
           DISPLAY "FBUSRMNT: " WS-TRANS-ACCEPTED-COUNT " ACCEPTED, "
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
           MOVE WS-USERS-AFTER-COUNT TO JRN-RECORDS-WRITTEN
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
           MOVE "FBUSRMNT" TO JRN-PROGRAM-ID
           CALL "FBJRNLWR" USING JOURNAL-RECORD
               ON EXCEPTION
                   DISPLAY "FBUSRMNT: STEP JOURNAL WRITER NOT AVAILABLE"
           END-CALL
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.
       9950-EXIT.
           EXIT.

       END PROGRAM FBUSRMNT.
