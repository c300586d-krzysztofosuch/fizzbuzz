      *                 TRAN-IS-VALID SWITCH TO MATCH THE REST OF    *
      *                 THE SUITE - FIRST-FAILING-EDIT-WINS          *
      *                 SEMANTICS ARE UNCHANGED.                     *
      *  10/15/26  RJ   EVERY RUN NOW APPENDS A START ROW AND AN END  *
      *                 ROW (RETURN-CODE, RECORDS READ AND WRITTEN)   *
      *                 TO THE SHARED FBJRNL STEP JOURNAL THROUGH     *
      *                 THE COMMON FBJRNLWR WRITER (SEE 9900-9950)    *
      *                 FOR THE FBRUNSHT NIGHTLY RUN SHEET.           *
      *  10/15/26  RJ   MAKER-CHECKER.  EACH FBRTRAN CARD NOW CARRIES *
      *                 A SUBMITTER AND AN APPROVER ID, CHECKED BY    *
      *                 THE COMMON FBAUTHCK SERVICE AGAINST THE       *
      *                 FBAUSER AUTHORIZED-USER MASTER BEFORE ANY     *
      *                 OTHER EDIT.  A CARD WITH NO APPROVER, ONE     *
      *                 APPROVED BY ITS OWN SUBMITTER, OR ONE FROM AN *
      *                 ID WITHOUT THE RULES SUBMIT/APPROVE RIGHT IS  *
      *                 REJECTED WITH THE REASON ON FBRMPRT, WHICH    *
      *                 NOW SHOWS BOTH IDS ON EVERY AUDIT LINE.       *
      *  10/15/26  RJ   NAMED RULE SETS.  THE FBRULES KEY IS NOW RULE *
      *                 SET PLUS DIVISOR (SPACES = "DEFAULT"), SO     *
      *                 EACH SET IS MAINTAINED INDEPENDENTLY - A CARD *
      *                 ONLY EVER FINDS OR ADDS A ROW IN ITS OWN SET  *
      *                 AND THE SAME DIVISOR MAY CARRY A DIFFERENT    *
      *                 LABEL IN EACH.  THE SET IS SHOWN ON EVERY     *
      *                 IMAGE AND AUDIT LINE, AND THE AFTER IMAGE IS  *
      *                 FOLLOWED BY A RULE COUNT PER SET.  THE TABLE  *
      *                 NOW HOLDS 500 ROWS ACROSS ALL SETS.           *
      *  10/15/26  RJ   A REJECTED CARD NO LONGER LOWERS THE RETURN-  *
      *                 CODE 16 OF AN OVERSIZED FBRULES TO 8, SO A    *
      *                 TRUNCATED FBRULENW IS NEVER PROMOTED AS AN    *
      *                 ORDINARY REJECT RUN.                          *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                         ==RUL-DIVISOR==  BY ==NEW-DIVISOR==
                         ==RUL-LABEL==    BY ==NEW-LABEL==
                         ==RUL-EFF-FROM== BY ==NEW-EFF-FROM==
                         ==RUL-EFF-TO==   BY ==NEW-EFF-TO==
                         ==RUL-RULE-SET== BY ==NEW-RULE-SET==.

       FD  PRINT-FILE.
           COPY FBPRINT.
           05  FILLER                    PIC X(92).
       01  RPT-RULE-LINE.
           05  FILLER                    PIC X(05).
           05  RPT-R-RULE-SET            PIC X(08).
           05  FILLER                    PIC X(03).
           05  RPT-R-DIVISOR             PIC ZZZ9.
           05  FILLER                    PIC X(03).
           05  RPT-R-LABEL               PIC X(10).
           05  RPT-R-EFF-FROM            PIC 9(08).
           05  FILLER                    PIC X(03).
           05  RPT-R-EFF-TO              PIC 9(08).
           05  FILLER                    PIC X(77).
       01  RPT-SET-LINE.
           05  FILLER                    PIC X(05).
           05  RPT-ST-RULE-SET           PIC X(08).
           05  FILLER                    PIC X(03).
           05  RPT-ST-COUNT              PIC ZZZ9.
           05  FILLER                    PIC X(01).
           05  RPT-ST-COUNT-LIT          PIC X(05).
           05  FILLER                    PIC X(106).
       01  RPT-TRAN-LINE.
           05  RPT-TR-ACTION             PIC X(03).
           05  FILLER                    PIC X(02).
           05  RPT-TR-RULE-SET           PIC X(08).
           05  FILLER                    PIC X(02).
           05  RPT-TR-DIVISOR            PIC X(04).
           05  FILLER                    PIC X(02).
           05  RPT-TR-LABEL              PIC X(10).
           05  FILLER                    PIC X(02).
           05  RPT-TR-EFF-TO             PIC X(08).
           05  FILLER                    PIC X(02).
           05  RPT-TR-SUBMITTER          PIC X(08).
           05  FILLER                    PIC X(02).
           05  RPT-TR-APPROVER           PIC X(08).
           05  FILLER                    PIC X(02).
           05  RPT-TR-STATUS             PIC X(08).
           05  FILLER                    PIC X(02).
           05  RPT-TR-REASON             PIC X(40).
           05  FILLER                    PIC X(09).

       WORKING-STORAGE SECTION.
         01 WS-RULES-STATUS PIC X(02) VALUE "00".
         01 WS-RULE-COUNT PIC 9(4) COMP VALUE ZERO.
         01 WS-RULE-IDX PIC 9(4) COMP VALUE ZERO.
         01 WS-RULE-FOUND-IDX PIC 9(4) COMP VALUE ZERO.
         77 WS-MAX-RULES PIC 9(4) VALUE 500.
         01 WS-RULE-TABLE.
           05 WS-RULE-ENTRY OCCURS 500 TIMES.
             10 WS-RT-RULE-SET PIC X(08).
             10 WS-RT-DIVISOR PIC 9(4).
             10 WS-RT-LABEL PIC X(10).
             10 WS-RT-EFF-FROM PIC 9(08).
           88 TRAN-IS-INVALID VALUE "N".
         01 WS-REJECT-REASON PIC X(40) VALUE SPACES.

      *  RULE SETS - A BLANK SET ON A ROW OR CARD MEANS THE DEFAULT
      *  SET.  THE SET TABLE COUNTS THE RULES PER SET FOR THE
      *  SUMMARY AFTER THE AFTER IMAGE.
         77 WS-DEFAULT-RULE-SET PIC X(08) VALUE "DEFAULT".
         01 WS-TRAN-RULE-SET PIC X(08) VALUE SPACES.
         77 WS-MAX-SETS PIC 9(4) VALUE 50.
         01 WS-SET-COUNT PIC 9(4) COMP VALUE ZERO.
         01 WS-SET-IDX PIC 9(4) COMP VALUE ZERO.
         01 WS-SET-FOUND-IDX PIC 9(4) COMP VALUE ZERO.
         01 WS-SET-TABLE.
           05 WS-SET-ENTRY OCCURS 50 TIMES.
             10 WS-ST-RULE-SET PIC X(08).
             10 WS-ST-RULE-COUNT PIC 9(4) COMP.

      *  MAKER-CHECKER REQUEST PASSED TO THE COMMON FBAUTHCK SERVICE.
         COPY FBAUCALL.

         01 WS-MAINT-TOTALS.
           05 WS-RULES-BEFORE-COUNT PIC 9(9) COMP VALUE ZERO.
           05 WS-RULES-AFTER-COUNT PIC 9(9) COMP VALUE ZERO.
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
           PERFORM 4000-WRITE-NEW-MASTER THRU 4000-EXIT
           PERFORM 4500-PRINT-AFTER-IMAGE THRU 4500-EXIT
           PERFORM 8000-TERMINATE-RUN THRU 8000-EXIT
           PERFORM 9910-JOURNAL-STEP-END THRU 9910-EXIT
           STOP RUN.

      *****************************************************************
           IF WS-RULES-STATUS = "00"
               PERFORM 2100-LOAD-ONE-RULE THRU 2100-EXIT
                   UNTIL WS-RULES-STATUS NOT = "00"
                      OR WS-RULE-COUNT >= WS-MAX-RULES
               IF WS-RULE-COUNT >= WS-MAX-RULES
                   AND WS-RULES-STATUS = "00"
                   DISPLAY "FBRULMNT: FBRULES HAS MORE THAN "
                       WS-MAX-RULES " RULES - EXTRA ROWS NOT LOADED"
                   MOVE 16 TO RETURN-CODE
               END-IF
               CLOSE RULES-FILE
               END-IF
           ELSE
               ADD 1 TO WS-RULE-COUNT
               IF RUL-RULE-SET = SPACES
                   MOVE WS-DEFAULT-RULE-SET TO
                       WS-RT-RULE-SET (WS-RULE-COUNT)
               ELSE
                   MOVE RUL-RULE-SET TO
                       WS-RT-RULE-SET (WS-RULE-COUNT)
               END-IF
               MOVE RUL-DIVISOR TO
                   WS-RT-DIVISOR (WS-RULE-COUNT)
               MOVE RUL-LABEL TO
       2600-PRINT-ONE-RULE.
           IF RT-ENTRY-ACTIVE (WS-RULE-IDX)
               MOVE SPACES TO RPT-RULE-LINE
               MOVE WS-RT-RULE-SET (WS-RULE-IDX) TO RPT-R-RULE-SET
               MOVE WS-RT-DIVISOR (WS-RULE-IDX) TO RPT-R-DIVISOR
               MOVE WS-RT-LABEL (WS-RULE-IDX) TO RPT-R-LABEL
               MOVE WS-RT-EFF-FROM (WS-RULE-IDX) TO RPT-R-EFF-FROM
           ADD 1 TO WS-TRANS-READ-COUNT
           SET TRAN-IS-VALID TO TRUE
           MOVE SPACES TO WS-REJECT-REASON
           IF TRN-RULE-SET = SPACES
               MOVE WS-DEFAULT-RULE-SET TO WS-TRAN-RULE-SET
           ELSE
               MOVE TRN-RULE-SET TO WS-TRAN-RULE-SET
           END-IF
           PERFORM 3200-VALIDATE-TRANSACTION THRU 3200-EXIT
           IF TRAN-IS-VALID
               PERFORM 3300-POST-TRANSACTION THRU 3300-EXIT
               ADD 1 TO WS-TRANS-ACCEPTED-COUNT
           ELSE
               ADD 1 TO WS-TRANS-REJECTED-COUNT
               IF 8 > RETURN-CODE
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM 3900-PRINT-TRAN-AUDIT-LINE THRU 3900-EXIT.
       3150-EXIT.
               SET TRAN-IS-INVALID TO TRUE
               MOVE "INVALID ACTION CODE" TO WS-REJECT-REASON
           END-IF
           IF TRAN-IS-VALID
               PERFORM 3210-CHECK-DUAL-CONTROL THRU 3210-EXIT
           END-IF
           IF TRAN-IS-VALID
               AND (TRN-DIVISOR NOT NUMERIC OR TRN-DIVISOR = ZERO)
               SET TRAN-IS-INVALID TO TRUE
               IF TRN-ACTION-ADD
                   IF WS-RULE-FOUND-IDX NOT = ZERO
                       SET TRAN-IS-INVALID TO TRUE
                       MOVE "DUPLICATE DIVISOR ALREADY IN RULE SET"
                           TO WS-REJECT-REASON
                   END-IF
               ELSE
                   IF WS-RULE-FOUND-IDX = ZERO
                       SET TRAN-IS-INVALID TO TRUE
                       MOVE "DIVISOR NOT IN RULE SET"
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
       3200-EXIT.
           EXIT.

      *****************************************************************
      *  3210-CHECK-DUAL-CONTROL - THE SUBMITTER AND APPROVER MUST BE *
      *  TWO DIFFERENT FBAUSER IDS HOLDING THE RULES SUBMIT AND RULES *
      *  APPROVE RIGHTS.  FBAUTHCK SUPPLIES THE REJECT REASON.  IF    *
      *  THE SERVICE CANNOT BE CALLED THE CARD IS REJECTED - DUAL     *
      *  CONTROL NEVER FAILS OPEN.                                     *
      *****************************************************************
       3210-CHECK-DUAL-CONTROL.
           MOVE SPACES TO AUTH-REQUEST
           SET AUR-AREA-RULES TO TRUE
           MOVE TRN-SUBMITTER-ID TO AUR-SUBMITTER-ID
           MOVE TRN-APPROVER-ID TO AUR-APPROVER-ID
           SET AUR-NOT-AUTHORIZED TO TRUE
           MOVE "MAKER-CHECKER SERVICE NOT AVAILABLE" TO AUR-REASON
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE
           CALL "FBAUTHCK" USING AUTH-REQUEST
               ON EXCEPTION
                   DISPLAY "FBRULMNT: MAKER-CHECKER SERVICE NOT "
                       "AVAILABLE"
           END-CALL
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE
           IF AUR-NOT-AUTHORIZED
               SET TRAN-IS-INVALID TO TRUE
               MOVE AUR-REASON TO WS-REJECT-REASON
           END-IF.
       3210-EXIT.
           EXIT.

      *****************************************************************
      *  3220-EDIT-LABEL-AND-DATES - THE EDITS THAT ONLY APPLY TO A   *
      *  CARD CARRYING A NEW RULE IMAGE (ADD/CHG) - A DELETE NEEDS    *
           EXIT.

      *****************************************************************
      *  3250-FIND-DIVISOR - LOCATE THE CARD'S DIVISOR IN THE CARD'S  *
      *  RULE SET AMONG THE ACTIVE (NOT DELETED) TABLE ENTRIES.  ZERO *
      *  MEANS NOT FOUND.                                              *
      *****************************************************************
       3250-FIND-DIVISOR.
           MOVE ZERO TO WS-RULE-FOUND-IDX

       3260-TEST-ONE-ENTRY.
           IF RT-ENTRY-ACTIVE (WS-RULE-IDX)
               AND WS-RT-RULE-SET (WS-RULE-IDX) = WS-TRAN-RULE-SET
               AND WS-RT-DIVISOR (WS-RULE-IDX) = TRN-DIVISOR
               MOVE WS-RULE-IDX TO WS-RULE-FOUND-IDX
           END-IF.
      *****************************************************************
       3300-POST-TRANSACTION.
           IF TRN-ACTION-ADD
               IF WS-RULE-COUNT >= WS-MAX-RULES
                   SET TRAN-IS-INVALID TO TRUE
                   MOVE "RULES TABLE FULL" TO WS-REJECT-REASON
               ELSE
                   ADD 1 TO WS-RULE-COUNT
                   MOVE WS-TRAN-RULE-SET TO
                       WS-RT-RULE-SET (WS-RULE-COUNT)
                   MOVE TRN-DIVISOR TO WS-RT-DIVISOR (WS-RULE-COUNT)
                   MOVE TRN-LABEL TO WS-RT-LABEL (WS-RULE-COUNT)
                   MOVE TRN-EFF-FROM TO WS-RT-EFF-FROM (WS-RULE-COUNT)
       3900-PRINT-TRAN-AUDIT-LINE.
           MOVE SPACES TO RPT-TRAN-LINE
           MOVE TRN-ACTION TO RPT-TR-ACTION
           MOVE WS-TRAN-RULE-SET TO RPT-TR-RULE-SET
           MOVE TRN-DIVISOR TO RPT-TR-DIVISOR
           MOVE TRN-LABEL TO RPT-TR-LABEL
           MOVE TRN-EFF-FROM TO RPT-TR-EFF-FROM
           MOVE TRN-EFF-TO TO RPT-TR-EFF-TO
           MOVE TRN-SUBMITTER-ID TO RPT-TR-SUBMITTER
           MOVE TRN-APPROVER-ID TO RPT-TR-APPROVER
           IF TRAN-IS-VALID
               MOVE "ACCEPTED" TO RPT-TR-STATUS
           ELSE
       4100-WRITE-ONE-RULE.
           IF RT-ENTRY-ACTIVE (WS-RULE-IDX)
               MOVE SPACES TO NEWRULES-RECORD
               MOVE WS-RT-RULE-SET (WS-RULE-IDX) TO NEW-RULE-SET
               MOVE WS-RT-DIVISOR (WS-RULE-IDX) TO NEW-DIVISOR
               MOVE WS-RT-LABEL (WS-RULE-IDX) TO NEW-LABEL
               MOVE WS-RT-EFF-FROM (WS-RULE-IDX) TO NEW-EFF-FROM

      *****************************************************************
      *  4500-PRINT-AFTER-IMAGE - LIST THE MASTER AS IT WAS WRITTEN   *
      *  TO FBRULENW, THEN THE NUMBER OF RULES IN EACH RULE SET.      *
      *  FIZZBUZZ LOADS AT MOST 20 RULES OF A SET, SO THE SUMMARY IS  *
      *  WHERE AN OVERGROWN SET SHOWS UP BEFORE THE SWAP.             *
      *****************************************************************
       4500-PRINT-AFTER-IMAGE.
           MOVE SPACES TO RPT-SECTION-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           PERFORM 2600-PRINT-ONE-RULE THRU 2600-EXIT
               VARYING WS-RULE-IDX FROM 1 BY 1
               UNTIL WS-RULE-IDX > WS-RULE-COUNT
           MOVE ZERO TO WS-SET-COUNT
           PERFORM 4600-COUNT-ONE-RULE THRU 4600-EXIT
               VARYING WS-RULE-IDX FROM 1 BY 1
               UNTIL WS-RULE-IDX > WS-RULE-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           MOVE SPACES TO RPT-SECTION-LINE
           MOVE "RULES PER RULE SET AFTER MAINTENANCE"
               TO RPT-SEC-TITLE
           MOVE RPT-SECTION-LINE TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           PERFORM 4700-PRINT-ONE-SET THRU 4700-EXIT
               VARYING WS-SET-IDX FROM 1 BY 1
               UNTIL WS-SET-IDX > WS-SET-COUNT.
       4500-EXIT.
           EXIT.

      *****************************************************************
      *  4600-COUNT-ONE-RULE - ADD ONE SURVIVING RULE TO ITS SET'S    *
      *  COUNT, OPENING A NEW SET ENTRY THE FIRST TIME A SET IS SEEN. *
      *  SETS BEYOND THE TABLE LIMIT ARE NOT COUNTED.                 *
      *****************************************************************
       4600-COUNT-ONE-RULE.
           IF RT-ENTRY-ACTIVE (WS-RULE-IDX)
               MOVE ZERO TO WS-SET-FOUND-IDX
               PERFORM 4650-TEST-ONE-SET THRU 4650-EXIT
                   VARYING WS-SET-IDX FROM 1 BY 1
                   UNTIL WS-SET-IDX > WS-SET-COUNT
                      OR WS-SET-FOUND-IDX NOT = ZERO
               IF WS-SET-FOUND-IDX = ZERO
                   AND WS-SET-COUNT < WS-MAX-SETS
                   ADD 1 TO WS-SET-COUNT
                   MOVE WS-RT-RULE-SET (WS-RULE-IDX)
                       TO WS-ST-RULE-SET (WS-SET-COUNT)
                   MOVE ZERO TO WS-ST-RULE-COUNT (WS-SET-COUNT)
                   MOVE WS-SET-COUNT TO WS-SET-FOUND-IDX
               END-IF
               IF WS-SET-FOUND-IDX NOT = ZERO
                   ADD 1 TO WS-ST-RULE-COUNT (WS-SET-FOUND-IDX)
               END-IF
           END-IF.
       4600-EXIT.
           EXIT.

       4650-TEST-ONE-SET.
           IF WS-ST-RULE-SET (WS-SET-IDX) = WS-RT-RULE-SET (WS-RULE-IDX)
               MOVE WS-SET-IDX TO WS-SET-FOUND-IDX
           END-IF.
       4650-EXIT.
           EXIT.

       4700-PRINT-ONE-SET.
           MOVE SPACES TO RPT-SET-LINE
           MOVE WS-ST-RULE-SET (WS-SET-IDX) TO RPT-ST-RULE-SET
           MOVE WS-ST-RULE-COUNT (WS-SET-IDX) TO RPT-ST-COUNT
           MOVE "RULES" TO RPT-ST-COUNT-LIT
           MOVE RPT-SET-LINE TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT.
       4700-EXIT.
           EXIT.

      *****************************************************************
      *  8000-TERMINATE-RUN - CONTROL-TOTAL TRAILER FOR BALANCING THE *
      *  MAINTENANCE RUN, THEN CLOSE DOWN.                             *
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
           MOVE WS-RULES-AFTER-COUNT TO JRN-RECORDS-WRITTEN
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
           MOVE "FBRULMNT" TO JRN-PROGRAM-ID
           CALL "FBJRNLWR" USING JOURNAL-RECORD
               ON EXCEPTION
                   DISPLAY "FBRULMNT: STEP JOURNAL WRITER NOT AVAILABLE"
           END-CALL
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.
       9950-EXIT.
           EXIT.

       END PROGRAM FBRULMNT.
