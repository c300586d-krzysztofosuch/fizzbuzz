      *                 EVERY CONSUMER OF FBOVRD LOADS, SO AN         *
      *                 OVERSIZED FILE CANNOT BE APPROVED HERE AND    *
      *                 THEN SILENTLY TRUNCATED IN PRODUCTION.        *
      *  10/15/26  RJ   EVERY RUN NOW APPENDS A START ROW AND AN END  *
      *                 ROW (RETURN-CODE, RECORDS READ AND WRITTEN)   *
      *                 TO THE SHARED FBJRNL STEP JOURNAL THROUGH     *
      *                 THE COMMON FBJRNLWR WRITER (SEE 9900-9950)    *
      *                 FOR THE FBRUNSHT NIGHTLY RUN SHEET.           *
      *  10/15/26  RJ   MAKER-CHECKER.  EACH FBOTRAN CARD NOW CARRIES *
      *                 A SUBMITTER AND AN APPROVER ID, CHECKED BY    *
      *                 THE COMMON FBAUTHCK SERVICE AGAINST THE       *
      *                 FBAUSER AUTHORIZED-USER MASTER BEFORE ANY     *
      *                 OTHER EDIT.  A CARD WITH NO APPROVER, ONE     *
      *                 APPROVED BY ITS OWN SUBMITTER, OR ONE FROM AN *
      *                 ID WITHOUT THE OVERRIDE SUBMIT/APPROVE RIGHT  *
      *                 IS REJECTED WITH THE REASON ON FBOMPRT, WHICH *
      *                 NOW SHOWS BOTH IDS UNDER EVERY AUDIT LINE.    *
      *  10/15/26  RJ   THE SUBMITTER AND APPROVER IDS MOVE OFF THE   *
      *                 OVERRIDE CARD, WHICH THEY HAD RUN PAST COLUMN *
      *                 80, ONTO AN "IDS" COMPANION CARD THAT FOLLOWS *
      *                 EACH OVERRIDE CARD FOR THE SAME COUNTER.  AN  *
      *                 OVERRIDE CARD WITHOUT ITS ID CARD, AN ID CARD *
      *                 FOR ANOTHER COUNTER, AND AN ID CARD ALONE ARE *
      *                 REJECTED WITH THE REASON ON FBOMPRT.  A       *
      *                 REJECTED CARD NO LONGER LOWERS AN EARLIER     *
      *                 RETURN-CODE 16 TO 8.                          *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           COPY FBOVRD.

       FD  TRAN-FILE.
       01  TRAN-FILE-RECORD             PIC X(80).

       FD  NEWOVRD-FILE.
           COPY FBOVRD
           05  FILLER                    PIC X(02).
           05  RPT-TR-REASON             PIC X(40).
           05  FILLER                    PIC X(01).
       01  RPT-TRAN-ID-LINE.
           05  FILLER                    PIC X(05).
           05  RPT-TI-SUBMITTER-LIT      PIC X(13).
           05  RPT-TI-SUBMITTER          PIC X(08).
           05  FILLER                    PIC X(03).
           05  RPT-TI-APPROVER-LIT       PIC X(12).
           05  RPT-TI-APPROVER           PIC X(08).
           05  FILLER                    PIC X(83).

       WORKING-STORAGE SECTION.
         01 WS-OVRD-STATUS PIC X(02) VALUE "00".
           88 TRAN-IS-INVALID VALUE "N".
         01 WS-REJECT-REASON PIC X(40) VALUE SPACES.

      *  THE OVERRIDE CARD AND ITS "IDS" COMPANION CARD, READ FROM
      *  FBOTRAN.  A CARD READ AS THE COMPANION THAT TURNS OUT NOT TO
      *  BE ONE IS HELD AND TAKEN AS THE NEXT OVERRIDE CARD.
         COPY FBOTRAN.
         01 WS-HELD-CARD PIC X(80) VALUE SPACES.
         01 WS-HELD-CARD-SW PIC X(01) VALUE "N".
           88 CARD-IS-HELD VALUE "Y".
           88 NO-CARD-HELD VALUE "N".

      *  MAKER-CHECKER REQUEST PASSED TO THE COMMON FBAUTHCK SERVICE.
         COPY FBAUCALL.

         01 WS-MAINT-TOTALS.
           05 WS-OVRDS-BEFORE-COUNT PIC 9(9) COMP VALUE ZERO.
           05 WS-OVRDS-AFTER-COUNT PIC 9(9) COMP VALUE ZERO.
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
      *****************************************************************
      *  3000-APPLY-TRANSACTIONS - VALIDATE AND APPLY EVERY FBOTRAN   *
      *  CARD AGAINST THE TABLE, PRINTING AN ACCEPTED/REJECTED AUDIT  *
      *  LINE FOR EACH.  EVERY OVERRIDE CARD IS FOLLOWED BY ITS "IDS" *
      *  CARD; THE PAIR IS ONE TRANSACTION.                           *
      *****************************************************************
       3000-APPLY-TRANSACTIONS.
           IF WS-TRAN-STATUS = "00"
           EXIT.

       3100-APPLY-ONE-TRANSACTION.
           IF CARD-IS-HELD
               MOVE WS-HELD-CARD TO OTRAN-RECORD
               SET NO-CARD-HELD TO TRUE
               PERFORM 3110-READ-ID-CARD THRU 3110-EXIT
           ELSE
               READ TRAN-FILE INTO OTRAN-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 3110-READ-ID-CARD THRU 3110-EXIT
               END-READ
           END-IF.
       3100-EXIT.
           EXIT.

      *****************************************************************
      *  3110-READ-ID-CARD - READ THE "IDS" CARD THAT FOLLOWS THE     *
      *  OVERRIDE CARD, THEN EDIT AND POST THE PAIR.  A FOLLOWING     *
      *  CARD THAT IS NOT AN ID CARD IS HELD FOR THE NEXT PASS AND    *
      *  THE OVERRIDE CARD IS REJECTED FOR WANT OF ITS IDS.  AN ID    *
      *  CARD WITH NO OVERRIDE CARD AHEAD OF IT IS REJECTED ALONE.    *
      *****************************************************************
       3110-READ-ID-CARD.
           MOVE SPACES TO OTRAN-ID-RECORD
           IF OTR-ACTION-ID-CARD
               MOVE OTRAN-RECORD TO OTRAN-ID-RECORD
           ELSE
               READ TRAN-FILE INTO OTRAN-ID-RECORD
                   AT END
                       MOVE SPACES TO OTRAN-ID-RECORD
                   NOT AT END
                       IF NOT OTI-ID-CARD
                           MOVE OTRAN-ID-RECORD TO WS-HELD-CARD
                           SET CARD-IS-HELD TO TRUE
                           MOVE SPACES TO OTRAN-ID-RECORD
                       END-IF
               END-READ
           END-IF
           PERFORM 3150-EDIT-AND-POST-ONE THRU 3150-EXIT.
       3110-EXIT.
           EXIT.

       3150-EDIT-AND-POST-ONE.
           ADD 1 TO WS-TRANS-READ-COUNT
           SET TRAN-IS-VALID TO TRUE
               ADD 1 TO WS-TRANS-ACCEPTED-COUNT
           ELSE
               ADD 1 TO WS-TRANS-REJECTED-COUNT
               IF 8 > RETURN-CODE
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM 3900-PRINT-TRAN-AUDIT-LINE THRU 3900-EXIT.
       3150-EXIT.
           IF NOT OTR-ACTION-ADD AND NOT OTR-ACTION-CHANGE
               AND NOT OTR-ACTION-DELETE
               SET TRAN-IS-INVALID TO TRUE
               IF OTR-ACTION-ID-CARD
                   MOVE "ID CARD WITHOUT AN OVERRIDE CARD"
                       TO WS-REJECT-REASON
               ELSE
                   MOVE "INVALID ACTION CODE" TO WS-REJECT-REASON
               END-IF
           END-IF
           IF TRAN-IS-VALID
               AND NOT OTI-ID-CARD
               SET TRAN-IS-INVALID TO TRUE
               MOVE "NO ID CARD FOLLOWS THE OVERRIDE CARD"
                   TO WS-REJECT-REASON
           END-IF
           IF TRAN-IS-VALID
               AND OTI-COUNTER NOT = OTR-COUNTER
               SET TRAN-IS-INVALID TO TRUE
               MOVE "ID CARD IS FOR A DIFFERENT COUNTER"
                   TO WS-REJECT-REASON
           END-IF
           IF TRAN-IS-VALID
               PERFORM 3210-CHECK-DUAL-CONTROL THRU 3210-EXIT
           END-IF
           IF TRAN-IS-VALID
               AND OTR-COUNTER NOT NUMERIC
       3200-EXIT.
           EXIT.

      *****************************************************************
      *  3210-CHECK-DUAL-CONTROL - THE SUBMITTER AND APPROVER MUST BE *
      *  TWO DIFFERENT FBAUSER IDS HOLDING THE OVERRIDE SUBMIT AND    *
      *  OVERRIDE APPROVE RIGHTS.  FBAUTHCK SUPPLIES THE REJECT       *
      *  REASON.  IF THE SERVICE CANNOT BE CALLED THE CARD IS         *
      *  REJECTED - DUAL CONTROL NEVER FAILS OPEN.                     *
      *****************************************************************
       3210-CHECK-DUAL-CONTROL.
           MOVE SPACES TO AUTH-REQUEST
           SET AUR-AREA-OVERRIDES TO TRUE
           MOVE OTI-SUBMITTER-ID TO AUR-SUBMITTER-ID
           MOVE OTI-APPROVER-ID TO AUR-APPROVER-ID
           SET AUR-NOT-AUTHORIZED TO TRUE
           MOVE "MAKER-CHECKER SERVICE NOT AVAILABLE" TO AUR-REASON
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE
           CALL "FBAUTHCK" USING AUTH-REQUEST
               ON EXCEPTION
                   DISPLAY "FBOVMNT: MAKER-CHECKER SERVICE NOT "
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
      *  3220-EDIT-ACTION-AND-DATES - THE EDITS THAT ONLY APPLY TO A  *
      *  CARD CARRYING A NEW OVERRIDE IMAGE (ADD/CHG) - A DELETE      *

      *****************************************************************
      *  3900-PRINT-TRAN-AUDIT-LINE - ONE AUDIT LINE PER CARD, AS     *
      *  PUNCHED, WITH ITS ACCEPTED/REJECTED DISPOSITION, AND UNDER   *
      *  IT THE SUBMITTER AND APPROVER FROM ITS ID CARD.  AN ID CARD  *
      *  WITH NO OVERRIDE CARD SHOWS ONLY ITS COUNTER AND ITS IDS.    *
      *****************************************************************
       3900-PRINT-TRAN-AUDIT-LINE.
           MOVE SPACES TO RPT-TRAN-LINE
           MOVE OTR-ACTION TO RPT-TR-ACTION
           MOVE OTR-COUNTER TO RPT-TR-COUNTER
           IF NOT OTR-ACTION-ID-CARD
               MOVE OTR-OVR-ACTION TO RPT-TR-OVR-ACTION
               MOVE OTR-PHRASE TO RPT-TR-PHRASE
               MOVE OTR-EFF-FROM TO RPT-TR-EFF-FROM
               MOVE OTR-EFF-TO TO RPT-TR-EFF-TO
           END-IF
           IF TRAN-IS-VALID
               MOVE "ACCEPTED" TO RPT-TR-STATUS
           ELSE
               MOVE WS-REJECT-REASON TO RPT-TR-REASON
           END-IF
           MOVE RPT-TRAN-LINE TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           MOVE SPACES TO RPT-TRAN-ID-LINE
           MOVE "SUBMITTED BY " TO RPT-TI-SUBMITTER-LIT
           MOVE OTI-SUBMITTER-ID TO RPT-TI-SUBMITTER
           MOVE "APPROVED BY " TO RPT-TI-APPROVER-LIT
           MOVE OTI-APPROVER-ID TO RPT-TI-APPROVER
           MOVE RPT-TRAN-ID-LINE TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT.
       3900-EXIT.
           EXIT.
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
           MOVE WS-OVRDS-AFTER-COUNT TO JRN-RECORDS-WRITTEN
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
           MOVE "FBOVMNT" TO JRN-PROGRAM-ID
           CALL "FBJRNLWR" USING JOURNAL-RECORD
               ON EXCEPTION
                   DISPLAY "FBOVMNT: STEP JOURNAL WRITER NOT AVAILABLE"
           END-CALL
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.
       9950-EXIT.
           EXIT.

       END PROGRAM FBOVMNT.
