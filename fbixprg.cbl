      *  08/22/26  RJ   REWORKED THE EARLY-EXIT GO TOS INTO          *
      *                 STRUCTURED READ/IF SHAPE TO MATCH THE REST   *
      *                 OF THE SUITE.                                *
      *  10/15/26  RJ   EVERY RUN NOW APPENDS A START ROW AND AN END  *
      *                 ROW (RETURN-CODE, RECORDS READ AND WRITTEN)   *
      *                 TO THE SHARED FBJRNL STEP JOURNAL THROUGH     *
      *                 THE COMMON FBJRNLWR WRITER (SEE 9900-9950)    *
      *                 FOR THE FBRUNSHT NIGHTLY RUN SHEET.           *
      *  10/15/26  RJ   EVERY FBINDEX ROW PURGED NOW ALSO TAKES ITS    *
      *                 FBLBLIX LABEL CROSS-REFERENCE ROWS WITH IT     *
      *                 (FOUND THROUGH THE COUNTER ALTERNATE KEY), SO  *
      *                 FBINQ NEVER LISTS A LABEL FOR A COUNTER THE    *
      *                 MASTER NO LONGER HOLDS.  NO FBLBLIX YET IS     *
      *                 NOTED AND THE PURGE RUNS AS BEFORE; ANY OTHER  *
      *                 OPEN FAILURE STOPS THE STEP BEFORE ANYTHING    *
      *                 IS DELETED.                                    *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDX-COUNTER
               FILE STATUS IS WS-INDEX-STATUS.
           SELECT LBLIX-FILE ASSIGN TO "FBLBLIX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LBX-KEY
               ALTERNATE RECORD KEY IS LBX-COUNTER WITH DUPLICATES
               FILE STATUS IS WS-LBLIX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INDEX-FILE.
           COPY FBINDEX.

       FD  LBLIX-FILE.
           COPY FBLBLIX.

       WORKING-STORAGE SECTION.
         01 WS-CC-STATUS PIC X(02) VALUE "00".
         01 WS-INDEX-STATUS PIC X(02) VALUE "00".
         01 WS-CUTOFF-DATE PIC 9(08) VALUE ZERO.
         01 WS-RECORDS-PURGED PIC 9(08) COMP VALUE ZERO.
         01 WS-RECORDS-KEPT PIC 9(08) COMP VALUE ZERO.
         01 WS-LBLIX-STATUS PIC X(02) VALUE "00".
         01 WS-LBLIX-OPEN-SW PIC X(01) VALUE "N".
           88 LBLIX-IS-OPEN VALUE "Y".
           88 LBLIX-NOT-OPEN VALUE "N".
         01 WS-LABEL-PURGE-SW PIC X(01) VALUE "N".
           88 LABEL-PURGE-DONE VALUE "Y".
           88 LABEL-PURGE-NOT-DONE VALUE "N".
         01 WS-PURGE-COUNTER PIC 9(09) VALUE ZERO.
         01 WS-LABELS-PURGED PIC 9(08) COMP VALUE ZERO.

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
           PERFORM 2000-PURGE-OLD-ROWS THRU 2000-EXIT
           PERFORM 8000-TERMINATE-RUN THRU 8000-EXIT
           PERFORM 9910-JOURNAL-STEP-END THRU 9910-EXIT
           STOP RUN.

      *****************************************************************
      *  1000-INITIALIZE-RUN - READ AND EDIT THE CUTOFF-DATE CARD,    *
      *  THEN OPEN THE INDEX AND ITS FBLBLIX LABEL CROSS-REFERENCE    *
      *  I-O.  AN UNUSABLE CARD, INDEX OR CROSS-REFERENCE FAILS THE   *
      *  STEP BEFORE ANYTHING IS DELETED.                              *
      *****************************************************************
       1000-INITIALIZE-RUN.
           INITIALIZE PGC-CONTROL-CARD
                   DISPLAY "FBIXPRG: CANNOT OPEN FBINDEX - STATUS "
                       WS-INDEX-STATUS
                   MOVE 16 TO RETURN-CODE
               ELSE
                   PERFORM 1100-OPEN-LABEL-XREF THRU 1100-EXIT
               END-IF
           END-IF.
       1000-EXIT.
           EXIT.

      *****************************************************************
      *  1100-OPEN-LABEL-XREF - AN FBLBLIX THAT DOES NOT EXIST YET    *
      *  (NO FBIXBLD HAS BUILT ONE) HAS NOTHING TO PURGE.  ONE THAT   *
      *  EXISTS BUT CANNOT BE OPENED WOULD BE LEFT HOLDING LABELS FOR *
      *  PURGED COUNTERS, SO THE STEP FAILS WITH NOTHING DELETED.     *
      *****************************************************************
       1100-OPEN-LABEL-XREF.
           OPEN I-O LBLIX-FILE
           IF WS-LBLIX-STATUS = "00"
               SET LBLIX-IS-OPEN TO TRUE
           ELSE
               IF WS-LBLIX-STATUS = "35"
                   DISPLAY "FBIXPRG: NO FBLBLIX - NO LABEL ROWS TO "
                       "PURGE"
               ELSE
                   DISPLAY "FBIXPRG: CANNOT OPEN FBLBLIX - STATUS "
                       WS-LBLIX-STATUS
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.
       1100-EXIT.
           EXIT.

      *****************************************************************
      *  2000-PURGE-OLD-ROWS - READ THE INDEX FRONT TO BACK AND       *
      *  DELETE EVERY ROW OLDER THAN THE CUTOFF, WITH ITS LABELS.     *
      *****************************************************************
       2000-PURGE-OLD-ROWS.
           IF RETURN-CODE = ZERO
       2150-JUDGE-ONE-ROW.
           IF IDX-RUN-DATE NOT NUMERIC
               OR IDX-RUN-DATE < WS-CUTOFF-DATE
               MOVE IDX-COUNTER TO WS-PURGE-COUNTER
               DELETE INDEX-FILE
                   INVALID KEY
                       DISPLAY "FBIXPRG: DELETE FAILED - STATUS "
                       IF 16 > RETURN-CODE
                           MOVE 16 TO RETURN-CODE
                       END-IF
                   NOT INVALID KEY
                       IF LBLIX-IS-OPEN
                           PERFORM 2200-PURGE-COUNTER-LABELS
                               THRU 2200-EXIT
                       END-IF
               END-DELETE
               ADD 1 TO WS-RECORDS-PURGED
           ELSE
       2150-EXIT.
           EXIT.

      *****************************************************************
      *  2200-PURGE-COUNTER-LABELS - POSITION ON THE PURGED COUNTER   *
      *  THROUGH THE FBLBLIX ALTERNATE KEY AND DELETE EVERY LABEL ROW *
      *  IT CARRIES.  A READ ON THE ALTERNATE KEY RETURNS STATUS "02" *
      *  WHILE MORE ROWS FOR THE SAME COUNTER FOLLOW.                 *
      *****************************************************************
       2200-PURGE-COUNTER-LABELS.
           SET LABEL-PURGE-NOT-DONE TO TRUE
           MOVE WS-PURGE-COUNTER TO LBX-COUNTER
           START LBLIX-FILE KEY IS EQUAL TO LBX-COUNTER
               INVALID KEY
                   SET LABEL-PURGE-DONE TO TRUE
           END-START
           PERFORM 2250-PURGE-ONE-LABEL THRU 2250-EXIT
               UNTIL LABEL-PURGE-DONE.
       2200-EXIT.
           EXIT.

       2250-PURGE-ONE-LABEL.
           READ LBLIX-FILE NEXT RECORD
               AT END
                   SET LABEL-PURGE-DONE TO TRUE
               NOT AT END
                   IF WS-LBLIX-STATUS (1 : 1) NOT = "0"
                       OR LBX-COUNTER NOT = WS-PURGE-COUNTER
                       SET LABEL-PURGE-DONE TO TRUE
                   ELSE
                       DELETE LBLIX-FILE
                           INVALID KEY
                               DISPLAY "FBIXPRG: FBLBLIX DELETE "
                                   "FAILED - STATUS " WS-LBLIX-STATUS
                               IF 16 > RETURN-CODE
                                   MOVE 16 TO RETURN-CODE
                               END-IF
                               SET LABEL-PURGE-DONE TO TRUE
                           NOT INVALID KEY
                               ADD 1 TO WS-LABELS-PURGED
                       END-DELETE
                   END-IF
           END-READ.
       2250-EXIT.
           EXIT.

      *****************************************************************
      *  8000-TERMINATE-RUN - CLOSE THE INDEX AND REPORT THE PURGE    *
      *  COUNTS FOR THE JOB LOG.                                      *
           IF WS-INDEX-STATUS = "00" OR WS-INDEX-STATUS = "10"
               CLOSE INDEX-FILE
           END-IF
           IF LBLIX-IS-OPEN
               CLOSE LBLIX-FILE
           END-IF
           DISPLAY "FBIXPRG: " WS-RECORDS-PURGED " ROWS PURGED "
               "BEFORE " WS-CUTOFF-DATE ", " WS-RECORDS-KEPT
               " ROWS KEPT"
           DISPLAY "FBIXPRG: " WS-LABELS-PURGED " FBLBLIX LABEL ROWS "
               "PURGED WITH THEM".
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
               WS-RECORDS-PURGED + WS-RECORDS-KEPT
           COMPUTE JRN-RECORDS-WRITTEN =
               WS-RECORDS-PURGED + WS-LABELS-PURGED
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
           MOVE "FBIXPRG" TO JRN-PROGRAM-ID
           CALL "FBJRNLWR" USING JOURNAL-RECORD
               ON EXCEPTION
                   DISPLAY "FBIXPRG: STEP JOURNAL WRITER NOT AVAILABLE"
           END-CALL
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.
       9950-EXIT.
           EXIT.

       END PROGRAM FBIXPRG.
