      *                 NOT-FOUND OR IN-ERROR ANSWER SETS            *
      *                 RETURN-CODE 8; AN UNUSABLE REQUESTS FILE OR  *
      *                 INDEX SETS 16.                               *
      *  10/15/26  RJ   EVERY RUN NOW APPENDS A START ROW AND AN END  *
      *                 ROW (RETURN-CODE, RECORDS READ AND WRITTEN)   *
      *                 TO THE SHARED FBJRNL STEP JOURNAL THROUGH     *
      *                 THE COMMON FBJRNLWR WRITER (SEE 9900-9950)    *
      *                 FOR THE FBRUNSHT NIGHTLY RUN SHEET.           *
      *  10/15/26  RJ   LABEL REQUESTS ARE NOW ANSWERED BY KEYED READS *
      *                 ON THE FBLBLIX LABEL CROSS-REFERENCE THAT      *
      *                 FBIXBLD BUILDS FROM FBCLSDT, INSTEAD OF        *
      *                 SCANNING EVERY FBINDEX ROW FOR THE LABEL IN    *
      *                 ITS PHRASE - SO A LABEL THAT IS A SUBSTRING OF *
      *                 ANOTHER NO LONGER OVERMATCHES.  A LABEL        *
      *                 REQUEST MAY NOW ALSO CARRY A COUNTER RANGE     *
      *                 (IRQ-COUNTER THRU IRQ-COUNTER-TO) TO LIMIT THE *
      *                 ANSWER.  NO FBLBLIX ANSWERS LABEL REQUESTS IN  *
      *                 ERROR; THE OTHER TYPES ARE UNAFFECTED.         *
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
         01 WS-REQUEST-STATUS PIC X(02) VALUE "00".
         01 WS-RESPONSE-STATUS PIC X(02) VALUE "00".
         01 WS-INDEX-STATUS PIC X(02) VALUE "00".
         01 WS-LBLIX-STATUS PIC X(02) VALUE "00".

         01 WS-INDEX-OPEN-SW PIC X(01) VALUE "N".
           88 INDEX-IS-OPEN VALUE "Y".
           88 INDEX-NOT-OPEN VALUE "N".
         01 WS-LBLIX-OPEN-SW PIC X(01) VALUE "N".
           88 LBLIX-IS-OPEN VALUE "Y".
           88 LBLIX-NOT-OPEN VALUE "N".
         01 WS-REQUEST-VALID-SW PIC X(01) VALUE "Y".
           88 REQUEST-IS-VALID VALUE "Y".
           88 REQUEST-IS-INVALID VALUE "N".
         01 WS-REQUEST-SEQ PIC 9(5) VALUE ZERO.
         01 WS-REQ-MATCH-COUNT PIC 9(9) COMP VALUE ZERO.

      *  LABEL REQUEST COUNTER LIMITS - THE WHOLE COUNTER RANGE
      *  UNLESS THE REQUEST CARRIES ITS OWN FROM/TO (SEE 2200).
         01 WS-LABEL-FROM PIC 9(09) VALUE ZERO.
         01 WS-LABEL-TO PIC 9(09) VALUE ZERO.

      *  SHARED EXCEPTION LOG AREA - SEVERITY/KEY/MESSAGE ARE SET BY
      *  THE POINT OF FAILURE, 9800-LOG-EXCEPTION FILLS THE REST AND
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
           PERFORM 2000-PROCESS-REQUESTS THRU 2000-EXIT
           PERFORM 8000-TERMINATE-RUN THRU 8000-EXIT
           PERFORM 9910-JOURNAL-STEP-END THRU 9910-EXIT
           STOP RUN.

      *****************************************************************
      *  FILE FAILS THE STEP - THERE IS NOTHING TO ANSWER.  A MISSING *
      *  INDEX DOES NOT STOP THE REQUESTS BEING READ - EVERY REQUEST  *
      *  IS ANSWERED IN ERROR SO THE RESPONSE FILE STILL BALANCES.    *
      *  A MISSING FBLBLIX LABEL CROSS-REFERENCE ONLY AFFECTS LABEL   *
      *  REQUESTS, WHICH ARE THEN ANSWERED IN ERROR - A WARNING.      *
      *****************************************************************
       1000-INITIALIZE-RUN.
           MOVE SPACES TO EXCEPTION-RECORD
               SET XCP-SEV-ERROR TO TRUE
               MOVE "CANNOT OPEN FBINDEX" TO XCP-MESSAGE
               PERFORM 9800-LOG-EXCEPTION THRU 9800-EXIT
           END-IF
           OPEN INPUT LBLIX-FILE
           IF WS-LBLIX-STATUS = "00"
               SET LBLIX-IS-OPEN TO TRUE
           ELSE
               DISPLAY "FBINQ: WARNING - CANNOT OPEN FBLBLIX - STATUS "
                   WS-LBLIX-STATUS " - LABEL REQUESTS IN ERROR"
               SET XCP-SEV-WARNING TO TRUE
               MOVE "CANNOT OPEN FBLBLIX - LABEL REQUESTS IN ERROR"
                   TO XCP-MESSAGE
               PERFORM 9800-LOG-EXCEPTION THRU 9800-EXIT
           END-IF.
       1000-EXIT.
           EXIT.
      *  2200-VALIDATE-REQUEST - EDIT THE REQUEST BEFORE IT TOUCHES   *
      *  THE INDEX.  THE FIRST FAILING EDIT WINS.  A REQUEST IS ALSO  *
      *  IN ERROR WHEN THE INDEX COULD NOT BE OPENED - THE ANSWER     *
      *  RECORD STILL GOES OUT SO THE RESPONSE FILE BALANCES.  A      *
      *  LABEL REQUEST WITH A NON-ZERO IRQ-COUNTER-TO IS LIMITED TO   *
      *  IRQ-COUNTER THRU IRQ-COUNTER-TO; OTHERWISE IT COVERS EVERY   *
      *  COUNTER CARRYING THE LABEL.                                  *
      *****************************************************************
       2200-VALIDATE-REQUEST.
           SET REQUEST-IS-VALID TO TRUE
               SET REQUEST-IS-INVALID TO TRUE
           END-IF
           IF REQUEST-IS-VALID AND IRQ-TYPE-LABEL
               AND (IRQ-LABEL = SPACES OR LBLIX-NOT-OPEN)
               SET REQUEST-IS-INVALID TO TRUE
           END-IF
           IF REQUEST-IS-VALID AND IRQ-TYPE-LABEL
               MOVE ZERO TO WS-LABEL-FROM
               MOVE 999999999 TO WS-LABEL-TO
               IF IRQ-COUNTER-TO NUMERIC AND IRQ-COUNTER-TO NOT = ZERO
                   IF IRQ-COUNTER NOT NUMERIC
                       OR IRQ-COUNTER > IRQ-COUNTER-TO
                       SET REQUEST-IS-INVALID TO TRUE
                   ELSE
                       MOVE IRQ-COUNTER TO WS-LABEL-FROM
                       MOVE IRQ-COUNTER-TO TO WS-LABEL-TO
                   END-IF
               END-IF
           END-IF.
       2200-EXIT.
           EXIT.
           EXIT.

      *****************************************************************
      *  3300-ANSWER-LABEL - POSITION ON THE LABEL (AND THE RANGE'S   *
      *  FIRST COUNTER) IN THE FBLBLIX CROSS-REFERENCE AND READ       *
      *  FORWARD WHILE THE LABEL HOLDS AND THE COUNTER IS IN RANGE.   *
      *  EACH COUNTER FOUND IS ANSWERED FROM ITS FBINDEX ROW.         *
      *****************************************************************
       3300-ANSWER-LABEL.
           SET SCAN-NOT-DONE TO TRUE
           MOVE IRQ-LABEL TO LBX-LABEL
           MOVE WS-LABEL-FROM TO LBX-COUNTER
           START LBLIX-FILE KEY IS NOT LESS THAN LBX-KEY
               INVALID KEY
                   SET SCAN-IS-DONE TO TRUE
           END-START
           PERFORM 3350-READ-NEXT-FOR-LABEL THRU 3350-EXIT
               UNTIL SCAN-IS-DONE.
       3300-EXIT.
           EXIT.

      *****************************************************************
      *  3350-READ-NEXT-FOR-LABEL - A CROSS-REFERENCE ROW WHOSE       *
      *  COUNTER IS NOT ON FBINDEX IS SKIPPED (FBRECON REPORTS THE    *
      *  TWO FILES OUT OF STEP) RATHER THAN ANSWERED WITH NO PHRASE.  *
      *****************************************************************
       3350-READ-NEXT-FOR-LABEL.
           READ LBLIX-FILE NEXT RECORD
               AT END
                   SET SCAN-IS-DONE TO TRUE
               NOT AT END
                   IF WS-LBLIX-STATUS (1 : 1) NOT = "0"
                       OR LBX-LABEL NOT = IRQ-LABEL
                       OR LBX-COUNTER > WS-LABEL-TO
                       SET SCAN-IS-DONE TO TRUE
                   ELSE
                       MOVE LBX-COUNTER TO IDX-COUNTER
                       READ INDEX-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               PERFORM 3900-WRITE-FOUND-ANSWER
                                   THRU 3900-EXIT
                       END-READ
                   END-IF
           END-READ.
       3350-EXIT.
           EXIT.

      *****************************************************************
      *  3700-WRITE-NOT-FOUND-ANSWER - ONE "N" ANSWER FOR A VALID     *
      *  REQUEST THAT MATCHED NOTHING.                                *
       3900-EXIT.
           EXIT.

      *****************************************************************
      *  8000-TERMINATE-RUN - CLOSE THE RESPONSE WITH THE BALANCING   *
      *  TRAILER AND REPORT THE COUNTS ON THE JOB LOG.                *
           IF INDEX-IS-OPEN
               CLOSE INDEX-FILE
           END-IF
           IF LBLIX-IS-OPEN
               CLOSE LBLIX-FILE
           END-IF
           DISPLAY "FBINQ: " WS-REQUESTS-READ " REQUESTS, "
               WS-ANSWERS-WRITTEN " ANSWERS ("
               WS-NOT-FOUND-COUNT " NOT FOUND, "
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
           MOVE WS-REQUESTS-READ TO JRN-RECORDS-READ
           MOVE WS-ANSWERS-WRITTEN TO JRN-RECORDS-WRITTEN
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
           MOVE "FBINQ" TO JRN-PROGRAM-ID
           CALL "FBJRNLWR" USING JOURNAL-RECORD
               ON EXCEPTION
                   DISPLAY "FBINQ: STEP JOURNAL WRITER NOT AVAILABLE"
           END-CALL
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.
       9950-EXIT.
           EXIT.

       END PROGRAM FBINQ.
