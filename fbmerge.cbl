      *                 FBXCPTWR WRITER (SEE 9800-LOG-EXCEPTION), SO  *
      *                 OPERATIONS MONITORS ONE PLACE INSTEAD OF      *
      *                 GREPPING SYSOUT.  THE DISPLAYS ARE UNCHANGED. *
      *  10/15/26  RJ   EVERY RUN NOW APPENDS A START ROW AND AN END  *
      *                 ROW (RETURN-CODE, RECORDS READ AND WRITTEN)   *
      *                 TO THE SHARED FBJRNL STEP JOURNAL THROUGH     *
      *                 THE COMMON FBJRNLWR WRITER (SEE 9900-9950)    *
      *                 FOR THE FBRUNSHT NIGHTLY RUN SHEET.           *
      *  10/15/26  RJ   FBMERGED IS NOW REGISTERED ON THE FBCATLG     *
      *                 GENERATION CATALOG THROUGH THE COMMON FBCATWR *
      *                 WRITER (SEE 8300) WITH THE RUN-ID, RUN DATE   *
      *                 AND RULE SET OF ITS FIRST RECORD, THE FIRST   *
      *                 AND LAST COUNTER MERGED, THE RECORD COUNT,    *
      *                 DATASET NAME AND STATUS.  FBMANFST ITSELF CAN *
      *                 NOW BE GENERATED FROM THE CATALOG BY FBCATLOG.*
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                         ==EXT-RUN-ID==   BY ==MRG-RUN-ID==
                         ==EXT-RUN-DATE== BY ==MRG-RUN-DATE==
                         ==EXT-COUNTER==  BY ==MRG-COUNTER==
                         ==EXT-PHRASE==   BY ==MRG-PHRASE==
                         ==EXT-RULE-SET== BY ==MRG-RULE-SET==.

       WORKING-STORAGE SECTION.
         01 WS-MANIFEST-STATUS PIC X(02) VALUE "00".
         01 WS-SUBRANGE-DSN PIC X(44) VALUE SPACES.
         01 WS-LAST-COUNTER-WRITTEN PIC 9(09) VALUE ZERO.
         01 WS-RECORDS-MERGED PIC 9(08) COMP VALUE ZERO.
         01 WS-SUBRANGE-RECS-READ PIC 9(08) COMP VALUE ZERO.
         01 WS-FIRST-COUNTER-WRITTEN PIC 9(09) VALUE ZERO.
         01 WS-MERGED-RUN-ID PIC X(08) VALUE SPACES.
         01 WS-MERGED-RUN-DATE PIC 9(08) VALUE ZERO.
         01 WS-MERGED-RULE-SET PIC X(08) VALUE SPACES.
         01 WS-MERGE-TIME-RAW PIC 9(08) VALUE ZERO.
         01 WS-FIRST-RECORD-SW PIC X(01) VALUE "Y".
           88 FIRST-RECORD-OF-RUN VALUE "Y".
           88 NOT-FIRST-RECORD-OF-RUN VALUE "N".
         COPY FBXCPT.
         01 WS-SAVED-RETURN-CODE PIC 9(4) COMP VALUE ZERO.

      *  GENERATION CATALOG AREA - 8300 FILLS THE FBMERGED ROW AND
      *  CALLS THE COMMON FBCATWR WRITER, WHICH HANDS BACK ITS FBCATLG
      *  WRITE STATUS.
         COPY FBCATLG.
         01 WS-CATALOG-STATUS PIC X(02) VALUE "00".

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
           PERFORM 2000-MERGE-SUBRANGES THRU 2000-EXIT
           PERFORM 8000-TERMINATE-RUN THRU 8000-EXIT
           PERFORM 9910-JOURNAL-STEP-END THRU 9910-EXIT
           STOP RUN.

      *****************************************************************
      *****************************************************************
       1000-INITIALIZE-RUN.
           MOVE SPACES TO EXCEPTION-RECORD
           ACCEPT WS-MERGE-TIME-RAW FROM TIME
           OPEN INPUT MANIFEST-FILE
           OPEN OUTPUT MERGED-FILE.
       1000-EXIT.
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO WS-SUBRANGE-RECS-READ
                   IF NOT-FIRST-RECORD-OF-RUN
                       AND EXT-COUNTER NOT > WS-LAST-COUNTER-WRITTEN
                       DISPLAY "FBMERGE: " WS-SUBRANGE-DSN
                           TO XCP-MESSAGE
                       PERFORM 9800-LOG-EXCEPTION THRU 9800-EXIT
                   ELSE
                       IF WS-RECORDS-MERGED = ZERO
                           MOVE EXT-COUNTER TO WS-FIRST-COUNTER-WRITTEN
                           MOVE EXT-RUN-ID TO WS-MERGED-RUN-ID
                           MOVE EXT-RUN-DATE TO WS-MERGED-RUN-DATE
                           MOVE EXT-RULE-SET TO WS-MERGED-RULE-SET
                       END-IF
                       ADD 1 TO WS-RECORDS-MERGED
                   END-IF
           END-READ.
           EXIT.

      *****************************************************************
      *  8000-TERMINATE-RUN - CLOSE THE FILES, REPORT THE MERGED      *
      *  RECORD COUNT AND CATALOG THE MERGED GENERATION.              *
      *****************************************************************
       8000-TERMINATE-RUN.
           CLOSE MANIFEST-FILE
           CLOSE MERGED-FILE
           DISPLAY "FBMERGE: " WS-RECORDS-MERGED " RECORDS MERGED "
               "INTO FBMERGED"
           PERFORM 8300-REGISTER-GENERATION THRU 8300-EXIT.
       8000-EXIT.
           EXIT.

      *****************************************************************
      *  8300-REGISTER-GENERATION - APPEND THE FBMERGED ROW TO THE    *
      *  FBCATLG CATALOG VIA THE COMMON FBCATWR WRITER, WHICH FILLS   *
      *  IN THE DATASET NAME FROM THE FBCATDSN CARD.  A MERGE THAT    *
      *  ENDED RETURN-CODE 8 OR WORSE, OR MERGED NOTHING, IS          *
      *  CATALOGED AS FAILED ("F") SO IT IS NEVER PICKED AS A PRIOR   *
      *  GENERATION.  A GENERATION THAT COULD NOT BE CATALOGED IS A   *
      *  WARNING (RETURN-CODE 4).  THE CALLEE'S RETURN-CODE IS NOT    *
      *  ALLOWED TO CLOBBER THE CALLER'S.                             *
      *****************************************************************
       8300-REGISTER-GENERATION.
           MOVE SPACES TO CATALOG-RECORD
           MOVE WS-MERGED-RUN-ID TO CAT-RUN-ID
           MOVE WS-MERGED-RUN-DATE TO CAT-RUN-DATE
           MOVE WS-MERGE-TIME-RAW TO CAT-RUN-TIME
           SET CAT-TYPE-EXTRACT TO TRUE
           MOVE WS-FIRST-COUNTER-WRITTEN TO CAT-START-FROM
           MOVE WS-LAST-COUNTER-WRITTEN TO CAT-END-AT
           MOVE WS-RECORDS-MERGED TO CAT-RECORD-COUNT
           IF RETURN-CODE < 8 AND WS-RECORDS-MERGED NOT = ZERO
               SET CAT-STATUS-COMPLETE TO TRUE
           ELSE
               SET CAT-STATUS-FAILED TO TRUE
           END-IF
           MOVE "FBMERGED" TO CAT-DD-NAME
           MOVE SPACES TO CAT-DSN
           MOVE WS-MERGED-RULE-SET TO CAT-RULE-SET
           MOVE "FBMERGE" TO CAT-CREATED-BY
           MOVE ZERO TO CAT-LOGGED-DATE
           MOVE ZERO TO CAT-LOGGED-TIME
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE
           MOVE "99" TO WS-CATALOG-STATUS
           CALL "FBCATWR" USING CATALOG-RECORD WS-CATALOG-STATUS
               ON EXCEPTION
                   DISPLAY "FBMERGE: CATALOG WRITER NOT AVAILABLE"
           END-CALL
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE
           IF WS-CATALOG-STATUS NOT = "00"
               DISPLAY "FBMERGE: WARNING - FBMERGED NOT REGISTERED ON "
                   "FBCATLG - STATUS " WS-CATALOG-STATUS
               IF 4 > RETURN-CODE
                   MOVE 4 TO RETURN-CODE
               END-IF
               SET XCP-SEV-WARNING TO TRUE
               MOVE WS-MERGED-RUN-ID TO XCP-RUN-ID
               MOVE "GENERATION NOT REGISTERED ON FBCATLG CATALOG"
                   TO XCP-MESSAGE
               PERFORM 9800-LOG-EXCEPTION THRU 9800-EXIT
           END-IF.
       8300-EXIT.
           EXIT.

      *****************************************************************
      *  9800-LOG-EXCEPTION - APPEND ONE RECORD TO THE SHARED FBXCPT  *
      *  EXCEPTION FILE VIA THE COMMON FBXCPTWR WRITER.  THE POINT OF *
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
           MOVE WS-SUBRANGE-RECS-READ TO JRN-RECORDS-READ
           MOVE WS-RECORDS-MERGED TO JRN-RECORDS-WRITTEN
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
           MOVE "FBMERGE" TO JRN-PROGRAM-ID
           CALL "FBJRNLWR" USING JOURNAL-RECORD
               ON EXCEPTION
                   DISPLAY "FBMERGE: STEP JOURNAL WRITER NOT AVAILABLE"
           END-CALL
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.
       9950-EXIT.
           EXIT.

       END PROGRAM FBMERGE.
