      *  08/22/26  RJ   REWORKED THE EARLY-EXIT GO TOS INTO          *
      *                 STRUCTURED READ/IF SHAPE TO MATCH THE REST   *
      *                 OF THE SUITE.                                *
      *  10/15/26  RJ   EVERY RUN NOW APPENDS A START ROW AND AN END  *
      *                 ROW (RETURN-CODE, RECORDS READ AND WRITTEN)   *
      *                 TO THE SHARED FBJRNL STEP JOURNAL THROUGH     *
      *                 THE COMMON FBJRNLWR WRITER (SEE 9900-9950)    *
      *                 FOR THE FBRUNSHT NIGHTLY RUN SHEET.           *
      *  10/15/26  RJ   UPDATE MODE NOW APPENDS A BEFORE-IMAGE ROW TO *
      *                 THE FBIXBIM JOURNAL FOR EVERY FBINDEX ROW IT  *
      *                 ADDS ("A") OR REWRITES ("R", WITH THE PHRASE, *
      *                 RUN-ID AND RUN DATE THE ROW HELD BEFORE), SO  *
      *                 THE FBBKOUT RUN BACKOUT CAN PUT THE MASTER    *
      *                 BACK WHEN A RUN WENT OUT WITH THE WRONG RULES *
      *                 OR OVERRIDES.  A JOURNAL THAT CANNOT BE       *
      *                 OPENED OR WRITTEN DOES NOT STOP THE UPDATE -  *
      *                 IT IS LOGGED TO FBXCPT AND THE STEP ENDS      *
      *                 RETURN-CODE 4, SINCE THE RUN CAN NO LONGER BE *
      *                 BACKED OUT FROM THE JOURNAL.                  *
      *  10/15/26  RJ   BOTH MODES NOW ALSO MAINTAIN THE FBLBLIX LABEL *
      *                 CROSS-REFERENCE (LABEL+COUNTER KEY) FROM THE  *
      *                 FBCLSDT CLASSIFICATION DETAIL SUPPLIED WITH   *
      *                 THE EXTRACT, SO A COUNTER MATCHED BY SEVERAL  *
      *                 RULES IS LISTED UNDER EVERY LABEL IT CARRIES  *
      *                 AND FBINQ ANSWERS LABEL REQUESTS BY KEY       *
      *                 INSTEAD OF SCANNING FBINDEX.  A REBUILD       *
      *                 WRITES IT FRESH; AN UPDATE DROPS THE OLD      *
      *                 LABEL ROWS OF EVERY COUNTER IT APPLIES (EACH  *
      *                 JOURNALED TO FBIXBIM AS AN "L" BEFORE-IMAGE)  *
      *                 AND ADDS THE NEW ONES.  NO FBCLSDT IS A       *
      *                 WARNING (RETURN-CODE 4) - THE APPLIED         *
      *                 COUNTERS ARE LEFT WITH NO LABEL ROWS.  DETAIL *
      *                 ROWS THAT MATCH NO EXTRACT RECORD ARE COUNTED *
      *                 AND REPORTED ONCE, ALSO RETURN-CODE 4.        *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDX-COUNTER
               FILE STATUS IS WS-INDEX-STATUS.
           SELECT IXBIM-FILE ASSIGN TO "FBIXBIM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IXBIM-STATUS.
           SELECT CLSDTL-FILE ASSIGN TO "FBCLSDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLSDTL-STATUS.
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

       FD  IXBIM-FILE.
           COPY FBIXBIM.

       FD  CLSDTL-FILE.
           COPY FBCLSDTL.

       FD  LBLIX-FILE.
           COPY FBLBLIX.

       WORKING-STORAGE SECTION.
         01 WS-CC-STATUS PIC X(02) VALUE "00".
         01 WS-EXTRACT-STATUS PIC X(02) VALUE "00".
         01 WS-RECORDS-LOADED PIC 9(08) COMP VALUE ZERO.
         01 WS-RECORDS-REPLACED PIC 9(08) COMP VALUE ZERO.
         01 WS-RECORDS-STALE PIC 9(08) COMP VALUE ZERO.
         01 WS-IXBIM-STATUS PIC X(02) VALUE "00".
         01 WS-IMAGES-WRITTEN PIC 9(08) COMP VALUE ZERO.
         01 WS-IXBIM-OPEN-SW PIC X(01) VALUE "N".
           88 IXBIM-IS-OPEN VALUE "Y".
           88 IXBIM-NOT-OPEN VALUE "N".
         01 WS-IMAGES-SW PIC X(01) VALUE "N".
           88 BEFORE-IMAGES-ON VALUE "Y".
           88 BEFORE-IMAGES-OFF VALUE "N".
         01 WS-IMAGE-ACTION PIC X(01) VALUE SPACES.
         01 WS-OLD-PHRASE PIC X(40) VALUE SPACES.
         01 WS-OLD-RUN-ID PIC X(08) VALUE SPACES.
         01 WS-OLD-RUN-DATE PIC 9(08) VALUE ZERO.
         01 WS-RUN-MODE-SW PIC X(01) VALUE "R".
           88 REBUILD-MODE VALUE "R".
           88 UPDATE-MODE VALUE "U".

      *  LABEL CROSS-REFERENCE AREA - FBCLSDT IS READ ONE ROW AHEAD
      *  IN STEP WITH THE EXTRACT (BOTH ARE IN COUNTER ORDER), AND A
      *  COUNTER'S LABEL ROWS ARE ONLY ADDED WHEN ITS EXTRACT RECORD
      *  WAS ACTUALLY APPLIED TO FBINDEX.
         01 WS-CLSDTL-STATUS PIC X(02) VALUE "00".
         01 WS-LBLIX-STATUS PIC X(02) VALUE "00".
         01 WS-CLSDTL-OPEN-SW PIC X(01) VALUE "N".
           88 CLSDTL-IS-OPEN VALUE "Y".
           88 CLSDTL-NOT-OPEN VALUE "N".
         01 WS-CLSDTL-EOF-SW PIC X(01) VALUE "N".
           88 CLSDTL-EOF VALUE "Y".
           88 CLSDTL-NOT-EOF VALUE "N".
         01 WS-LBLIX-OPEN-SW PIC X(01) VALUE "N".
           88 LBLIX-IS-OPEN VALUE "Y".
           88 LBLIX-NOT-OPEN VALUE "N".
         01 WS-APPLIED-SW PIC X(01) VALUE "N".
           88 RECORD-APPLIED VALUE "Y".
           88 RECORD-NOT-APPLIED VALUE "N".
         01 WS-LABEL-PURGE-SW PIC X(01) VALUE "N".
           88 LABEL-PURGE-DONE VALUE "Y".
           88 LABEL-PURGE-NOT-DONE VALUE "N".
         01 WS-DETAILS-READ PIC 9(08) COMP VALUE ZERO.
         01 WS-DETAILS-UNMATCHED PIC 9(08) COMP VALUE ZERO.
         01 WS-LABELS-WRITTEN PIC 9(08) COMP VALUE ZERO.
         01 WS-LABELS-REMOVED PIC 9(08) COMP VALUE ZERO.

      *  SHARED EXCEPTION LOG AREA - SEVERITY/RUN-ID/KEY/MESSAGE ARE
      *  SET BY THE POINT OF FAILURE, 9800-LOG-EXCEPTION FILLS THE
      *  REST AND CALLS THE COMMON FBXCPTWR WRITER.
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
           PERFORM 2000-LOAD-INDEX-FILE THRU 2000-EXIT
           PERFORM 8000-TERMINATE-RUN THRU 8000-EXIT
           PERFORM 9910-JOURNAL-STEP-END THRU 9910-EXIT
           STOP RUN.

      *****************************************************************
      *  PICK THE MODE, OPEN THE EXTRACT FOR INPUT, AND OPEN THE      *
      *  INDEX I-O (UPDATE MODE) OR FRESH FOR OUTPUT (REBUILD MODE,   *
      *  OR AN UPDATE AGAINST AN INDEX THAT DOES NOT EXIST YET).      *
      *  AN UPDATE ALSO OPENS THE FBIXBIM BEFORE-IMAGE JOURNAL FOR    *
      *  APPEND - INCLUDING ONE THAT STARTS A FRESH MASTER, WHOSE     *
      *  ROWS ARE ALL JOURNALED AS ADDED.  THE FBLBLIX LABEL         *
      *  CROSS-REFERENCE AND ITS FBCLSDT FEED ARE OPENED BY 1200.     *
      *****************************************************************
       1000-INITIALIZE-RUN.
           MOVE SPACES TO EXCEPTION-RECORD
               SET XCP-SEV-ERROR TO TRUE
               MOVE "CANNOT OPEN FBINDEX" TO XCP-MESSAGE
               PERFORM 9800-LOG-EXCEPTION THRU 9800-EXIT
           END-IF
           IF RETURN-CODE = ZERO
               PERFORM 1200-OPEN-LABEL-XREF THRU 1200-EXIT
           END-IF
           IF IXC-UPDATE-MODE AND RETURN-CODE < 8
               PERFORM 1100-OPEN-BEFORE-IMAGES THRU 1100-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      *****************************************************************
      *  1100-OPEN-BEFORE-IMAGES - OPEN THE FBIXBIM JOURNAL FOR       *
      *  APPEND, CREATING IT ON FIRST USE.  A JOURNAL THAT CANNOT BE  *
      *  OPENED LEAVES THE UPDATE RUNNING WITHOUT BEFORE-IMAGES AND   *
      *  IS A WARNING - THE RUN CANNOT BE BACKED OUT FROM IT LATER.   *
      *****************************************************************
       1100-OPEN-BEFORE-IMAGES.
           OPEN EXTEND IXBIM-FILE
           IF WS-IXBIM-STATUS NOT = "00"
               OPEN OUTPUT IXBIM-FILE
           END-IF
           IF WS-IXBIM-STATUS = "00"
               SET IXBIM-IS-OPEN TO TRUE
               SET BEFORE-IMAGES-ON TO TRUE
           ELSE
               DISPLAY "FBIXBLD: WARNING - CANNOT OPEN FBIXBIM - "
                   "STATUS " WS-IXBIM-STATUS
                   " - NO BEFORE-IMAGES THIS RUN"
               IF 4 > RETURN-CODE
                   MOVE 4 TO RETURN-CODE
               END-IF
               SET XCP-SEV-WARNING TO TRUE
               MOVE "CANNOT OPEN FBIXBIM - NO BEFORE-IMAGES THIS RUN"
                   TO XCP-MESSAGE
               PERFORM 9800-LOG-EXCEPTION THRU 9800-EXIT
           END-IF.
       1100-EXIT.
           EXIT.

      *****************************************************************
      *  1200-OPEN-LABEL-XREF - OPEN THE FBLBLIX LABEL CROSS-         *
      *  REFERENCE THE SAME WAY AS FBINDEX: FRESH FOR A REBUILD, I-O  *
      *  FOR AN UPDATE.  AN UPDATE THAT FINDS NO CROSS-REFERENCE      *
      *  STARTS AN EMPTY ONE AND WARNS - COUNTERS ALREADY ON THE      *
      *  MASTER HAVE NO LABEL ROWS UNTIL THE NEXT REBUILD.  ANY OTHER *
      *  FAILURE STOPS THE STEP BEFORE FBINDEX IS TOUCHED, SO THE TWO *
      *  FILES CANNOT DRIFT APART.                                    *
      *****************************************************************
       1200-OPEN-LABEL-XREF.
           IF UPDATE-MODE
               OPEN I-O LBLIX-FILE
               IF WS-LBLIX-STATUS = "35"
                   DISPLAY "FBIXBLD: WARNING - NO EXISTING FBLBLIX - "
                       "EARLIER COUNTERS HAVE NO LABEL ROWS UNTIL "
                       "THE NEXT REBUILD"
                   IF 4 > RETURN-CODE
                       MOVE 4 TO RETURN-CODE
                   END-IF
                   SET XCP-SEV-WARNING TO TRUE
                   MOVE
                       "NO FBLBLIX - STARTED EMPTY, REBUILD TO COMPLETE"
                       TO XCP-MESSAGE
                   PERFORM 9800-LOG-EXCEPTION THRU 9800-EXIT
                   OPEN OUTPUT LBLIX-FILE
                   IF WS-LBLIX-STATUS = "00"
                       CLOSE LBLIX-FILE
                       OPEN I-O LBLIX-FILE
                   END-IF
               END-IF
           ELSE
               OPEN OUTPUT LBLIX-FILE
           END-IF
           IF WS-LBLIX-STATUS = "00"
               SET LBLIX-IS-OPEN TO TRUE
               PERFORM 1250-OPEN-CLASS-DETAIL THRU 1250-EXIT
           ELSE
               DISPLAY "FBIXBLD: CANNOT OPEN FBLBLIX - STATUS "
                   WS-LBLIX-STATUS
               MOVE 16 TO RETURN-CODE
               SET XCP-SEV-ERROR TO TRUE
               MOVE "CANNOT OPEN FBLBLIX" TO XCP-MESSAGE
               PERFORM 9800-LOG-EXCEPTION THRU 9800-EXIT
           END-IF.
       1200-EXIT.
           EXIT.

      *****************************************************************
      *  1250-OPEN-CLASS-DETAIL - OPEN THE FBCLSDT DETAIL THAT CAME   *
      *  WITH THE EXTRACT AND PRIME ITS FIRST ROW.  WITHOUT IT THE    *
      *  INDEX IS STILL LOADED, BUT THE COUNTERS APPLIED GET NO LABEL *
      *  ROWS - A WARNING, SINCE LABEL INQUIRIES WILL MISS THEM.      *
      *****************************************************************
       1250-OPEN-CLASS-DETAIL.
           OPEN INPUT CLSDTL-FILE
           IF WS-CLSDTL-STATUS = "00"
               SET CLSDTL-IS-OPEN TO TRUE
               PERFORM 2690-READ-CLASS-DETAIL THRU 2690-EXIT
           ELSE
               SET CLSDTL-EOF TO TRUE
               DISPLAY "FBIXBLD: WARNING - CANNOT OPEN FBCLSDT - "
                   "STATUS " WS-CLSDTL-STATUS
                   " - NO LABEL ROWS ADDED THIS RUN"
               IF 4 > RETURN-CODE
                   MOVE 4 TO RETURN-CODE
               END-IF
               SET XCP-SEV-WARNING TO TRUE
               MOVE "CANNOT OPEN FBCLSDT - NO LABEL ROWS ADDED THIS RUN"
                   TO XCP-MESSAGE
               PERFORM 9800-LOG-EXCEPTION THRU 9800-EXIT
           END-IF.
       1250-EXIT.
           EXIT.

      *****************************************************************
      *  2000-LOAD-INDEX-FILE - READ EVERY EXTRACT RECORD AND WRITE   *
      *  (OR, IN UPDATE MODE, WRITE-OR-REWRITE) IT TO THE KEYED       *
      *  INDEX FILE BY COUNTER, THEN BRING THE COUNTER'S LABEL ROWS  *
      *  ON FBLBLIX INTO LINE WITH WHAT WAS APPLIED.                  *
      *****************************************************************
       2000-LOAD-INDEX-FILE.
           IF RETURN-CODE < 8
               PERFORM 2100-LOAD-ONE-RECORD THRU 2100-EXIT
                   UNTIL WS-EXTRACT-STATUS NOT = "00"
           END-IF.
                   CONTINUE
               NOT AT END
                   IF WS-EXTRACT-STATUS = "00"
                       SET RECORD-NOT-APPLIED TO TRUE
                       IF UPDATE-MODE
                           PERFORM 2300-UPDATE-ONE-RECORD
                               THRU 2300-EXIT
                           PERFORM 2200-WRITE-ONE-RECORD
                               THRU 2200-EXIT
                       END-IF
                       IF LBLIX-IS-OPEN
                           PERFORM 2600-APPLY-LABELS THRU 2600-EXIT
                       END-IF
                   END-IF
           END-READ.
       2100-EXIT.

      *****************************************************************
      *  2200-WRITE-ONE-RECORD - REBUILD MODE: STRAIGHT KEYED WRITE,  *
      *  DUPLICATES WITHIN THE EXTRACT REPORTED AND IGNORED.  AN      *
      *  UPDATE AGAINST A MISSING MASTER COMES THROUGH HERE TOO, AND  *
      *  JOURNALS EACH ROW AS ADDED.                                  *
      *****************************************************************
       2200-WRITE-ONE-RECORD.
           PERFORM 2400-BUILD-INDEX-RECORD THRU 2400-EXIT
                           TO XCP-MESSAGE
                       PERFORM 9800-LOG-EXCEPTION THRU 9800-EXIT
                   END-IF
               NOT INVALID KEY
                   SET RECORD-APPLIED TO TRUE
                   MOVE "A" TO WS-IMAGE-ACTION
                   PERFORM 2500-WRITE-BEFORE-IMAGE THRU 2500-EXIT
           END-WRITE
           ADD 1 TO WS-RECORDS-LOADED.
       2200-EXIT.
                               TO XCP-MESSAGE
                           PERFORM 9800-LOG-EXCEPTION
                               THRU 9800-EXIT
                       NOT INVALID KEY
                           SET RECORD-APPLIED TO TRUE
                           MOVE "A" TO WS-IMAGE-ACTION
                           PERFORM 2500-WRITE-BEFORE-IMAGE
                               THRU 2500-EXIT
                   END-WRITE
                   ADD 1 TO WS-RECORDS-LOADED
               NOT INVALID KEY

      *****************************************************************
      *  2350-REWRITE-ONE-RECORD - REPLACE AN EXISTING MASTER ROW     *
      *  WITH THIS EXTRACT'S (SAME-DAY-OR-NEWER) RESULT.  THE ROW'S   *
      *  OLD PHRASE, RUN-ID AND RUN DATE ARE KEPT FOR THE BEFORE-     *
      *  IMAGE BEFORE 2400 OVERLAYS THE RECORD AREA.                  *
      *****************************************************************
       2350-REWRITE-ONE-RECORD.
           MOVE IDX-PHRASE TO WS-OLD-PHRASE
           MOVE IDX-RUN-ID TO WS-OLD-RUN-ID
           MOVE ZERO TO WS-OLD-RUN-DATE
           IF IDX-RUN-DATE NUMERIC
               MOVE IDX-RUN-DATE TO WS-OLD-RUN-DATE
           END-IF
           PERFORM 2400-BUILD-INDEX-RECORD THRU 2400-EXIT
           REWRITE INDEX-RECORD
               INVALID KEY
                       TO XCP-MESSAGE
                   PERFORM 9800-LOG-EXCEPTION
                       THRU 9800-EXIT
               NOT INVALID KEY
                   SET RECORD-APPLIED TO TRUE
                   MOVE "R" TO WS-IMAGE-ACTION
                   PERFORM 2500-WRITE-BEFORE-IMAGE THRU 2500-EXIT
           END-REWRITE
           ADD 1 TO WS-RECORDS-REPLACED.
       2350-EXIT.
       2400-EXIT.
           EXIT.

      *****************************************************************
      *  2500-WRITE-BEFORE-IMAGE - APPEND ONE FBIXBIM ROW FOR THE     *
      *  FBINDEX CHANGE JUST MADE.  WS-IMAGE-ACTION IS "A" FOR A ROW  *
      *  THIS RUN ADDED AND "R" FOR A REWRITE, WHOSE PRIOR PHRASE,    *
      *  RUN-ID AND RUN DATE 2350 KEPT.  "L" JOURNALS AN FBLBLIX     *
      *  LABEL ROW 2750 IS ABOUT TO DELETE, FROM THE RECORD AREA.     *
      *  A WRITE FAILURE STOPS THE JOURNAL FOR THE REST OF THE RUN    *
      *  AND IS REPORTED ONCE.                                        *
      *****************************************************************
       2500-WRITE-BEFORE-IMAGE.
           IF BEFORE-IMAGES-ON
               MOVE SPACES TO IXBIM-RECORD
               MOVE EXT-RUN-ID TO IXB-RUN-ID
               MOVE EXT-RUN-DATE TO IXB-RUN-DATE
               MOVE EXT-COUNTER TO IXB-COUNTER
               MOVE WS-IMAGE-ACTION TO IXB-ACTION
               IF IXB-ACTION-REPLACED
                   MOVE WS-OLD-PHRASE TO IXB-OLD-PHRASE
                   MOVE WS-OLD-RUN-ID TO IXB-OLD-RUN-ID
                   MOVE WS-OLD-RUN-DATE TO IXB-OLD-RUN-DATE
               ELSE
                   IF IXB-ACTION-LABEL
                       MOVE LBX-LABEL TO IXB-OLD-LABEL
                       MOVE LBX-DIVISOR TO IXB-OLD-DIVISOR
                       MOVE LBX-RULE-SET TO IXB-OLD-RULE-SET
                       MOVE LBX-RUN-ID TO IXB-OLD-RUN-ID
                       MOVE LBX-RUN-DATE TO IXB-OLD-RUN-DATE
                   ELSE
                       MOVE ZERO TO IXB-OLD-RUN-DATE
                   END-IF
               END-IF
               WRITE IXBIM-RECORD
               IF WS-IXBIM-STATUS = "00"
                   ADD 1 TO WS-IMAGES-WRITTEN
               ELSE
                   DISPLAY "FBIXBLD: WARNING - WRITE TO FBIXBIM "
                       "FAILED - STATUS " WS-IXBIM-STATUS
                       " - BEFORE-IMAGES STOPPED"
                   SET BEFORE-IMAGES-OFF TO TRUE
                   IF 4 > RETURN-CODE
                       MOVE 4 TO RETURN-CODE
                   END-IF
                   SET XCP-SEV-WARNING TO TRUE
                   MOVE EXT-RUN-ID TO XCP-RUN-ID
                   MOVE EXT-COUNTER TO XCP-KEY-VALUE
                   MOVE
                       "WRITE TO FBIXBIM FAILED - BEFORE-IMAGES STOPPED"
                       TO XCP-MESSAGE
                   PERFORM 9800-LOG-EXCEPTION THRU 9800-EXIT
               END-IF
           END-IF.
       2500-EXIT.
           EXIT.

      *****************************************************************
      *  2600-APPLY-LABELS - AN UPDATE FIRST DROPS THE LABEL ROWS THE *
      *  COUNTER CARRIED UNDER ITS PREVIOUS RESULT, THEN EVERY        *
      *  FBCLSDT ROW UP TO THIS COUNTER IS TAKEN: ROWS FOR THIS       *
      *  COUNTER AND RUN BECOME LABEL ROWS (WHEN THE RECORD WAS       *
      *  APPLIED - A STALE OR FAILED RECORD KEEPS ITS OLD LABELS),    *
      *  ROWS FOR COUNTERS THE EXTRACT DOES NOT CARRY ARE COUNTED AS  *
      *  UNMATCHED.                                                   *
      *****************************************************************
       2600-APPLY-LABELS.
           IF RECORD-APPLIED AND UPDATE-MODE
               PERFORM 2700-REMOVE-OLD-LABELS THRU 2700-EXIT
           END-IF
           PERFORM 2650-TAKE-ONE-DETAIL THRU 2650-EXIT
               UNTIL CLSDTL-EOF
                  OR CLS-COUNTER > EXT-COUNTER.
       2600-EXIT.
           EXIT.

       2650-TAKE-ONE-DETAIL.
           IF CLS-COUNTER = EXT-COUNTER
               AND CLS-RUN-ID = EXT-RUN-ID
               AND CLS-RUN-DATE = EXT-RUN-DATE
               IF RECORD-APPLIED AND CLS-LABEL NOT = SPACES
                   PERFORM 2800-WRITE-LABEL-ROW THRU 2800-EXIT
               END-IF
           ELSE
               ADD 1 TO WS-DETAILS-UNMATCHED
           END-IF
           PERFORM 2690-READ-CLASS-DETAIL THRU 2690-EXIT.
       2650-EXIT.
           EXIT.

       2690-READ-CLASS-DETAIL.
           READ CLSDTL-FILE
               AT END
                   SET CLSDTL-EOF TO TRUE
               NOT AT END
                   IF WS-CLSDTL-STATUS = "00"
                       AND CLS-COUNTER NUMERIC
                       ADD 1 TO WS-DETAILS-READ
                   ELSE
                       SET CLSDTL-EOF TO TRUE
                   END-IF
           END-READ.
       2690-EXIT.
           EXIT.

      *****************************************************************
      *  2700-REMOVE-OLD-LABELS - POSITION ON THE COUNTER THROUGH THE *
      *  ALTERNATE KEY AND DELETE EVERY LABEL ROW IT CARRIES, EACH    *
      *  ONE JOURNALED FIRST AS AN "L" BEFORE-IMAGE SO FBBKOUT CAN    *
      *  PUT IT BACK.  A READ ON THE ALTERNATE KEY RETURNS STATUS     *
      *  "02" WHILE MORE ROWS FOR THE SAME COUNTER FOLLOW.            *
      *****************************************************************
       2700-REMOVE-OLD-LABELS.
           SET LABEL-PURGE-NOT-DONE TO TRUE
           MOVE EXT-COUNTER TO LBX-COUNTER
           START LBLIX-FILE KEY IS EQUAL TO LBX-COUNTER
               INVALID KEY
                   SET LABEL-PURGE-DONE TO TRUE
           END-START
           PERFORM 2750-REMOVE-ONE-LABEL THRU 2750-EXIT
               UNTIL LABEL-PURGE-DONE.
       2700-EXIT.
           EXIT.

       2750-REMOVE-ONE-LABEL.
           READ LBLIX-FILE NEXT RECORD
               AT END
                   SET LABEL-PURGE-DONE TO TRUE
               NOT AT END
                   IF WS-LBLIX-STATUS (1 : 1) NOT = "0"
                       OR LBX-COUNTER NOT = EXT-COUNTER
                       SET LABEL-PURGE-DONE TO TRUE
                   ELSE
                       MOVE "L" TO WS-IMAGE-ACTION
                       PERFORM 2500-WRITE-BEFORE-IMAGE THRU 2500-EXIT
                       DELETE LBLIX-FILE
                           INVALID KEY
                               SET LABEL-PURGE-DONE TO TRUE
                               MOVE "DELETE FROM FBLBLIX FAILED"
                                   TO XCP-MESSAGE
                               PERFORM 2900-REPORT-LABEL-FAILURE
                                   THRU 2900-EXIT
                           NOT INVALID KEY
                               ADD 1 TO WS-LABELS-REMOVED
                       END-DELETE
                   END-IF
           END-READ.
       2750-EXIT.
           EXIT.

      *****************************************************************
      *  2800-WRITE-LABEL-ROW - ONE FBLBLIX ROW FOR THE FBCLSDT ROW   *
      *  IN HAND, STAMPED WITH THE EXTRACT'S RUN-ID AND RUN DATE SO   *
      *  IT MATCHES THE FBINDEX ROW JUST APPLIED.  A DUPLICATE KEY    *
      *  MEANS TWO RULES OF THE SET SHARE THE LABEL - THE COUNTER IS  *
      *  ALREADY LISTED UNDER IT, SO THE SECOND ROW IS DROPPED.       *
      *****************************************************************
       2800-WRITE-LABEL-ROW.
           MOVE SPACES TO LBLIX-RECORD
           MOVE CLS-LABEL TO LBX-LABEL
           MOVE EXT-COUNTER TO LBX-COUNTER
           MOVE EXT-RUN-ID TO LBX-RUN-ID
           MOVE EXT-RUN-DATE TO LBX-RUN-DATE
           MOVE CLS-DIVISOR TO LBX-DIVISOR
           MOVE CLS-RULE-SET TO LBX-RULE-SET
           WRITE LBLIX-RECORD
               INVALID KEY
                   IF WS-LBLIX-STATUS NOT = "22"
                       MOVE "WRITE TO FBLBLIX FAILED" TO XCP-MESSAGE
                       PERFORM 2900-REPORT-LABEL-FAILURE THRU 2900-EXIT
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO WS-LABELS-WRITTEN
           END-WRITE.
       2800-EXIT.
           EXIT.

      *****************************************************************
      *  2900-REPORT-LABEL-FAILURE - AN FBLBLIX I/O FAILURE IS AS     *
      *  SERIOUS AS ONE ON FBINDEX - THE CROSS-REFERENCE NO LONGER    *
      *  AGREES WITH THE MASTER.  THE CALLER SETS XCP-MESSAGE.        *
      *****************************************************************
       2900-REPORT-LABEL-FAILURE.
           DISPLAY "FBIXBLD: " XCP-MESSAGE " - STATUS "
               WS-LBLIX-STATUS
           IF 16 > RETURN-CODE
               MOVE 16 TO RETURN-CODE
           END-IF
           SET XCP-SEV-ERROR TO TRUE
           MOVE EXT-RUN-ID TO XCP-RUN-ID
           MOVE EXT-COUNTER TO XCP-KEY-VALUE
           PERFORM 9800-LOG-EXCEPTION THRU 9800-EXIT.
       2900-EXIT.
           EXIT.

      *****************************************************************
      *  8000-TERMINATE-RUN - CLOSE THE FILES AND REPORT HOW MANY     *
      *  RECORDS WERE LOADED AND, IN UPDATE MODE, REPLACED, AND HOW   *
      *  MANY LABEL ROWS WENT ON AND OFF THE CROSS-REFERENCE.         *
      *****************************************************************
       8000-TERMINATE-RUN.
           CLOSE EXTRACT-FILE
           CLOSE INDEX-FILE
           IF IXBIM-IS-OPEN
               CLOSE IXBIM-FILE
           END-IF
           IF LBLIX-IS-OPEN
               PERFORM 8100-FINISH-LABEL-XREF THRU 8100-EXIT
           END-IF
           DISPLAY "FBIXBLD: " WS-RECORDS-LOADED " RECORDS LOADED "
               "INTO FBINDEX"
           IF UPDATE-MODE
               DISPLAY "FBIXBLD: " WS-RECORDS-REPLACED " EXISTING "
                   "RECORDS REPLACED WITH NEWER RESULTS"
           END-IF
           IF IXBIM-IS-OPEN
               DISPLAY "FBIXBLD: " WS-IMAGES-WRITTEN " BEFORE-IMAGES "
                   "JOURNALED TO FBIXBIM"
           END-IF
           IF WS-RECORDS-STALE NOT = ZERO
               DISPLAY "FBIXBLD: WARNING - " WS-RECORDS-STALE
                   " STALE EXTRACT RECORDS NOT APPLIED - THE "
       8000-EXIT.
           EXIT.

      *****************************************************************
      *  8100-FINISH-LABEL-XREF - DRAIN WHAT IS LEFT OF FBCLSDT (ROWS *
      *  PAST THE LAST EXTRACT COUNTER ARE UNMATCHED TOO), CLOSE THE  *
      *  CROSS-REFERENCE AND REPORT.  UNMATCHED DETAIL MEANS FBCLSDT  *
      *  AND FBEXTRC ARE NOT FROM THE SAME RUN (OR A MERGED EXTRACT   *
      *  WAS LOADED WITHOUT ITS SUB-RANGE DETAIL) - A WARNING.        *
      *****************************************************************
       8100-FINISH-LABEL-XREF.
           IF CLSDTL-IS-OPEN
               PERFORM 8150-SKIP-ONE-DETAIL THRU 8150-EXIT
                   UNTIL CLSDTL-EOF
               CLOSE CLSDTL-FILE
           END-IF
           CLOSE LBLIX-FILE
           DISPLAY "FBIXBLD: " WS-LABELS-WRITTEN " LABEL ROWS WRITTEN "
               "TO FBLBLIX"
           IF UPDATE-MODE
               DISPLAY "FBIXBLD: " WS-LABELS-REMOVED " SUPERSEDED "
                   "LABEL ROWS REMOVED FROM FBLBLIX"
           END-IF
           IF WS-DETAILS-UNMATCHED NOT = ZERO
               DISPLAY "FBIXBLD: WARNING - " WS-DETAILS-UNMATCHED
                   " FBCLSDT ROWS MATCHED NO EXTRACT RECORD - "
                   "NOT CROSS-REFERENCED"
               IF 4 > RETURN-CODE
                   MOVE 4 TO RETURN-CODE
               END-IF
               SET XCP-SEV-WARNING TO TRUE
               MOVE "FBCLSDT ROWS MATCHED NO EXTRACT RECORD"
                   TO XCP-MESSAGE
               PERFORM 9800-LOG-EXCEPTION THRU 9800-EXIT
           END-IF.
       8100-EXIT.
           EXIT.

       8150-SKIP-ONE-DETAIL.
           ADD 1 TO WS-DETAILS-UNMATCHED
           PERFORM 2690-READ-CLASS-DETAIL THRU 2690-EXIT.
       8150-EXIT.
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
           COMPUTE JRN-RECORDS-READ =
               WS-RECORDS-LOADED + WS-RECORDS-REPLACED
               + WS-RECORDS-STALE + WS-DETAILS-READ
           COMPUTE JRN-RECORDS-WRITTEN =
               WS-RECORDS-LOADED + WS-RECORDS-REPLACED
               + WS-LABELS-WRITTEN
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
           MOVE "FBIXBLD" TO JRN-PROGRAM-ID
           CALL "FBJRNLWR" USING JOURNAL-RECORD
               ON EXCEPTION
                   DISPLAY "FBIXBLD: STEP JOURNAL WRITER NOT AVAILABLE"
           END-CALL
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.
       9950-EXIT.
           EXIT.

       END PROGRAM FBIXBLD.
