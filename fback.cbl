      *                 RELOADS AS PENDING AND RE-AGES NIGHTLY.  AN  *
      *                 ACK ARRIVING FOR A RETIRED ROW REPORTS AS AN *
      *                 ORPHAN, WHICH IS VISIBLE AND HARMLESS.       *
      *  10/15/26  RJ   EVERY RUN NOW APPENDS A START ROW AND AN END  *
      *                 ROW (RETURN-CODE, RECORDS READ AND WRITTEN)   *
      *                 TO THE SHARED FBJRNL STEP JOURNAL THROUGH     *
      *                 THE COMMON FBJRNLWR WRITER (SEE 9900-9950)    *
      *                 FOR THE FBRUNSHT NIGHTLY RUN SHEET.           *
      *  10/15/26  RJ   AGE-DAYS NOW COUNTS BUSINESS DAYS.  THE AGING *
      *                 CUTOFF IS THE AS-OF DATE STEPPED BACK AGE-    *
      *                 DAYS WORKING DAYS ON THE FBCALNDR CALENDAR    *
      *                 (COMMON FBBUSDAY SERVICE), SO A WEEKEND OR    *
      *                 SHOP HOLIDAY NO LONGER AGES A TRANSMISSION.   *
      *                 WITH NO CALENDAR, OR ONE THAT DOES NOT COVER  *
      *                 THE AS-OF DATE, THE OLD CALENDAR-DAY COUNT IS *
      *                 USED WITH A WARNING AND RETURN-CODE 4.        *
      *  10/15/26  RJ   EVERY ROW RETIRED FROM THE LOG IS NOW ALSO    *
      *                 APPENDED TO THE FBAKHST ACK DISPOSITION       *
      *                 HISTORY (FBAKHIST LAYOUT) WITH ITS            *
      *                 DISPOSITION AND THE AS-OF DATE, SO WHAT EACH  *
      *                 PARTNER ACCEPTED OUTLIVES THE LOG SWAP AND    *
      *                 FBCHGBK CAN BILL FROM IT.  WHEN THE HISTORY   *
      *                 CANNOT BE OPENED FBXMLGNW IS NOT WRITTEN      *
      *                 EITHER (RC 16) - A RETIRED ROW MUST NEVER     *
      *                 DROP OUT OF BOTH FILES.                       *
      *  10/15/26  RJ   A TRANSMISSION TO A PARTNER THAT IS SUSPENDED *
      *                 ON FBPRTNR ON THE AS-OF DATE IS NO LONGER     *
      *                 AGED - ITS GATEWAY IS KNOWN TO BE DOWN.  THE  *
      *                 ROW STAYS PENDING, IS CARRIED FORWARD WITH    *
      *                 THE REASON SHOWN ON FBAKPRT, AND AGES AS      *
      *                 USUAL ONCE THE PARTNER IS RESUMED.  NO        *
      *                 PROFILE MASTER MEANS NOTHING IS HELD.         *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT NEWLOG-FILE ASSIGN TO "FBXMLGNW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEWLOG-STATUS.
           SELECT AKHIST-FILE ASSIGN TO "FBAKHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AKHIST-STATUS.
           SELECT PARTNER-FILE ASSIGN TO "FBPRTNR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTNER-STATUS.
           SELECT PRINT-FILE ASSIGN TO "FBAKPRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.
                             BY ==NLG-RECORD-COUNT==
                         ==XLG-HASH-TOTAL== BY ==NLG-HASH-TOTAL==.

       FD  AKHIST-FILE.
           COPY FBAKHIST.

       FD  PARTNER-FILE.
           COPY FBPRTNR.

       FD  PRINT-FILE.
           COPY FBPRINT.
       01  RPT-SECTION-LINE.
         01 WS-XMITLOG-STATUS PIC X(02) VALUE "00".
         01 WS-ACK-STATUS PIC X(02) VALUE "00".
         01 WS-NEWLOG-STATUS PIC X(02) VALUE "00".
         01 WS-AKHIST-STATUS PIC X(02) VALUE "00".
         01 WS-PARTNER-STATUS PIC X(02) VALUE "00".
         01 WS-PRINT-STATUS PIC X(02) VALUE "00".

         01 WS-LOG-LOADED-SW PIC X(01) VALUE "N".
               88 XL-DISP-AGED VALUE "G".
             10 WS-XL-REASON PIC X(30).

      *  SENDER-IDS OF THE PARTNERS SUSPENDED ON THE AS-OF DATE -
      *  THEIR TRANSMISSIONS ARE HELD PENDING INSTEAD OF AGED.
         77 WS-MAX-SUSPENDED PIC 9(4) VALUE 20.
         01 WS-SUSP-COUNT PIC 9(4) COMP VALUE ZERO.
         01 WS-SUSP-IDX PIC 9(4) COMP VALUE ZERO.
         01 WS-SUSP-FOUND-IDX PIC 9(4) COMP VALUE ZERO.
         01 WS-SUSP-FROM PIC 9(08) VALUE ZERO.
         01 WS-SUSP-TO PIC 9(08) VALUE ZERO.
         01 WS-SUSPENDED-TABLE.
           05 WS-SU-SENDER-ID PIC X(08) OCCURS 20 TIMES.

         77 WS-DEFAULT-AGE-DAYS PIC 9(03) VALUE 3.
         01 WS-AGE-DAYS PIC 9(03) VALUE ZERO.
         01 WS-AS-OF-DATE PIC 9(08) VALUE ZERO.
           05 WS-CD-MM PIC 9(02).
           05 WS-CD-DD PIC 9(02).
         01 WS-DAY-SUB PIC 9(4) COMP VALUE ZERO.
      *  BUSINESS-DAY REQUEST PASSED TO THE COMMON FBBUSDAY SERVICE.
         COPY FBBDCALL.
         01 WS-LEAP-TMP PIC 9(4) VALUE ZERO.
         01 WS-LEAP-REM PIC 9(4) VALUE ZERO.
         01 WS-LEAP-SW PIC X(01) VALUE "N".
           05 WS-REJECTED-COUNT PIC 9(9) COMP VALUE ZERO.
           05 WS-MISMATCH-COUNT PIC 9(9) COMP VALUE ZERO.
           05 WS-AGED-COUNT PIC 9(9) COMP VALUE ZERO.
           05 WS-HELD-COUNT PIC 9(9) COMP VALUE ZERO.
           05 WS-PENDING-COUNT PIC 9(9) COMP VALUE ZERO.
           05 WS-ORPHAN-ACK-COUNT PIC 9(9) COMP VALUE ZERO.
           05 WS-CARRIED-COUNT PIC 9(9) COMP VALUE ZERO.
           05 WS-RETIRED-COUNT PIC 9(9) COMP VALUE ZERO.
           05 WS-HISTORY-COUNT PIC 9(9) COMP VALUE ZERO.

         01 WS-RUN-DATE-RAW PIC 9(8) VALUE ZERO.
         01 WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE-RAW.
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
           PERFORM 2000-LOAD-TRANSMISSION-LOG THRU 2000-EXIT
           PERFORM 3000-PROCESS-ACKS THRU 3000-EXIT
           PERFORM 4000-AGE-UNACKED-ROWS THRU 4000-EXIT
           PERFORM 5000-WRITE-RETIRED-LOG THRU 5000-EXIT
           PERFORM 8000-TERMINATE-RUN THRU 8000-EXIT
           PERFORM 9910-JOURNAL-STEP-END THRU 9910-EXIT
           STOP RUN.

      *****************************************************************
               MOVE AKC-AS-OF-DATE TO WS-AS-OF-DATE
           END-IF
           PERFORM 6000-COMPUTE-CUTOFF-DATE THRU 6000-EXIT
           PERFORM 1500-LOAD-SUSPENDED-PARTNERS THRU 1500-EXIT
           OPEN OUTPUT PRINT-FILE
           PERFORM 1100-WRITE-REPORT-HEADERS THRU 1100-EXIT
           OPEN INPUT XMITLOG-FILE
       1200-EXIT.
           EXIT.

      *****************************************************************
      *  1500-LOAD-SUSPENDED-PARTNERS - NOTE THE SENDER-ID OF EVERY   *
      *  FBPRTNR PARTNER SUSPENDED ON THE AS-OF DATE (STATUS "S" AND  *
      *  THE DATE INSIDE ITS SUSPENSION WINDOW, A ZERO OR BLANK END   *
      *  BEING OPEN).  THE MASTER IS OPTIONAL HERE - WITHOUT IT EVERY *
      *  TRANSMISSION AGES AS BEFORE.                                  *
      *****************************************************************
       1500-LOAD-SUSPENDED-PARTNERS.
           MOVE ZERO TO WS-SUSP-COUNT
           OPEN INPUT PARTNER-FILE
           IF WS-PARTNER-STATUS = "00"
               PERFORM 1550-READ-ONE-PARTNER THRU 1550-EXIT
                   UNTIL WS-PARTNER-STATUS NOT = "00"
               CLOSE PARTNER-FILE
           ELSE
               DISPLAY "FBACK: NO FBPRTNR - NO TRANSMISSION IS HELD "
                   "FOR A SUSPENDED PARTNER"
           END-IF.
       1500-EXIT.
           EXIT.

       1550-READ-ONE-PARTNER.
           READ PARTNER-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF PTR-STATUS-SUSPENDED
                       AND PTR-SENDER-ID NOT = SPACES
                       PERFORM 1600-TEST-SUSPENSION-WINDOW
                           THRU 1600-EXIT
                   END-IF
           END-READ.
       1550-EXIT.
           EXIT.

       1600-TEST-SUSPENSION-WINDOW.
           MOVE ZERO TO WS-SUSP-FROM
           MOVE ZERO TO WS-SUSP-TO
           IF PTR-SUSP-FROM NUMERIC
               MOVE PTR-SUSP-FROM TO WS-SUSP-FROM
           END-IF
           IF PTR-SUSP-TO NUMERIC
               MOVE PTR-SUSP-TO TO WS-SUSP-TO
           END-IF
           IF (WS-SUSP-FROM = ZERO OR WS-AS-OF-DATE NOT < WS-SUSP-FROM)
               AND (WS-SUSP-TO = ZERO OR WS-AS-OF-DATE NOT > WS-SUSP-TO)
               IF WS-SUSP-COUNT < WS-MAX-SUSPENDED
                   ADD 1 TO WS-SUSP-COUNT
                   MOVE PTR-SENDER-ID TO WS-SU-SENDER-ID (WS-SUSP-COUNT)
                   DISPLAY "FBACK: PARTNER " PTR-PARTNER-ID
                       " SUSPENDED - AGING HELD FOR SENDER "
                       PTR-SENDER-ID
               ELSE
                   DISPLAY "FBACK: WARNING - MORE THAN "
                       WS-MAX-SUSPENDED " SUSPENDED PARTNERS - "
                       PTR-PARTNER-ID " AGES AS USUAL"
               END-IF
           END-IF.
       1600-EXIT.
           EXIT.

      *****************************************************************
      *  2000-LOAD-TRANSMISSION-LOG - LOAD EVERY FBXMLOG ROW INTO THE *
      *  TABLE AS PENDING.                                             *

      *****************************************************************
      *  4000-AGE-UNACKED-ROWS - A ROW STILL PENDING WHOSE SENT DATE  *
      *  IS ON OR BEFORE THE CUTOFF (AGE-DAYS BUSINESS DAYS BACK) IS  *
      *  AGED - THE PARTNER HAS HAD LONG ENOUGH TO ANSWER - UNLESS    *
      *  THE PARTNER IS SUSPENDED, WHEN THE ROW IS HELD PENDING.      *
      *****************************************************************
       4000-AGE-UNACKED-ROWS.
           PERFORM 4100-AGE-ONE-ROW THRU 4100-EXIT
               AND WS-XL-SENT-DATE (WS-LOG-IDX) NOT = ZERO
               AND WS-XL-SENT-DATE (WS-LOG-IDX)
                   NOT > WS-CUTOFF-DATE-RAW
               PERFORM 4200-FIND-SUSPENDED-SENDER THRU 4200-EXIT
               IF WS-SUSP-FOUND-IDX NOT = ZERO
                   MOVE "HELD - PARTNER SUSPENDED"
                       TO WS-XL-REASON (WS-LOG-IDX)
                   ADD 1 TO WS-HELD-COUNT
               ELSE
                   SET XL-DISP-AGED (WS-LOG-IDX) TO TRUE
                   MOVE "NO ACK RECEIVED WITHIN AGE LIMIT"
                       TO WS-XL-REASON (WS-LOG-IDX)
                   ADD 1 TO WS-AGED-COUNT
                   IF 4 > RETURN-CODE
                       MOVE 4 TO RETURN-CODE
                   END-IF
                   SET XCP-SEV-WARNING TO TRUE
                   MOVE WS-XL-RUN-ID (WS-LOG-IDX) TO XCP-KEY-VALUE
                   MOVE "TRANSMISSION UNACKNOWLEDGED PAST AGE LIMIT"
                       TO XCP-MESSAGE
                   PERFORM 9800-LOG-EXCEPTION THRU 9800-EXIT
               END-IF
           END-IF.
       4100-EXIT.
           EXIT.

       4200-FIND-SUSPENDED-SENDER.
           MOVE ZERO TO WS-SUSP-FOUND-IDX
           PERFORM 4250-TEST-ONE-SUSPENDED THRU 4250-EXIT
               VARYING WS-SUSP-IDX FROM 1 BY 1
               UNTIL WS-SUSP-IDX > WS-SUSP-COUNT
                  OR WS-SUSP-FOUND-IDX NOT = ZERO.
       4200-EXIT.
           EXIT.

       4250-TEST-ONE-SUSPENDED.
           IF WS-SU-SENDER-ID (WS-SUSP-IDX)
               = WS-XL-SENDER-ID (WS-LOG-IDX)
               MOVE WS-SUSP-IDX TO WS-SUSP-FOUND-IDX
           END-IF.
       4250-EXIT.
           EXIT.

      *****************************************************************
      *  5000-WRITE-RETIRED-LOG - WRITE THE NEW TRANSMISSION LOG      *
      *  (FBXMLGNW) CARRYING ONLY THE ROWS STILL PENDING - ACCEPTED,  *
      *  AND DISPOSITIONED ROWS DO NOT RELOAD AND RE-AGE NIGHTLY.     *
      *  WHEN THE LOG OVERFLOWED THE TABLE (OR NEVER LOADED) THE NEW  *
      *  FILE WOULD BE MISSING ROWS, SO IT IS NOT WRITTEN AND MUST    *
      *  NOT BE SWAPPED.  EVERY RETIRED ROW GOES TO THE FBAKHST      *
      *  DISPOSITION HISTORY; WITHOUT THE HISTORY THE LOG IS NOT      *
      *  RETIRED AT ALL.                                              *
      *****************************************************************
       5000-WRITE-RETIRED-LOG.
           IF LOG-NOT-LOADED OR LOG-OVERFLOWED
               DISPLAY "FBACK: FBXMLGNW NOT WRITTEN - DO NOT SWAP "
                   "THE TRANSMISSION LOG THIS RUN"
           ELSE
               OPEN EXTEND AKHIST-FILE
               IF WS-AKHIST-STATUS NOT = "00"
                   OPEN OUTPUT AKHIST-FILE
               END-IF
               IF WS-AKHIST-STATUS NOT = "00"
                   DISPLAY "FBACK: CANNOT OPEN FBAKHST - STATUS "
                       WS-AKHIST-STATUS " - FBXMLGNW NOT WRITTEN, DO "
                       "NOT SWAP THE TRANSMISSION LOG THIS RUN"
                   MOVE 16 TO RETURN-CODE
                   SET XCP-SEV-ERROR TO TRUE
                   MOVE "CANNOT OPEN FBAKHST - LOG NOT RETIRED"
                       TO XCP-MESSAGE
                   PERFORM 9800-LOG-EXCEPTION THRU 9800-EXIT
               ELSE
                   OPEN OUTPUT NEWLOG-FILE
                   PERFORM 5100-WRITE-ONE-LOG-ROW THRU 5100-EXIT
                       VARYING WS-LOG-IDX FROM 1 BY 1
                       UNTIL WS-LOG-IDX > WS-LOG-COUNT
                   CLOSE NEWLOG-FILE
                   CLOSE AKHIST-FILE
               END-IF
           END-IF.
       5000-EXIT.
           EXIT.
               END-IF
           ELSE
               ADD 1 TO WS-RETIRED-COUNT
               PERFORM 5200-WRITE-ONE-HISTORY-ROW THRU 5200-EXIT
           END-IF.
       5100-EXIT.
           EXIT.

      *****************************************************************
      *  5200-WRITE-ONE-HISTORY-ROW - APPEND THE RETIRED ROW AND ITS  *
      *  DISPOSITION TO FBAKHST, DATED WITH THE AS-OF DATE.           *
      *****************************************************************
       5200-WRITE-ONE-HISTORY-ROW.
           MOVE SPACES TO ACK-HISTORY-RECORD
           MOVE WS-XL-SENDER-ID (WS-LOG-IDX) TO AKH-SENDER-ID
           MOVE WS-XL-RUN-ID (WS-LOG-IDX) TO AKH-RUN-ID
           MOVE WS-XL-RUN-DATE (WS-LOG-IDX) TO AKH-RUN-DATE
           MOVE WS-XL-SENT-DATE (WS-LOG-IDX) TO AKH-SENT-DATE
           MOVE WS-XL-RECORD-COUNT (WS-LOG-IDX) TO AKH-RECORD-COUNT
           MOVE WS-XL-HASH-TOTAL (WS-LOG-IDX) TO AKH-HASH-TOTAL
           MOVE WS-XL-DISP-SW (WS-LOG-IDX) TO AKH-DISPOSITION
           MOVE WS-AS-OF-DATE TO AKH-DISP-DATE
           MOVE WS-XL-REASON (WS-LOG-IDX) TO AKH-REASON
           WRITE ACK-HISTORY-RECORD
           IF WS-AKHIST-STATUS NOT = "00"
               DISPLAY "FBACK: WRITE TO FBAKHST FAILED - STATUS "
                   WS-AKHIST-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-HISTORY-COUNT
           END-IF.
       5200-EXIT.
           EXIT.

      *****************************************************************
      *  6000-COMPUTE-CUTOFF-DATE - STEP THE AS-OF DATE BACK AGE-DAYS *
      *  BUSINESS DAYS ON THE FBCALNDR CALENDAR, SO THE AGING TEST IS *
      *  A PLAIN CCYYMMDD COMPARE.  WITHOUT A CALENDAR COVERING THE   *
      *  AS-OF DATE, FALL BACK TO STEPPING BACK ONE CALENDAR DAY AT A *
      *  TIME, AGE-DAYS TIMES, ACROSS MONTH AND YEAR BOUNDARIES.      *
      *****************************************************************
       6000-COMPUTE-CUTOFF-DATE.
           MOVE SPACES TO BUSDAY-REQUEST
           SET BDR-FUNCTION-PRIOR TO TRUE
           MOVE WS-AS-OF-DATE TO BDR-DATE
           MOVE WS-AGE-DAYS TO BDR-DAYS
           MOVE ZERO TO BDR-RESULT-DATE
           SET BDR-NO-CALENDAR TO TRUE
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE
           CALL "FBBUSDAY" USING BUSDAY-REQUEST
               ON EXCEPTION
                   DISPLAY "FBACK: BUSINESS-DAY SERVICE NOT AVAILABLE"
           END-CALL
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE
           IF BDR-ANSWERED
               MOVE BDR-RESULT-DATE TO WS-CUTOFF-DATE-RAW
           ELSE
               DISPLAY "FBACK: WARNING - FBCALNDR DOES NOT COVER "
                   WS-AS-OF-DATE " - AGING BY CALENDAR DAYS"
               IF 4 > RETURN-CODE
                   MOVE 4 TO RETURN-CODE
               END-IF
               SET XCP-SEV-WARNING TO TRUE
               MOVE WS-AS-OF-DATE TO XCP-KEY-VALUE
               MOVE "NO BUSINESS CALENDAR - AGED BY CALENDAR DAYS"
                   TO XCP-MESSAGE
               PERFORM 9800-LOG-EXCEPTION THRU 9800-EXIT
               MOVE WS-AS-OF-DATE TO WS-CUTOFF-DATE-RAW
               PERFORM 6100-BACK-ONE-DAY THRU 6100-EXIT
                   VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB > WS-AGE-DAYS
           END-IF
           DISPLAY "FBACK: AGING CUTOFF " WS-CUTOFF-DATE-RAW
               " (" WS-AGE-DAYS " DAYS BEFORE " WS-AS-OF-DATE ")".
       6000-EXIT.
           EXIT.

           MOVE WS-PENDING-COUNT TO RPT-T-VALUE
           MOVE RPT-TRAILER-LINE TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           IF WS-HELD-COUNT NOT = ZERO
               MOVE SPACES TO RPT-TRAILER-LINE
               MOVE "  HELD - PARTNER SUSPENDED.." TO RPT-T-LABEL
               MOVE WS-HELD-COUNT TO RPT-T-VALUE
               MOVE RPT-TRAILER-LINE TO WS-PRINT-LINE
               PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           END-IF
           IF WS-ORPHAN-ACK-COUNT NOT = ZERO
               MOVE SPACES TO RPT-TRAILER-LINE
               MOVE "ORPHAN ACKS................." TO RPT-T-LABEL
           MOVE WS-RETIRED-COUNT TO RPT-T-VALUE
           MOVE RPT-TRAILER-LINE TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           MOVE SPACES TO RPT-TRAILER-LINE
           MOVE "ROWS ADDED TO ACK HISTORY..." TO RPT-T-LABEL
           MOVE WS-HISTORY-COUNT TO RPT-T-VALUE
           MOVE RPT-TRAILER-LINE TO WS-PRINT-LINE
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           CLOSE PRINT-FILE
           IF WS-REJECTED-COUNT = ZERO AND WS-MISMATCH-COUNT = ZERO
               DISPLAY "FBACK: NO NAKS - " WS-ACCEPTED-COUNT
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
               WS-LOG-ROWS-READ + WS-ACKS-READ
           COMPUTE JRN-RECORDS-WRITTEN =
               WS-CARRIED-COUNT + WS-HISTORY-COUNT
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
           MOVE "FBACK" TO JRN-PROGRAM-ID
           CALL "FBJRNLWR" USING JOURNAL-RECORD
               ON EXCEPTION
                   DISPLAY "FBACK: STEP JOURNAL WRITER NOT AVAILABLE"
           END-CALL
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.
       9950-EXIT.
           EXIT.

       END PROGRAM FBACK.
