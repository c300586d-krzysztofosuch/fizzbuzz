      *                 PER-CLASSIFICATION COUNTS FROM THE TRAILER    *
      *                 SO FBPERCLS CAN CERTIFY A MONTH'S COUNTS      *
      *                 WITHOUT REPROCESSING THE EXTRACTS.            *
      *  10/15/26  RJ   EVERY RUN NOW APPENDS A START ROW AND AN END  *
      *                 ROW (RETURN-CODE, RECORDS READ AND WRITTEN)   *
      *                 TO THE SHARED FBJRNL STEP JOURNAL THROUGH     *
      *                 THE COMMON FBJRNLWR WRITER (SEE 9900-9950)    *
      *                 FOR THE FBRUNSHT NIGHTLY RUN SHEET.           *
      *  10/15/26  RJ   CYCLE MODE NOW HONORS THE FBCALNDR BUSINESS-  *
      *                 DAY CALENDAR (COMMON FBBUSDAY SERVICE).  A    *
      *                 CYCLE RUN ON A WEEKEND OR SHOP HOLIDAY IS     *
      *                 SKIPPED CLEANLY - NO RANGE ADVANCE, NO        *
      *                 OUTPUTS, NO FBHIST ROW - AND ENDS WITH ITS    *
      *                 OWN RETURN-CODE 2 SO THE SCHEDULER CAN BYPASS *
      *                 THE REST OF THE DAILY CHAIN.  THE FBDAYST     *
      *                 GATE NOW LOOKS FOR THE ROW OF THE PREVIOUS    *
      *                 BUSINESS DAY, NOT THE LAST ROW ON FILE, AND   *
      *                 REFUSES THE CYCLE WHEN THAT DAY WAS NEVER     *
      *                 GATED AT ALL.  WITH NO CALENDAR (OR ONE THAT  *
      *                 DOES NOT COVER THE RUN DATE) EVERY DAY RUNS   *
      *                 AND THE GATE FALLS BACK TO THE LAST ROW.      *
      *  10/15/26  RJ   NAMED RULE SETS - CC-RULE-SET SELECTS WHICH   *
      *                 FBRULES RULE SET THE RUN CLASSIFIES WITH      *
      *                 (SPACES = "DEFAULT", WHICH OLD UNNAMED ROWS   *
      *                 BELONG TO), SO A SECOND LINE OF BUSINESS NO   *
      *                 LONGER NEEDS FBRULES SWAPPED BETWEEN STEPS.   *
      *                 1200-LOAD-RULES-TABLE LOADS ONLY THE CHOSEN   *
      *                 SET; THE Foo/Bar FALLBACK STILL COVERS THE    *
      *                 DEFAULT SET, BUT A NAMED SET WITH NO RULES IN *
      *                 EFFECT REFUSES THE RUN RATHER THAN QUIETLY    *
      *                 CLASSIFYING WITH THE WRONG RULEBOOK.  THE SET *
      *                 IS STAMPED ON FBEXTRC, FBCLSDT, FBHIST AND    *
      *                 THE REPORT SUBHEADING.                        *
      *  10/15/26  RJ   CYCLE MODE HONORS FBBKOUT REVERSAL ("R")      *
      *                 ROWS - A BACKED-OUT RANGE IS DERIVED AGAIN    *
      *                 AS THE NEXT CYCLE, AND ONCE A REVERSAL IS ON  *
      *                 FILE THE RERUN OF AN OLDER RANGE NO LONGER    *
      *                 WINDS THE CYCLE BACK PAST LATER GOOD RUNS.    *
      *  10/15/26  RJ   THE FBEXTRC AND FBCLSDT THE RUN WROTE ARE NOW *
      *                 REGISTERED ON THE FBCATLG GENERATION CATALOG  *
      *                 THROUGH THE COMMON FBCATWR WRITER (SEE 8300)  *
      *                 WITH RUN-ID, RUN DATE, RANGE, RECORD COUNT,   *
      *                 DATASET NAME AND STATUS, SO FBCATLOG CAN      *
      *                 BUILD THE FBMERGE MANIFEST AND FIND FBDELTA'S *
      *                 PRIOR GENERATION.  A RESTARTED RUN COUNTS THE *
      *                 DETAIL ROWS THE CRASHED RUN WROTE IN ITS      *
      *                 REPLAY, SO THE COUNT COVERS THE WHOLE FILE.   *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 WS-MATCH-COUNT PIC 9(4) COMP VALUE ZERO.

         01 WS-CLSDTL-FILE-STATUS PIC X(02) VALUE "00".
         01 WS-CLSDTL-REC-COUNT PIC 9(9) COMP VALUE ZERO.
         01 WS-MR-IDX PIC 9(4) COMP VALUE ZERO.
      *  THE RULES THAT MATCHED THE CURRENT COUNTER, IN FBRULES
      *  ORDER, CAPTURED BY 3150-APPLY-ONE-RULE AND WRITTEN TO THE
         01 WS-RUN-ID PIC X(08) VALUE SPACES.
         01 WS-RUN-TIME-RAW PIC 9(08) VALUE ZERO.

      *  THE RULE SET THIS RUN CLASSIFIES WITH, FROM CC-RULE-SET.
      *  FBRULES ROWS WITH A BLANK SET BELONG TO THE DEFAULT SET.
         77 WS-DEFAULT-RULE-SET PIC X(08) VALUE "DEFAULT".
         01 WS-RULE-SET PIC X(08) VALUE SPACES.
         01 WS-ROW-RULE-SET PIC X(08) VALUE SPACES.
         01 WS-RULES-NOT-LOADED PIC 9(9) COMP VALUE ZERO.
         01 WS-RULE-SET-SW PIC X(01) VALUE "N".
           88 RULE-SET-EMPTY VALUE "Y".
           88 RULE-SET-LOADED VALUE "N".

         01 WS-CYCLE-FAILED-SW PIC X(01) VALUE "N".
           88 CYCLE-PREV-FAILED VALUE "Y".
           88 CYCLE-PREV-OK VALUE "N".
           88 CYCLE-PREV-PARTIAL VALUE "P".
           88 CYCLE-PREV-REVERSED VALUE "R".
         01 WS-CYCLE-ROW-FOUND-SW PIC X(01) VALUE "N".
           88 CYCLE-ROW-FOUND VALUE "Y".
           88 CYCLE-ROW-NOT-FOUND VALUE "N".
         01 WS-CYCLE-LAST-END PIC 9(9) VALUE ZERO.
         01 WS-CYCLE-PARTIAL-START PIC 9(9) VALUE ZERO.
         01 WS-CYCLE-REDO-START PIC 9(9) VALUE ZERO.
         01 WS-CYCLE-REVERSAL-SW PIC X(01) VALUE "N".
           88 CYCLE-REVERSAL-SEEN VALUE "Y".

         01 WS-PERIOD-FILE-STATUS PIC X(02) VALUE "00".
         01 WS-PERIOD-CLOSED-SW PIC X(01) VALUE "N".
         01 WS-DAY-GATE-SW PIC X(01) VALUE "N".
           88 DAY-GATE-FAILED VALUE "Y".
           88 DAY-GATE-OPEN VALUE "N".
           88 DAY-GATE-MISSING VALUE "M".
         01 WS-LAST-DAY-CLOSED PIC X(01) VALUE SPACE.
         01 WS-PREV-DAY-CLOSED PIC X(01) VALUE SPACE.
         01 WS-DAYST-RUNID-SW PIC X(01) VALUE "N".
           88 DAYST-RUNID-SEEN VALUE "Y".
           88 DAYST-RUNID-NOT-SEEN VALUE "N".

      *  BUSINESS-DAY REQUEST PASSED TO THE COMMON FBBUSDAY SERVICE.
      *  WS-PREV-BUSINESS-DATE IS ZERO WHEN THERE IS NO CALENDAR
      *  COVERING THE RUN DATE, WHICH SENDS THE FBDAYST GATE BACK TO
      *  ITS LAST-ROW TEST.
         COPY FBBDCALL.
         01 WS-PREV-BUSINESS-DATE PIC 9(08) VALUE ZERO.
         01 WS-BUSINESS-DAY-SW PIC X(01) VALUE "N".
           88 CYCLE-DAY-SKIPPED VALUE "Y".
           88 CYCLE-DAY-RUNS VALUE "N".

      *  SHARED EXCEPTION LOG AREA - SEVERITY/KEY/MESSAGE ARE SET BY
      *  THE POINT OF FAILURE, 9800-LOG-EXCEPTION FILLS THE REST AND
         COPY FBXCPT.
         01 WS-SAVED-RETURN-CODE PIC 9(4) COMP VALUE ZERO.

      *  GENERATION CATALOG AREA - 8300 FILLS ONE ROW PER OUTPUT
      *  FILE AND 8350-CALL-CATALOG-WRITER CALLS THE COMMON FBCATWR
      *  WRITER, WHICH HANDS BACK ITS FBCATLG WRITE STATUS.
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
           IF CYCLE-DAY-SKIPPED
               PERFORM 8500-SKIP-NON-BUSINESS-DAY THRU 8500-EXIT
           ELSE
               PERFORM 2000-VALIDATE-RANGE THRU 2000-EXIT
               IF RANGE-IS-VALID
                   PERFORM 3000-PROCESS-RANGE THRU 3000-EXIT
               END-IF
               PERFORM 8000-TERMINATE-RUN THRU 8000-EXIT
           END-IF
           PERFORM 9910-JOURNAL-STEP-END THRU 9910-EXIT
           STOP RUN.

      *****************************************************************
      *  1000-INITIALIZE-RUN - READ THE CONTROL CARD TO PICK UP THE   *
      *  STARTFROM/ENDAT RANGE FOR TODAY'S RUN AND OPEN THE REPORT.   *
      *  A CYCLE RUN ON A NON-BUSINESS DAY STOPS AFTER THE CARD -     *
      *  NOTHING IS LOADED OR OPENED.                                 *
      *****************************************************************
       1000-INITIALIZE-RUN.
           MOVE SPACES TO EXCEPTION-RECORD
           ELSE
               MOVE CC-RUN-ID TO WS-RUN-ID
           END-IF
           IF CC-RULE-SET = SPACES
               MOVE WS-DEFAULT-RULE-SET TO WS-RULE-SET
           ELSE
               MOVE CC-RULE-SET TO WS-RULE-SET
           END-IF
           ACCEPT WS-RUN-DATE-RAW FROM DATE YYYYMMDD
           MOVE WS-RD-MM TO WS-RUN-DATE-MM
           MOVE WS-RD-DD TO WS-RUN-DATE-DD
           MOVE WS-RD-CCYY TO WS-RUN-DATE-CCYY
           SET CYCLE-DAY-RUNS TO TRUE
           IF CC-CYCLE-FLAG = "Y"
               PERFORM 1040-CHECK-BUSINESS-DAY THRU 1040-EXIT
           END-IF
           IF CYCLE-DAY-RUNS
               PERFORM 1020-PREPARE-RUN THRU 1020-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      *****************************************************************
      *  1020-PREPARE-RUN - DERIVE THE CYCLE RANGE, LOAD THE RULE AND *
      *  OVERRIDE TABLES, CHECK THE PERIOD, POSITION A RESTART AND    *
      *  OPEN THE OUTPUTS.                                             *
      *****************************************************************
       1020-PREPARE-RUN.
           IF CC-CYCLE-FLAG = "Y"
               PERFORM 1050-DERIVE-CYCLE-RANGE THRU 1050-EXIT
               PERFORM 1080-CHECK-DAY-STATUS THRU 1080-EXIT
           END-IF
           MOVE StartFrom TO Counter
           ACCEPT WS-RUN-TIME-RAW FROM TIME
           PERFORM 1200-LOAD-RULES-TABLE THRU 1200-EXIT
           PERFORM 1300-LOAD-OVERRIDE-TABLE THRU 1300-EXIT
               OPEN OUTPUT CLSDTL-FILE
           END-IF
           PERFORM 1100-WRITE-REPORT-HEADERS THRU 1100-EXIT.
       1020-EXIT.
           EXIT.

      *****************************************************************
      *  1040-CHECK-BUSINESS-DAY - CYCLE MODE: ASK FBBUSDAY WHETHER   *
      *  THE RUN DATE IS A WORKING DAY ON THE FBCALNDR CALENDAR.  A   *
      *  WEEKEND OR SHOP HOLIDAY SKIPS THE CYCLE.  THE SAME CALL      *
      *  ALSO FINDS THE PREVIOUS BUSINESS DAY FOR THE FBDAYST GATE.   *
      *  NO CALENDAR, OR A RUN DATE IT DOES NOT COVER, RUNS THE CYCLE *
      *  AS BEFORE THE CALENDAR EXISTED.                               *
      *****************************************************************
       1040-CHECK-BUSINESS-DAY.
           MOVE ZERO TO WS-PREV-BUSINESS-DATE
           MOVE SPACES TO BUSDAY-REQUEST
           SET BDR-FUNCTION-TEST TO TRUE
           MOVE WS-RUN-DATE-RAW TO BDR-DATE
           PERFORM 1045-CALL-BUSDAY-SERVICE THRU 1045-EXIT
           IF BDR-ANSWERED
               IF NOT BDR-BUSINESS-DAY
                   SET CYCLE-DAY-SKIPPED TO TRUE
               END-IF
               MOVE SPACES TO BUSDAY-REQUEST
               SET BDR-FUNCTION-PRIOR TO TRUE
               MOVE WS-RUN-DATE-RAW TO BDR-DATE
               MOVE 1 TO BDR-DAYS
               PERFORM 1045-CALL-BUSDAY-SERVICE THRU 1045-EXIT
               IF BDR-ANSWERED
                   MOVE BDR-RESULT-DATE TO WS-PREV-BUSINESS-DATE
               END-IF
           ELSE
               DISPLAY "FIZZBUZZ: WARNING - FBCALNDR DOES NOT COVER "
                   WS-RUN-DATE-RAW " - CYCLE RUNS WITHOUT THE "
                   "BUSINESS-DAY CHECK"
           END-IF.
       1040-EXIT.
           EXIT.

       1045-CALL-BUSDAY-SERVICE.
           MOVE ZERO TO BDR-RESULT-DATE
           SET BDR-NO-CALENDAR TO TRUE
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE
           CALL "FBBUSDAY" USING BUSDAY-REQUEST
               ON EXCEPTION
                   DISPLAY "FIZZBUZZ: BUSINESS-DAY SERVICE NOT "
                       "AVAILABLE"
           END-CALL
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.
       1045-EXIT.
           EXIT.

      *****************************************************************
      *  A LAST ROW FLAGGED "P" (OPERATOR STOP) RE-DERIVES THAT SAME  *
      *  STOPPED RANGE INSTEAD OF ADVANCING PAST THE UNPROCESSED      *
      *  TAIL, AND 2000-VALIDATE-RANGE INSISTS ON CC-RESTART-FLAG.    *
      *  A LAST ROW FLAGGED "R" (RUN BACKED OUT BY FBBKOUT) DERIVES   *
      *  THE BACKED-OUT RANGE AGAIN SO IT IS RERUN WITH THE RIGHT     *
      *  RULES.  ONCE A REVERSAL IS ON FILE THE CYCLE ONLY EVER       *
      *  MOVES FORWARD - THE RERUN OF AN OLDER BACKED-OUT RANGE DOES  *
      *  NOT WIND IT BACK PAST A LATER RUN THAT STILL STANDS.         *
      *****************************************************************
       1050-DERIVE-CYCLE-RANGE.
           OPEN INPUT HISTORY-FILE
           IF CYCLE-ROW-FOUND AND CYCLE-PREV-PARTIAL
               MOVE WS-CYCLE-PARTIAL-START TO StartFrom
           END-IF
           IF CYCLE-ROW-FOUND AND CYCLE-PREV-REVERSED
               MOVE WS-CYCLE-REDO-START TO StartFrom
               DISPLAY "FIZZBUZZ: LAST RUN WAS BACKED OUT - CYCLE "
                   "RERUNS ITS RANGE"
           END-IF
           IF CC-CYCLE-SIZE NUMERIC AND CC-CYCLE-SIZE NOT = ZERO
               COMPUTE EndAt = StartFrom + CC-CYCLE-SIZE
           END-IF.
                       MOVE HIST-START-FROM TO
                           WS-CYCLE-PARTIAL-START
                   ELSE
                       IF HIST-RANGE-VALID-FLAG = "R"
                           PERFORM 1075-JUDGE-REVERSAL-ROW
                               THRU 1075-EXIT
                       ELSE
                           SET CYCLE-PREV-OK TO TRUE
                           IF CYCLE-REVERSAL-SEEN
                               IF HIST-END-AT > WS-CYCLE-LAST-END
                                   MOVE HIST-END-AT
                                       TO WS-CYCLE-LAST-END
                               END-IF
                           ELSE
                               MOVE HIST-END-AT TO WS-CYCLE-LAST-END
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
       1070-EXIT.
           EXIT.

      *****************************************************************
      *  1075-JUDGE-REVERSAL-ROW - ONE BACKOUT APPENDS AN "R" ROW FOR *
      *  EACH ROW OF THE RUN (A STOPPED RANGE AND ITS RESTART), SO A  *
      *  RUN OF "R" ROWS REDOES FROM THE LOWEST START AMONG THEM.     *
      *****************************************************************
       1075-JUDGE-REVERSAL-ROW.
           IF CYCLE-PREV-REVERSED
               IF HIST-START-FROM < WS-CYCLE-REDO-START
                   MOVE HIST-START-FROM TO WS-CYCLE-REDO-START
               END-IF
           ELSE
               MOVE HIST-START-FROM TO WS-CYCLE-REDO-START
           END-IF
           SET CYCLE-PREV-REVERSED TO TRUE
           SET CYCLE-REVERSAL-SEEN TO TRUE.
       1075-EXIT.
           EXIT.

      *****************************************************************
      *  1080-CHECK-DAY-STATUS - CYCLE MODE: SCAN THE FBDAYST FILE    *
      *  FBDAYEND WRITES FOR THE ROW WITH THIS RUN-ID AND THE         *
      *  PREVIOUS BUSINESS DAY'S DATE.  WHEN THAT ROW SAYS THE DAY    *
      *  NEVER CLOSED - OR THE RUN-ID HAS ROWS BUT NONE FOR THAT DAY, *
      *  SO THE DAY WAS NEVER GATED - THE CYCLE IS REFUSED BY         *
      *  2000-VALIDATE-RANGE: THE BROKEN CHAIN MUST BE FIXED AND      *
      *  GATED BEFORE THE RANGE ADVANCES.  WITH NO BUSINESS CALENDAR  *
      *  THE LAST ROW FOR THE RUN-ID DECIDES, AS IT ALWAYS DID.  THE  *
      *  ONE EXCEPTION IS THE RESTART-FLAGGED RERUN OF AN OPERATOR-   *
      *  STOPPED ("P") RANGE: A QUIESCED DAY ALWAYS GATES NOT-CLOSED, *
      *  AND THIS RUN IS ITSELF THE PRESCRIBED FIX, SO REFUSING IT    *
      *  WOULD DEADLOCK THE DAY FOREVER.  THE FILE IS OPTIONAL - NO   *
      *  FBDAYST DD MEANS NO GATE.                                    *
      *****************************************************************
       1080-CHECK-DAY-STATUS.
           MOVE SPACE TO WS-LAST-DAY-CLOSED
           MOVE SPACE TO WS-PREV-DAY-CLOSED
           SET DAYST-RUNID-NOT-SEEN TO TRUE
           OPEN INPUT DAYSTATUS-FILE
           IF WS-DAYST-FILE-STATUS = "00"
               PERFORM 1090-SCAN-ONE-STATUS-ROW THRU 1090-EXIT
                   UNTIL WS-DAYST-FILE-STATUS NOT = "00"
               CLOSE DAYSTATUS-FILE
               IF WS-PREV-BUSINESS-DATE NOT = ZERO
                   MOVE WS-PREV-DAY-CLOSED TO WS-LAST-DAY-CLOSED
                   IF WS-PREV-DAY-CLOSED = SPACE AND DAYST-RUNID-SEEN
                       MOVE "M" TO WS-LAST-DAY-CLOSED
                   END-IF
               END-IF
               IF WS-LAST-DAY-CLOSED = "N" OR WS-LAST-DAY-CLOSED = "M"
                   IF CYCLE-PREV-PARTIAL AND CC-RESTART-FLAG = "Y"
                       DISPLAY "FIZZBUZZ: FBDAYST NOT-CLOSED ROW "
                           "DISREGARDED - THIS RUN IS THE RESTART "
                           "OF THE STOPPED RANGE"
                   ELSE
                       IF WS-LAST-DAY-CLOSED = "M"
                           SET DAY-GATE-MISSING TO TRUE
                       ELSE
                           SET DAY-GATE-FAILED TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.
               NOT AT END
                   IF WS-DAYST-FILE-STATUS = "00"
                       AND DST-RUN-ID = WS-RUN-ID
                       SET DAYST-RUNID-SEEN TO TRUE
                       MOVE DST-DAY-CLOSED TO WS-LAST-DAY-CLOSED
                       IF DST-RUN-DATE = WS-PREV-BUSINESS-DATE
                           MOVE DST-DAY-CLOSED TO WS-PREV-DAY-CLOSED
                       END-IF
                   END-IF
           END-READ.
       1090-EXIT.
           MOVE StartFrom TO RPT-S-START
           MOVE " - " TO RPT-S-DASH
           MOVE EndAt TO RPT-S-END
           MOVE "RULE SET: " TO RPT-S-RULE-SET-LIT
           MOVE WS-RULE-SET TO RPT-S-RULE-SET
           WRITE RPT-SUBHEAD-LINE
           MOVE SPACES TO RPT-BLANK-LINE
           WRITE RPT-BLANK-LINE
                   ELSE
                       PERFORM 3180-TALLY-CONTROL-TOTAL
                           THRU 3180-EXIT
                       ADD WS-MATCH-COUNT TO WS-CLSDTL-REC-COUNT
                   END-IF
               END-IF
               ADD 1 TO WS-TOTAL-COUNT
           EXIT.

      *****************************************************************
      *  1200-LOAD-RULES-TABLE - LOAD THE DIVISOR/LABEL RULES OF THE  *
      *  RUN'S RULE SET FROM FBRULES.  THE WHOLE FILE IS READ, SINCE  *
      *  THE SET'S ROWS NEED NOT BE TOGETHER.  IF THE DEFAULT SET HAS *
      *  NO RULES (OR THE FILE IS MISSING), FALL BACK TO THE ORIGINAL *
      *  FOO/BAR RULES SO THE PROGRAM STILL RUNS STANDALONE.  A NAMED *
      *  SET WITH NO RULES IN EFFECT IS LEFT EMPTY FOR 2000-VALIDATE- *
      *  RANGE TO REFUSE.                                              *
      *****************************************************************
       1200-LOAD-RULES-TABLE.
           MOVE ZERO TO WS-RULE-COUNT
           MOVE ZERO TO WS-RULES-NOT-LOADED
           SET RULE-SET-LOADED TO TRUE
           OPEN INPUT RULES-FILE
           IF WS-RULES-FILE-STATUS = "00"
               PERFORM 1250-READ-ONE-RULE THRU 1250-EXIT
                   UNTIL WS-RULES-FILE-STATUS NOT = "00"
               IF WS-RULES-NOT-LOADED NOT = ZERO
                   DISPLAY "FIZZBUZZ: WARNING - RULE SET " WS-RULE-SET
                       " HAS MORE THAN 20 RULES, EXTRA RULES WERE "
                       "NOT LOADED"
                   SET XCP-SEV-WARNING TO TRUE
                   MOVE
                       "RULE SET HAS OVER 20 RULES - EXTRA NOT LOADED"
                       TO XCP-MESSAGE
                   PERFORM 9800-LOG-EXCEPTION THRU 9800-EXIT
               END-IF
               CLOSE RULES-FILE
           END-IF
           IF WS-RULE-COUNT = ZERO
               IF WS-RULE-SET = WS-DEFAULT-RULE-SET
                   PERFORM 1270-LOAD-DEFAULT-RULES THRU 1270-EXIT
               ELSE
                   SET RULE-SET-EMPTY TO TRUE
               END-IF
           END-IF.
       1200-EXIT.
           EXIT.
                           TO XCP-MESSAGE
                       PERFORM 9800-LOG-EXCEPTION THRU 9800-EXIT
                   ELSE
                       PERFORM 1255-SELECT-RULE-SET-ROW THRU 1255-EXIT
                   END-IF
           END-READ.
       1250-EXIT.
           EXIT.

      *****************************************************************
      *  1255-SELECT-RULE-SET-ROW - KEEP A VALID ROW ONLY WHEN IT IS  *
      *  IN THE RUN'S RULE SET AND IN EFFECT ON THE RUN DATE.  ROWS   *
      *  PAST THE 20-RULE TABLE ARE COUNTED FOR THE WARNING.          *
      *****************************************************************
       1255-SELECT-RULE-SET-ROW.
           IF RUL-RULE-SET = SPACES
               MOVE WS-DEFAULT-RULE-SET TO WS-ROW-RULE-SET
           ELSE
               MOVE RUL-RULE-SET TO WS-ROW-RULE-SET
           END-IF
           IF WS-ROW-RULE-SET = WS-RULE-SET
               PERFORM 1260-CHECK-RULE-EFFECTIVE THRU 1260-EXIT
               IF RULE-IN-EFFECT
                   IF WS-RULE-COUNT >= 20
                       ADD 1 TO WS-RULES-NOT-LOADED
                   ELSE
                       ADD 1 TO WS-RULE-COUNT
                       MOVE RUL-DIVISOR TO
                           WS-RULE-DIVISOR (WS-RULE-COUNT)
                       MOVE RUL-LABEL TO
                           WS-RULE-LABEL (WS-RULE-COUNT)
                   END-IF
               END-IF
           END-IF.
       1255-EXIT.
           EXIT.

      *****************************************************************
      *  1260-CHECK-RULE-EFFECTIVE - A RULE IS IN EFFECT WHEN THE RUN *
      *  DATE FALLS ON OR BETWEEN RUL-EFF-FROM AND RUL-EFF-TO.  ZERO  *
               SET RANGE-IS-INVALID TO TRUE
               MOVE SPACES TO RPT-ERROR-LINE
               STRING "FIZZBUZZ: CYCLE REFUSED - FBDAYST SHOWS THE "
                   "PREVIOUS BUSINESS DAY NEVER CLOSED"
                   DELIMITED BY SIZE INTO RPT-E-MESSAGE
               PERFORM 2090-REPORT-VALIDATION-ERROR THRU 2090-EXIT
           END-IF
           IF CC-CYCLE-FLAG = "Y" AND DAY-GATE-MISSING
               SET RANGE-IS-INVALID TO TRUE
               MOVE SPACES TO RPT-ERROR-LINE
               STRING "FIZZBUZZ: CYCLE REFUSED - FBDAYST HAS NO ROW "
                   "FOR THE PREVIOUS BUSINESS DAY" DELIMITED BY SIZE
                   INTO RPT-E-MESSAGE
               PERFORM 2090-REPORT-VALIDATION-ERROR THRU 2090-EXIT
           END-IF
           IF RULE-SET-EMPTY
               SET RANGE-IS-INVALID TO TRUE
               MOVE SPACES TO RPT-ERROR-LINE
               STRING "FIZZBUZZ: RUN REFUSED - RULE SET " WS-RULE-SET
                   " HAS NO FBRULES RULES IN EFFECT ON THE RUN DATE"
                   DELIMITED BY SIZE INTO RPT-E-MESSAGE
               PERFORM 2090-REPORT-VALIDATION-ERROR THRU 2090-EXIT
           END-IF
           IF RUN-PERIOD-CLOSED
               SET RANGE-IS-INVALID TO TRUE
               MOVE SPACES TO RPT-ERROR-LINE
           MOVE Counter TO CLS-COUNTER
           MOVE WS-MR-DIVISOR (WS-MR-IDX) TO CLS-DIVISOR
           MOVE WS-MR-LABEL (WS-MR-IDX) TO CLS-LABEL
           MOVE WS-RULE-SET TO CLS-RULE-SET
           WRITE CLSDTL-RECORD
           IF WS-CLSDTL-FILE-STATUS NOT = "00"
               DISPLAY "FIZZBUZZ: WRITE TO FBCLSDT FAILED - STATUS "
                   "WRITE TO FBCLSDT FAILED - DETAIL FILE SHORT"
                   TO XCP-MESSAGE
               PERFORM 9800-LOG-EXCEPTION THRU 9800-EXIT
           ELSE
               ADD 1 TO WS-CLSDTL-REC-COUNT
           END-IF.
       3175-EXIT.
           EXIT.
           MOVE WS-RUN-DATE-RAW TO EXT-RUN-DATE
           MOVE Counter TO EXT-COUNTER
           MOVE Phrase TO EXT-PHRASE
           MOVE WS-RULE-SET TO EXT-RULE-SET
           WRITE EXTRACT-RECORD.
       3950-EXIT.
           EXIT.
           CLOSE EXTRACT-FILE
           CLOSE CLSDTL-FILE
           PERFORM 8200-WRITE-HISTORY-ROW THRU 8200-EXIT
           PERFORM 8300-REGISTER-GENERATIONS THRU 8300-EXIT
           IF STOP-REQUESTED AND RETURN-CODE = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE WS-OTHER-RULE-COUNT TO HIST-OTHER-RULE-COUNT
           MOVE WS-OVERRIDDEN-COUNT TO HIST-OVERRIDDEN-COUNT
           MOVE WS-SUPPRESSED-COUNT TO HIST-SUPPRESSED-COUNT
           MOVE WS-RULE-SET TO HIST-RULE-SET
           WRITE HIST-RECORD
           CLOSE HISTORY-FILE.
       8200-EXIT.
           EXIT.

      *****************************************************************
      *  8300-REGISTER-GENERATIONS - CATALOG THE EXTRACT AND THE      *
      *  CLASSIFICATION DETAIL FILE THIS EXECUTION WROTE, WITH THE    *
      *  SAME RANGE AND STATUS AS ITS FBHIST ROW ("A" COMPLETED, "P"  *
      *  QUIESCED, "F" FAILED VALIDATION).  FBCATWR FILLS IN THE      *
      *  DATASET NAME FROM THE FBCATDSN CARD FOR EACH DD.  BOTH ROWS  *
      *  CARRY THE RUN TIME, WHICH PAIRS THEM FOR FBCATLOG.           *
      *****************************************************************
       8300-REGISTER-GENERATIONS.
           MOVE SPACES TO CATALOG-RECORD
           MOVE WS-RUN-ID TO CAT-RUN-ID
           MOVE WS-RUN-DATE-RAW TO CAT-RUN-DATE
           MOVE WS-RUN-TIME-RAW TO CAT-RUN-TIME
           MOVE StartFrom TO CAT-START-FROM
           MOVE EndAt TO CAT-END-AT
           IF RANGE-IS-VALID
               IF STOP-REQUESTED
                   SET CAT-STATUS-PARTIAL TO TRUE
               ELSE
                   SET CAT-STATUS-COMPLETE TO TRUE
               END-IF
           ELSE
               SET CAT-STATUS-FAILED TO TRUE
           END-IF
           MOVE WS-RULE-SET TO CAT-RULE-SET
           MOVE "FIZZBUZZ" TO CAT-CREATED-BY
           MOVE ZERO TO CAT-LOGGED-DATE
           MOVE ZERO TO CAT-LOGGED-TIME
           SET CAT-TYPE-EXTRACT TO TRUE
           MOVE WS-TOTAL-COUNT TO CAT-RECORD-COUNT
           MOVE "FBEXTRC" TO CAT-DD-NAME
           MOVE SPACES TO CAT-DSN
           PERFORM 8350-CALL-CATALOG-WRITER THRU 8350-EXIT
           SET CAT-TYPE-CLASS-DETAIL TO TRUE
           MOVE WS-CLSDTL-REC-COUNT TO CAT-RECORD-COUNT
           MOVE "FBCLSDT" TO CAT-DD-NAME
           MOVE SPACES TO CAT-DSN
           PERFORM 8350-CALL-CATALOG-WRITER THRU 8350-EXIT.
       8300-EXIT.
           EXIT.

      *****************************************************************
      *  8350-CALL-CATALOG-WRITER - APPEND ONE ROW TO FBCATLG VIA THE *
      *  COMMON FBCATWR WRITER.  A GENERATION THAT COULD NOT BE       *
      *  CATALOGED IS A WARNING (RETURN-CODE 4) - THE FILE ITSELF IS  *
      *  GOOD, BUT FBCATLOG WILL NOT FIND IT.  THE CALLEE'S RETURN-   *
      *  CODE IS NOT ALLOWED TO CLOBBER THE CALLER'S.                 *
      *****************************************************************
       8350-CALL-CATALOG-WRITER.
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE
           MOVE "99" TO WS-CATALOG-STATUS
           CALL "FBCATWR" USING CATALOG-RECORD WS-CATALOG-STATUS
               ON EXCEPTION
                   DISPLAY "FIZZBUZZ: CATALOG WRITER NOT AVAILABLE"
           END-CALL
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE
           IF WS-CATALOG-STATUS NOT = "00"
               DISPLAY "FIZZBUZZ: WARNING - " CAT-DD-NAME
                   " NOT REGISTERED ON FBCATLG - STATUS "
                   WS-CATALOG-STATUS
               IF 4 > RETURN-CODE
                   MOVE 4 TO RETURN-CODE
               END-IF
               SET XCP-SEV-WARNING TO TRUE
               MOVE CAT-DD-NAME TO XCP-KEY-VALUE
               MOVE "GENERATION NOT REGISTERED ON FBCATLG CATALOG"
                   TO XCP-MESSAGE
               PERFORM 9800-LOG-EXCEPTION THRU 9800-EXIT
           END-IF.
       8350-EXIT.
           EXIT.

      *****************************************************************
      *  8500-SKIP-NON-BUSINESS-DAY - A CYCLE RUN ON A WEEKEND OR     *
      *  SHOP HOLIDAY DOES NOTHING: THE RANGE DOES NOT ADVANCE, NO    *
      *  REPORT, EXTRACT OR DETAIL FILE IS OPENED AND NO FBHIST ROW   *
      *  IS WRITTEN.  RETURN-CODE 2 TELLS THE SCHEDULER THE DAY WAS   *
      *  SKIPPED ON PURPOSE, SO THE REST OF THE CHAIN IS BYPASSED.    *
      *****************************************************************
       8500-SKIP-NON-BUSINESS-DAY.
           DISPLAY "FIZZBUZZ: " WS-RUN-DATE-RAW " IS NOT A BUSINESS "
               "DAY ON FBCALNDR - CYCLE SKIPPED"
           MOVE 2 TO RETURN-CODE
           SET XCP-SEV-INFO TO TRUE
           MOVE WS-RUN-DATE-RAW TO XCP-KEY-VALUE
           MOVE "NON-BUSINESS DAY - CYCLE SKIPPED" TO XCP-MESSAGE
           PERFORM 9800-LOG-EXCEPTION THRU 9800-EXIT.
       8500-EXIT.
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
               WS-RULE-COUNT + WS-OVRD-COUNT
           MOVE WS-TOTAL-COUNT TO JRN-RECORDS-WRITTEN
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
           MOVE "FIZZBUZZ" TO JRN-PROGRAM-ID
           CALL "FBJRNLWR" USING JOURNAL-RECORD
               ON EXCEPTION
                   DISPLAY "FIZZBUZZ: STEP JOURNAL WRITER NOT AVAILABLE"
           END-CALL
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.
       9950-EXIT.
           EXIT.

       END PROGRAM FIZZBUZZ.
