      *                 THE FBRTRAN CARDS ARE RELEASED TO            *
      *                 PRODUCTION.  NOTHING IS WRITTEN BACK - THE   *
      *                 SIMULATION NEVER TOUCHES A MASTER FILE.      *
      *  10/15/26  RJ   EVERY RUN NOW APPENDS A START ROW AND AN END  *
      *                 ROW (RETURN-CODE, RECORDS READ AND WRITTEN)   *
      *                 TO THE SHARED FBJRNL STEP JOURNAL THROUGH     *
      *                 THE COMMON FBJRNLWR WRITER (SEE 9900-9950)    *
      *                 FOR THE FBRUNSHT NIGHTLY RUN SHEET.           *
      *  10/15/26  RJ   NAMED RULE SETS.  THE CARD NOW NAMES THE RULE *
      *                 SET TO SIMULATE (SPACES = "DEFAULT") AND BOTH *
      *                 SIDES LOAD ONLY THAT SET.  A COMPARE SET ON   *
      *                 THE CARD SWITCHES TO SET-VERSUS-SET: THE OLD  *
      *                 SIDE IS THE CARD'S SET AND THE NEW SIDE THE   *
      *                 COMPARE SET, BOTH FROM FBRULES, SO TWO LINES  *
      *                 OF BUSINESS CAN BE COMPARED OVER ONE RANGE.   *
      *                 THE Foo/Bar FALLBACK APPLIES TO THE DEFAULT   *
      *                 SET ONLY; A NAMED SET WITH NO RULES IN EFFECT *
      *                 FAILS THE SIMULATION, AS FIZZBUZZ WOULD       *
      *                 REFUSE THE RUN.  THE SETS COMPARED ARE        *
      *                 PRINTED AT THE TOP OF FBSMPRT.                *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                         ==RUL-DIVISOR==  BY ==NEW-DIVISOR==
                         ==RUL-LABEL==    BY ==NEW-LABEL==
                         ==RUL-EFF-FROM== BY ==NEW-EFF-FROM==
                         ==RUL-EFF-TO==   BY ==NEW-EFF-TO==
                         ==RUL-RULE-SET== BY ==NEW-RULE-SET==.

       FD  OVERRIDE-FILE.
           COPY FBOVRD.
       01  RPT-SECTION-LINE.
           05  RPT-SEC-TITLE             PIC X(40).
           05  FILLER                    PIC X(92).
       01  RPT-COMPARE-LINE.
           05  RPT-CP-OLD-LIT            PIC X(14).
           05  RPT-CP-OLD-SET            PIC X(08).
           05  RPT-CP-OLD-SOURCE         PIC X(12).
           05  RPT-CP-NEW-LIT            PIC X(14).
           05  RPT-CP-NEW-SET            PIC X(08).
           05  RPT-CP-NEW-SOURCE         PIC X(12).
           05  FILLER                    PIC X(64).
       01  RPT-SAMPLE-LINE.
           05  RPT-SM-COUNTER            PIC ZZZZZZZZ9.
           05  FILLER                    PIC X(02).
           05 WS-TRUNCATED-COUNT PIC 9(9) COMP VALUE ZERO.

         01 WS-AS-OF-DATE PIC 9(8) VALUE ZERO.

      *  RULE SETS - THE OLD SIDE IS ALWAYS WS-SIM-RULE-SET FROM
      *  FBRULES.  THE NEW SIDE IS THE SAME SET FROM FBRULENW, OR IN
      *  SET-VERSUS-SET MODE WS-COMPARE-RULE-SET FROM FBRULES.
         77 WS-DEFAULT-RULE-SET PIC X(08) VALUE "DEFAULT".
         01 WS-SIM-RULE-SET PIC X(08) VALUE SPACES.
         01 WS-COMPARE-RULE-SET PIC X(08) VALUE SPACES.
         01 WS-WANTED-RULE-SET PIC X(08) VALUE SPACES.
         01 WS-ROW-RULE-SET PIC X(08) VALUE SPACES.
         01 WS-COMPARE-MODE-SW PIC X(01) VALUE "P".
           88 COMPARE-PROPOSED VALUE "P".
           88 COMPARE-SETS VALUE "S".
         01 WS-RULE-EFFECT-SW PIC X(01) VALUE "Y".
           88 RULE-IN-EFFECT VALUE "Y".
           88 RULE-NOT-IN-EFFECT VALUE "N".
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
           PERFORM 2000-VALIDATE-RANGE THRU 2000-EXIT
           IF RANGE-IS-VALID
               PERFORM 3000-SIMULATE-RANGE THRU 3000-EXIT
           END-IF
           PERFORM 8000-TERMINATE-RUN THRU 8000-EXIT
           PERFORM 9910-JOURNAL-STEP-END THRU 9910-EXIT
           STOP RUN.

      *****************************************************************
           IF SMC-AS-OF-DATE NUMERIC AND SMC-AS-OF-DATE NOT = ZERO
               MOVE SMC-AS-OF-DATE TO WS-AS-OF-DATE
           END-IF
           IF SMC-RULE-SET = SPACES
               MOVE WS-DEFAULT-RULE-SET TO WS-SIM-RULE-SET
           ELSE
               MOVE SMC-RULE-SET TO WS-SIM-RULE-SET
           END-IF
           IF SMC-COMPARE-SET = SPACES
               SET COMPARE-PROPOSED TO TRUE
               MOVE WS-SIM-RULE-SET TO WS-COMPARE-RULE-SET
           ELSE
               SET COMPARE-SETS TO TRUE
               MOVE SMC-COMPARE-SET TO WS-COMPARE-RULE-SET
           END-IF
           OPEN OUTPUT PRINT-FILE
           PERFORM 1100-WRITE-REPORT-HEADERS THRU 1100-EXIT
           PERFORM 1050-PRINT-COMPARISON THRU 1050-EXIT
           PERFORM 1200-LOAD-CURRENT-RULES THRU 1200-EXIT
           IF COMPARE-SETS
               PERFORM 1280-LOAD-COMPARE-SET THRU 1280-EXIT
           ELSE
               PERFORM 1300-LOAD-PROPOSED-RULES THRU 1300-EXIT
           END-IF
           PERFORM 1400-LOAD-OVERRIDE-TABLE THRU 1400-EXIT.
       1000-EXIT.
           EXIT.

      *****************************************************************
      *  1050-PRINT-COMPARISON - SAY WHICH RULES ARE ON EACH SIDE OF  *
      *  THE SIMULATION, SO THE SIGNED REPORT NAMES WHAT IT APPROVES. *
      *****************************************************************
       1050-PRINT-COMPARISON.
           MOVE SPACES TO RPT-COMPARE-LINE
           MOVE "OLD RULE SET: " TO RPT-CP-OLD-LIT
           MOVE WS-SIM-RULE-SET TO RPT-CP-OLD-SET
           MOVE " (FBRULES)" TO RPT-CP-OLD-SOURCE
           MOVE "NEW RULE SET: " TO RPT-CP-NEW-LIT
           MOVE WS-COMPARE-RULE-SET TO RPT-CP-NEW-SET
           IF COMPARE-SETS
               MOVE " (FBRULES)" TO RPT-CP-NEW-SOURCE
           ELSE
               MOVE " (FBRULENW)" TO RPT-CP-NEW-SOURCE
           END-IF
           MOVE RPT-COMPARE-LINE TO WS-PRINT-LINE
           PERFORM 1150-WRITE-REPORT-LINE THRU 1150-EXIT
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 1150-WRITE-REPORT-LINE THRU 1150-EXIT.
       1050-EXIT.
           EXIT.

      *****************************************************************
      *  1100-WRITE-REPORT-HEADERS - TITLE/DATE/PAGE LINE.  RESETS    *
      *  THE LINE COUNT.                                               *
           EXIT.

      *****************************************************************
      *  1200-LOAD-CURRENT-RULES - LOAD THE RULES OF THE CARD'S RULE  *
      *  SET IN EFFECT AT THE AS-OF DATE FROM THE CURRENT FBRULES     *
      *  MASTER.  FOR THE DEFAULT SET A MISSING OR EMPTY MASTER FALLS *
      *  BACK TO THE ORIGINAL FOO/BAR RULES, AS FIZZBUZZ ITSELF       *
      *  WOULD; A NAMED SET WITH NO RULES FAILS THE STEP, BECAUSE     *
      *  FIZZBUZZ WOULD REFUSE TO RUN UNDER IT.                       *
      *****************************************************************
       1200-LOAD-CURRENT-RULES.
           MOVE ZERO TO WS-OLD-RULE-COUNT
           MOVE WS-SIM-RULE-SET TO WS-WANTED-RULE-SET
           OPEN INPUT RULES-FILE
           IF WS-RULES-STATUS = "00"
               PERFORM 1250-READ-ONE-CURRENT-RULE THRU 1250-EXIT
               CLOSE RULES-FILE
           END-IF
           IF WS-OLD-RULE-COUNT = ZERO
               IF WS-SIM-RULE-SET = WS-DEFAULT-RULE-SET
                   MOVE 2 TO WS-OLD-RULE-COUNT
                   MOVE 3 TO WS-OLD-RULE-DIVISOR (1)
                   MOVE "Foo" TO WS-OLD-RULE-LABEL (1)
                   MOVE 5 TO WS-OLD-RULE-DIVISOR (2)
                   MOVE "Bar" TO WS-OLD-RULE-LABEL (2)
               ELSE
                   PERFORM 1290-REPORT-EMPTY-SET THRU 1290-EXIT
               END-IF
           END-IF.
       1200-EXIT.
           EXIT.
       1250-EXIT.
           EXIT.

      *****************************************************************
      *  1260-CHECK-CURRENT-EFFECTIVE - AN FBRULES ROW IS WANTED WHEN *
      *  IT IS IN WS-WANTED-RULE-SET AND IN EFFECT AT THE AS-OF DATE. *
      *****************************************************************
       1260-CHECK-CURRENT-EFFECTIVE.
           SET RULE-IN-EFFECT TO TRUE
           IF RUL-RULE-SET = SPACES
               MOVE WS-DEFAULT-RULE-SET TO WS-ROW-RULE-SET
           ELSE
               MOVE RUL-RULE-SET TO WS-ROW-RULE-SET
           END-IF
           IF WS-ROW-RULE-SET NOT = WS-WANTED-RULE-SET
               SET RULE-NOT-IN-EFFECT TO TRUE
           END-IF
           IF RUL-EFF-FROM NUMERIC AND RUL-EFF-FROM NOT = ZERO
               IF WS-AS-OF-DATE < RUL-EFF-FROM
                   SET RULE-NOT-IN-EFFECT TO TRUE
           EXIT.

      *****************************************************************
      *  1280-LOAD-COMPARE-SET - SET-VERSUS-SET MODE: LOAD THE NEW    *
      *  SIDE FROM THE COMPARE SET'S FBRULES ROWS IN EFFECT AT THE    *
      *  AS-OF DATE, WITH THE SAME DEFAULT-SET FALLBACK AND THE SAME  *
      *  EMPTY-NAMED-SET FAILURE AS THE OLD SIDE.                     *
      *****************************************************************
       1280-LOAD-COMPARE-SET.
           MOVE ZERO TO WS-NEW-RULE-COUNT
           MOVE WS-COMPARE-RULE-SET TO WS-WANTED-RULE-SET
           OPEN INPUT RULES-FILE
           IF WS-RULES-STATUS = "00"
               PERFORM 1285-READ-ONE-COMPARE-RULE THRU 1285-EXIT
                   UNTIL WS-RULES-STATUS NOT = "00"
                      OR WS-NEW-RULE-COUNT >= 20
               CLOSE RULES-FILE
           END-IF
           IF WS-NEW-RULE-COUNT = ZERO
               IF WS-COMPARE-RULE-SET = WS-DEFAULT-RULE-SET
                   MOVE 2 TO WS-NEW-RULE-COUNT
                   MOVE 3 TO WS-NEW-RULE-DIVISOR (1)
                   MOVE "Foo" TO WS-NEW-RULE-LABEL (1)
                   MOVE 5 TO WS-NEW-RULE-DIVISOR (2)
                   MOVE "Bar" TO WS-NEW-RULE-LABEL (2)
               ELSE
                   PERFORM 1290-REPORT-EMPTY-SET THRU 1290-EXIT
               END-IF
           END-IF.
       1280-EXIT.
           EXIT.

       1285-READ-ONE-COMPARE-RULE.
           READ RULES-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF RUL-DIVISOR NUMERIC AND RUL-DIVISOR NOT = ZERO
                       PERFORM 1260-CHECK-CURRENT-EFFECTIVE
                           THRU 1260-EXIT
                       IF RULE-IN-EFFECT
                           ADD 1 TO WS-NEW-RULE-COUNT
                           MOVE RUL-DIVISOR TO
                               WS-NEW-RULE-DIVISOR (WS-NEW-RULE-COUNT)
                           MOVE RUL-LABEL TO
                               WS-NEW-RULE-LABEL (WS-NEW-RULE-COUNT)
                       END-IF
                   END-IF
           END-READ.
       1285-EXIT.
           EXIT.

      *****************************************************************
      *  1290-REPORT-EMPTY-SET - A NAMED RULE SET WITH NO RULES IN    *
      *  EFFECT AT THE AS-OF DATE.  FIZZBUZZ WOULD REFUSE TO RUN      *
      *  UNDER IT, SO THERE IS NOTHING MEANINGFUL TO SIMULATE.        *
      *****************************************************************
       1290-REPORT-EMPTY-SET.
           MOVE SPACES TO RPT-ERROR-LINE
           STRING "FBRLSIM: RULE SET " WS-WANTED-RULE-SET
               " HAS NO RULES IN EFFECT AT THE AS-OF DATE - "
               "FIZZBUZZ WOULD REFUSE THE RUN"
               DELIMITED BY SIZE INTO RPT-E-MESSAGE
           PERFORM 2090-REPORT-VALIDATION-ERROR THRU 2090-EXIT.
       1290-EXIT.
           EXIT.

      *****************************************************************
      *  1300-LOAD-PROPOSED-RULES - LOAD THE RULES OF THE CARD'S RULE *
      *  SET IN EFFECT AT THE AS-OF DATE FROM THE PROPOSED MASTER     *
      *  (FBRULENW).  A MISSING PROPOSED FILE FAILS THE STEP - THERE *
      *  IS NOTHING TO SIMULATE.                                       *
      *  A PROPOSED FILE WITH NO RULES IN EFFECT AT THE AS-OF DATE    *
      *  FALLS BACK TO THE ORIGINAL FOO/BAR RULES, EXACTLY AS         *
      *  FIZZBUZZ'S 1200-LOAD-RULES-TABLE WOULD AT GO-LIVE - THE      *
      *  SIGNED ARTIFACT MUST SHOW WHAT PRODUCTION WOULD REALLY DO,   *
      *  NOT A RULELESS RUN THAT STRIPS EVERY LABEL.  THAT FALLBACK   *
      *  IS FOR THE DEFAULT SET ONLY - A NAMED SET LEFT WITH NO RULES *
      *  FAILS THE STEP, AS FIZZBUZZ WOULD REFUSE THE RUN.            *
      *****************************************************************
       1300-LOAD-PROPOSED-RULES.
           MOVE ZERO TO WS-NEW-RULE-COUNT
           MOVE WS-SIM-RULE-SET TO WS-WANTED-RULE-SET
           OPEN INPUT NEWRULES-FILE
           IF WS-NEWRULES-STATUS = "00"
               PERFORM 1350-READ-ONE-PROPOSED-RULE THRU 1350-EXIT
                      OR WS-NEW-RULE-COUNT >= 20
               CLOSE NEWRULES-FILE
               IF WS-NEW-RULE-COUNT = ZERO
                   AND WS-SIM-RULE-SET NOT = WS-DEFAULT-RULE-SET
                   PERFORM 1290-REPORT-EMPTY-SET THRU 1290-EXIT
               END-IF
               IF WS-NEW-RULE-COUNT = ZERO
                   AND WS-SIM-RULE-SET = WS-DEFAULT-RULE-SET
                   DISPLAY "FBRLSIM: FBRULENW HAS NO RULES IN "
                       "EFFECT AT THE AS-OF DATE - SIMULATING "
                       "WITH THE DEFAULT Foo/Bar RULES, AS "

       1360-CHECK-PROPOSED-EFFECTIVE.
           SET RULE-IN-EFFECT TO TRUE
           IF NEW-RULE-SET = SPACES
               MOVE WS-DEFAULT-RULE-SET TO WS-ROW-RULE-SET
           ELSE
               MOVE NEW-RULE-SET TO WS-ROW-RULE-SET
           END-IF
           IF WS-ROW-RULE-SET NOT = WS-WANTED-RULE-SET
               SET RULE-NOT-IN-EFFECT TO TRUE
           END-IF
           IF NEW-EFF-FROM NUMERIC AND NEW-EFF-FROM NOT = ZERO
               IF WS-AS-OF-DATE < NEW-EFF-FROM
                   SET RULE-NOT-IN-EFFECT TO TRUE
       8100-EXIT.
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
           MOVE WS-CLASSIFIED-COUNT TO JRN-RECORDS-READ
           MOVE ZERO TO JRN-RECORDS-WRITTEN
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
           MOVE "FBRLSIM" TO JRN-PROGRAM-ID
           CALL "FBJRNLWR" USING JOURNAL-RECORD
               ON EXCEPTION
                   DISPLAY "FBRLSIM: STEP JOURNAL WRITER NOT AVAILABLE"
           END-CALL
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.
       9950-EXIT.
           EXIT.

       END PROGRAM FBRLSIM.
