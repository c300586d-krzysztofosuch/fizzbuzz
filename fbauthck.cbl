       IDENTIFICATION DIVISION.
         PROGRAM-ID. FBAUTHCK.
         AUTHOR. R JENNINGS.
         INSTALLATION. BATCH SYSTEMS - REPORTING.
         DATE-WRITTEN. 10/15/2026.
         DATE-COMPILED.
      *****************************************************************
      *  MODIFICATION HISTORY                                        *
      *  -------------------                                         *
      *  10/15/26  RJ   ORIGINAL PROGRAM.  COMMON MAKER-CHECKER      *
      *                 SERVICE CALLED BY FBRULMNT AND FBOVMNT FOR   *
      *                 EVERY TRANSACTION CARD.  THE CALLER PASSES   *
      *                 AN FBAUCALL REQUEST NAMING THE AREA (RULES   *
      *                 OR OVERRIDES), THE SUBMITTER AND THE         *
      *                 APPROVER; THIS PROGRAM CHECKS THEM AGAINST   *
      *                 THE FBAUSER AUTHORIZED-USER MASTER AND       *
      *                 ANSWERS AUTHORIZED OR NOT, WITH THE REASON.  *
      *                 THE MASTER IS LOADED ON THE FIRST CALL AND   *
      *                 KEPT FOR THE REST OF THE STEP.  NO MASTER    *
      *                 MEANS NOBODY IS AUTHORIZED - DUAL CONTROL    *
      *                 FAILS CLOSED, NEVER OPEN.                    *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTH-USER-FILE ASSIGN TO "FBAUSER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUSER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUTH-USER-FILE.
           COPY FBAUSER.

       WORKING-STORAGE SECTION.
         01 WS-AUSER-STATUS PIC X(02) VALUE "00".
         01 WS-AUSER-LOAD-SW PIC X(01) VALUE "N".
           88 USERS-NOT-TRIED VALUE "N".
           88 USERS-LOADED VALUE "Y".
           88 USERS-MISSING VALUE "M".

         77 WS-MAX-USERS PIC 9(4) VALUE 200.
         01 WS-USER-COUNT PIC 9(4) COMP VALUE ZERO.
         01 WS-USER-IDX PIC 9(4) COMP VALUE ZERO.
         01 WS-USER-FOUND-IDX PIC 9(4) COMP VALUE ZERO.
         01 WS-USER-DROPPED PIC 9(9) COMP VALUE ZERO.
         01 WS-LOOKUP-ID PIC X(08) VALUE SPACES.
         01 WS-USER-TABLE.
           05 WS-UT-ENTRY OCCURS 200 TIMES.
             10 WS-UT-USER-ID PIC X(08).
             10 WS-UT-RULES-RIGHT PIC X(01).
               88 UT-RULES-MAY-SUBMIT VALUE "S" "B".
               88 UT-RULES-MAY-APPROVE VALUE "A" "B".
             10 WS-UT-OVRD-RIGHT PIC X(01).
               88 UT-OVRD-MAY-SUBMIT VALUE "S" "B".
               88 UT-OVRD-MAY-APPROVE VALUE "A" "B".

       LINKAGE SECTION.
           COPY FBAUCALL.

       PROCEDURE DIVISION USING AUTH-REQUEST.
      *****************************************************************
      *  0000-MAINLINE - THE FIRST FAILING CHECK WINS AND ITS REASON  *
      *  GOES BACK TO THE CALLER'S AUDIT LINE.                        *
      *****************************************************************
       0000-MAINLINE.
           SET AUR-AUTHORIZED TO TRUE
           MOVE SPACES TO AUR-REASON
           IF USERS-NOT-TRIED
               PERFORM 1000-LOAD-USERS THRU 1000-EXIT
           END-IF
           IF USERS-MISSING
               SET AUR-NOT-AUTHORIZED TO TRUE
               MOVE "NO AUTHORIZED-USER MASTER (FBAUSER)"
                   TO AUR-REASON
           END-IF
           IF AUR-AUTHORIZED AND AUR-SUBMITTER-ID = SPACES
               SET AUR-NOT-AUTHORIZED TO TRUE
               MOVE "MISSING SUBMITTER ID" TO AUR-REASON
           END-IF
           IF AUR-AUTHORIZED AND AUR-APPROVER-ID = SPACES
               SET AUR-NOT-AUTHORIZED TO TRUE
               MOVE "MISSING APPROVER ID" TO AUR-REASON
           END-IF
           IF AUR-AUTHORIZED
               AND AUR-APPROVER-ID = AUR-SUBMITTER-ID
               SET AUR-NOT-AUTHORIZED TO TRUE
               MOVE "SELF-APPROVED - APPROVER IS SUBMITTER"
                   TO AUR-REASON
           END-IF
           IF AUR-AUTHORIZED
               PERFORM 2000-CHECK-SUBMITTER THRU 2000-EXIT
           END-IF
           IF AUR-AUTHORIZED
               PERFORM 3000-CHECK-APPROVER THRU 3000-EXIT
           END-IF
           GOBACK.

      *****************************************************************
      *  1000-LOAD-USERS - LOAD FBAUSER ONCE PER STEP.  NO FILE (OR   *
      *  AN EMPTY ONE) LEAVES THE MASTER MISSING AND EVERY CARD IS    *
      *  REJECTED.                                                     *
      *****************************************************************
       1000-LOAD-USERS.
           SET USERS-MISSING TO TRUE
           MOVE ZERO TO WS-USER-COUNT
           OPEN INPUT AUTH-USER-FILE
           IF WS-AUSER-STATUS = "00"
               PERFORM 1100-LOAD-ONE-USER THRU 1100-EXIT
                   UNTIL WS-AUSER-STATUS NOT = "00"
               CLOSE AUTH-USER-FILE
               IF WS-USER-COUNT NOT = ZERO
                   SET USERS-LOADED TO TRUE
               END-IF
               IF WS-USER-DROPPED NOT = ZERO
                   DISPLAY "FBAUTHCK: " WS-USER-DROPPED " FBAUSER "
                       "ROWS DROPPED - BLANK ID OR PAST THE TABLE "
                       "LIMIT"
               END-IF
           ELSE
               DISPLAY "FBAUTHCK: CANNOT OPEN FBAUSER - STATUS "
                   WS-AUSER-STATUS " - NO CARD CAN BE AUTHORIZED"
           END-IF.
       1000-EXIT.
           EXIT.

       1100-LOAD-ONE-USER.
           READ AUTH-USER-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF AUS-USER-ID = SPACES
                       OR WS-USER-COUNT >= WS-MAX-USERS
                       ADD 1 TO WS-USER-DROPPED
                   ELSE
                       ADD 1 TO WS-USER-COUNT
                       MOVE AUS-USER-ID TO
                           WS-UT-USER-ID (WS-USER-COUNT)
                       MOVE AUS-RULES-RIGHT TO
                           WS-UT-RULES-RIGHT (WS-USER-COUNT)
                       MOVE AUS-OVRD-RIGHT TO
                           WS-UT-OVRD-RIGHT (WS-USER-COUNT)
                   END-IF
           END-READ.
       1100-EXIT.
           EXIT.

      *****************************************************************
      *  2000-CHECK-SUBMITTER - THE MAKER MUST BE ON FBAUSER WITH THE *
      *  SUBMIT RIGHT FOR THE CARD'S AREA.                             *
      *****************************************************************
       2000-CHECK-SUBMITTER.
           MOVE AUR-SUBMITTER-ID TO WS-LOOKUP-ID
           PERFORM 4000-FIND-USER THRU 4000-EXIT
           IF WS-USER-FOUND-IDX = ZERO
               SET AUR-NOT-AUTHORIZED TO TRUE
               MOVE "SUBMITTER IS NOT AN AUTHORIZED USER"
                   TO AUR-REASON
           ELSE
               IF AUR-AREA-RULES
                   AND NOT UT-RULES-MAY-SUBMIT (WS-USER-FOUND-IDX)
                   SET AUR-NOT-AUTHORIZED TO TRUE
                   MOVE "SUBMITTER MAY NOT SUBMIT RULE CHANGES"
                       TO AUR-REASON
               END-IF
               IF AUR-AREA-OVERRIDES
                   AND NOT UT-OVRD-MAY-SUBMIT (WS-USER-FOUND-IDX)
                   SET AUR-NOT-AUTHORIZED TO TRUE
                   MOVE "SUBMITTER MAY NOT SUBMIT OVERRIDES"
                       TO AUR-REASON
               END-IF
           END-IF.
       2000-EXIT.
           EXIT.

      *****************************************************************
      *  3000-CHECK-APPROVER - THE CHECKER MUST BE ON FBAUSER WITH    *
      *  THE APPROVE RIGHT FOR THE CARD'S AREA.                        *
      *****************************************************************
       3000-CHECK-APPROVER.
           MOVE AUR-APPROVER-ID TO WS-LOOKUP-ID
           PERFORM 4000-FIND-USER THRU 4000-EXIT
           IF WS-USER-FOUND-IDX = ZERO
               SET AUR-NOT-AUTHORIZED TO TRUE
               MOVE "APPROVER IS NOT AN AUTHORIZED USER"
                   TO AUR-REASON
           ELSE
               IF AUR-AREA-RULES
                   AND NOT UT-RULES-MAY-APPROVE (WS-USER-FOUND-IDX)
                   SET AUR-NOT-AUTHORIZED TO TRUE
                   MOVE "APPROVER MAY NOT APPROVE RULE CHANGES"
                       TO AUR-REASON
               END-IF
               IF AUR-AREA-OVERRIDES
                   AND NOT UT-OVRD-MAY-APPROVE (WS-USER-FOUND-IDX)
                   SET AUR-NOT-AUTHORIZED TO TRUE
                   MOVE "APPROVER MAY NOT APPROVE OVERRIDES"
                       TO AUR-REASON
               END-IF
           END-IF.
       3000-EXIT.
           EXIT.

      *****************************************************************
      *  4000-FIND-USER - LOCATE WS-LOOKUP-ID ON THE TABLE.  ZERO     *
      *  MEANS NOT FOUND.                                              *
      *****************************************************************
       4000-FIND-USER.
           MOVE ZERO TO WS-USER-FOUND-IDX
           PERFORM 4100-TEST-ONE-USER THRU 4100-EXIT
               VARYING WS-USER-IDX FROM 1 BY 1
               UNTIL WS-USER-IDX > WS-USER-COUNT
                  OR WS-USER-FOUND-IDX NOT = ZERO.
       4000-EXIT.
           EXIT.

       4100-TEST-ONE-USER.
           IF WS-UT-USER-ID (WS-USER-IDX) = WS-LOOKUP-ID
               MOVE WS-USER-IDX TO WS-USER-FOUND-IDX
           END-IF.
       4100-EXIT.
           EXIT.

       END PROGRAM FBAUTHCK.
