      *                 ROWS WITH A NON-NUMERIC DATE ARCHIVE AS      *
      *                 OLDEST, AS FBIXPRG PURGES THEM.  FBARCRT     *
      *                 PRINTS FROM THE ARCHIVES FOR AUDIT.          *
      *  10/15/26  RJ   EVERY RUN NOW APPENDS A START ROW AND AN END  *
      *                 ROW (RETURN-CODE, RECORDS READ AND WRITTEN)   *
      *                 TO THE SHARED FBJRNL STEP JOURNAL THROUGH     *
      *                 THE COMMON FBJRNLWR WRITER (SEE 9900-9950)    *
      *                 FOR THE FBRUNSHT NIGHTLY RUN SHEET.           *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           88 SWEEP-IN-BALANCE VALUE "Y".
           88 SWEEP-OUT-OF-BALANCE VALUE "N".

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
           PERFORM 2000-SWEEP-HISTORY-FILE THRU 2000-EXIT
           PERFORM 3000-SWEEP-EXCEPTION-FILE THRU 3000-EXIT
           PERFORM 8000-TERMINATE-RUN THRU 8000-EXIT
           PERFORM 9910-JOURNAL-STEP-END THRU 9910-EXIT
           STOP RUN.

      *****************************************************************
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
               WS-HIST-READ + WS-XCPT-READ
           COMPUTE JRN-RECORDS-WRITTEN =
               WS-HIST-MOVED + WS-HIST-KEPT + WS-XCPT-MOVED
               + WS-XCPT-KEPT
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
           MOVE "FBARCH" TO JRN-PROGRAM-ID
           CALL "FBJRNLWR" USING JOURNAL-RECORD
               ON EXCEPTION
                   DISPLAY "FBARCH: STEP JOURNAL WRITER NOT AVAILABLE"
           END-CALL
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.
       9950-EXIT.
           EXIT.

       END PROGRAM FBARCH.
