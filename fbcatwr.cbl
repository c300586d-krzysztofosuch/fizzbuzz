       IDENTIFICATION DIVISION.
         PROGRAM-ID. FBCATWR.
         AUTHOR. R JENNINGS.
         INSTALLATION. BATCH SYSTEMS - REPORTING.
         DATE-WRITTEN. 10/15/2026.
         DATE-COMPILED.
      *****************************************************************
      *  MODIFICATION HISTORY                                        *
      *  -------------------                                         *
      *  10/15/26  RJ   ORIGINAL PROGRAM.  COMMON EXTRACT GENERATION *
      *                 CATALOG WRITER CALLED BY FIZZBUZZ AND FBMERGE *
      *                 FOR EVERY EXTRACT AND DETAIL FILE THEY WRITE, *
      *                 AND BY FBCATLOG WHEN IT EXPIRES A GENERATION. *
      *                 THE CALLER PASSES AN FBCATLG-LAYOUT RECORD;  *
      *                 A BLANK CAT-DSN IS FILLED FROM THE FBCATDSN  *
      *                 CARD FOR CAT-DD-NAME (OR THE DD NAME ITSELF), *
      *                 THE LOGGED DATE/TIME ARE STAMPED AND THE ROW *
      *                 IS APPENDED TO THE SHARED FBCATLG FILE.  AS  *
      *                 WITH FBJRNLWR THE FILE IS OPENED AND CLOSED  *
      *                 PER CALL SO EVERY STEP CAN SHARE IT.  THE    *
      *                 WRITE STATUS IS HANDED BACK SO THE CALLER    *
      *                 CAN WARN THAT A GENERATION WENT UNCATALOGED. *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DSN-CARD-FILE ASSIGN TO "FBCATDSN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DSNCARD-STATUS.
           SELECT CATALOG-FILE ASSIGN TO "FBCATLG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATLG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DSN-CARD-FILE.
           COPY FBCATDSN.

       FD  CATALOG-FILE.
           COPY FBCATLG.

       WORKING-STORAGE SECTION.
         01 WS-DSNCARD-STATUS PIC X(02) VALUE "00".
         01 WS-CATLG-STATUS PIC X(02) VALUE "00".
         01 WS-LOG-DATE-RAW PIC 9(08) VALUE ZERO.
         01 WS-LOG-TIME-RAW PIC 9(08) VALUE ZERO.
         01 WS-DSN-FOUND-SW PIC X(01) VALUE "N".
           88 DSN-CARD-FOUND VALUE "Y".
           88 DSN-CARD-NOT-FOUND VALUE "N".
         01 WS-DSNCARD-EOF-SW PIC X(01) VALUE "N".
           88 DSNCARD-EOF VALUE "Y".
           88 DSNCARD-NOT-EOF VALUE "N".

       LINKAGE SECTION.
         01 LNK-CATALOG-RECORD PIC X(150).
         01 LNK-CATALOG-STATUS PIC X(02).

       PROCEDURE DIVISION USING LNK-CATALOG-RECORD
                                LNK-CATALOG-STATUS.
      *****************************************************************
      *  0000-MAINLINE                                                *
      *****************************************************************
       0000-MAINLINE.
           MOVE LNK-CATALOG-RECORD TO CATALOG-RECORD
           ACCEPT WS-LOG-DATE-RAW FROM DATE YYYYMMDD
           MOVE WS-LOG-DATE-RAW TO CAT-LOGGED-DATE
           ACCEPT WS-LOG-TIME-RAW FROM TIME
           MOVE WS-LOG-TIME-RAW TO CAT-LOGGED-TIME
           IF CAT-DSN = SPACES
               PERFORM 1000-RESOLVE-DATASET-NAME THRU 1000-EXIT
           END-IF
           OPEN EXTEND CATALOG-FILE
           IF WS-CATLG-STATUS NOT = "00"
               OPEN OUTPUT CATALOG-FILE
           END-IF
           IF WS-CATLG-STATUS = "00"
               WRITE CATALOG-RECORD
               IF WS-CATLG-STATUS NOT = "00"
                   DISPLAY "FBCATWR: WRITE TO FBCATLG FAILED - "
                       "STATUS " WS-CATLG-STATUS
               END-IF
               MOVE WS-CATLG-STATUS TO LNK-CATALOG-STATUS
               CLOSE CATALOG-FILE
           ELSE
               DISPLAY "FBCATWR: CANNOT OPEN FBCATLG - STATUS "
                   WS-CATLG-STATUS
               MOVE WS-CATLG-STATUS TO LNK-CATALOG-STATUS
           END-IF
           MOVE CATALOG-RECORD TO LNK-CATALOG-RECORD
           GOBACK.

      *****************************************************************
      *  1000-RESOLVE-DATASET-NAME - THE FBCATDSN CARD FOR THE DD     *
      *  NAMES THE DATASET.  NO CARD FILE, OR NO CARD FOR THIS DD,    *
      *  CATALOGS THE GENERATION UNDER THE DD NAME ITSELF.            *
      *****************************************************************
       1000-RESOLVE-DATASET-NAME.
           MOVE CAT-DD-NAME TO CAT-DSN
           SET DSN-CARD-NOT-FOUND TO TRUE
           SET DSNCARD-NOT-EOF TO TRUE
           OPEN INPUT DSN-CARD-FILE
           IF WS-DSNCARD-STATUS = "00"
               PERFORM 1100-READ-ONE-DSN-CARD THRU 1100-EXIT
                   UNTIL DSNCARD-EOF OR DSN-CARD-FOUND
               CLOSE DSN-CARD-FILE
           END-IF.
       1000-EXIT.
           EXIT.

       1100-READ-ONE-DSN-CARD.
           READ DSN-CARD-FILE
               AT END
                   SET DSNCARD-EOF TO TRUE
               NOT AT END
                   IF DSN-DD-NAME = CAT-DD-NAME
                       AND DSN-DATASET-NAME NOT = SPACES
                       MOVE DSN-DATASET-NAME TO CAT-DSN
                       SET DSN-CARD-FOUND TO TRUE
                   END-IF
           END-READ.
       1100-EXIT.
           EXIT.

       END PROGRAM FBCATWR.
