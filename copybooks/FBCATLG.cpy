      *****************************************************************
      * FBCATLG - EXTRACT GENERATION CATALOG RECORD                   *
      * ONE ROW PER GENERATION OF AN FBEXTRC-LAYOUT EXTRACT ("E") OR  *
      * FBCLSDT CLASSIFICATION DETAIL FILE ("D"), APPENDED BY THE     *
      * COMMON FBCATWR WRITER WHEN FIZZBUZZ OR FBMERGE CLOSES THE     *
      * FILE, SO THE PRIOR GENERATION FBDELTA NEEDS AND THE SUB-RANGE *
      * EXTRACTS FBMERGE NEEDS ARE LOOKED UP, NOT TYPED BY HAND.      *
      * CAT-DSN IS THE DATASET NAME THE FBCATDSN CARD GIVES FOR THE   *
      * DD (CAT-DD-NAME), OR THE DD NAME ITSELF WHEN THERE IS NO      *
      * CARD.  THE DSN IS THE GENERATION'S IDENTITY - A LATER ROW FOR *
      * THE SAME DSN AND TYPE (A RESTARTED RUN, A DATASET REUSED, OR  *
      * AN EXPIRY) SUPERSEDES THE EARLIER ONE, SO THE FILE IS ONLY    *
      * EVER APPENDED TO.  CAT-STATUS IS "A" FOR A COMPLETED RUN,     *
      * "P" FOR A RUN AN OPERATOR STOP REQUEST QUIESCED PART-WAY, "F" *
      * FOR A RUN THAT FAILED (THE FILE IS EMPTY OR UNUSABLE) AND "X" *
      * FOR A GENERATION FBCATLOG HAS EXPIRED PAST ITS RETENTION      *
      * COUNT.  THE RANGE IS THE StartFrom-EndAt OF THE RUN (FBHIST   *
      * HOLDS THE SAME PAIR), OR THE FIRST AND LAST COUNTER MERGED    *
      * FOR AN FBMERGE GENERATION.  FBCATWR STAMPS THE LOGGED DATE    *
      * AND TIME.                                                     *
      *****************************************************************
       01  CATALOG-RECORD.
           05  CAT-RUN-ID               PIC X(08).
           05  CAT-RUN-DATE             PIC 9(08).
           05  CAT-RUN-TIME             PIC 9(08).
           05  CAT-FILE-TYPE            PIC X(01).
               88  CAT-TYPE-EXTRACT      VALUE "E".
               88  CAT-TYPE-CLASS-DETAIL VALUE "D".
           05  CAT-START-FROM           PIC 9(09).
           05  CAT-END-AT               PIC 9(09).
           05  CAT-RECORD-COUNT         PIC 9(09).
           05  CAT-STATUS               PIC X(01).
               88  CAT-STATUS-COMPLETE   VALUE "A".
               88  CAT-STATUS-PARTIAL    VALUE "P".
               88  CAT-STATUS-FAILED     VALUE "F".
               88  CAT-STATUS-EXPIRED    VALUE "X".
           05  CAT-DD-NAME              PIC X(08).
           05  CAT-DSN                  PIC X(44).
           05  CAT-RULE-SET             PIC X(08).
           05  CAT-CREATED-BY           PIC X(08).
           05  CAT-LOGGED-DATE          PIC 9(08).
           05  CAT-LOGGED-TIME          PIC 9(08).
           05  FILLER                    PIC X(13).
