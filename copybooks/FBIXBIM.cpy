      *****************************************************************
      * FBIXBIM - FBINDEX BEFORE-IMAGE JOURNAL RECORD                 *
      * APPENDED BY FBIXBLD IN "U" UPDATE MODE, ONE ROW FOR EVERY     *
      * FBINDEX ROW THE UPDATE ADDS OR REWRITES.  IXB-RUN-ID AND      *
      * IXB-RUN-DATE ARE THE EXTRACT RUN THAT MADE THE CHANGE.  AN    *
      * "A" ROW MEANS THE RUN ADDED THE COUNTER TO THE MASTER; AN     *
      * "R" ROW CARRIES THE PHRASE, RUN-ID AND RUN DATE THE MASTER    *
      * HELD BEFORE THE RUN REWROTE IT.  FBBKOUT READS THE JOURNAL    *
      * TO PUT FBINDEX BACK WHEN A RUN IS BACKED OUT - THE FIRST ROW  *
      * FOR A COUNTER AND RUN IS THE TRUE PRIOR STATE.                *
      * AN "L" ROW CARRIES ONE FBLBLIX LABEL CROSS-REFERENCE ROW THE  *
      * RUN DELETED WHEN IT RECLASSIFIED THE COUNTER (IXB-OLD-XREF    *
      * OVERLAYS THE PHRASE AREA), SO FBBKOUT CAN PUT THE COUNTER'S   *
      * LABELS BACK ALONG WITH ITS PHRASE.  "L" ROWS FOLLOW THE "R"   *
      * ROW FOR THE SAME COUNTER.                                     *
      *****************************************************************
       01  IXBIM-RECORD.
           05  IXB-RUN-ID               PIC X(08).
           05  IXB-RUN-DATE             PIC 9(08).
           05  IXB-COUNTER              PIC 9(09).
           05  IXB-ACTION               PIC X(01).
               88  IXB-ACTION-ADDED      VALUE "A".
               88  IXB-ACTION-REPLACED   VALUE "R".
               88  IXB-ACTION-LABEL      VALUE "L".
           05  IXB-OLD-PHRASE           PIC X(40).
           05  IXB-OLD-XREF REDEFINES IXB-OLD-PHRASE.
               10  IXB-OLD-LABEL        PIC X(10).
               10  IXB-OLD-DIVISOR      PIC 9(04).
               10  IXB-OLD-RULE-SET     PIC X(08).
               10  FILLER               PIC X(18).
           05  IXB-OLD-RUN-ID           PIC X(08).
           05  IXB-OLD-RUN-DATE         PIC 9(08).
           05  FILLER                    PIC X(14).
