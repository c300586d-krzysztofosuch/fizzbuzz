      * VERIFIES ON RECEIPT.  THE HASH TOTAL IS THE SUM OF THE        *
      * DETAIL COUNTER VALUES, TRUNCATED TO 15 DIGITS.  BUILT FROM    *
      * FBEXTRC (OR FBMERGED) BY FBXMIT.                              *
      * XMT-H-ENVELOPE-TYPE IS SPACES ON A NORMAL ENVELOPE AND "R" ON *
      * A REVERSAL ENVELOPE (BUILT BY FBDIST FROM AN FBBKOUT REVERSAL *
      * EXTRACT) - ITS DETAILS REPLACE WHAT THE PARTNER RECEIVED FOR  *
      * THE SAME RUN-ID AND RUN DATE; A SPACES PHRASE WITHDRAWS THE   *
      * COUNTER.                                                      *
      *****************************************************************
       01  XMIT-HEADER-RECORD.
           05  XMT-H-RECORD-TYPE        PIC X(01).
           05  XMT-H-SENDER-ID          PIC X(08).
           05  XMT-H-RUN-DATE           PIC 9(08).
           05  XMT-H-RUN-ID             PIC X(08).
           05  XMT-H-ENVELOPE-TYPE      PIC X(01).
               88  XMT-H-REVERSAL        VALUE "R".
           05  FILLER                    PIC X(54).
       01  XMIT-DETAIL-RECORD.
           05  XMT-D-RECORD-TYPE        PIC X(01).
               88  XMT-D-TYPE-DETAIL     VALUE "D".
