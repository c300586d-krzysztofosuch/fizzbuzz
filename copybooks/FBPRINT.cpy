           05  RPT-S-START               PIC ZZZZZZZZ9.
           05  RPT-S-DASH                PIC X(03) VALUE " - ".
           05  RPT-S-END                 PIC ZZZZZZZZ9.
           05  FILLER                    PIC X(03).
           05  RPT-S-RULE-SET-LIT        PIC X(10).
           05  RPT-S-RULE-SET            PIC X(08).
           05  FILLER                    PIC X(72).
       01  RPT-COLHEAD-LINE.
           05  RPT-C-COUNTER-LIT         PIC X(10) VALUE "COUNTER".
           05  RPT-C-PHRASE-LIT          PIC X(20) VALUE "PHRASE".
