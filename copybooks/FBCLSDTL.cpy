      * A SUBSTRING OF ANOTHER ("Foo"/"Foobar"), AND PER-RULE         *
      * STATISTICS SUCH AS "HOW MANY COUNTERS DID DIVISOR 7 TOUCH"    *
      * COME STRAIGHT OFF THE FILE.                                   *
      * CLS-RULE-SET IS THE FBRULES RULE SET THE MATCHED RULE CAME    *
      * FROM; SPACES ON RECORDS WRITTEN BEFORE IT WAS ADDED MEAN      *
      * "DEFAULT".                                                    *
      *****************************************************************
       01  CLSDTL-RECORD.
           05  CLS-RUN-ID               PIC X(08).
           05  CLS-COUNTER              PIC 9(09).
           05  CLS-DIVISOR              PIC 9(04).
           05  CLS-LABEL                PIC X(10).
           05  CLS-RULE-SET             PIC X(08).
           05  FILLER                    PIC X(33).
