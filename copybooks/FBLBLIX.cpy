      *****************************************************************
      * FBLBLIX - FBINDEX LABEL CROSS-REFERENCE RECORD                *
      * KEYED (INDEXED) COMPANION TO THE FBINDEX MASTER - ONE ROW PER *
      * COUNTER PER RULE LABEL IT CARRIES, BUILT BY FBIXBLD FROM THE  *
      * FBCLSDT CLASSIFICATION DETAIL, SO A COUNTER MATCHED BY        *
      * SEVERAL RULES APPEARS UNDER EVERY LABEL IT CARRIES AND A      *
      * LABEL THAT IS A SUBSTRING OF ANOTHER ("Foo"/"Foobar") NEVER   *
      * OVERMATCHES.  THE RECORD KEY (LBX-KEY) IS LABEL THEN COUNTER, *
      * SO FBINQ ANSWERS "EVERY COUNTER CARRYING THIS LABEL" - OR     *
      * ONLY THOSE IN A COUNTER RANGE - BY A START AND A SHORT RUN OF *
      * READ NEXTS.  THE ALTERNATE KEY (LBX-COUNTER, DUPLICATES) LETS *
      * FBIXBLD, FBIXPRG AND FBBKOUT FIND EVERY ROW FOR ONE COUNTER.  *
      * LBX-RUN-ID AND LBX-RUN-DATE ALWAYS MATCH THE FBINDEX ROW FOR  *
      * THE COUNTER; FBRECON CHECKS THAT THEY DO.  COUNTERS THAT      *
      * MATCHED NO RULE, OR WHOSE PHRASE AN FBOVRD REPLACE FORCED,    *
      * HAVE NO ROWS HERE (FBCLSDT CARRIES NONE FOR THEM).            *
      *****************************************************************
       01  LBLIX-RECORD.
           05  LBX-KEY.
               10  LBX-LABEL            PIC X(10).
               10  LBX-COUNTER          PIC 9(09).
           05  LBX-RUN-ID               PIC X(08).
           05  LBX-RUN-DATE             PIC 9(08).
           05  LBX-DIVISOR              PIC 9(04).
           05  LBX-RULE-SET             PIC X(08).
           05  FILLER                    PIC X(33).
