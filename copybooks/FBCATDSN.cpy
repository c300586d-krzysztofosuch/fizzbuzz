      *****************************************************************
      * FBCATDSN - CATALOG DATASET NAME CARD LAYOUT                   *
      * ONE OPTIONAL CARD PER OUTPUT DD, SUPPLIED AS THE FBCATDSN DD  *
      * ON THE FIZZBUZZ AND FBMERGE STEPS, GIVING THE DATASET NAME    *
      * OPERATIONS ALLOCATED TO THAT DD (FOR EXAMPLE THE NEW GDG      *
      * GENERATION OF FBEXTRC).  FBCATWR RECORDS IT AS THE CATALOGED  *
      * GENERATION'S CAT-DSN; A DD WITH NO CARD IS CATALOGED UNDER    *
      * THE DD NAME ITSELF.  THE NAME MUST BE ONE A LATER STEP CAN    *
      * OPEN - FBCATLOG READS THE GENERATION BACK BY IT.              *
      *****************************************************************
       01  DSN-NAME-CARD.
           05  DSN-DD-NAME              PIC X(08).
           05  DSN-DATASET-NAME         PIC X(44).
           05  FILLER                    PIC X(28).
