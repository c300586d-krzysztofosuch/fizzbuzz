      *****************************************************************
      * FBAUCALL - FBAUTHCK MAKER-CHECKER REQUEST                     *
      * PASSED BY FBRULMNT AND FBOVMNT TO THE COMMON FBAUTHCK SERVICE *
      * FOR EVERY TRANSACTION CARD.  THE CALLER FILLS THE AREA ("R"   *
      * RULES, "O" OVERRIDES) AND THE CARD'S SUBMITTER AND APPROVER;  *
      * FBAUTHCK ANSWERS AUR-STATUS AND, ON A REJECT, THE REASON FOR  *
      * THE AUDIT REPORT.  A CARD WITH NO APPROVER, ONE APPROVED BY   *
      * ITS OWN SUBMITTER, OR ONE FROM AN ID WITHOUT THE RIGHT ON     *
      * FBAUSER IS REJECTED - AS IS EVERY CARD WHEN THERE IS NO       *
      * FBAUSER MASTER AT ALL.                                        *
      *****************************************************************
       01  AUTH-REQUEST.
           05  AUR-AREA                 PIC X(01).
               88  AUR-AREA-RULES        VALUE "R".
               88  AUR-AREA-OVERRIDES    VALUE "O".
           05  AUR-SUBMITTER-ID         PIC X(08).
           05  AUR-APPROVER-ID          PIC X(08).
           05  AUR-STATUS               PIC X(01).
               88  AUR-AUTHORIZED        VALUE "0".
               88  AUR-NOT-AUTHORIZED    VALUE "1".
           05  AUR-REASON               PIC X(40).
           05  FILLER                    PIC X(22).
