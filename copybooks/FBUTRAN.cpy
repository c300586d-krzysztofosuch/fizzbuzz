      *****************************************************************
      * FBUTRAN - FBUSRMNT AUTHORIZED-USER MAINTENANCE CARD           *
      * ONE CARD PER GRANT OR REVOCATION, APPLIED AGAINST FBAUSER BY  *
      * FBUSRMNT.  UTR-ACTION IS ADD (GRANT A NEW USER), CHG (CHANGE  *
      * A USER'S NAME OR RIGHTS) OR DEL (REVOKE THE USER ENTIRELY).   *
      * THE USER-ID IS THE KEY - ADD REJECTS A USER ALREADY ON FILE,  *
      * CHG/DEL REJECT A USER NOT ON FILE.  THE RIGHTS ARE "S", "A",  *
      * "B" OR "N" AS ON FBAUSER.  UTR-REQUESTED-BY NAMES WHO ASKED   *
      * FOR THE CHANGE; IT IS REQUIRED AND MAY NOT BE THE USER BEING  *
      * CHANGED, SO NOBODY GRANTS THEIR OWN RIGHTS.                   *
      *****************************************************************
       01  USER-TRAN-RECORD.
           05  UTR-ACTION               PIC X(03).
               88  UTR-ACTION-ADD        VALUE "ADD".
               88  UTR-ACTION-CHANGE     VALUE "CHG".
               88  UTR-ACTION-DELETE     VALUE "DEL".
           05  UTR-USER-ID              PIC X(08).
           05  UTR-USER-NAME            PIC X(30).
           05  UTR-RULES-RIGHT          PIC X(01).
               88  UTR-RULES-RIGHT-VALID VALUE "S" "A" "B" "N".
           05  UTR-OVRD-RIGHT           PIC X(01).
               88  UTR-OVRD-RIGHT-VALID  VALUE "S" "A" "B" "N".
           05  UTR-REQUESTED-BY         PIC X(08).
           05  FILLER                    PIC X(29).
