      *****************************************************************
      * FBCGCARD - FBCATLOG CONTROL CARD LAYOUT                       *
      * ONE RECORD, SUPPLIED AS SYSIN/CTLCARD, NAMING THE CATALOG     *
      * FUNCTION TO RUN:                                              *
      *   MANIFEST - WRITE THE FBMANFST MANIFEST OF THE RUN-ID'S      *
      *              SUB-RANGE EXTRACTS FOR ONE RUN DATE (ZERO = THE  *
      *              LATEST), OPTIONALLY ONLY THOSE INSIDE THE CARD'S *
      *              StartFrom-EndAt.                                 *
      *   PRIOR    - COPY THE GENERATION BEFORE THE CURRENT ONE OF    *
      *              THE RUN-ID'S StartFrom-EndAt RANGE TO FBEXTRCP   *
      *              AND ITS DETAIL FILE TO FBCLSDTP FOR FBDELTA.     *
      *              THE CURRENT GENERATION IS THE LATEST ONE, OR THE *
      *              LATEST ON THE CARD'S RUN DATE WHEN ONE IS GIVEN. *
      *   EXPIRE   - EXPIRE EVERY GENERATION OLDER THAN THE NEWEST    *
      *              CGC-RETAIN-COUNT COMPLETED GENERATIONS OF ITS    *
      *              RANGE (ONE RUN-ID, OR ALL WHEN BLANK).           *
      *   LIST     - LISTING ONLY (ONE RUN-ID, OR ALL WHEN BLANK).    *
      * EVERY FUNCTION ENDS WITH THE CATALOG LISTING.  A BLANK RUN-ID *
      * ON MANIFEST OR PRIOR MEANS "FIZZBUZZ", THE SAME DEFAULT THE   *
      * MAIN PROGRAM APPLIES TO ITS OWN CONTROL CARD.  AN UNUSABLE    *
      * CARD FAILS THE STEP RATHER THAN GUESSING.                     *
      *****************************************************************
       01  CGC-CONTROL-CARD.
           05  CGC-FUNCTION             PIC X(08).
               88  CGC-FN-MANIFEST       VALUE "MANIFEST".
               88  CGC-FN-PRIOR          VALUE "PRIOR".
               88  CGC-FN-EXPIRE         VALUE "EXPIRE".
               88  CGC-FN-LIST           VALUE "LIST".
           05  CGC-RUN-ID               PIC X(08).
           05  CGC-RUN-DATE             PIC 9(08).
           05  CGC-START-FROM           PIC 9(09).
           05  CGC-END-AT               PIC 9(09).
           05  CGC-RETAIN-COUNT         PIC 9(03).
           05  CGC-REQUESTED-BY         PIC X(08).
           05  FILLER                    PIC X(27).
