      * THE PROFILE ORDER ASSIGNS THE OUTPUT FILES - THE FIRST ROW    *
      * WRITES FBXMT01, THE SECOND FBXMT02, AND SO ON (FBDIST         *
      * SUPPORTS UP TO FIVE PARTNERS PER RUN).                        *
      * PTR-EFF-FROM/PTR-EFF-TO ARE THE CCYYMMDD DATES THE PARTNER IS *
      * SERVED BETWEEN; ZERO (OR SPACES ON AN OLDER ROW) MEANS NO     *
      * LIMIT ON THAT SIDE.  PTR-STATUS "S" SUSPENDS THE PARTNER FOR  *
      * THE PTR-SUSP-FROM/PTR-SUSP-TO WINDOW (ZERO = OPEN-ENDED), SO  *
      * A PAUSE CAN BE SCHEDULED AHEAD OF A GATEWAY OUTAGE.  FBDIST   *
      * SKIPS A PARTNER THAT IS SUSPENDED OR OUTSIDE ITS EFFECTIVE    *
      * DATES - ITS FBXMTNN FILE IS LEFT EMPTY - AND FBACK DOES NOT   *
      * AGE ITS ENVELOPES WHILE IT IS SUSPENDED.  THE FILE IS         *
      * MAINTAINED BY FBPTMNT FROM FBPTRAN CARDS.                     *
      *****************************************************************
       01  PARTNER-RECORD.
           05  PTR-PARTNER-ID           PIC X(08).
           05  PTR-RANGE-FROM           PIC 9(09).
           05  PTR-RANGE-TO             PIC 9(09).
           05  PTR-LABEL-FILTER         PIC X(10).
           05  PTR-EFF-FROM             PIC 9(08).
           05  PTR-EFF-TO               PIC 9(08).
           05  PTR-STATUS               PIC X(01).
               88  PTR-STATUS-ACTIVE     VALUE "A" " ".
               88  PTR-STATUS-SUSPENDED  VALUE "S".
               88  PTR-STATUS-VALID      VALUE "A" " " "S".
           05  PTR-SUSP-FROM            PIC 9(08).
           05  PTR-SUSP-TO              PIC 9(08).
           05  FILLER                    PIC X(03).
