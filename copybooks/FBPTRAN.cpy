      *****************************************************************
      * FBPTRAN - FBPTMNT PARTNER-PROFILE MAINTENANCE CARD            *
      * ONE CARD PER PROFILE CHANGE, APPLIED AGAINST FBPRTNR BY       *
      * FBPTMNT.  PTT-ACTION IS ADD (ONBOARD A PARTNER), CHG (CHANGE  *
      * ITS SENDER, RANGE, FILTER OR EFFECTIVE DATES), DEL (REMOVE    *
      * IT), SUS (SUSPEND IT) OR RES (RESUME IT).  THE PARTNER-ID IS  *
      * THE KEY - ADD REJECTS A PARTNER ALREADY ON FILE, THE OTHERS   *
      * REJECT A PARTNER NOT ON FILE.  ADD AND CHG CARRY THE WHOLE    *
      * PROFILE; PTT-DATE-FROM/PTT-DATE-TO ARE ITS CCYYMMDD EFFECTIVE *
      * DATES.  ON A SUS CARD THE SAME TWO DATES ARE THE SUSPENSION   *
      * WINDOW INSTEAD, AND THE OTHER PROFILE FIELDS ARE IGNORED.     *
      * ZERO MEANS NO LIMIT ON THAT SIDE.  DEL AND RES NEED ONLY THE  *
      * PARTNER-ID.  PTT-REQUESTED-BY NAMES WHO ASKED FOR THE CHANGE  *
      * AND IS REQUIRED.                                              *
      *****************************************************************
       01  PARTNER-TRAN-RECORD.
           05  PTT-ACTION               PIC X(03).
               88  PTT-ACTION-ADD        VALUE "ADD".
               88  PTT-ACTION-CHANGE     VALUE "CHG".
               88  PTT-ACTION-DELETE     VALUE "DEL".
               88  PTT-ACTION-SUSPEND    VALUE "SUS".
               88  PTT-ACTION-RESUME     VALUE "RES".
           05  PTT-PARTNER-ID           PIC X(08).
           05  PTT-SENDER-ID            PIC X(08).
           05  PTT-RANGE-FROM           PIC 9(09).
           05  PTT-RANGE-TO             PIC 9(09).
           05  PTT-LABEL-FILTER         PIC X(10).
           05  PTT-DATE-FROM            PIC 9(08).
           05  PTT-DATE-TO              PIC 9(08).
           05  PTT-REQUESTED-BY         PIC X(08).
           05  FILLER                    PIC X(09).
