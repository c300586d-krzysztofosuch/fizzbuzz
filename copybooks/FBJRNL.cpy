      *****************************************************************
      * FBJRNL - STEP JOURNAL RECORD                                  *
      * EVERY PROGRAM IN THE SUITE APPENDS ONE "S" ROW WHEN IT STARTS *
      * AND ONE "E" ROW WHEN IT ENDS TO THE SHARED FBJRNL FILE,       *
      * THROUGH THE COMMON FBJRNLWR WRITER.  THE CALLER FILLS THE     *
      * PROGRAM-ID, THE EVENT AND, ON THE "E" ROW, ITS RETURN-CODE    *
      * AND RECORDS READ AND WRITTEN; FBJRNLWR STAMPS THE DATE AND    *
      * TIME AND, WHEN THE CALLER LEAVES THEM BLANK, THE NIGHT'S RUN  *
      * DATE AND RUN-ID FROM THE FBJRNCTL CARD (SEE FBJRCARD).        *
      * FBRUNSHT READS THE FILE BACK AS THE NIGHTLY RUN SHEET.        *
      *****************************************************************
       01  JOURNAL-RECORD.
           05  JRN-RUN-DATE             PIC 9(08).
           05  JRN-RUN-ID               PIC X(08).
           05  JRN-PROGRAM-ID           PIC X(08).
           05  JRN-EVENT                PIC X(01).
               88  JRN-EVENT-START       VALUE "S".
               88  JRN-EVENT-END         VALUE "E".
           05  JRN-LOG-DATE             PIC 9(08).
           05  JRN-LOG-TIME             PIC 9(08).
           05  JRN-RETURN-CODE          PIC 9(04).
           05  JRN-RECORDS-READ         PIC 9(09).
           05  JRN-RECORDS-WRITTEN      PIC 9(09).
           05  FILLER                    PIC X(17).
