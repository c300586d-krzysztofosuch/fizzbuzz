      *****************************************************************
      * FBAKCARD - FBACK CONTROL CARD LAYOUT                          *
      * ONE OPTIONAL RECORD, SUPPLIED AS SYSIN/CTLCARD.  AKC-AGE-DAYS *
      * IS HOW MANY BUSINESS DAYS (PER THE FBCALNDR CALENDAR) A       *
      * TRANSMISSION MAY WAIT FOR ITS ACK BEFORE FBACK REPORTS IT AS  *
      * AGED (DEFAULT 3 WHEN MISSING OR ZERO).                        *
      * AKC-AS-OF-DATE (CCYYMMDD) LETS A RERUN AGE AGAINST A PRIOR    *
      * BUSINESS DATE; ZERO OR NON-NUMERIC MEANS THE RUN DATE.        *
      *****************************************************************
