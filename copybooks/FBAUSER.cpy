      *****************************************************************
      * FBAUSER - AUTHORIZED-USER MASTER RECORD                       *
      * ONE RECORD PER PERSON ALLOWED TO SUBMIT OR APPROVE CHANGES    *
      * TO THE CLASSIFICATION MASTERS.  FBRULMNT AND FBOVMNT CHECK    *
      * EVERY TRANSACTION CARD'S SUBMITTER AND APPROVER AGAINST THIS  *
      * FILE (THROUGH THE COMMON FBAUTHCK SERVICE) BEFORE APPLYING    *
      * IT.  AUS-RULES-RIGHT GOVERNS FBRTRAN CARDS AND AUS-OVRD-RIGHT *
      * GOVERNS FBOTRAN CARDS: "S" MAY SUBMIT, "A" MAY APPROVE, "B"   *
      * MAY DO BOTH (BUT NEVER ON THE SAME CARD), "N" NEITHER.        *
      * AUS-CHANGED-DATE/AUS-CHANGED-BY RECORD THE LAST GRANT OR      *
      * CHANGE.  THE FILE IS MAINTAINED BY FBUSRMNT FROM FBUTRAN      *
      * CARDS, NOT BY HAND-EDITING.                                   *
      *****************************************************************
       01  AUTH-USER-RECORD.
           05  AUS-USER-ID              PIC X(08).
           05  AUS-USER-NAME            PIC X(30).
           05  AUS-RULES-RIGHT          PIC X(01).
               88  AUS-RULES-MAY-SUBMIT  VALUE "S" "B".
               88  AUS-RULES-MAY-APPROVE VALUE "A" "B".
               88  AUS-RULES-RIGHT-VALID VALUE "S" "A" "B" "N".
           05  AUS-OVRD-RIGHT           PIC X(01).
               88  AUS-OVRD-MAY-SUBMIT   VALUE "S" "B".
               88  AUS-OVRD-MAY-APPROVE  VALUE "A" "B".
               88  AUS-OVRD-RIGHT-VALID  VALUE "S" "A" "B" "N".
           05  AUS-CHANGED-DATE         PIC 9(08).
           05  AUS-CHANGED-BY           PIC X(08).
           05  FILLER                    PIC X(24).
