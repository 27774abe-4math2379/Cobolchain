      *----------------------------------------------------------------
      * OPERATOR MASTER RECORD (OPERMAST.DAT, LINE SEQUENTIAL, ONE
      * LINE PER OPERATOR). FIELDS WERE ADDED AT THE END AS THEY
      * CAME, SO A READER NEEDING ONLY THE FRONT (AUTHSRV, OPROSTER)
      * MAY STILL DECLARE THE SHORTER LAYOUT. A FIELD BLANK ON AN
      * OLDER LINE MEANS "NEVER RECORDED":
      *     OP-PASS-HEX     THE PASSWORD THROUGH ENRCYPT'S CIPHER,
      *                     HEX-ARMOURED - NEVER CLEAR
      *     OP-LOCKED       "L" AFTER THREE FAILED SIGN-ONS
      *     OP-NIVEAU       1 DESK, 2 SENIOR, 3 SUPERVISOR (AUTHSRV)
      *     OP-DATE-MDP     LAST PASSWORD CHANGE; BLANK = NEVER, SO
      *                     THE PASSWORD COUNTS AS EXPIRED
      *     OP-PROVISOIRE   "O" = ONE-TIME PASSWORD SET BY A
      *                     SUPERVISOR, TO BE CHANGED AT FIRST USE
      *     OP-DERNIER-SIGNON  DATE OF THE LAST GOOD SIGN-ON
      *     OP-HISTORIQUE   THE PREVIOUS PASSWORDS, ENCIPHERED LIKE
      *                     OP-PASS-HEX, MOST RECENT FIRST; THE
      *                     POLICY (PASSPOL.cpy) SAYS HOW MANY COUNT
      *----------------------------------------------------------------
       01  OPERATOR-RECORD.
           05  OP-ID              PIC X(8).
           05  OP-PASS-HEX        PIC X(16).
           05  OP-LOCKED          PIC X.
           05  OP-NIVEAU          PIC X.
           05  OP-DATE-MDP        PIC X(8).
           05  OP-DATE-MDP-N REDEFINES OP-DATE-MDP
                                  PIC 9(8).
           05  OP-PROVISOIRE      PIC X.
           05  OP-DERNIER-SIGNON  PIC X(8).
           05  OP-DERNIER-SIGNON-N REDEFINES OP-DERNIER-SIGNON
                                  PIC 9(8).
           05  OP-HISTORIQUE      PIC X(16) OCCURS 5.
