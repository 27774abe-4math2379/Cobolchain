      *----------------------------------------------------------------
      * EVENT DEFINITION RECORD (MECCGEVT.DAT, INDEXED ON EV-CODE).
      * THE SHOP CALENDAR (TA2400.EVT) STILL SAYS WHEN AN EVENT IS ON
      * AND WHAT IT IS CALLED; THIS RECORD ADDS WHAT SIGN-UPS NEED:
      * HOW MANY PLACES, THE FEE RAISED ON EACH MEMBER REGISTERED (AN
      * INVOICE OF CATEGORY "EV" IN THE DUES REGISTER, NONE WHEN THE
      * FEE IS ZERO) AND THE LAST DAY REGISTRATION IS TAKEN. EV-DATE
      * AND EV-LIBELLE ARE COPIED FROM THE TA2400.EVT LINE THE EVENT
      * WAS DEFINED ON. MAINTAINED BY MECCGEVT.
      *----------------------------------------------------------------
       01  EVENT-RECORD.
           05  EV-CODE            PIC X(6).
           05  EV-DATE            PIC 9(8).
           05  EV-LIBELLE         PIC X(30).
           05  EV-CAPACITE        PIC 9(4).
           05  EV-FRAIS           PIC 9(5)V99.
           05  EV-LIMITE          PIC 9(8).
           05  EV-DATE-MAJ        PIC 9(8).
           05  EV-PAR             PIC X(8).
