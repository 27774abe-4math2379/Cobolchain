      *          HELD PENDING (KEYREG.PND), AND ONLY BECOMES
      *          EFFECTIVE WHEN A SECOND, DIFFERENT OPERATOR (PER
      *          OPERATOR.CUR) REVIEWS AND APPROVES IT - BOTH
      *          IDENTITIES ARE WRITTEN WITH THE REGISTRY ENTRY,
      *          WITH THE DATES OF THE ENTRY AND OF THE APPROVAL, AND
      *          THE APPROVAL RAISES A NORMAL AUDIT LINE IN
      *          EXCEPT.LOG. PENDING ENTRIES OLDER THAN THE SET
      *          NUMBER OF WORKING DAYS (KEYMAINT.CTL, DEFAULT 5 -
           05  KR-KEY            PIC X(8).
           05  KR-SAISIE-PAR     PIC X(8).
           05  KR-APPROUVE-PAR   PIC X(8).
           05  KR-DATE-SAISIE    PIC 9(8).
           05  KR-DATE-APPROB    PIC 9(8).
      *----------------------------------------------------------------
      * A PENDING KEY CHANGE: THE ENTRY AS KEYED, WHO KEYED IT, WHEN.
      *----------------------------------------------------------------
           MOVE PN-CLE (WS-CIBLE) TO KR-KEY.
           MOVE PN-PAR (WS-CIBLE) TO KR-SAISIE-PAR.
           MOVE AUT-OPERATEUR TO KR-APPROUVE-PAR.
           MOVE PN-DATE (WS-CIBLE) TO KR-DATE-SAISIE.
           MOVE WS-AUJOURDHUI TO KR-DATE-APPROB.
           WRITE REGISTRY-RECORD.
           CLOSE REGISTRY-FILE.
           MOVE PN-ID (WS-CIBLE) TO EXC-VALUE.
