      *----------------------------------------------------------------
      * RETURNED-MAIL RECORD (MECCGRET.DAT, LINE SEQUENTIAL, ONE LINE
      * APPENDED PER LETTER THE POST BRINGS BACK). RECORDED AT THE
      * DESK THROUGH MECCGCPM:
      *     RT-DATE-RETOUR     DAY THE LETTER CAME BACK
      *     RT-MOTIF           WHY, AS THE POST MARKED IT - "NPAI"
      *                        (NOT KNOWN AT THIS ADDRESS), "REFUSE",
      *                        "DECEDE" OR "AUTRE"
      *     RT-ADRESSE         THE MEMBER'S ADDRESS AS IT STOOD WHEN
      *                        THE RETURN WAS RECORDED
      *     RT-OPERATEUR       WHO RECORDED IT
      * NOTHING IS EVER REMOVED. A RETURN COUNTS AS OUTSTANDING ON THE
      * CLEANUP REPORT ONLY WHILE THE MASTER STILL CARRIES THE ADDRESS
      * IT WAS SENT TO - ONCE THE FICHE IS CORRECTED IT DROPS OFF.
      *----------------------------------------------------------------
       01  RETURN-RECORD.
           05  RT-ID              PIC X(8).
           05  RT-DATE-RETOUR     PIC 9(8).
           05  RT-MOTIF           PIC X(6).
           05  RT-ADRESSE.
               10  RT-ADR1        PIC X(30).
               10  RT-ADR2        PIC X(30).
               10  RT-CP          PIC X(8).
               10  RT-VILLE       PIC X(20).
           05  RT-OPERATEUR       PIC X(8).
