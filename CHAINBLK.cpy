      * TRAILER), "D" A MASTER-FILE DIGEST (DATE + RECORD COUNT +
      * DIGEST VALUE), "A" THE HAND-OFF ANCHOR LEFT BY THE LEDGER
      * ARCHIVE RUN (DIGEST VIEW: ARCHIVE DATE + BLOCKS ARCHIVED +
      * ARCHIVED TIP HASH), "P" A CLOSED DUES PERIOD LEFT BY THE
      * PERIOD-CLOSE RUN MECCGCLO (MONTH, FISCAL LABEL, THE PERIOD'S
      * TOTALS AND A DIGEST OF ITS MECCGPER.DAT LINES), "E" A MEMBER
      * ERASURE LEFT BY MECCGEFF (THE ID, THE DATE, THE NUMBER OF
      * RECORDS ANONYMISED, A DIGEST OF THE CERTIFICATE LINES AND THE
      * SUPERVISOR WHO RAN IT), "W" AN EXTERNAL WITNESS RECORDED BY
      * CHNWIT WHEN ROTTERDAM RETURNS OUR MONTHLY TIP COUNTER-STAMPED
      * (THE VERSION AND HASH WITNESSED, THE DAY SENT, THE DAY, THE
      * REFERENCE AND THE SIGNATORY OF THE COUNTER-STAMP, AND THE
      * OPERATOR WHO RECORDED IT). A "P" BLOCK WRITTEN BEFORE
      * CF-PC-ENCAISSE CARRIED A SIGN HAS A DIGIT IN BYTE 36 OF
      * CF-NUMBER, AND EVERYTHING FROM THERE ONE BYTE TO THE LEFT.
      * THE TYPE IS HASHED WITH THE PAYLOAD, SO RELABELING A BLOCK
      * BREAKS THE CHAIN LIKE ANY OTHER TAMPERING. EVERY PROGRAM THAT
      * TOUCHES THE LEDGER (BLOCKCHAIN, CHNARC, RUNRECON, MECCGCLO,
      * MECCGEFF, CHNWIT, CHNAUDIT) COPIES THIS SO THE LAYOUT LIVES IN
      * ONE PLACE.
      *----------------------------------------------------------------
       01  CHAIN-FILE-RECORD.
           05  CF-VERSION        PIC 9(10).
               10  CF-DG-COUNT   PIC 9(8).
               10  CF-DG-HASH    PIC X(18).
               10  FILLER        PIC X(66).
           05  CF-PERIOD-CLOSE REDEFINES CF-NUMBER.
               10  CF-PC-MOIS      PIC 9(6).
               10  CF-PC-EXERCICE  PIC 9(4).
               10  CF-PC-PERIODE   PIC 99.
               10  CF-PC-OUVERTURE PIC S9(9)V99 SIGN LEADING SEPARATE.
               10  CF-PC-FACTURE   PIC 9(9)V99.
               10  CF-PC-ENCAISSE  PIC S9(9)V99 SIGN LEADING SEPARATE.
               10  CF-PC-AJUSTE    PIC S9(9)V99 SIGN LEADING SEPARATE.
               10  CF-PC-CLOTURE   PIC S9(9)V99 SIGN LEADING SEPARATE.
               10  CF-PC-DIGEST    PIC X(18).
               10  FILLER          PIC X(11).
           05  CF-ERASURE REDEFINES CF-NUMBER.
               10  CF-ER-ID        PIC X(8).
               10  CF-ER-DATE      PIC 9(8).
               10  CF-ER-COUNT     PIC 9(8).
               10  CF-ER-DIGEST    PIC X(18).
               10  CF-ER-OPERATEUR PIC X(8).
               10  FILLER          PIC X(50).
           05  CF-WITNESS REDEFINES CF-NUMBER.
               10  CF-WI-VERSION   PIC 9(10).
               10  CF-WI-HASH      PIC X(18).
               10  CF-WI-ENVOI     PIC 9(8).
               10  CF-WI-VISA      PIC 9(8).
               10  CF-WI-REFERENCE PIC X(12).
               10  CF-WI-VISE-PAR  PIC X(8).
               10  CF-WI-OPERATEUR PIC X(8).
               10  FILLER          PIC X(28).
           05  CF-HASH           PIC X(100).
