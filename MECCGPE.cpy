      *----------------------------------------------------------------
      * CLOSED-PERIOD RECORD FOR THE DUES SUBSYSTEM (MECCGPER.DAT,
      * APPEND-ONLY). THE PERIOD-CLOSE RUN (MECCGCLO) WRITES ONE LINE
      * PER MEMBERSHIP CATEGORY ACTIVE IN THE PERIOD, THEN ONE TOTAL
      * LINE (PE-CATEG "**") WHICH ALSO CARRIES THE LEDGER VERSION
      * (PE-BLOC) OF THE BLOCK THAT ANCHORS THE PERIOD IN CHAIN.DAT.
      * A PERIOD IS ONE CALENDAR MONTH (PE-MOIS, AAAAMM); PE-EXERCICE
      * AND PE-PERIODE ARE ITS FISCAL LABEL (DATESRV "F"). FOR EACH
      * LINE
      *     PE-CLOTURE = PE-OUVERTURE + PE-FACTURE - PE-ENCAISSE
      *                  - PE-AJUSTE
      * PE-FACTURE   INVOICES DATED IN THE MONTH (IV-DATE-FACTURE)
      * PE-ENCAISSE  RECEIPTS POSTED IN THE MONTH LESS DIRECT DEBITS
      *              RETURNED IN IT (MECCGENC.DAT, EN-DATE-POSTE) -
      *              NEGATIVE WHEN THE RETURNS OUTWEIGH THE RECEIPTS
      * PE-AJUSTE    CREDIT NOTES AND WRITE-OFFS LESS REFUNDS POSTED
      *              IN THE MONTH (MECCGADJ.DAT, AJ-DATE)
      * PE-OUVERTURE IS THE PREVIOUS PERIOD'S PE-CLOTURE FOR THE SAME
      * CATEGORY - THE CLOSING RECEIVABLES CARRIED FORWARD. THE LAST
      * PERIOD ON THE FILE IS THE FREEZE POINT READ BY PERSRV.
      * THE PERIOD DIGEST RUNS OVER PE-MOIS TO PE-CLOTURE (BYTES
      * 1-73). LINES WRITTEN BEFORE PE-ENCAISSE CARRIED A SIGN ARE A
      * BYTE SHORTER, WITH A DIGIT IN BYTE 38 AND A DIGEST OVER BYTES
      * 1-72; A PROGRAM READING PAST PE-FACTURE SETS THEM TO THIS
      * LAYOUT AS IT READS THEM.
      *----------------------------------------------------------------
       01  PERIOD-CLOSE-RECORD.
           05  PE-MOIS            PIC 9(6).
           05  PE-EXERCICE        PIC 9(4).
           05  PE-PERIODE         PIC 99.
           05  PE-CATEG           PIC XX.
           05  PE-OUVERTURE       PIC S9(9)V99 SIGN LEADING SEPARATE.
           05  PE-FACTURE         PIC 9(9)V99.
           05  PE-ENCAISSE        PIC S9(9)V99 SIGN LEADING SEPARATE.
           05  PE-AJUSTE          PIC S9(9)V99 SIGN LEADING SEPARATE.
           05  PE-CLOTURE         PIC S9(9)V99 SIGN LEADING SEPARATE.
           05  PE-DATE-CLOT       PIC 9(8).
           05  PE-PAR             PIC X(8).
           05  PE-BLOC            PIC 9(10).
