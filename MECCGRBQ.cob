       IDENTIFICATION DIVISION.
       PROGRAM-ID. MECCGRBQ.
       AUTHOR. SHOP OPERATIONS.
      *          BANK STATEMENT IMPORT. READS THE BANK'S STATEMENT FILE
      *          (RELEVE.DAT, LANDED BY TRANSRCV LIKE ANY INBOUND
      *          FILE) AND BUILDS THE RECEIPTS DECK (MECCGREC.TRN) FOR
      *          MECCGPAY, SO THE OFFICE NO LONGER KEYS THE CREDITS BY
      *          HAND. THE STATEMENT IS:
      *              O  OPENING BALANCE - DATE, ACCOUNT, BALANCE, SENSE
      *              C  ONE PER CREDIT  - VALUE DATE, AMOUNT, BANK
      *                 REFERENCE, PAYMENT REFERENCE (FREE TEXT)
      *              D  ONE PER DEBIT   - SAME LAYOUT AS A CREDIT
      *              F  CLOSING BALANCE - SAME LAYOUT AS THE OPENING
      *          THE STATEMENT IS PROVED FIRST: ONE OPENING FIRST, ONE
      *          CLOSING LAST, SAME ACCOUNT ON BOTH, AND OPENING PLUS
      *          CREDITS LESS DEBITS EQUAL TO THE CLOSING BALANCE. A
      *          TRUNCATED OR DAMAGED DOWNLOAD FAILS THE RUN - SEVERE
      *          EXCEPTION, RETURN-CODE 8, NO DECK WRITTEN. A STATEMENT
      *          ALREADY IMPORTED (SAME ACCOUNT AND CLOSING DATE, KEPT
      *          IN MECCGRBQ.DAT) IS REFUSED THE SAME WAY.
      *          EACH CREDIT'S PAYMENT REFERENCE IS SEARCHED FOR AN
      *          INVOICE NUMBER (8 DIGITS, ON THE REGISTER) AND FOR A
      *          MEMBER ID ("M" AND 7 DIGITS, ON THE MASTER):
      *            - ONE OPEN INVOICE (AND NO OTHER MEMBER NAMED) GIVES
      *              AN "R" LINE FOR THAT INVOICE;
      *            - NO INVOICE BUT ONE MEMBER GIVES AN "R" LINE FOR
      *              THE MEMBER, WHICH MECCGPAY APPLIES TO THE OLDEST
      *              OPEN INVOICE;
      *            - NOTHING, SEVERAL CANDIDATES, A SETTLED INVOICE OR
      *              AN AMOUNT TOO WIDE FOR THE DECK GOES TO THE REVIEW
      *              LIST ON MECCGRBQ.RPT (AND A WARNING IN EXCEPT.LOG)
      *              FOR THE OFFICE TO KEY BY HAND.
      *          DEBITS ARE PART OF THE BALANCE PROOF ONLY. THE DECK
      *          CARRIES ITS H AND T RECORDS WITH THE TRUE COUNT, AND
      *          ITS HEADER IS STAMPED WITH THIS RUN'S ID. A DECK
      *          STILL WAITING FOR MECCGPAY (NO MECCGPAY RUN SINCE IT
      *          WAS WRITTEN, PER MECCGPAY.RUN) IS NEVER OVERWRITTEN.
      *          NOTHING IS POSTED HERE: THE REGISTER AND THE MASTER
      *          ARE ONLY READ.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STATEMENT-FILE ASSIGN TO "RELEVE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-RLV-STATUS.
           SELECT RECEIPT-FILE ASSIGN TO "MECCGREC.TRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-REC-STATUS.
           SELECT INVOICE-FILE ASSIGN TO "MECCGINV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IV-NUMERO
               ALTERNATE RECORD KEY IS IV-ID WITH DUPLICATES
               FILE STATUS IS WS-INV-STATUS.
           SELECT MASTER-FILE ASSIGN TO "MECCG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MR-ID
               ALTERNATE RECORD KEY IS MR-NAME WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.
           SELECT IMPORT-FILE ASSIGN TO "MECCGRBQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-IMP-STATUS.
           SELECT RUN-MECCGPAY ASSIGN TO "MECCGPAY.RUN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-RUN-STATUS.
           SELECT REPORT-FILE ASSIGN TO "MECCGRBQ.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-FILE ASSIGN TO "MECCGRBQ.RUN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEPTION-FILE ASSIGN TO "EXCEPT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-EXC-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "OPERATOR.CUR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-OPR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STATEMENT-FILE
                      DATA RECORD STATEMENT-RECORD.
       01  STATEMENT-RECORD.
           05  RB-TYPE            PIC X.
           05  RB-DATA            PIC X(70).
           05  RB-SOLDE REDEFINES RB-DATA.
               10  RB-S-DATE      PIC 9(8).
               10  RB-S-COMPTE    PIC X(34).
               10  RB-S-MONTANT   PIC 9(9)V99.
               10  RB-S-SENS      PIC X.
               10  FILLER         PIC X(16).
           05  RB-MOUVEMENT REDEFINES RB-DATA.
               10  RB-M-DATE      PIC 9(8).
               10  RB-M-MONTANT   PIC 9(9)V99.
               10  RB-M-REF-BQ    PIC X(16).
               10  RB-M-LIBELLE   PIC X(35).
      *----------------------------------------------------------------
      * THE RECEIPTS DECK, IN MECCGPAY'S LAYOUT. THE HEADER ALSO
      * CARRIES THE RUN ID OF THE IMPORT THAT WROTE IT.
      *----------------------------------------------------------------
       FD  RECEIPT-FILE
                      DATA RECORD RECEIPT-RECORD.
       01  RECEIPT-RECORD.
           05  TRN-CODE          PIC X.
           05  FILLER            PIC X.
           05  TRN-DATA          PIC X(40).
           05  TRN-ENTETE REDEFINES TRN-DATA.
               10  TRN-H-DATE    PIC X(8).
               10  TRN-H-RUN-ID  PIC X(14).
               10  FILLER        PIC X(18).
           05  TRN-PIED REDEFINES TRN-DATA.
               10  TRN-T-COUNT   PIC X(6).
               10  FILLER        PIC X(34).
           05  TRN-RECU REDEFINES TRN-DATA.
               10  TRN-ID        PIC X(8).
               10  TRN-NUMERO    PIC X(8).
               10  TRN-MONTANT   PIC X(7).
               10  TRN-DATE-RECU PIC X(8).
               10  FILLER        PIC X(9).
       FD  INVOICE-FILE
                      DATA RECORD INVOICE-RECORD.
           COPY "MECCGIV.cpy".
       FD  MASTER-FILE.
           COPY "MECCGMR.cpy".
      *----------------------------------------------------------------
      * ONE LINE PER STATEMENT IMPORTED - ACCOUNT, CLOSING DATE, RUN.
      *----------------------------------------------------------------
       FD  IMPORT-FILE
                      DATA RECORD IMPORT-RECORD.
       01  IMPORT-RECORD.
           05  IM-COMPTE          PIC X(34).
           05  IM-DATE-RELEVE     PIC 9(8).
           05  IM-RUN-ID          PIC 9(14).
           05  IM-NB-RECUS        PIC 9(6).
           05  IM-PAR             PIC X(8).
       FD  RUN-MECCGPAY
                      DATA RECORD RUN-MECCGPAY-RECORD.
           COPY "RUNCTL.cpy" REPLACING
               ==RUN-CONTROL-RECORD== BY ==RUN-MECCGPAY-RECORD==
               LEADING ==RC== BY ==RP==.
       FD  REPORT-FILE
                      DATA RECORD LIGNE-RPT.
       01  LIGNE-RPT             PIC X(100).
       FD  RUN-FILE
                      DATA RECORD RUN-CONTROL-RECORD.
           COPY "RUNCTL.cpy".
       FD  EXCEPTION-FILE
                      DATA RECORD EXCEPTION-LOG-RECORD.
           COPY "EXCLOG.cpy".
       FD  OPERATOR-FILE
                      DATA RECORD OPERATOR-CUR-RECORD.
       01  OPERATOR-CUR-RECORD   PIC X(8).

       WORKING-STORAGE SECTION.
           COPY "BUSDATE.cpy".
       01  WS-RLV-STATUS         PIC XX.
       01  WS-REC-STATUS         PIC XX.
       01  WS-INV-STATUS         PIC XX.
       01  WS-FILE-STATUS        PIC XX.
       01  WS-IMP-STATUS         PIC XX.
       01  WS-RUN-STATUS         PIC XX.
       01  WS-EXC-STATUS         PIC XX.
       01  WS-OPR-STATUS         PIC XX.
       01  WS-OPERATEUR          PIC X(8).
       01  WS-HEURE-EXACTE.
           05  WS-HHMMSS         PIC 9(6).
           05  FILLER            PIC 99.
       01  WS-EOF-FLAG           PIC X.
       01  WS-OUVERTURE-VU       PIC X    VALUE "N".
       01  WS-CLOTURE-VU         PIC X    VALUE "N".
       01  WS-RELEVE-OK          PIC X    VALUE "O".
       01  WS-MOTIF-REJET        PIC X(30).
       01  WS-RUN-DATE           PIC 9(8).
       01  WS-RUN-TIME           PIC 9(6).
       01  WS-RUN-ID             PIC 9(14).
       01  WS-COMPTE             PIC X(34).
       01  WS-DATE-RELEVE        PIC 9(8).
       01  WS-SOLDE-OUVERTURE    PIC S9(11)V99 VALUE 0.
       01  WS-SOLDE-CLOTURE      PIC S9(11)V99 VALUE 0.
       01  WS-SOLDE-CALCULE      PIC S9(11)V99 VALUE 0.
       01  WS-TOTAL-CREDITS      PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-DEBITS       PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-DECK         PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-REVUE        PIC 9(11)V99 VALUE 0.
       01  WS-NB-CREDITS         PIC 9(6) VALUE 0.
       01  WS-NB-DEBITS          PIC 9(6) VALUE 0.
       01  WS-NB-RECUS           PIC 9(6) VALUE 0.
       01  WS-NB-REVUE           PIC 9(6) VALUE 0.
       01  WS-MONTANT-DECK       PIC 9(5)V99.
       01  WS-MONTANT-DECK-X REDEFINES WS-MONTANT-DECK PIC X(7).
       01  WS-DECK-STAMP         PIC 9(14) VALUE 0.
       01  WS-DERNIER-PAY        PIC 9(14) VALUE 0.
       01  WS-DECK-EN-ATTENTE    PIC X    VALUE "N".
       01  WS-DEJA-IMPORTE       PIC X    VALUE "N".
      *    REFERENCE SCAN: POSITION, CANDIDATES FOUND, AND THE FIRST
      *    OF EACH KIND.
       01  WS-POS                PIC 99 COMP.
       01  WS-CAR                PIC X.
       01  WS-AVANT              PIC X.
       01  WS-APRES              PIC X.
       01  WS-NB-FACT            PIC 99 VALUE 0.
       01  WS-NB-ID              PIC 99 VALUE 0.
       01  WS-CAND-FACT          PIC 9(8).
       01  WS-CAND-ID            PIC X(8).
       01  WS-FACT-ID            PIC X(8).
       01  WS-FACT-OUVERTE       PIC X.
       01  WS-TROUVE             PIC X.
       01  WS-EDT-NB             PIC ZZZZZ9.
       01  WS-EDT-MONTANT        PIC ZZZZZZZZ9.99.
       01  WS-EDT-SOLDE          PIC -ZZZZZZZZZZ9.99.

       01  WS-LIGNE-RECU.
           05  LR-ID             PIC X(8).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  LR-NUMERO         PIC X(8).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  LR-MONTANT        PIC ZZZZZZZZ9.99.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  LR-LIBELLE        PIC X(35).
       01  WS-LIGNE-REVUE.
           05  LV-DATE           PIC 9(8).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  LV-MONTANT        PIC ZZZZZZZZ9.99.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  LV-LIBELLE        PIC X(35).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  LV-MOTIF          PIC X(30).

       PROCEDURE DIVISION.
       A-000-DEBUT.
           PERFORM LIRE-OPERATEUR.
           PERFORM LIRE-DATE-METIER
           MOVE BDA-DATE TO WS-RUN-DATE.
           ACCEPT WS-RUN-TIME FROM TIME.
           COMPUTE WS-RUN-ID = WS-RUN-DATE * 1000000 + WS-RUN-TIME.
           OPEN OUTPUT RUN-FILE.
           MOVE "H" TO RC-TYPE.
           MOVE WS-RUN-ID TO RC-RUN-ID.
           MOVE 0 TO RC-RECORD-COUNT.
           MOVE WS-OPERATEUR TO RC-OPERATOR.
           WRITE RUN-CONTROL-RECORD.
           OPEN EXTEND EXCEPTION-FILE.
           IF WS-EXC-STATUS = "35"
               OPEN OUTPUT EXCEPTION-FILE
               CLOSE EXCEPTION-FILE
               OPEN EXTEND EXCEPTION-FILE
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           MOVE "IMPORT DU RELEVE BANCAIRE - DECK DES ENCAISSEMENTS"
               TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE ALL "=" TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           OPEN INPUT STATEMENT-FILE.
           IF WS-RLV-STATUS NOT = "00"
               DISPLAY "RELEVE.DAT ABSENT - RIEN A TRAITER"
               MOVE "AUCUN RELEVE A IMPORTER" TO LIGNE-RPT
               WRITE LIGNE-RPT
               CLOSE REPORT-FILE
               PERFORM C-200-FERMER-RUN
               STOP RUN
           END-IF.
      *    A DECK NOT YET POSTED BY MECCGPAY IS LEFT ALONE.
           PERFORM CONTROLER-DECK-EN-ATTENTE THRU FIN-DECK-EN-ATTENTE.
           IF WS-DECK-EN-ATTENTE = "O"
               CLOSE STATEMENT-FILE
               MOVE "MECCGREC.TRN NON ENCORE POSTE - IMPORT REFUSE"
                   TO LIGNE-RPT
               WRITE LIGNE-RPT
               CLOSE REPORT-FILE
               DISPLAY "MECCGREC.TRN EN ATTENTE DE MECCGPAY - "
                       "IMPORT REFUSE"
               MOVE "MECCGREC.TRN" TO EXC-VALUE
               MOVE "DECK EN ATTENTE DE MECCGPAY" TO EXC-REASON
               MOVE "S" TO EXC-SEVERITY
               PERFORM ECRIRE-EXCEPTION
               PERFORM C-200-FERMER-RUN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       B-100-CONTROLER.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ STATEMENT-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END PERFORM B-200-CONTROLER-LIGNE
               END-READ
           END-PERFORM.
           CLOSE STATEMENT-FILE.
           IF WS-OUVERTURE-VU = "N"
               MOVE "SOLDE D'OUVERTURE ABSENT" TO WS-MOTIF-REJET
               PERFORM E-300-RELEVE-CASSE
           END-IF.
           IF WS-CLOTURE-VU = "N"
               MOVE "SOLDE DE CLOTURE ABSENT" TO WS-MOTIF-REJET
               PERFORM E-300-RELEVE-CASSE
           ELSE
               COMPUTE WS-SOLDE-CALCULE = WS-SOLDE-OUVERTURE
                   + WS-TOTAL-CREDITS - WS-TOTAL-DEBITS
               IF WS-SOLDE-CALCULE NOT = WS-SOLDE-CLOTURE
                   MOVE "SOLDES ET MOUVEMENTS EN ECART"
                       TO WS-MOTIF-REJET
                   PERFORM E-300-RELEVE-CASSE
               END-IF
               PERFORM CONTROLER-DEJA-IMPORTE
               IF WS-DEJA-IMPORTE = "O"
                   MOVE "RELEVE DEJA IMPORTE" TO WS-MOTIF-REJET
                   PERFORM E-300-RELEVE-CASSE
               END-IF
           END-IF.
           PERFORM EDITER-SOLDES.
           IF WS-RELEVE-OK = "N"
               MOVE SPACES TO LIGNE-RPT
               WRITE LIGNE-RPT
               MOVE "RELEVE REFUSE - AUCUN DECK ECRIT" TO LIGNE-RPT
               WRITE LIGNE-RPT
               CLOSE REPORT-FILE
               PERFORM C-200-FERMER-RUN
               DISPLAY "IMPORT EN ECHEC - VOIR MECCGRBQ.RPT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      *    THE STATEMENT IS WHOLE - EACH CREDIT IS MATCHED.
           OPEN INPUT INVOICE-FILE.
           IF WS-INV-STATUS NOT = "00"
               MOVE "MECCGINV.DAT" TO EXC-VALUE
               PERFORM E-400-FICHIER-ABSENT
           END-IF.
           OPEN INPUT MASTER-FILE.
           IF WS-FILE-STATUS NOT = "00"
               CLOSE INVOICE-FILE
               MOVE "MECCG.DAT" TO EXC-VALUE
               PERFORM E-400-FICHIER-ABSENT
           END-IF.
           OPEN OUTPUT RECEIPT-FILE.
           MOVE SPACES TO RECEIPT-RECORD.
           MOVE "H" TO TRN-CODE.
           MOVE WS-RUN-DATE TO TRN-H-DATE.
           MOVE WS-RUN-ID TO TRN-H-RUN-ID.
           WRITE RECEIPT-RECORD.
           MOVE SPACES TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE "RECUS ECRITS DANS MECCGREC.TRN" TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE ALL "-" TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           OPEN INPUT STATEMENT-FILE.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ STATEMENT-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF RB-TYPE = "C"
                           PERFORM B-300-UN-CREDIT THRU F-300-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STATEMENT-FILE.
           PERFORM C-100-TERMINER.
      *----------------------------------------------------------------
      * FIRST PASS OVER ONE STATEMENT LINE - STRUCTURE AND BALANCE
      * PROOF ONLY.
      *----------------------------------------------------------------
       B-200-CONTROLER-LIGNE.
           EVALUATE RB-TYPE
               WHEN "O"
                   IF WS-OUVERTURE-VU = "O"
                       MOVE "DOUBLE SOLDE D'OUVERTURE" TO WS-MOTIF-REJET
                       PERFORM E-300-RELEVE-CASSE
                   END-IF
                   MOVE "O" TO WS-OUVERTURE-VU
                   IF RB-S-MONTANT NUMERIC
                      AND (RB-S-SENS = "C" OR RB-S-SENS = "D")
                       MOVE RB-S-MONTANT TO WS-SOLDE-OUVERTURE
                       IF RB-S-SENS = "D"
                           COMPUTE WS-SOLDE-OUVERTURE =
                               0 - WS-SOLDE-OUVERTURE
                       END-IF
                       MOVE RB-S-COMPTE TO WS-COMPTE
                   ELSE
                       MOVE "SOLDE D'OUVERTURE ILLISIBLE"
                           TO WS-MOTIF-REJET
                       PERFORM E-300-RELEVE-CASSE
                   END-IF
               WHEN "F"
                   IF WS-CLOTURE-VU = "O"
                       MOVE "DOUBLE SOLDE DE CLOTURE" TO WS-MOTIF-REJET
                       PERFORM E-300-RELEVE-CASSE
                   END-IF
                   MOVE "O" TO WS-CLOTURE-VU
                   IF RB-S-MONTANT NUMERIC AND RB-S-DATE NUMERIC
                      AND (RB-S-SENS = "C" OR RB-S-SENS = "D")
                       MOVE RB-S-MONTANT TO WS-SOLDE-CLOTURE
                       IF RB-S-SENS = "D"
                           COMPUTE WS-SOLDE-CLOTURE =
                               0 - WS-SOLDE-CLOTURE
                       END-IF
                       MOVE RB-S-DATE TO WS-DATE-RELEVE
                   ELSE
                       MOVE "SOLDE DE CLOTURE ILLISIBLE"
                           TO WS-MOTIF-REJET
                       PERFORM E-300-RELEVE-CASSE
                   END-IF
                   IF RB-S-COMPTE NOT = WS-COMPTE
                       MOVE "COMPTE DIFFERENT A LA CLOTURE"
                           TO WS-MOTIF-REJET
                       PERFORM E-300-RELEVE-CASSE
                   END-IF
               WHEN "C"
               WHEN "D"
                   IF WS-OUVERTURE-VU = "N" OR WS-CLOTURE-VU = "O"
                       MOVE "MOUVEMENT HORS SOLDES" TO WS-MOTIF-REJET
                       PERFORM E-300-RELEVE-CASSE
                   END-IF
                   IF RB-M-MONTANT NUMERIC
                       IF RB-TYPE = "C"
                           ADD 1 TO WS-NB-CREDITS
                           ADD RB-M-MONTANT TO WS-TOTAL-CREDITS
                       ELSE
                           ADD 1 TO WS-NB-DEBITS
                           ADD RB-M-MONTANT TO WS-TOTAL-DEBITS
                       END-IF
                   ELSE
                       MOVE "MONTANT ILLISIBLE" TO WS-MOTIF-REJET
                       PERFORM E-300-RELEVE-CASSE
                   END-IF
               WHEN OTHER
                   MOVE "CODE ENREGISTREMENT INVALIDE"
                       TO WS-MOTIF-REJET
                   PERFORM E-300-RELEVE-CASSE
           END-EVALUATE.
      *----------------------------------------------------------------
      * ONE CREDIT: THE PAYMENT REFERENCE IS SCANNED, THEN THE CREDIT
      * GOES TO THE DECK OR TO THE REVIEW LIST.
      *----------------------------------------------------------------
       B-300-UN-CREDIT.
           IF RB-M-MONTANT > 99999.99
               MOVE "MONTANT TROP GRAND POUR LE DECK" TO WS-MOTIF-REJET
               PERFORM E-100-A-REVOIR
               GO TO F-300-EXIT.
           PERFORM CHERCHER-REFERENCES.
           IF WS-NB-FACT > 1
               MOVE "PLUSIEURS FACTURES CITEES" TO WS-MOTIF-REJET
               PERFORM E-100-A-REVOIR
               GO TO F-300-EXIT.
           IF WS-NB-ID > 1
               MOVE "PLUSIEURS MEMBRES CITES" TO WS-MOTIF-REJET
               PERFORM E-100-A-REVOIR
               GO TO F-300-EXIT.
           IF WS-NB-FACT = 0 AND WS-NB-ID = 0
               MOVE "AUCUNE REFERENCE RECONNUE" TO WS-MOTIF-REJET
               PERFORM E-100-A-REVOIR
               GO TO F-300-EXIT.
           MOVE SPACES TO RECEIPT-RECORD.
           MOVE "R" TO TRN-CODE.
           IF WS-NB-FACT = 1
               IF WS-NB-ID = 1 AND WS-CAND-ID NOT = WS-FACT-ID
                   MOVE "FACTURE D'UN AUTRE MEMBRE" TO WS-MOTIF-REJET
                   PERFORM E-100-A-REVOIR
                   GO TO F-300-EXIT
               END-IF
               IF WS-FACT-OUVERTE = "N"
                   MOVE "FACTURE DEJA REGLEE" TO WS-MOTIF-REJET
                   PERFORM E-100-A-REVOIR
                   GO TO F-300-EXIT
               END-IF
               MOVE WS-FACT-ID TO TRN-ID
               MOVE WS-CAND-FACT TO TRN-NUMERO
           ELSE
               MOVE WS-CAND-ID TO TRN-ID
               MOVE ZEROS TO TRN-NUMERO
           END-IF.
           MOVE RB-M-MONTANT TO WS-MONTANT-DECK.
           MOVE WS-MONTANT-DECK-X TO TRN-MONTANT.
           IF RB-M-DATE NUMERIC
               MOVE RB-M-DATE TO TRN-DATE-RECU
           ELSE
               MOVE WS-RUN-DATE TO TRN-DATE-RECU
           END-IF.
           WRITE RECEIPT-RECORD.
           ADD 1 TO WS-NB-RECUS.
           ADD RB-M-MONTANT TO WS-TOTAL-DECK.
           MOVE TRN-ID TO LR-ID.
           MOVE TRN-NUMERO TO LR-NUMERO.
           MOVE RB-M-MONTANT TO LR-MONTANT.
           MOVE RB-M-LIBELLE TO LR-LIBELLE.
           MOVE WS-LIGNE-RECU TO LIGNE-RPT.
           WRITE LIGNE-RPT.
       F-300-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * SCAN OF THE PAYMENT REFERENCE. AN INVOICE NUMBER IS 8 DIGITS
      * STANDING ALONE AND PRESENT ON THE REGISTER; A MEMBER ID IS "M"
      * AND 7 DIGITS STANDING ALONE AND PRESENT ON THE MASTER. OTHER
      * FIGURES (DATES, BANK NUMBERS) ARE PASSED OVER. THE SAME
      * INVOICE OR MEMBER CITED TWICE COUNTS ONCE.
      *----------------------------------------------------------------
       CHERCHER-REFERENCES.
           MOVE 0 TO WS-NB-FACT WS-NB-ID.
           MOVE 0 TO WS-CAND-FACT.
           MOVE SPACES TO WS-CAND-ID WS-FACT-ID.
           MOVE "N" TO WS-FACT-OUVERTE.
           PERFORM VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > 28
               IF WS-POS = 1
                   MOVE SPACE TO WS-AVANT
               ELSE
                   MOVE RB-M-LIBELLE (WS-POS - 1:1) TO WS-AVANT
               END-IF
               IF WS-POS = 28
                   MOVE SPACE TO WS-APRES
               ELSE
                   MOVE RB-M-LIBELLE (WS-POS + 8:1) TO WS-APRES
               END-IF
               IF WS-AVANT NOT NUMERIC AND WS-APRES NOT NUMERIC
                   IF RB-M-LIBELLE (WS-POS:8) NUMERIC
                       PERFORM ESSAYER-FACTURE THRU FIN-ESSAYER-FACTURE
                   END-IF
                   IF RB-M-LIBELLE (WS-POS:1) = "M"
                      AND RB-M-LIBELLE (WS-POS + 1:7) NUMERIC
                      AND (WS-AVANT NOT ALPHABETIC OR WS-AVANT = SPACE)
                       PERFORM ESSAYER-MEMBRE THRU FIN-ESSAYER-MEMBRE
                   END-IF
               END-IF
           END-PERFORM.
       ESSAYER-FACTURE.
           MOVE RB-M-LIBELLE (WS-POS:8) TO IV-NUMERO.
           IF IV-NUMERO = WS-CAND-FACT
               GO TO FIN-ESSAYER-FACTURE.
           MOVE "O" TO WS-TROUVE.
           READ INVOICE-FILE
               INVALID KEY MOVE "N" TO WS-TROUVE
           END-READ.
           IF WS-TROUVE = "O"
               ADD 1 TO WS-NB-FACT
               IF WS-NB-FACT = 1
                   MOVE IV-NUMERO TO WS-CAND-FACT
                   MOVE IV-ID TO WS-FACT-ID
                   IF IV-OUVERTE
                       MOVE "O" TO WS-FACT-OUVERTE
                   END-IF
               END-IF
           END-IF.
       FIN-ESSAYER-FACTURE.
           EXIT.
       ESSAYER-MEMBRE.
           MOVE RB-M-LIBELLE (WS-POS:8) TO MR-ID.
           IF MR-ID = WS-CAND-ID
               GO TO FIN-ESSAYER-MEMBRE.
           MOVE "O" TO WS-TROUVE.
           READ MASTER-FILE
               INVALID KEY MOVE "N" TO WS-TROUVE
           END-READ.
           IF WS-TROUVE = "O" AND WS-FILE-STATUS (1:1) = "0"
               ADD 1 TO WS-NB-ID
               IF WS-NB-ID = 1
                   MOVE MR-ID TO WS-CAND-ID
               END-IF
           END-IF.
       FIN-ESSAYER-MEMBRE.
           EXIT.
      *----------------------------------------------------------------
      * A CREDIT THE OFFICE MUST LOOK AT: LISTED AND LOGGED, NOT PUT
      * IN THE DECK.
      *----------------------------------------------------------------
       E-100-A-REVOIR.
           IF WS-NB-REVUE = 0
               MOVE SPACES TO LIGNE-RPT
               WRITE LIGNE-RPT
               MOVE "CREDITS A REVOIR - A SAISIR A LA MAIN"
                   TO LIGNE-RPT
               WRITE LIGNE-RPT
               MOVE ALL "-" TO LIGNE-RPT
               WRITE LIGNE-RPT
           END-IF.
           ADD 1 TO WS-NB-REVUE.
           ADD RB-M-MONTANT TO WS-TOTAL-REVUE.
           MOVE RB-M-DATE TO LV-DATE.
           MOVE RB-M-MONTANT TO LV-MONTANT.
           MOVE RB-M-LIBELLE TO LV-LIBELLE.
           MOVE WS-MOTIF-REJET TO LV-MOTIF.
           MOVE WS-LIGNE-REVUE TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE RB-M-REF-BQ TO EXC-VALUE.
           MOVE WS-MOTIF-REJET TO EXC-REASON.
           MOVE "W" TO EXC-SEVERITY.
           PERFORM ECRIRE-EXCEPTION.
      *----------------------------------------------------------------
      * STATEMENT-STRUCTURE ERROR: SEVERE, AND NO DECK IS WRITTEN.
      *----------------------------------------------------------------
       E-300-RELEVE-CASSE.
           MOVE "N" TO WS-RELEVE-OK.
           MOVE SPACES TO LIGNE-RPT.
           STRING "RELEVE  " RB-TYPE "      " WS-MOTIF-REJET
               DELIMITED BY SIZE INTO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE STATEMENT-RECORD (1:20) TO EXC-VALUE.
           MOVE WS-MOTIF-REJET TO EXC-REASON.
           MOVE "S" TO EXC-SEVERITY.
           PERFORM ECRIRE-EXCEPTION.
      *----------------------------------------------------------------
      * THE BALANCE PROOF, PRINTED WHETHER IT AGREES OR NOT.
      *----------------------------------------------------------------
       EDITER-SOLDES.
           MOVE SPACES TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE SPACES TO LIGNE-RPT.
           STRING "COMPTE              : " WS-COMPTE
               DELIMITED BY SIZE INTO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE WS-SOLDE-OUVERTURE TO WS-EDT-SOLDE.
           MOVE SPACES TO LIGNE-RPT.
           STRING "SOLDE D'OUVERTURE   : " WS-EDT-SOLDE
               DELIMITED BY SIZE INTO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE WS-TOTAL-CREDITS TO WS-EDT-SOLDE.
           MOVE WS-NB-CREDITS TO WS-EDT-NB.
           MOVE SPACES TO LIGNE-RPT.
           STRING "CREDITS             : " WS-EDT-SOLDE "  ("
                  WS-EDT-NB ")"
               DELIMITED BY SIZE INTO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE WS-TOTAL-DEBITS TO WS-EDT-SOLDE.
           MOVE WS-NB-DEBITS TO WS-EDT-NB.
           MOVE SPACES TO LIGNE-RPT.
           STRING "DEBITS              : " WS-EDT-SOLDE "  ("
                  WS-EDT-NB ")"
               DELIMITED BY SIZE INTO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE WS-SOLDE-CALCULE TO WS-EDT-SOLDE.
           MOVE SPACES TO LIGNE-RPT.
           STRING "SOLDE CALCULE       : " WS-EDT-SOLDE
               DELIMITED BY SIZE INTO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE WS-SOLDE-CLOTURE TO WS-EDT-SOLDE.
           MOVE SPACES TO LIGNE-RPT.
           STRING "SOLDE DE CLOTURE    : " WS-EDT-SOLDE
               DELIMITED BY SIZE INTO LIGNE-RPT.
           WRITE LIGNE-RPT.
      *----------------------------------------------------------------
      * END OF STATEMENT: DECK TRAILER, IMPORT RECORDED, TOTALS.
      *----------------------------------------------------------------
       C-100-TERMINER.
           MOVE SPACES TO RECEIPT-RECORD.
           MOVE "T" TO TRN-CODE.
           MOVE WS-NB-RECUS TO TRN-T-COUNT.
           WRITE RECEIPT-RECORD.
           CLOSE RECEIPT-FILE.
           CLOSE MASTER-FILE.
           CLOSE INVOICE-FILE.
           OPEN EXTEND IMPORT-FILE.
           IF WS-IMP-STATUS = "35"
               OPEN OUTPUT IMPORT-FILE
               CLOSE IMPORT-FILE
               OPEN EXTEND IMPORT-FILE
           END-IF.
           MOVE WS-COMPTE TO IM-COMPTE.
           MOVE WS-DATE-RELEVE TO IM-DATE-RELEVE.
           MOVE WS-RUN-ID TO IM-RUN-ID.
           MOVE WS-NB-RECUS TO IM-NB-RECUS.
           MOVE WS-OPERATEUR TO IM-PAR.
           WRITE IMPORT-RECORD.
           CLOSE IMPORT-FILE.
           MOVE SPACES TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE WS-NB-RECUS TO WS-EDT-NB.
           MOVE WS-TOTAL-DECK TO WS-EDT-MONTANT.
           MOVE SPACES TO LIGNE-RPT.
           STRING "RECUS DANS LE DECK  : " WS-EDT-NB "  "
                  WS-EDT-MONTANT
               DELIMITED BY SIZE INTO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE WS-NB-REVUE TO WS-EDT-NB.
           MOVE WS-TOTAL-REVUE TO WS-EDT-MONTANT.
           MOVE SPACES TO LIGNE-RPT.
           STRING "CREDITS A REVOIR    : " WS-EDT-NB "  "
                  WS-EDT-MONTANT
               DELIMITED BY SIZE INTO LIGNE-RPT.
           WRITE LIGNE-RPT.
           CLOSE REPORT-FILE.
           PERFORM C-200-FERMER-RUN.
           DISPLAY "IMPORT TERMINE - " WS-NB-RECUS
                   " RECU(S) DANS MECCGREC.TRN, " WS-NB-REVUE
                   " A REVOIR, VOIR MECCGRBQ.RPT".
           STOP RUN.
      *----------------------------------------------------------------
      * THE REGISTER OR THE MEMBER MASTER CANNOT BE READ: NO CREDIT
      * COULD BE MATCHED, SO NO DECK IS WRITTEN. EXC-VALUE NAMES THE
      * FILE.
      *----------------------------------------------------------------
       E-400-FICHIER-ABSENT.
           DISPLAY EXC-VALUE " ILLISIBLE - IMPORT REFUSE".
           MOVE SPACES TO LIGNE-RPT.
           STRING EXC-VALUE DELIMITED BY SPACE
                  " ILLISIBLE - AUCUN DECK ECRIT" DELIMITED BY SIZE
               INTO LIGNE-RPT.
           WRITE LIGNE-RPT.
           CLOSE REPORT-FILE.
           MOVE "FICHIER ILLISIBLE - IMPORT" TO EXC-REASON.
           MOVE "S" TO EXC-SEVERITY.
           PERFORM ECRIRE-EXCEPTION.
           PERFORM C-200-FERMER-RUN.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
       C-200-FERMER-RUN.
           MOVE "T" TO RC-TYPE.
           MOVE WS-RUN-ID TO RC-RUN-ID.
           MOVE WS-NB-RECUS TO RC-RECORD-COUNT.
           MOVE WS-OPERATEUR TO RC-OPERATOR.
           WRITE RUN-CONTROL-RECORD.
           CLOSE RUN-FILE.
           CLOSE EXCEPTION-FILE.
      *----------------------------------------------------------------
      * IS THERE A DECK MECCGPAY HAS NOT RUN ON YET? THE DECK'S STAMP
      * IS THE RUN ID OF THE IMPORT THAT WROTE IT, OR FOR A DECK KEYED
      * BY HAND ITS HEADER DATE AT THE START OF THE DAY. IT IS WAITING
      * WHILE NO MECCGPAY RUN HAS FINISHED SINCE (MECCGPAY.RUN "T").
      *----------------------------------------------------------------
       CONTROLER-DECK-EN-ATTENTE.
           MOVE "N" TO WS-DECK-EN-ATTENTE.
           MOVE 0 TO WS-DECK-STAMP.
           OPEN INPUT RECEIPT-FILE.
           IF WS-REC-STATUS NOT = "00"
               GO TO FIN-DECK-EN-ATTENTE.
           READ RECEIPT-FILE
               AT END MOVE "10" TO WS-REC-STATUS
           END-READ.
           CLOSE RECEIPT-FILE.
           IF WS-REC-STATUS NOT = "00" OR TRN-CODE NOT = "H"
               GO TO FIN-DECK-EN-ATTENTE.
           IF TRN-H-RUN-ID NUMERIC
               MOVE TRN-H-RUN-ID TO WS-DECK-STAMP
           ELSE
               IF TRN-H-DATE NUMERIC
                   COMPUTE WS-DECK-STAMP =
                       FUNCTION NUMVAL (TRN-H-DATE) * 1000000
               END-IF
           END-IF.
           MOVE 0 TO WS-DERNIER-PAY.
           OPEN INPUT RUN-MECCGPAY.
           IF WS-RUN-STATUS = "00"
               PERFORM UNTIL WS-RUN-STATUS NOT = "00"
                   READ RUN-MECCGPAY
                       AT END MOVE "10" TO WS-RUN-STATUS
                       NOT AT END
                           IF RP-TYPE = "T"
                               MOVE RP-RUN-ID TO WS-DERNIER-PAY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-MECCGPAY
           END-IF.
           IF WS-DERNIER-PAY < WS-DECK-STAMP
               MOVE "O" TO WS-DECK-EN-ATTENTE
           END-IF.
       FIN-DECK-EN-ATTENTE.
           EXIT.
      *----------------------------------------------------------------
      * THE SAME STATEMENT (ACCOUNT AND CLOSING DATE) IS IMPORTED ONCE.
      *----------------------------------------------------------------
       CONTROLER-DEJA-IMPORTE.
           MOVE "N" TO WS-DEJA-IMPORTE.
           OPEN INPUT IMPORT-FILE.
           IF WS-IMP-STATUS = "00"
               PERFORM UNTIL WS-IMP-STATUS NOT = "00"
                   READ IMPORT-FILE
                       AT END MOVE "10" TO WS-IMP-STATUS
                       NOT AT END
                           IF IM-COMPTE = WS-COMPTE
                              AND IM-DATE-RELEVE = WS-DATE-RELEVE
                               MOVE "O" TO WS-DEJA-IMPORTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE IMPORT-FILE
           END-IF.
      *----------------------------------------------------------------
      * APPENDS ONE RECORD TO THE SHARED EXCEPTION LOG. CALLERS SET
      * EXC-VALUE/EXC-REASON BEFORE PERFORMING THIS.
      *----------------------------------------------------------------
       ECRIRE-EXCEPTION.
           MOVE "MECCGRBQ" TO EXC-PROGRAM.
           PERFORM LIRE-DATE-METIER
           MOVE BDA-DATE TO EXC-DATE.
           ACCEPT WS-HEURE-EXACTE FROM TIME.
           MOVE WS-HHMMSS TO EXC-TIME.
           MOVE WS-OPERATEUR TO EXC-OPERATOR.
           WRITE EXCEPTION-LOG-RECORD.
      *----------------------------------------------------------------
      * THE SIGNED-ON OPERATOR (OPERATOR.CUR, WRITTEN BY ASL).
      *----------------------------------------------------------------
       LIRE-OPERATEUR.
           MOVE "INCONNU" TO WS-OPERATEUR.
           OPEN INPUT OPERATOR-FILE.
           IF WS-OPR-STATUS = "00"
               READ OPERATOR-FILE
                   AT END CONTINUE
                   NOT AT END MOVE OPERATOR-CUR-RECORD TO WS-OPERATEUR
               END-READ
               CLOSE OPERATOR-FILE
           END-IF.

      *----------------------------------------------------------------
      * THE SHOP'S PROCESSING DATE, THROUGH THE BUSDATE SERVICE - ONE
      * OPERATING DAY IS ONE DATE, WHATEVER THE WALL CLOCK SAYS PAST
      * MIDNIGHT.
      *----------------------------------------------------------------
       LIRE-DATE-METIER.
           MOVE "L" TO BDA-FONCTION.
           CALL "BUSDATE" USING BUSINESS-DATE-AREA.

       END PROGRAM MECCGRBQ.
