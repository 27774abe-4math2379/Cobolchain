       IDENTIFICATION DIVISION.
       PROGRAM-ID. MECCGCLO.
       AUTHOR. SHOP OPERATIONS.
      *          FISCAL PERIOD CLOSE FOR THE DUES REGISTER. THE
      *          TREASURER USED TO REBUILD BILLED / COLLECTED /
      *          OUTSTANDING FIGURES BY HAND EVERY MONTH. A PERIOD IS
      *          ONE CALENDAR MONTH, LABELLED WITH ITS FISCAL EXERCISE
      *          AND PERIOD BY DATESRV "F" (THE EXERCISE OPENS IN THE
      *          MONTH GIVEN IN MECCGCLO.CTL, DEFAULT JANUARY).
      *          FUNCTIONS:
      *              CLOSE   CLOSES THE NEXT PERIOD (SENIOR LEVEL).
      *                      PER CATEGORY IT TOTALS WHAT WAS BILLED
      *                      (MECCGINV.DAT), COLLECTED (MECCGENC.DAT)
      *                      AND ADJUSTED (MECCGADJ.DAT) IN THE MONTH,
      *                      TAKES THE PREVIOUS PERIOD'S CLOSING
      *                      RECEIVABLES AS THE OPENING BALANCE AND
      *                      ROLLS THEM FORWARD. THE CLOSING FIGURE IS
      *                      PROVED AGAINST THE REGISTER AS AT THE
      *                      MONTH END ("ECART" ON THE LISTING WHEN IT
      *                      DOES NOT AGREE). ONCE CONFIRMED, THE
      *                      PERIOD IS ANCHORED IN THE LEDGER (A "P"
      *                      BLOCK IN CHAIN.DAT) AND WRITTEN TO
      *                      MECCGPER.DAT, WHICH FREEZES IT: EVERY
      *                      POSTING PROGRAM ASKS PERSRV AND REFUSES A
      *                      DATE IN A CLOSED PERIOD. CLOSING THE LAST
      *                      PERIOD OF AN EXERCISE ALSO MOVES THE FULLY
      *                      SETTLED INVOICES OF THE CLOSED EXERCISES
      *                      TO THE REGISTER ARCHIVE MECCGINV.ARC.
      *              VERIFY  RE-PROVES A CLOSED PERIOD: ITS
      *                      MECCGPER.DAT LINES AGAINST THE LEDGER
      *                      BLOCK THAT ANCHORS THEM, AND ITS ACTIVITY
      *                      AGAINST THE FILES IT WAS TAKEN FROM.
      *          THE FIRST PERIOD EVER CLOSED IS NAMED BY THE OPERATOR;
      *          ITS OPENING BALANCE IS THE REGISTER AS AT THE START
      *          OF THE MONTH. RECEIPTS POSTED BEFORE THE RECEIPT
      *          HISTORY EXISTED COUNT AS COLLECTED ON THE INVOICE'S
      *          OWN DATE. A DIRECT DEBIT RETURNED UNPAID (EN-SENS
      *          "R") IS TAKEN OFF WHAT WAS COLLECTED IN THE MONTH THE
      *          RETURN WAS POSTED, AND THE AMOUNT COLLECTED IN A
      *          MONTH CAN BE NEGATIVE. LISTING ON MECCGCLO.RPT.
      *          PERIOD LINES AND "P" BLOCKS WRITTEN BEFORE THAT AMOUNT
      *          CARRIED A SIGN ARE SET TO THE PRESENT LAYOUT AS THEY
      *          ARE READ, AND STILL PROVE AGAINST THEIR OLD DIGEST.
      *          THE REGISTER AND ITS ARCHIVE ARE TOTALLED AS THEY ARE
      *          READ; A RECEIPT OR AN ADJUSTMENT FINDS ITS INVOICE BY
      *          KEY, IN THE REGISTER OR IN MECCGCLO.WRK - THE ARCHIVED
      *          INVOICES INDEXED AFRESH FOR EACH RUN. WHEN THAT INDEX
      *          CANNOT BE BUILT NO PERIOD IS CLOSED OR VERIFIED (RC 8).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-FILE ASSIGN TO "MECCGINV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IV-NUMERO
               ALTERNATE RECORD KEY IS IV-ID WITH DUPLICATES
               FILE STATUS IS WS-INV-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO "MECCGINV.ARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-ARC-STATUS.
           SELECT ARCHIVE-INDEX ASSIGN TO "MECCGCLO.WRK"
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS AX-NUMERO
               FILE STATUS  IS WS-AX-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "MECCGENC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-ENC-STATUS.
           SELECT ADJUST-FILE ASSIGN TO "MECCGADJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-ADJ-STATUS.
           SELECT PERIOD-FILE ASSIGN TO "MECCGPER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-PER-STATUS.
           SELECT CHAIN-FILE ASSIGN TO "CHAIN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CF-VERSION
               FILE STATUS IS WS-CHN-STATUS.
           SELECT LEDGER-ARCHIVE ASSIGN TO "CHAIN.ARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LAR-STATUS.
           SELECT CONTROL-FILE ASSIGN TO "MECCGCLO.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-CTL-STATUS.
           SELECT REPORT-FILE ASSIGN TO "MECCGCLO.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEPTION-FILE ASSIGN TO "EXCEPT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-EXC-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "OPERATOR.CUR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-OPR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INVOICE-FILE
                      DATA RECORD INVOICE-RECORD.
           COPY "MECCGIV.cpy".
      *----------------------------------------------------------------
      * REGISTER ARCHIVE: ONE REGISTER LINE PER SETTLED INVOICE MOVED
      * OUT AT YEAR END, STAMPED WITH THE ARCHIVING DATE (SAME SHAPE
      * AS THE MEMBER ARCHIVE MECCG.ARC).
      *----------------------------------------------------------------
       FD  ARCHIVE-FILE
                      DATA RECORD ARCHIVE-RECORD.
       01  ARCHIVE-RECORD.
           05  ARC-DATE-ARCHIVAGE PIC 9(8).
           05  ARC-IMAGE          PIC X(63).
      *    AN ARCHIVED INVOICE AS A RECEIPT OR ADJUSTMENT LOOKS IT UP.
       FD  ARCHIVE-INDEX
                      DATA RECORD ARCHIVE-INDEX-RECORD.
       01  ARCHIVE-INDEX-RECORD.
           05  AX-NUMERO          PIC 9(8).
           05  AX-CATEG           PIC XX.
           05  AX-DATE-FACT       PIC 9(8).
       FD  HISTORY-FILE
                      DATA RECORD RECEIPT-HISTORY-RECORD.
           COPY "MECCGEN.cpy".
       FD  ADJUST-FILE
                      DATA RECORD ADJUSTMENT-RECORD.
           COPY "MECCGAJ.cpy".
       FD  PERIOD-FILE
                      DATA RECORD PERIOD-CLOSE-RECORD.
           COPY "MECCGPE.cpy".
       FD  CHAIN-FILE.
           COPY "CHAINBLK.cpy".
       FD  LEDGER-ARCHIVE
                      DATA RECORD LEDGER-ARCHIVE-RECORD.
       01  LEDGER-ARCHIVE-RECORD.
           05  LA-VERSION         PIC 9(10).
           05  LA-TYPE            PIC X.
           05  LA-NUMBER          PIC X(100).
           05  LA-HASH            PIC X(100).
       FD  CONTROL-FILE
                      DATA RECORD CONTROL-RECORD.
       01  CONTROL-RECORD        PIC X(10).
       FD  REPORT-FILE
                      DATA RECORD LIGNE-RPT.
       01  LIGNE-RPT             PIC X(100).
       FD  EXCEPTION-FILE
                      DATA RECORD EXCEPTION-LOG-RECORD.
           COPY "EXCLOG.cpy".
       FD  OPERATOR-FILE
                      DATA RECORD OPERATOR-CUR-RECORD.
       01  OPERATOR-CUR-RECORD   PIC X(8).

       WORKING-STORAGE SECTION.
           COPY "BUSDATE.cpy".
           COPY "ENQSRV.cpy".
           COPY "AUTHSRV.cpy".
           COPY "DATESRV.cpy".
           COPY "PERSRV.cpy".
      *    A REGISTER LINE AS READ, FROM MECCGINV.DAT OR ARC-IMAGE.
           COPY "MECCGIV.cpy" REPLACING ==INVOICE-RECORD==
               BY ==FACTURE-LUE== LEADING ==IV== BY ==FL==.
      *    THE PERIOD LINE AS DIGESTED AND WRITTEN.
           COPY "MECCGPE.cpy" REPLACING ==PERIOD-CLOSE-RECORD==
               BY ==IMAGE-PERIODE== LEADING ==PE== BY ==IP==.
      *    THE LEDGER BLOCK PAYLOAD AS BUILT OR READ BACK.
           COPY "CHAINBLK.cpy" REPLACING ==CHAIN-FILE-RECORD==
               BY ==IMAGE-BLOC== LEADING ==CF== BY ==IB==.
       01  WS-INV-STATUS         PIC XX.
       01  WS-ARC-STATUS         PIC XX.
       01  WS-AX-STATUS          PIC XX.
       01  WS-ENC-STATUS         PIC XX.
       01  WS-ADJ-STATUS         PIC XX.
       01  WS-PER-STATUS         PIC XX.
       01  WS-CHN-STATUS         PIC XX.
       01  WS-LAR-STATUS         PIC XX.
       01  WS-CTL-STATUS         PIC XX.
       01  WS-EXC-STATUS         PIC XX.
       01  WS-OPR-STATUS         PIC XX.
       01  WS-OPERATEUR          PIC X(8).
       01  WS-EOF-FLAG           PIC X.
       01  WS-FONCTION           PIC X(10).
       01  WS-REPONSE            PIC X(3).
       01  WS-MOIS-SAISI         PIC X(6).
       01  WS-HEURE-EXACTE.
           05  WS-HHMMSS         PIC 9(6).
           05  FILLER            PIC 99.
       01  WS-AUJOURDHUI         PIC 9(8).
       01  WS-MOIS-COURANT       PIC 9(6).
       01  WS-OUVERTURE-EXO      PIC 99 VALUE 1.
       01  WS-MOIS               PIC 9(6).
       01  WS-MOIS-DET REDEFINES WS-MOIS.
           05  WS-MOIS-AN        PIC 9(4).
           05  WS-MOIS-MM        PIC 99.
       01  WS-MOIS-PRECEDENT     PIC 9(6).
       01  WS-EXERCICE           PIC 9(4).
       01  WS-PERIODE            PIC 99.
       01  WS-DATE-MVT           PIC 9(8).
       01  WS-MOIS-MVT           PIC 9(6).
       01  WS-POSITION           PIC X.
           88  WS-AVANT          VALUE "A".
           88  WS-DANS-PERIODE   VALUE "P".
           88  WS-APRES          VALUE "X".
       01  WS-CATEG              PIC XX.
       01  WS-I                  PIC S9(4) COMP.
       01  WS-K                  PIC S9(4) COMP.
       01  WS-MONTANT            PIC S9(7)V99.
       01  WS-SOLDE              PIC S9(7)V99.
       01  WS-NB-ECARTS          PIC 9(4) VALUE 0.
       01  WS-NB-ARCHIVEES       PIC 9(6) VALUE 0.
       01  WS-BLOC               PIC 9(10) VALUE 0.
       01  WS-DIGEST             PIC X(18).
       01  WS-VERIF-OK           PIC X.
       01  WS-NB-LIGNES          PIC 9(4).
       01  WS-EDT-NB             PIC ZZZZZ9.

      *----------------------------------------------------------------
      * TOTALS OF THE PERIOD BY CATEGORY ("??" FOR A RECEIPT OR AN
      * ADJUSTMENT NAMING AN INVOICE NO LONGER FOUND). THE CT-AV-
      * FIELDS HOLD EVERYTHING DATED BEFORE THE MONTH - THE REGISTER
      * AS AT ITS START.
      *----------------------------------------------------------------
       01  WS-NB-CATEG           PIC S9(4) COMP VALUE 0.
       01  TABLE-CATEG.
           05  CATG OCCURS 30.
               10  CT-CODE       PIC XX.
               10  CT-AV-FACT    PIC S9(9)V99.
               10  CT-AV-ENC     PIC S9(9)V99.
               10  CT-AV-AJU     PIC S9(9)V99.
               10  CT-OUVERTURE  PIC S9(9)V99.
               10  CT-FACTURE    PIC S9(9)V99.
               10  CT-ENCAISSE   PIC S9(9)V99.
               10  CT-AJUSTE     PIC S9(9)V99.
               10  CT-CLOTURE    PIC S9(9)V99.
               10  CT-REGISTRE   PIC S9(9)V99.
       01  TOTAUX-PERIODE.
           05  TP-OUVERTURE      PIC S9(9)V99.
           05  TP-FACTURE        PIC S9(9)V99.
           05  TP-ENCAISSE       PIC S9(9)V99.
           05  TP-AJUSTE         PIC S9(9)V99.
           05  TP-CLOTURE        PIC S9(9)V99.
           05  TP-REGISTRE       PIC S9(9)V99.

      *----------------------------------------------------------------
      * THE TOTALLING PASS: WS-CALCUL-OK "N" WHEN THE ARCHIVE INDEX
      * COULD NOT BE BUILT; WS-REG-OUVERT WHILE THE REGISTER IS OPEN
      * FOR THE LOOKUPS. THE INVOICE A RECEIPT OR AN ADJUSTMENT NAMES
      * IS FOUND INTO WS-FACT-TROUVEE, WS-CATEG AND WS-DATE-FACT.
      *----------------------------------------------------------------
       01  WS-CALCUL-OK          PIC X.
       01  WS-REG-OUVERT         PIC X.
       01  WS-FACT-TROUVEE       PIC X.
       01  WS-NUMERO-CHERCHE     PIC 9(8).
       01  WS-DATE-FACT          PIC 9(8).

       01  WS-LIGNE-DETAIL.
           05  DL-CATEG          PIC XX.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  DL-OUVERTURE      PIC -ZZZZZZZZ9.99.
           05  FILLER            PIC X     VALUE SPACE.
           05  DL-FACTURE        PIC ZZZZZZZZ9.99.
           05  FILLER            PIC X     VALUE SPACE.
           05  DL-ENCAISSE       PIC -ZZZZZZZZ9.99.
           05  FILLER            PIC X     VALUE SPACE.
           05  DL-AJUSTE         PIC -ZZZZZZZZ9.99.
           05  FILLER            PIC X     VALUE SPACE.
           05  DL-CLOTURE        PIC -ZZZZZZZZ9.99.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  DL-ETAT           PIC X(5).

      *----------------------------------------------------------------
      * LEDGER CHAINING - THE SAME WORK AREAS AND ROLLING CHECKSUM AS
      * THE LEDGER PROGRAM (SEE CHNARC FOR THE SAME ARRANGEMENT).
      *----------------------------------------------------------------
       01  BLOCKS.
               05 BLOCKS-NUMBER PIC X(100).
               05 BLOCKS-VERSION PIC 9(10).
               05 BLOCKS-TYPE   PIC X.
       01  WS-CHAIN-TIP-VERSION  PIC 9(10).
       01  WS-CHAIN-TIP-HASH     PIC X(100).
       01  BLOCKSHASH.
               05 BLOCKHASH-NUM PIC X(100).
       01  WS-HASH-WORK.
               05 WS-HASH-I        PIC 9(3).
               05 WS-HASH-ACCUM    PIC 9(18).
               05 WS-HASH-CHAR-VAL PIC 9(3).
       01  WS-DIGEST-ACCUM       PIC 9(18).
       01  WS-DIGEST-ZONE        PIC X(73).
       01  WS-DIGEST-LONG        PIC 9(3).
      *    A PERIOD LINE OR BLOCK PAYLOAD AS READ, BEFORE IT IS SET TO
      *    THE PRESENT LAYOUT (NORMALISER-LIGNE, NORMALISER-BLOC).
       01  WS-LIGNE-LUE          PIC X(99).
       01  WS-BLOC-LU            PIC X(100).

       PROCEDURE DIVISION.
       A-000-DEBUT.
           PERFORM LIRE-OPERATEUR.
           PERFORM LIRE-DATE-METIER.
           MOVE BDA-DATE TO WS-AUJOURDHUI.
           MOVE WS-AUJOURDHUI (1:6) TO WS-MOIS-COURANT.
           PERFORM LIRE-OUVERTURE-EXO.
           DISPLAY "FONCTION (CLOSE/VERIFY) : ".
           ACCEPT WS-FONCTION.
           MOVE FUNCTION UPPER-CASE(WS-FONCTION) TO WS-FONCTION.
           EVALUATE WS-FONCTION
               WHEN "CLOSE"
                   PERFORM B-000-CLORE THRU B-000-EXIT
               WHEN "VERIFY"
                   PERFORM V-000-VERIFIER THRU V-000-EXIT
               WHEN OTHER
                   DISPLAY "FONCTION INCONNUE: " WS-FONCTION
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.
      *----------------------------------------------------------------
      * CLOSE: AUTHORITY, INTERLOCK, WHICH PERIOD, TOTALS, THEN - ON
      * THE TREASURER'S CONFIRMATION - LEDGER, PERIOD FILE, ARCHIVE.
      *----------------------------------------------------------------
       B-000-CLORE.
           MOVE "CLOTURE-PER" TO AUT-FONCTION.
           MOVE 2 TO AUT-NIVEAU-REQ.
           CALL "AUTHSRV" USING AUTHORITY-AREA.
           IF AUT-RETOUR NOT = "00"
               DISPLAY "CLOTURE REFUSEE - NIVEAU INSUFFISANT"
               MOVE 8 TO RETURN-CODE
               GO TO B-000-EXIT.
      *    THE REGISTER MUST NOT MOVE WHILE IT IS BEING TOTALLED, NOR
      *    WHILE THE YEAR END REWRITES IT.
           MOVE "E" TO ENQ-FONCTION.
           MOVE "MECCGINV.DAT" TO ENQ-RESSOURCE.
           MOVE "MECCGCLO" TO ENQ-PROGRAMME.
           MOVE 60 TO ENQ-ATTENTE.
           CALL "ENQSRV" USING ENQUEUE-AREA.
           IF ENQ-RETOUR NOT = "00"
               DISPLAY "REGISTRE VERROUILLE PAR " ENQ-TENU-PAR
               MOVE 8 TO RETURN-CODE
               GO TO B-000-EXIT.
           MOVE WS-AUJOURDHUI TO PER-DATE.
           CALL "PERSRV" USING PERIOD-AREA.
           MOVE PER-MOIS-CLOS TO WS-MOIS-PRECEDENT.
           IF WS-MOIS-PRECEDENT = 0
               DISPLAY "AUCUNE PERIODE CLOSE - PREMIER MOIS A CLORE "
                       "(AAAAMM) : "
               ACCEPT WS-MOIS-SAISI
               IF WS-MOIS-SAISI NOT NUMERIC
                   DISPLAY "MOIS INVALIDE"
                   MOVE 8 TO RETURN-CODE
                   GO TO B-000-LIBERER
               END-IF
               MOVE WS-MOIS-SAISI TO WS-MOIS
               IF WS-MOIS-MM < 1 OR WS-MOIS-MM > 12
                   DISPLAY "MOIS INVALIDE"
                   MOVE 8 TO RETURN-CODE
                   GO TO B-000-LIBERER
               END-IF
           ELSE
               MOVE WS-MOIS-PRECEDENT TO WS-MOIS
               ADD 1 TO WS-MOIS-MM
               IF WS-MOIS-MM > 12
                   MOVE 1 TO WS-MOIS-MM
                   ADD 1 TO WS-MOIS-AN
               END-IF
           END-IF.
           IF WS-MOIS > WS-MOIS-COURANT
               DISPLAY "PERIODE " WS-MOIS " PAS ENCORE COMMENCEE"
               MOVE 8 TO RETURN-CODE
               GO TO B-000-LIBERER.
           PERFORM LIBELLER-PERIODE.
           IF DSA-RETOUR NOT = "00"
               DISPLAY "PERIODE FISCALE INDETERMINABLE POUR " WS-MOIS
               MOVE 8 TO RETURN-CODE
               GO TO B-000-LIBERER.
           PERFORM C-100-CALCULER THRU C-100-EXIT.
           IF WS-CALCUL-OK NOT = "O"
               PERFORM SIGNALER-INDEX-ARCHIVE
               GO TO B-000-LIBERER.
           IF WS-MOIS-PRECEDENT NOT = 0
               PERFORM C-200-REPORTER-OUVERTURES
           ELSE
               PERFORM VARYING WS-K FROM 1 BY 1
                       UNTIL WS-K > WS-NB-CATEG
                   COMPUTE CT-OUVERTURE (WS-K) = CT-AV-FACT (WS-K)
                       - CT-AV-ENC (WS-K) - CT-AV-AJU (WS-K)
               END-PERFORM
           END-IF.
           PERFORM C-300-CLOTURER.
           PERFORM D-100-EDITER-PERIODE.
           IF WS-NB-ECARTS > 0
               DISPLAY "ATTENTION - " WS-NB-ECARTS " CATEGORIE(S) EN "
                       "ECART AVEC LE REGISTRE, VOIR MECCGCLO.RPT"
           END-IF.
           IF WS-MOIS = WS-MOIS-COURANT
               DISPLAY "LE MOIS EN COURS SERA FIGE - TOUTE ECRITURE "
                       "DATEE DE CE MOIS SERA REFUSEE"
           END-IF.
           DISPLAY "CLORE L'EXERCICE " WS-EXERCICE " PERIODE "
                   WS-PERIODE " (MOIS " WS-MOIS ") (O/N) : ".
           ACCEPT WS-REPONSE.
           IF FUNCTION UPPER-CASE(WS-REPONSE (1:1)) NOT = "O"
               DISPLAY "CLOTURE ABANDONNEE - RIEN N'EST FIGE"
               PERFORM D-900-FERMER-RAPPORT
               GO TO B-000-LIBERER.
           PERFORM E-100-ANCRER-PERIODE.
           IF WS-BLOC = 0
               MOVE 8 TO RETURN-CODE
               PERFORM D-900-FERMER-RAPPORT
               GO TO B-000-LIBERER.
           PERFORM E-200-ECRIRE-PERIODE.
           IF WS-PERIODE = 12
               PERFORM F-100-ARCHIVER THRU F-100-EXIT
           END-IF.
           PERFORM D-800-EDITER-CLOTURE.
           PERFORM D-900-FERMER-RAPPORT.
           MOVE SPACES TO EXC-VALUE.
           STRING WS-MOIS " BLOC " WS-BLOC
               DELIMITED BY SIZE INTO EXC-VALUE.
           MOVE "PERIODE DES COTISATIONS CLOSE" TO EXC-REASON.
           MOVE "W" TO EXC-SEVERITY.
           PERFORM ECRIRE-EXCEPTION.
           DISPLAY "PERIODE " WS-MOIS " CLOSE - BLOC " WS-BLOC
                   ", VOIR MECCGCLO.RPT".
       B-000-LIBERER.
           MOVE "D" TO ENQ-FONCTION.
           MOVE "MECCGINV.DAT" TO ENQ-RESSOURCE.
           MOVE "MECCGCLO" TO ENQ-PROGRAMME.
           CALL "ENQSRV" USING ENQUEUE-AREA.
       B-000-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * NO INDEX OF THE ARCHIVED INVOICES: THEIR RECEIPTS AND
      * ADJUSTMENTS COULD NOT BE FILED, SO NOTHING IS CLOSED OR
      * PROVED.
      *----------------------------------------------------------------
       SIGNALER-INDEX-ARCHIVE.
           DISPLAY "MECCGCLO.WRK STATUT " WS-AX-STATUS
                   " - PERIODE NON TRAITEE".
           MOVE WS-MOIS TO EXC-VALUE.
           MOVE "INDEX ARCHIVE IMPOSSIBLE" TO EXC-REASON.
           MOVE "S" TO EXC-SEVERITY.
           PERFORM ECRIRE-EXCEPTION.
           MOVE 8 TO RETURN-CODE.
      *----------------------------------------------------------------
      * THE FISCAL LABEL OF WS-MOIS (DATESRV "F" ON ITS FIRST DAY).
      *----------------------------------------------------------------
       LIBELLER-PERIODE.
           MOVE "F" TO DSA-FONCTION.
           COMPUTE DSA-DATE-1 = WS-MOIS * 100 + 1.
           MOVE WS-OUVERTURE-EXO TO DSA-NB-JOURS.
           CALL "DATESRV" USING DATE-SERVICE-AREA.
           MOVE DSA-EXERCICE TO WS-EXERCICE.
           MOVE DSA-PERIODE-FISC TO WS-PERIODE.
      *----------------------------------------------------------------
      * PERIOD TOTALS FROM THE THREE FILES, EACH AMOUNT FILED BY ITS
      * DATE: BEFORE THE MONTH (THE REGISTER AS AT ITS START), IN
      * THE MONTH, OR AFTER IT (IGNORED). THE ARCHIVE, THEN THE
      * REGISTER, ARE TOTALLED AS THEY ARE READ; THE RECEIPTS AND THE
      * ADJUSTMENTS THEN FIND THEIR INVOICE BY KEY.
      *----------------------------------------------------------------
       C-100-CALCULER.
           MOVE 0 TO WS-NB-CATEG WS-NB-ECARTS.
           MOVE "N" TO WS-REG-OUVERT.
           PERFORM C-105-INDEXER-ARCHIVE THRU C-105-EXIT.
           IF WS-CALCUL-OK NOT = "O"
               GO TO C-100-EXIT.
           OPEN INPUT INVOICE-FILE.
           IF WS-INV-STATUS = "00"
               MOVE "O" TO WS-REG-OUVERT
               PERFORM UNTIL WS-INV-STATUS NOT = "00"
                   READ INVOICE-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-INV-STATUS
                       NOT AT END
                           MOVE INVOICE-RECORD TO FACTURE-LUE
                           PERFORM C-120-UNE-FACTURE
                   END-READ
               END-PERFORM
           END-IF.
           PERFORM C-110-RECUS.
           PERFORM C-130-AJUSTEMENTS.
           IF WS-REG-OUVERT = "O"
               CLOSE INVOICE-FILE
           END-IF.
           CLOSE ARCHIVE-INDEX.
       C-100-EXIT.
           EXIT.
      *    THE ARCHIVE, TOTALLED INTO ITS CATEGORIES AS IT IS READ AND
      *    INDEXED ON MECCGCLO.WRK. NO ARCHIVE, AN EMPTY INDEX.
      *    IV-REGLE, IV-AVOIR AND IV-REMBOURSE READ AS SPACES ON LINES
      *    WRITTEN BEFORE THE FIELDS EXISTED - TREATED AS ZERO.
       C-105-INDEXER-ARCHIVE.
           MOVE "N" TO WS-CALCUL-OK.
           OPEN OUTPUT ARCHIVE-INDEX.
           IF WS-AX-STATUS NOT = "00"
               GO TO C-105-EXIT.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-ARC-STATUS = "00"
               PERFORM UNTIL WS-ARC-STATUS NOT = "00"
                   READ ARCHIVE-FILE
                       AT END MOVE "10" TO WS-ARC-STATUS
                       NOT AT END PERFORM C-106-UNE-ARCHIVEE
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
           END-IF.
           CLOSE ARCHIVE-INDEX.
           OPEN INPUT ARCHIVE-INDEX.
           IF WS-AX-STATUS = "00"
               MOVE "O" TO WS-CALCUL-OK
           END-IF.
       C-105-EXIT.
           EXIT.
       C-106-UNE-ARCHIVEE.
           MOVE ARC-IMAGE TO FACTURE-LUE.
           IF FL-REGLE NOT NUMERIC
               MOVE 0 TO FL-REGLE
           END-IF.
           IF FL-AVOIR NOT NUMERIC
               MOVE 0 TO FL-AVOIR
           END-IF.
           IF FL-REMBOURSE NOT NUMERIC
               MOVE 0 TO FL-REMBOURSE
           END-IF.
           PERFORM C-120-UNE-FACTURE.
           MOVE FL-NUMERO TO AX-NUMERO.
           MOVE FL-CATEG TO AX-CATEG.
           MOVE FL-DATE-FACTURE TO AX-DATE-FACT.
           WRITE ARCHIVE-INDEX-RECORD
               INVALID KEY CONTINUE
           END-WRITE.
       C-110-RECUS.
           OPEN INPUT HISTORY-FILE.
           IF WS-ENC-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ HISTORY-FILE
                       AT END MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END PERFORM C-111-UN-RECU THRU C-111-EXIT
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF.
       C-111-UN-RECU.
           MOVE EN-NUMERO TO WS-NUMERO-CHERCHE.
           PERFORM C-140-TROUVER-FACTURE.
           MOVE EN-DATE-POSTE TO WS-DATE-MVT.
           PERFORM CLASSER-DATE.
           PERFORM TROUVER-CATEG.
      *    A DIRECT DEBIT RETURNED UNPAID COMES OFF WHAT WAS COLLECTED
      *    IN THE MONTH THE RETURN WAS POSTED.
           IF EN-REJET
               EVALUATE TRUE
                   WHEN WS-AVANT
                       SUBTRACT EN-MONTANT FROM CT-AV-ENC (WS-K)
                   WHEN WS-DANS-PERIODE
                       SUBTRACT EN-MONTANT FROM CT-ENCAISSE (WS-K)
               END-EVALUATE
           ELSE
               EVALUATE TRUE
                   WHEN WS-AVANT
                       ADD EN-MONTANT TO CT-AV-ENC (WS-K)
                   WHEN WS-DANS-PERIODE
                       ADD EN-MONTANT TO CT-ENCAISSE (WS-K)
               END-EVALUATE
           END-IF.
      *    THE INVOICE'S IV-REGLE WAS FILED ON ITS OWN DATE (C-120);
      *    WHAT THE HISTORY HOLDS OF IT COMES BACK OFF THERE, LEAVING
      *    ONLY WHAT WAS PAID BEFORE THE HISTORY EXISTED.
           IF WS-FACT-TROUVEE NOT = "O"
               GO TO C-111-EXIT.
           MOVE WS-DATE-FACT TO WS-DATE-MVT.
           PERFORM CLASSER-DATE.
           IF EN-REJET
               EVALUATE TRUE
                   WHEN WS-AVANT
                       ADD EN-MONTANT TO CT-AV-ENC (WS-K)
                   WHEN WS-DANS-PERIODE
                       ADD EN-MONTANT TO CT-ENCAISSE (WS-K)
               END-EVALUATE
           ELSE
               EVALUATE TRUE
                   WHEN WS-AVANT
                       SUBTRACT EN-MONTANT FROM CT-AV-ENC (WS-K)
                   WHEN WS-DANS-PERIODE
                       SUBTRACT EN-MONTANT FROM CT-ENCAISSE (WS-K)
               END-EVALUATE
           END-IF.
       C-111-EXIT.
           EXIT.
      *    THE INVOICE IN FACTURE-LUE, AND EVERYTHING IV-REGLE SAYS IT
      *    WAS PAID, FILED ON THE INVOICE'S OWN DATE.
       C-120-UNE-FACTURE.
           MOVE FL-CATEG TO WS-CATEG.
           PERFORM TROUVER-CATEG.
           MOVE FL-DATE-FACTURE TO WS-DATE-MVT.
           PERFORM CLASSER-DATE.
           EVALUATE TRUE
               WHEN WS-AVANT
                   ADD FL-MONTANT TO CT-AV-FACT (WS-K)
                   ADD FL-REGLE TO CT-AV-ENC (WS-K)
               WHEN WS-DANS-PERIODE
                   ADD FL-MONTANT TO CT-FACTURE (WS-K)
                   ADD FL-REGLE TO CT-ENCAISSE (WS-K)
           END-EVALUATE.
       C-130-AJUSTEMENTS.
           OPEN INPUT ADJUST-FILE.
           IF WS-ADJ-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ ADJUST-FILE
                       AT END MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END PERFORM C-131-UN-AJUSTEMENT
                   END-READ
               END-PERFORM
               CLOSE ADJUST-FILE
           END-IF.
      *    CREDIT NOTES AND WRITE-OFFS REDUCE WHAT IS OWED, A REFUND
      *    PUTS IT BACK.
       C-131-UN-AJUSTEMENT.
           MOVE AJ-NUMERO TO WS-NUMERO-CHERCHE.
           PERFORM C-140-TROUVER-FACTURE.
           IF AJ-TYPE = "F"
               COMPUTE WS-MONTANT = 0 - AJ-MONTANT
           ELSE
               MOVE AJ-MONTANT TO WS-MONTANT
           END-IF.
           MOVE AJ-DATE TO WS-DATE-MVT.
           PERFORM CLASSER-DATE.
           PERFORM TROUVER-CATEG.
           EVALUATE TRUE
               WHEN WS-AVANT
                   ADD WS-MONTANT TO CT-AV-AJU (WS-K)
               WHEN WS-DANS-PERIODE
                   ADD WS-MONTANT TO CT-AJUSTE (WS-K)
           END-EVALUATE.
      *    INVOICE WS-NUMERO-CHERCHE, IN THE REGISTER OR ARCHIVED -
      *    CATEGORY "??" WHEN IT IS IN NEITHER.
       C-140-TROUVER-FACTURE.
           MOVE "N" TO WS-FACT-TROUVEE.
           MOVE "??" TO WS-CATEG.
           MOVE 0 TO WS-DATE-FACT.
           IF WS-REG-OUVERT = "O"
               MOVE WS-NUMERO-CHERCHE TO IV-NUMERO
               READ INVOICE-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "O" TO WS-FACT-TROUVEE
                       MOVE IV-CATEG TO WS-CATEG
                       MOVE IV-DATE-FACTURE TO WS-DATE-FACT
               END-READ
           END-IF.
           IF WS-FACT-TROUVEE = "N"
               MOVE WS-NUMERO-CHERCHE TO AX-NUMERO
               READ ARCHIVE-INDEX
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "O" TO WS-FACT-TROUVEE
                       MOVE AX-CATEG TO WS-CATEG
                       MOVE AX-DATE-FACT TO WS-DATE-FACT
               END-READ
           END-IF.
      *----------------------------------------------------------------
      * THE OPENING BALANCE OF EACH CATEGORY IS THE CLOSING BALANCE
      * CARRIED ON THE PREVIOUS PERIOD'S LINES.
      *----------------------------------------------------------------
       C-200-REPORTER-OUVERTURES.
           OPEN INPUT PERIOD-FILE.
           IF WS-PER-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ PERIOD-FILE
                       AT END MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF PE-MOIS = WS-MOIS-PRECEDENT
                              AND PE-CATEG NOT = "**"
                               PERFORM NORMALISER-LIGNE
                               MOVE PE-CATEG TO WS-CATEG
                               PERFORM TROUVER-CATEG
                               MOVE PE-CLOTURE TO CT-OUVERTURE (WS-K)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIOD-FILE
           END-IF.
      *----------------------------------------------------------------
      * CLOSING = OPENING + BILLED - COLLECTED - ADJUSTED, PROVED
      * AGAINST THE REGISTER AS AT THE MONTH END.
      *----------------------------------------------------------------
       C-300-CLOTURER.
           INITIALIZE TOTAUX-PERIODE.
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-NB-CATEG
               COMPUTE CT-CLOTURE (WS-K) = CT-OUVERTURE (WS-K)
                   + CT-FACTURE (WS-K) - CT-ENCAISSE (WS-K)
                   - CT-AJUSTE (WS-K)
               COMPUTE CT-REGISTRE (WS-K) = CT-AV-FACT (WS-K)
                   - CT-AV-ENC (WS-K) - CT-AV-AJU (WS-K)
                   + CT-FACTURE (WS-K) - CT-ENCAISSE (WS-K)
                   - CT-AJUSTE (WS-K)
               IF CT-CLOTURE (WS-K) NOT = CT-REGISTRE (WS-K)
                   ADD 1 TO WS-NB-ECARTS
               END-IF
               ADD CT-OUVERTURE (WS-K) TO TP-OUVERTURE
               ADD CT-FACTURE (WS-K) TO TP-FACTURE
               ADD CT-ENCAISSE (WS-K) TO TP-ENCAISSE
               ADD CT-AJUSTE (WS-K) TO TP-AJUSTE
               ADD CT-CLOTURE (WS-K) TO TP-CLOTURE
               ADD CT-REGISTRE (WS-K) TO TP-REGISTRE
           END-PERFORM.
      *----------------------------------------------------------------
      * THE LISTING: ONE LINE PER CATEGORY, THE PERIOD TOTAL, AND THE
      * REGISTER AS AT THE MONTH END FOR COMPARISON.
      *----------------------------------------------------------------
       D-100-EDITER-PERIODE.
           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO LIGNE-RPT.
           STRING "CLOTURE DES COTISATIONS - EXERCICE " WS-EXERCICE
                  " PERIODE " WS-PERIODE " (MOIS " WS-MOIS
                  ")    EDITE LE " WS-AUJOURDHUI
               DELIMITED BY SIZE INTO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE ALL "=" TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE SPACES TO LIGNE-RPT.
           MOVE "CAT" TO LIGNE-RPT (1:3).
           MOVE "OUVERTURE" TO LIGNE-RPT (9:9).
           MOVE "FACTURE" TO LIGNE-RPT (25:7).
           MOVE "ENCAISSE" TO LIGNE-RPT (37:8).
           MOVE "AJUSTE" TO LIGNE-RPT (54:6).
           MOVE "CLOTURE" TO LIGNE-RPT (67:7).
           MOVE "ETAT" TO LIGNE-RPT (76:4).
           WRITE LIGNE-RPT.
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-NB-CATEG
               MOVE CT-CODE (WS-K) TO DL-CATEG
               MOVE CT-OUVERTURE (WS-K) TO DL-OUVERTURE
               MOVE CT-FACTURE (WS-K) TO DL-FACTURE
               MOVE CT-ENCAISSE (WS-K) TO DL-ENCAISSE
               MOVE CT-AJUSTE (WS-K) TO DL-AJUSTE
               MOVE CT-CLOTURE (WS-K) TO DL-CLOTURE
               IF CT-CLOTURE (WS-K) = CT-REGISTRE (WS-K)
                   MOVE "OK" TO DL-ETAT
               ELSE
                   MOVE "ECART" TO DL-ETAT
               END-IF
               MOVE WS-LIGNE-DETAIL TO LIGNE-RPT
               WRITE LIGNE-RPT
           END-PERFORM.
           MOVE ALL "-" TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE "**" TO DL-CATEG.
           MOVE TP-OUVERTURE TO DL-OUVERTURE.
           MOVE TP-FACTURE TO DL-FACTURE.
           MOVE TP-ENCAISSE TO DL-ENCAISSE.
           MOVE TP-AJUSTE TO DL-AJUSTE.
           MOVE TP-CLOTURE TO DL-CLOTURE.
           IF WS-NB-ECARTS = 0
               MOVE "OK" TO DL-ETAT
           ELSE
               MOVE "ECART" TO DL-ETAT
           END-IF.
           MOVE WS-LIGNE-DETAIL TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE SPACES TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE TP-REGISTRE TO DL-CLOTURE.
           MOVE SPACES TO LIGNE-RPT.
           STRING "ENCOURS DU REGISTRE A LA FIN DU MOIS : " DL-CLOTURE
               DELIMITED BY SIZE INTO LIGNE-RPT.
           WRITE LIGNE-RPT.
           IF WS-MOIS-PRECEDENT = 0
               MOVE "PREMIERE CLOTURE - OUVERTURE PRISE SUR LE REGISTRE"
                   TO LIGNE-RPT
           ELSE
               MOVE SPACES TO LIGNE-RPT
               STRING "OUVERTURE REPORTEE DE LA PERIODE CLOSE "
                      WS-MOIS-PRECEDENT
                   DELIMITED BY SIZE INTO LIGNE-RPT
           END-IF.
           WRITE LIGNE-RPT.
       D-800-EDITER-CLOTURE.
           MOVE SPACES TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE SPACES TO LIGNE-RPT.
           STRING "PERIODE CLOSE PAR " WS-OPERATEUR
                  " - ANCREE AU GRAND LIVRE, BLOC " WS-BLOC
                  " EMPREINTE " WS-DIGEST
               DELIMITED BY SIZE INTO LIGNE-RPT.
           WRITE LIGNE-RPT.
           IF WS-PERIODE = 12
               MOVE WS-NB-ARCHIVEES TO WS-EDT-NB
               MOVE SPACES TO LIGNE-RPT
               STRING "FIN D'EXERCICE - FACTURES SOLDEES ARCHIVEES "
                      "DANS MECCGINV.ARC : " WS-EDT-NB
                   DELIMITED BY SIZE INTO LIGNE-RPT
               WRITE LIGNE-RPT
           END-IF.
       D-900-FERMER-RAPPORT.
           CLOSE REPORT-FILE.
      *----------------------------------------------------------------
      * ANCHORS THE PERIOD: A "P" BLOCK CARRYING ITS TOTALS AND THE
      * DIGEST OF THE LINES ABOUT TO GO ON MECCGPER.DAT, CHAINED TO
      * THE CURRENT TIP. WS-BLOC STAYS ZERO IF THE WRITE FAILS - THE
      * PERIOD IS THEN NOT CLOSED.
      *----------------------------------------------------------------
       E-100-ANCRER-PERIODE.
           MOVE 0 TO WS-BLOC.
           PERFORM E-110-DIGERER-LIGNES.
           MOVE SPACES TO IB-NUMBER.
           MOVE WS-MOIS TO IB-PC-MOIS.
           MOVE WS-EXERCICE TO IB-PC-EXERCICE.
           MOVE WS-PERIODE TO IB-PC-PERIODE.
           MOVE TP-OUVERTURE TO IB-PC-OUVERTURE.
           MOVE TP-FACTURE TO IB-PC-FACTURE.
           MOVE TP-ENCAISSE TO IB-PC-ENCAISSE.
           MOVE TP-AJUSTE TO IB-PC-AJUSTE.
           MOVE TP-CLOTURE TO IB-PC-CLOTURE.
           MOVE WS-DIGEST TO IB-PC-DIGEST.
           MOVE IB-NUMBER TO BLOCKS-NUMBER.
           MOVE "P" TO BLOCKS-TYPE.
           PERFORM TROUVER-DERNIER-BLOC.
           ADD 1 TO WS-CHAIN-TIP-VERSION GIVING BLOCKS-VERSION.
           PERFORM CALCULER-HASH.
           MOVE BLOCKS-NUMBER  TO CF-NUMBER.
           MOVE BLOCKS-VERSION TO CF-VERSION.
           MOVE BLOCKS-TYPE    TO CF-TYPE.
           MOVE BLOCKHASH-NUM  TO CF-HASH.
           OPEN I-O CHAIN-FILE.
           IF WS-CHN-STATUS = "35"
               OPEN OUTPUT CHAIN-FILE
               CLOSE CHAIN-FILE
               OPEN I-O CHAIN-FILE
           END-IF.
           WRITE CHAIN-FILE-RECORD
               INVALID KEY
                   DISPLAY "ERREUR ECRITURE DU BLOC " BLOCKS-VERSION
                           " - PERIODE NON CLOSE"
                   MOVE BLOCKS-VERSION TO EXC-VALUE
                   MOVE "BLOC DE CLOTURE NON ECRIT" TO EXC-REASON
                   MOVE "S" TO EXC-SEVERITY
                   PERFORM ECRIRE-EXCEPTION
               NOT INVALID KEY
                   MOVE BLOCKS-VERSION TO WS-BLOC
           END-WRITE.
           CLOSE CHAIN-FILE.
      *    THE DIGEST RUNS OVER THE LINES IN THE ORDER THEY ARE
      *    WRITTEN: ONE PER CATEGORY, THEN THE TOTAL.
       E-110-DIGERER-LIGNES.
           MOVE 0 TO WS-DIGEST-ACCUM.
           MOVE 73 TO WS-DIGEST-LONG.
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-NB-CATEG
               PERFORM E-120-PREPARER-LIGNE
               MOVE IMAGE-PERIODE (1:73) TO WS-DIGEST-ZONE
               PERFORM CUMULER-DIGEST
           END-PERFORM.
           PERFORM E-130-PREPARER-TOTAL.
           MOVE IMAGE-PERIODE (1:73) TO WS-DIGEST-ZONE.
           PERFORM CUMULER-DIGEST.
           MOVE WS-DIGEST-ACCUM TO WS-DIGEST.
       E-120-PREPARER-LIGNE.
           MOVE WS-MOIS TO IP-MOIS.
           MOVE WS-EXERCICE TO IP-EXERCICE.
           MOVE WS-PERIODE TO IP-PERIODE.
           MOVE CT-CODE (WS-K) TO IP-CATEG.
           MOVE CT-OUVERTURE (WS-K) TO IP-OUVERTURE.
           MOVE CT-FACTURE (WS-K) TO IP-FACTURE.
           MOVE CT-ENCAISSE (WS-K) TO IP-ENCAISSE.
           MOVE CT-AJUSTE (WS-K) TO IP-AJUSTE.
           MOVE CT-CLOTURE (WS-K) TO IP-CLOTURE.
           MOVE WS-AUJOURDHUI TO IP-DATE-CLOT.
           MOVE AUT-OPERATEUR TO IP-PAR.
           MOVE WS-BLOC TO IP-BLOC.
       E-130-PREPARER-TOTAL.
           MOVE WS-MOIS TO IP-MOIS.
           MOVE WS-EXERCICE TO IP-EXERCICE.
           MOVE WS-PERIODE TO IP-PERIODE.
           MOVE "**" TO IP-CATEG.
           MOVE TP-OUVERTURE TO IP-OUVERTURE.
           MOVE TP-FACTURE TO IP-FACTURE.
           MOVE TP-ENCAISSE TO IP-ENCAISSE.
           MOVE TP-AJUSTE TO IP-AJUSTE.
           MOVE TP-CLOTURE TO IP-CLOTURE.
           MOVE WS-AUJOURDHUI TO IP-DATE-CLOT.
           MOVE AUT-OPERATEUR TO IP-PAR.
           MOVE WS-BLOC TO IP-BLOC.
      *----------------------------------------------------------------
      * THE PERIOD LINES, EACH CARRYING THE ANCHORING BLOCK. THE LAST
      * MONTH ON THIS FILE IS THE FREEZE POINT PERSRV ENFORCES.
      *----------------------------------------------------------------
       E-200-ECRIRE-PERIODE.
           OPEN EXTEND PERIOD-FILE.
           IF WS-PER-STATUS = "35"
               OPEN OUTPUT PERIOD-FILE
               CLOSE PERIOD-FILE
               OPEN EXTEND PERIOD-FILE
           END-IF.
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-NB-CATEG
               PERFORM E-120-PREPARER-LIGNE
               MOVE IMAGE-PERIODE TO PERIOD-CLOSE-RECORD
               WRITE PERIOD-CLOSE-RECORD
           END-PERFORM.
           PERFORM E-130-PREPARER-TOTAL.
           MOVE IMAGE-PERIODE TO PERIOD-CLOSE-RECORD.
           WRITE PERIOD-CLOSE-RECORD.
           CLOSE PERIOD-FILE.
      *----------------------------------------------------------------
      * YEAR END: EVERY INVOICE OF THE REGISTER DATED UP TO THE END
      * OF THE EXERCISE JUST CLOSED, SETTLED AND OWING NOTHING, MOVES
      * TO MECCGINV.ARC AND IS DELETED FROM THE REGISTER AS THE
      * REGISTER IS READ THROUGH. THE ARCHIVE LINE IS WRITTEN FIRST -
      * AN INVOICE THAT CANNOT THEN BE DELETED IS LOGGED, NEVER LOST.
      *----------------------------------------------------------------
       F-100-ARCHIVER.
           MOVE 0 TO WS-NB-ARCHIVEES.
           OPEN I-O INVOICE-FILE.
           IF WS-INV-STATUS NOT = "00"
               DISPLAY "MECCGINV.DAT INDISPONIBLE - ARCHIVAGE NON FAIT"
               MOVE "MECCGINV.DAT" TO EXC-VALUE
               MOVE "ARCHIVAGE ANNUEL NON FAIT" TO EXC-REASON
               MOVE "S" TO EXC-SEVERITY
               PERFORM ECRIRE-EXCEPTION
               GO TO F-100-EXIT.
           OPEN EXTEND ARCHIVE-FILE.
           IF WS-ARC-STATUS = "35"
               OPEN OUTPUT ARCHIVE-FILE
               CLOSE ARCHIVE-FILE
               OPEN EXTEND ARCHIVE-FILE
           END-IF.
           IF WS-ARC-STATUS NOT = "00"
               DISPLAY "MECCGINV.ARC STATUT " WS-ARC-STATUS
                       " - ARCHIVAGE NON FAIT"
               MOVE "MECCGINV.ARC" TO EXC-VALUE
               MOVE "ARCHIVAGE ANNUEL NON FAIT" TO EXC-REASON
               MOVE "S" TO EXC-SEVERITY
               PERFORM ECRIRE-EXCEPTION
               CLOSE INVOICE-FILE
               GO TO F-100-EXIT.
           PERFORM UNTIL WS-INV-STATUS NOT = "00"
               READ INVOICE-FILE NEXT RECORD
                   AT END MOVE "10" TO WS-INV-STATUS
                   NOT AT END PERFORM F-110-UNE-FACTURE THRU F-110-EXIT
               END-READ
           END-PERFORM.
           CLOSE ARCHIVE-FILE.
           CLOSE INVOICE-FILE.
       F-100-EXIT.
           EXIT.
       F-110-UNE-FACTURE.
           COMPUTE WS-SOLDE = IV-MONTANT - IV-REGLE
               - IV-AVOIR + IV-REMBOURSE.
           MOVE IV-DATE-FACTURE TO WS-DATE-MVT.
           PERFORM CLASSER-DATE.
           IF NOT IV-REGLEE OR WS-SOLDE NOT = 0 OR WS-APRES
               GO TO F-110-EXIT.
           MOVE WS-AUJOURDHUI TO ARC-DATE-ARCHIVAGE.
           MOVE INVOICE-RECORD TO ARC-IMAGE.
           WRITE ARCHIVE-RECORD.
      *    NOT ON THE ARCHIVE, SO IT STAYS IN THE REGISTER.
           IF WS-ARC-STATUS NOT = "00"
               DISPLAY "FACTURE " IV-NUMERO " NON ARCHIVEE - STATUT "
                       WS-ARC-STATUS
               MOVE IV-NUMERO TO EXC-VALUE
               MOVE "FACTURE NON ARCHIVEE" TO EXC-REASON
               MOVE "S" TO EXC-SEVERITY
               PERFORM ECRIRE-EXCEPTION
               GO TO F-110-EXIT.
           ADD 1 TO WS-NB-ARCHIVEES.
           DELETE INVOICE-FILE RECORD
               INVALID KEY
                   MOVE IV-NUMERO TO EXC-VALUE
                   MOVE "FACTURE ARCHIVEE NON SUPPRIMEE"
                       TO EXC-REASON
                   MOVE "S" TO EXC-SEVERITY
                   PERFORM ECRIRE-EXCEPTION
           END-DELETE.
           MOVE "00" TO WS-INV-STATUS.
       F-110-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * VERIFY: THE PERIOD'S LINES AGAINST THEIR LEDGER BLOCK (LIVE
      * CHAIN, OR CHAIN.ARC IF THE LEDGER HAS SINCE BEEN PRUNED), AND
      * THE ACTIVITY THEY RECORD AGAINST THE FILES TODAY.
      *----------------------------------------------------------------
       V-000-VERIFIER.
           DISPLAY "PERIODE A VERIFIER (AAAAMM) : ".
           ACCEPT WS-MOIS-SAISI.
           IF WS-MOIS-SAISI NOT NUMERIC
               DISPLAY "MOIS INVALIDE"
               MOVE 8 TO RETURN-CODE
               GO TO V-000-EXIT.
           MOVE WS-MOIS-SAISI TO WS-MOIS.
           MOVE "O" TO WS-VERIF-OK.
           PERFORM V-100-RELIRE-PERIODE.
           IF WS-NB-LIGNES = 0
               DISPLAY "PERIODE " WS-MOIS " NON CLOSE"
               MOVE 8 TO RETURN-CODE
               GO TO V-000-EXIT.
           PERFORM V-200-LIRE-BLOC.
           IF IB-TYPE NOT = "P"
               DISPLAY "BLOC " WS-BLOC " INTROUVABLE OU PAS UN BLOC "
                       "DE CLOTURE"
               MOVE "N" TO WS-VERIF-OK
           ELSE
               IF IB-PC-MOIS NOT = WS-MOIS
                  OR IB-PC-DIGEST NOT = WS-DIGEST
                  OR IB-PC-OUVERTURE NOT = TP-OUVERTURE
                  OR IB-PC-FACTURE NOT = TP-FACTURE
                  OR IB-PC-ENCAISSE NOT = TP-ENCAISSE
                  OR IB-PC-AJUSTE NOT = TP-AJUSTE
                  OR IB-PC-CLOTURE NOT = TP-CLOTURE
                   DISPLAY "LIGNES DE MECCGPER.DAT MODIFIEES DEPUIS "
                           "LA CLOTURE (BLOC " WS-BLOC ")"
                   MOVE "N" TO WS-VERIF-OK
               ELSE
                   DISPLAY "LIGNES CONFORMES AU BLOC " WS-BLOC
               END-IF
           END-IF.
           PERFORM C-100-CALCULER THRU C-100-EXIT.
           IF WS-CALCUL-OK NOT = "O"
               PERFORM SIGNALER-INDEX-ARCHIVE
               GO TO V-000-EXIT.
           PERFORM V-300-COMPARER-ACTIVITE THRU V-300-EXIT.
           IF WS-VERIF-OK = "O"
               DISPLAY "PERIODE " WS-MOIS " VERIFIEE : OK"
           ELSE
               DISPLAY "PERIODE " WS-MOIS " VERIFIEE : EN ECHEC"
               MOVE WS-MOIS TO EXC-VALUE
               MOVE "PERIODE CLOSE NON CONFORME" TO EXC-REASON
               MOVE "S" TO EXC-SEVERITY
               PERFORM ECRIRE-EXCEPTION
               MOVE 8 TO RETURN-CODE
           END-IF.
       V-000-EXIT.
           EXIT.
      *    THE PERIOD'S LINES, RE-DIGESTED IN FILE ORDER; THE TOTAL
      *    LINE GIVES THE TOTALS AND THE ANCHORING BLOCK.
       V-100-RELIRE-PERIODE.
           MOVE 0 TO WS-NB-LIGNES WS-DIGEST-ACCUM WS-BLOC.
           INITIALIZE TOTAUX-PERIODE.
           OPEN INPUT PERIOD-FILE.
           IF WS-PER-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ PERIOD-FILE
                       AT END MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF PE-MOIS = WS-MOIS
                               PERFORM V-110-UNE-LIGNE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIOD-FILE
           END-IF.
           MOVE WS-DIGEST-ACCUM TO WS-DIGEST.
       V-110-UNE-LIGNE.
           ADD 1 TO WS-NB-LIGNES.
           PERFORM NORMALISER-LIGNE.
           MOVE WS-LIGNE-LUE (1:WS-DIGEST-LONG) TO WS-DIGEST-ZONE.
           PERFORM CUMULER-DIGEST.
           IF PE-CATEG = "**"
               MOVE PE-BLOC TO WS-BLOC
               MOVE PE-OUVERTURE TO TP-OUVERTURE
               MOVE PE-FACTURE TO TP-FACTURE
               MOVE PE-ENCAISSE TO TP-ENCAISSE
               MOVE PE-AJUSTE TO TP-AJUSTE
               MOVE PE-CLOTURE TO TP-CLOTURE
           END-IF.
       V-200-LIRE-BLOC.
           MOVE SPACES TO IMAGE-BLOC.
           OPEN INPUT CHAIN-FILE.
           IF WS-CHN-STATUS = "00"
               MOVE WS-BLOC TO CF-VERSION
               READ CHAIN-FILE KEY IS CF-VERSION
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE CF-TYPE TO IB-TYPE
                       MOVE CF-NUMBER TO IB-NUMBER
               END-READ
               CLOSE CHAIN-FILE
           END-IF.
           IF IB-TYPE = SPACE
               OPEN INPUT LEDGER-ARCHIVE
               IF WS-LAR-STATUS = "00"
                   MOVE "N" TO WS-EOF-FLAG
                   PERFORM UNTIL WS-EOF-FLAG = "Y"
                       READ LEDGER-ARCHIVE
                           AT END MOVE "Y" TO WS-EOF-FLAG
                           NOT AT END
                               IF LA-VERSION = WS-BLOC
                                   MOVE LA-TYPE TO IB-TYPE
                                   MOVE LA-NUMBER TO IB-NUMBER
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE LEDGER-ARCHIVE
               END-IF
           END-IF.
           IF IB-TYPE = "P"
               PERFORM NORMALISER-BLOC
           END-IF.
      *    BILLED, COLLECTED AND ADJUSTED, CATEGORY BY CATEGORY, AS
      *    THE FILES STAND TODAY. THE OPENING IS NOT RECOMPUTED - IT
      *    IS THE CARRIED FIGURE THE BLOCK ALREADY PROVES.
       V-300-COMPARER-ACTIVITE.
           OPEN INPUT PERIOD-FILE.
           IF WS-PER-STATUS NOT = "00"
               DISPLAY "MECCGPER.DAT ILLISIBLE (STATUT " WS-PER-STATUS
                       ") - ACTIVITE NON COMPAREE"
               MOVE "N" TO WS-VERIF-OK
               GO TO V-300-EXIT.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ PERIOD-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF PE-MOIS = WS-MOIS AND PE-CATEG NOT = "**"
                           PERFORM NORMALISER-LIGNE
                           MOVE PE-CATEG TO WS-CATEG
                           PERFORM TROUVER-CATEG
                           IF PE-FACTURE NOT = CT-FACTURE (WS-K)
                              OR PE-ENCAISSE NOT = CT-ENCAISSE (WS-K)
                              OR PE-AJUSTE NOT = CT-AJUSTE (WS-K)
                               DISPLAY "CATEGORIE " PE-CATEG
                                       " : ACTIVITE DIFFERENTE DES "
                                       "FICHIERS"
                               MOVE "N" TO WS-VERIF-OK
                           END-IF
                           MOVE "**" TO CT-CODE (WS-K)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PERIOD-FILE.
      *    A CATEGORY WITH ACTIVITY IN THE MONTH BUT NO LINE.
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-NB-CATEG
               IF CT-CODE (WS-K) NOT = "**"
                  AND (CT-FACTURE (WS-K) NOT = 0
                       OR CT-ENCAISSE (WS-K) NOT = 0
                       OR CT-AJUSTE (WS-K) NOT = 0)
                   DISPLAY "CATEGORIE " CT-CODE (WS-K)
                           " : ACTIVITE ABSENTE DE LA CLOTURE"
                   MOVE "N" TO WS-VERIF-OK
               END-IF
           END-PERFORM.
       V-300-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * A PERIOD LINE AS READ, KEPT IN WS-LIGNE-LUE WITH THE LENGTH
      * ITS DIGEST RAN OVER. A LINE WRITTEN BEFORE PE-ENCAISSE CARRIED
      * A SIGN (A DIGIT IN BYTE 38) IS MOVED ON A BYTE FROM THERE AND
      * TAKES A "+" - THOSE AMOUNTS WERE NEVER NEGATIVE.
      *----------------------------------------------------------------
       NORMALISER-LIGNE.
           MOVE PERIOD-CLOSE-RECORD TO WS-LIGNE-LUE.
           MOVE 73 TO WS-DIGEST-LONG.
           IF PERIOD-CLOSE-RECORD (38:1) NUMERIC
               MOVE 72 TO WS-DIGEST-LONG
               MOVE WS-LIGNE-LUE (38:61) TO PERIOD-CLOSE-RECORD (39:61)
               MOVE "+" TO PERIOD-CLOSE-RECORD (38:1)
           END-IF.
      *    THE SAME FOR THE PAYLOAD OF A "P" BLOCK (BYTE 36).
       NORMALISER-BLOC.
           IF IB-NUMBER (36:1) NUMERIC
               MOVE IB-NUMBER TO WS-BLOC-LU
               MOVE WS-BLOC-LU (36:64) TO IB-NUMBER (37:64)
               MOVE "+" TO IB-NUMBER (36:1)
           END-IF.
      *----------------------------------------------------------------
      * SETS WS-POSITION FOR WS-DATE-MVT AGAINST THE MONTH WS-MOIS.
      *----------------------------------------------------------------
       CLASSER-DATE.
           COMPUTE WS-MOIS-MVT = WS-DATE-MVT / 100.
           EVALUATE TRUE
               WHEN WS-MOIS-MVT < WS-MOIS
                   MOVE "A" TO WS-POSITION
               WHEN WS-MOIS-MVT = WS-MOIS
                   MOVE "P" TO WS-POSITION
               WHEN OTHER
                   MOVE "X" TO WS-POSITION
           END-EVALUATE.
      *----------------------------------------------------------------
      * WS-K = THE ENTRY OF CATEGORY WS-CATEG, CREATED ON FIRST USE.
      *----------------------------------------------------------------
       TROUVER-CATEG.
           MOVE 0 TO WS-K.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-CATEG OR WS-K > 0
               IF CT-CODE (WS-I) = WS-CATEG
                   MOVE WS-I TO WS-K
               END-IF
           END-PERFORM.
      *    A FULL TABLE FILES THE EXCESS UNDER THE LAST ENTRY.
           IF WS-K = 0
               IF WS-NB-CATEG < 30
                   ADD 1 TO WS-NB-CATEG
                   MOVE WS-NB-CATEG TO WS-K
                   MOVE WS-CATEG TO CT-CODE (WS-K)
                   MOVE 0 TO CT-AV-FACT (WS-K) CT-AV-ENC (WS-K)
                       CT-AV-AJU (WS-K) CT-OUVERTURE (WS-K)
                       CT-FACTURE (WS-K) CT-ENCAISSE (WS-K)
                       CT-AJUSTE (WS-K) CT-CLOTURE (WS-K)
                       CT-REGISTRE (WS-K)
               ELSE
                   MOVE WS-NB-CATEG TO WS-K
               END-IF
           END-IF.
      *----------------------------------------------------------------
      * ADDS WS-DIGEST-ZONE TO THE RUNNING DIGEST (SAME ROLLING
      * CHECKSUM AS THE LEDGER).
      *----------------------------------------------------------------
       CUMULER-DIGEST.
           MOVE 1 TO WS-HASH-I
           PERFORM UNTIL WS-HASH-I > WS-DIGEST-LONG
               MOVE FUNCTION ORD(WS-DIGEST-ZONE(WS-HASH-I:1))
                       TO WS-HASH-CHAR-VAL
               COMPUTE WS-DIGEST-ACCUM =
                   FUNCTION MOD(WS-DIGEST-ACCUM * 31 + WS-HASH-CHAR-VAL
                                1000000000000000000)
               ADD 1 TO WS-HASH-I
           END-PERFORM.
      *----------------------------------------------------------------
      * HIGHEST VERSION ON THE CHAIN AND ITS HASH.
      *----------------------------------------------------------------
       TROUVER-DERNIER-BLOC.
           MOVE 0      TO WS-CHAIN-TIP-VERSION
           MOVE SPACES TO WS-CHAIN-TIP-HASH
           OPEN INPUT CHAIN-FILE
           IF WS-CHN-STATUS NOT = "35"
               PERFORM UNTIL WS-CHN-STATUS NOT = "00"
                   READ CHAIN-FILE NEXT RECORD
                       AT END CONTINUE
                       NOT AT END
                           IF CF-VERSION > WS-CHAIN-TIP-VERSION
                               MOVE CF-VERSION TO WS-CHAIN-TIP-VERSION
                               MOVE CF-HASH    TO WS-CHAIN-TIP-HASH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHAIN-FILE
           END-IF.
      *----------------------------------------------------------------
      * SAME ROLLING CHECKSUM AS THE LEDGER PROGRAM: PAYLOAD, THEN
      * PREDECESSOR HASH, THEN VERSION, THEN TYPE.
      *----------------------------------------------------------------
       CALCULER-HASH.
           MOVE 0 TO WS-HASH-ACCUM
           MOVE 1 TO WS-HASH-I
           PERFORM UNTIL WS-HASH-I > 100
               MOVE FUNCTION ORD(BLOCKS-NUMBER(WS-HASH-I:1))
                       TO WS-HASH-CHAR-VAL
               COMPUTE WS-HASH-ACCUM =
                   FUNCTION MOD(WS-HASH-ACCUM * 31 + WS-HASH-CHAR-VAL
                                1000000000000000000)
               ADD 1 TO WS-HASH-I
           END-PERFORM
           MOVE 1 TO WS-HASH-I
           PERFORM UNTIL WS-HASH-I > 100
               MOVE FUNCTION ORD(WS-CHAIN-TIP-HASH(WS-HASH-I:1))
                       TO WS-HASH-CHAR-VAL
               COMPUTE WS-HASH-ACCUM =
                   FUNCTION MOD(WS-HASH-ACCUM * 31 + WS-HASH-CHAR-VAL
                                1000000000000000000)
               ADD 1 TO WS-HASH-I
           END-PERFORM
           COMPUTE WS-HASH-ACCUM =
               FUNCTION MOD(WS-HASH-ACCUM + (BLOCKS-VERSION * 97)
                            1000000000000000000)
           COMPUTE WS-HASH-ACCUM =
               FUNCTION MOD(WS-HASH-ACCUM * 31
                            + FUNCTION ORD(BLOCKS-TYPE)
                            1000000000000000000)
           MOVE SPACES TO BLOCKHASH-NUM
           MOVE WS-HASH-ACCUM TO BLOCKHASH-NUM(1:18).
      *----------------------------------------------------------------
      * THE MONTH THE FISCAL EXERCISE OPENS, FROM MECCGCLO.CTL (01 TO
      * 12) - JANUARY WHEN THE FILE IS ABSENT OR UNREADABLE.
      *----------------------------------------------------------------
       LIRE-OUVERTURE-EXO.
           OPEN INPUT CONTROL-FILE.
           IF WS-CTL-STATUS = "00"
               READ CONTROL-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF CONTROL-RECORD (1:2) NUMERIC
                           MOVE CONTROL-RECORD (1:2)
                               TO WS-OUVERTURE-EXO
                       END-IF
               END-READ
               CLOSE CONTROL-FILE
           END-IF.
           IF WS-OUVERTURE-EXO < 1 OR WS-OUVERTURE-EXO > 12
               MOVE 1 TO WS-OUVERTURE-EXO
           END-IF.
      *----------------------------------------------------------------
      * APPENDS ONE RECORD TO THE SHARED EXCEPTION LOG. CALLERS SET
      * EXC-VALUE/EXC-REASON BEFORE PERFORMING THIS.
      *----------------------------------------------------------------
       ECRIRE-EXCEPTION.
           OPEN EXTEND EXCEPTION-FILE.
           IF WS-EXC-STATUS = "35"
               OPEN OUTPUT EXCEPTION-FILE
               CLOSE EXCEPTION-FILE
               OPEN EXTEND EXCEPTION-FILE
           END-IF.
           MOVE "MECCGCLO" TO EXC-PROGRAM.
           MOVE WS-AUJOURDHUI TO EXC-DATE.
           ACCEPT WS-HEURE-EXACTE FROM TIME.
           MOVE WS-HHMMSS TO EXC-TIME.
           MOVE WS-OPERATEUR TO EXC-OPERATOR.
           WRITE EXCEPTION-LOG-RECORD.
           CLOSE EXCEPTION-FILE.
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
      * THE SHOP'S PROCESSING DATE, THROUGH THE BUSDATE SERVICE.
      *----------------------------------------------------------------
       LIRE-DATE-METIER.
           MOVE "L" TO BDA-FONCTION.
           CALL "BUSDATE" USING BUSINESS-DATE-AREA.

       END PROGRAM MECCGCLO.
