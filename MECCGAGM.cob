       IDENTIFICATION DIVISION.
       PROGRAM-ID. MECCGAGM.
       AUTHOR. SHOP OPERATIONS.
      *          ANNUAL GENERAL MEETING: THE VOTER REGISTER AND THE
      *          SIGN-IN ON THE DAY, REPLACING THE LIST THE SECRETARY
      *          USED TO DRAW UP BY HAND FROM THE ROSTER AND THE DUES
      *          PRINTOUTS. COMMANDS:
      *            REGISTRE    - BUILDS THE REGISTER (MECCGAGM.DAT,
      *                          MECCGAG.cpy) AS AT A RECORD DATE.
      *                          A MEMBER VOTES WHEN, ON THAT DATE,
      *                          THE FICHE WAS STATUS "A" AND HAD
      *                          JOINED SIX MONTHS OR MORE BEFORE
      *                          (DATESRV "M"), AND NO INVOICE OF THE
      *                          MEMBER'S OWN IN MECCGINV.DAT IS STILL
      *                          OPEN WITH A BALANCE AND DUE
      *                          BEFORE THAT DATE - NOR, FOR A MEMBER
      *                          OF A HOUSEHOLD (MECCGFOY.DAT), ANY
      *                          FAMILY ("FM") INVOICE OF ITS PAYER, AS
      *                          THE RECEIPTS RUN SUSPENDS THE WHOLE
      *                          HOUSEHOLD ON ONE. THE STATUS ON THE
      *                          DATE IS THE BEFORE IMAGE OF THE FIRST
      *                          MECCG.JRN CHANGE MADE AFTER IT, OR THE
      *                          FICHE AS IT STANDS WHEN THERE IS NONE.
      *                          PRINTS MECCGAGM.RPT: THE REGISTER IN
      *                          NAME ORDER WITH A SIGNATURE COLUMN,
      *                          THEN EVERY MEMBER EXCLUDED AND WHY (A
      *                          MEMBER WHO HAD ALREADY LEFT ON THE
      *                          DATE IS COUNTED, NOT LISTED). SENIOR
      *                          AUTHORITY (AUTHSRV);
      *            ENTREE      - SIGNS A VOTER IN ON THE DAY, BY CARD
      *                          NUMBER OR MR-ID (OR "?" TO SEARCH THE
      *                          REGISTER BY NAME), LIKE THE MECCGVIS
      *                          CHECK-IN. ANYONE NOT ON THE REGISTER,
      *                          OR ALREADY SIGNED IN, IS REFUSED AND
      *                          THE REFUSAL LOGGED IN EXCEPT.LOG. A
      *                          VOTER WHO HAD GIVEN A PROXY AND COMES
      *                          IN PERSON TAKES THE VOTE BACK;
      *            PROCURATION - AN ABSENT VOTER REPRESENTED BY ONE
      *                          SIGNED IN, WHO MAY HOLD NO MORE THAN
      *                          THE MAXIMUM IN MECCGAGM.CTL;
      *            STATUT      - THE RUNNING COUNT. ENTREE AND
      *                          PROCURATION SHOW IT AFTER EACH VOTER:
      *                          PRESENT, REPRESENTED, AND THE QUORUM
      *                          REACHED OR NOT;
      *            CLOTURE     - THE ATTENDANCE AND QUORUM STATEMENT
      *                          FOR THE MINUTES (MECCGAGP.RPT), BANKED
      *                          IN THE REPORT SPOOL THE WAY SPOOLER'S
      *                          CAPTURE DOES IT. SENIOR AUTHORITY;
      *            EXIT
      *          MECCGAGM.CTL HOLDS THE QUORUM AS A PERCENTAGE OF THE
      *          REGISTER (3 DIGITS, DEFAULT 025) AND THE MOST PROXIES
      *          ONE VOTER MAY HOLD (2 DIGITS, DEFAULT 02). THE SIGN-IN
      *          NEEDS A SIGNED-ON OPERATOR, WHO IS STAMPED ON EACH
      *          LINE OF THE REGISTER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO "MECCG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MR-ID
               ALTERNATE RECORD KEY IS MR-NAME WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "MECCG.JRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-JRN-STATUS.
           SELECT INVOICE-FILE ASSIGN TO "MECCGINV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IV-NUMERO
               ALTERNATE RECORD KEY IS IV-ID WITH DUPLICATES
               FILE STATUS IS WS-INV-STATUS.
           SELECT HOUSEHOLD-FILE ASSIGN TO "MECCGFOY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FY-NUMERO
               ALTERNATE RECORD KEY IS FY-PAYEUR
               FILE STATUS IS WS-FOY-STATUS.
           SELECT CARD-FILE ASSIGN TO "MECCGCAR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-NUMERO
               ALTERNATE RECORD KEY IS CA-ID WITH DUPLICATES
               FILE STATUS IS WS-CAR-STATUS.
           SELECT AGM-FILE ASSIGN TO "MECCGAGM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-AGM-STATUS.
           SELECT CTL-FILE ASSIGN TO "MECCGAGM.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-CTL-STATUS.
           SELECT REPORT-FILE ASSIGN TO "MECCGAGM.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PV-FILE ASSIGN TO "MECCGAGP.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-PV-STATUS.
           SELECT CATALOG-FILE ASSIGN TO "SPOOL.CAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-CAT-STATUS.
           SELECT MEMBER-FILE ASSIGN TO DYNAMIC WS-MEMBER-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-MBR-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO "EXCEPT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-EXC-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "OPERATOR.CUR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-OPR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE.
           COPY "MECCGMR.cpy".
       FD  JOURNAL-FILE
                      DATA RECORD JOURNAL-RECORD.
           COPY "MECCGJR.cpy".
       FD  INVOICE-FILE
                      DATA RECORD INVOICE-RECORD.
           COPY "MECCGIV.cpy".
       FD  HOUSEHOLD-FILE
                      DATA RECORD HOUSEHOLD-RECORD.
           COPY "MECCGFY.cpy".
       FD  CARD-FILE
                      DATA RECORD CARD-RECORD.
           COPY "MECCGCA.cpy".
       FD  AGM-FILE
                      DATA RECORD AGM-RECORD.
           COPY "MECCGAG.cpy".
       FD  CTL-FILE
                      DATA RECORD CTL-RECORD.
       01  CTL-RECORD.
           05  CTL-QUORUM        PIC X(3).
           05  CTL-MAX-PROC      PIC X(2).
       FD  REPORT-FILE
                      DATA RECORD LIGNE-RPT.
       01  LIGNE-RPT             PIC X(100).
       FD  PV-FILE
                      DATA RECORD LIGNE-PV.
       01  LIGNE-PV              PIC X(100).
      *----------------------------------------------------------------
      * THE REPORT SPOOL, AS SPOOLER KEEPS IT: ONE CATALOGUE LINE PER
      * HELD MEMBER SP<NNNNNN>.RPT.
      *----------------------------------------------------------------
       FD  CATALOG-FILE
                      DATA RECORD CATALOG-RECORD.
       01  CATALOG-RECORD.
           05  SP-NUMERO         PIC 9(6).
           05  SP-DATE           PIC 9(8).
           05  SP-TIME           PIC 9(6).
           05  SP-TYPE           PIC X(12).
           05  SP-PROGRAMME      PIC X(8).
           05  SP-OPERATEUR      PIC X(8).
           05  SP-ETAT           PIC X.
       FD  MEMBER-FILE
                      DATA RECORD MEMBER-RECORD.
       01  MEMBER-RECORD         PIC X(132).
       FD  EXCEPTION-FILE
                      DATA RECORD EXCEPTION-LOG-RECORD.
           COPY "EXCLOG.cpy".
       FD  OPERATOR-FILE
                      DATA RECORD OPERATOR-CUR-RECORD.
       01  OPERATOR-CUR-RECORD   PIC X(8).

       WORKING-STORAGE SECTION.
           COPY "BUSDATE.cpy".
           COPY "AUTHSRV.cpy".
           COPY "DATESRV.cpy".
       01  WS-FILE-STATUS        PIC XX.
       01  WS-JRN-STATUS         PIC XX.
       01  WS-INV-STATUS         PIC XX.
       01  WS-FOY-STATUS         PIC XX.
       01  WS-CAR-STATUS         PIC XX.
       01  WS-AGM-STATUS         PIC XX.
       01  WS-CTL-STATUS         PIC XX.
       01  WS-PV-STATUS          PIC XX.
       01  WS-CAT-STATUS         PIC XX.
       01  WS-MBR-STATUS         PIC XX.
       01  WS-EXC-STATUS         PIC XX.
       01  WS-OPR-STATUS         PIC XX.
       01  WS-OPERATEUR          PIC X(8).
       01  WS-COMMAND            PIC X(12).
       01  WS-EOF-FLAG           PIC X.
       01  WS-AUJOURDHUI         PIC 9(8).
       01  WS-HEURE-EXACTE.
           05  WS-HHMMSS         PIC 9(6).
           05  FILLER            PIC 99.
       01  WS-CONFIRME           PIC X.
       01  WS-DATE-SAISIE        PIC X(8).
       01  WS-ID-SAISI           PIC X(8).
       01  WS-ID-MANDANT         PIC X(8).
       01  WS-ID-CHERCHE         PIC X(8).
       01  WS-REFUS              PIC X(30).
       01  WS-REFUS-VALEUR       PIC X(20).
       01  WS-CARTES-OUVERTES    PIC X.
       01  WS-FACTURES           PIC X.
       01  WS-FIN-FACTURES       PIC X.
       01  WS-ID-FACTURE         PIC X(8).
       01  WS-SOLDE              PIC S9(6)V99.
       01  WS-STATUT-DATE        PIC X.
       01  WS-MOTIF              PIC X(30).
       01  WS-FACTURE-EDT        PIC 9(8).
       01  WS-MEMBER-NAME        PIC X(30).
       01  WS-PROCHAIN           PIC 9(6).
       01  WS-SEARCH-NAME        PIC X(20).
       01  WS-SEARCH-CHOICE      PIC X(8).
       01  WS-SEARCH-PICKED      PIC X.
       01  WS-NB-AFFICHES        PIC S9(4) COMP.
       01  WS-L                  PIC S9(4) COMP.
       01  WS-I                  PIC S9(4) COMP.
       01  WS-V                  PIC S9(4) COMP.
       01  WS-M                  PIC S9(4) COMP.
       01  WS-NB-MANDATS         PIC S9(4) COMP.
       01  WS-EDT-NB             PIC ZZZZ9.
       01  WS-EDT-NB2            PIC ZZZZ9.
       01  WS-EDT-NB3            PIC ZZZZ9.
       01  WS-EDT-PCT            PIC ZZ9.

      *    REGISTER RULES AND THE QUORUM (MECCGAGM.CTL OVERRIDES).
       01  WS-QUORUM-PCT         PIC 9(3) VALUE 25.
       01  WS-MAX-PROC           PIC 9(2) VALUE 2.
       01  WS-MOIS-ANCIENNETE    PIC S9(3) VALUE -6.
       01  WS-DATE-REF           PIC 9(8).
       01  WS-DATE-ANCIENNETE    PIC 9(8).
       01  WS-DATE-ETABLI        PIC 9(8).
       01  WS-ETABLI-PAR         PIC X(8).
       01  WS-REGISTRE           PIC X.

      *    THE RUNNING COUNT.
       01  WS-NB-PRESENTS        PIC 9(5).
       01  WS-NB-REPRESENTES     PIC 9(5).
       01  WS-NB-VOIX            PIC 9(5).
       01  WS-QUORUM-REQ         PIC 9(5).
       01  WS-NB-EMARGES         PIC 9(5).

      *    REGISTER BUILD COUNTS.
       01  WS-NB-LUS             PIC 9(5).
       01  WS-NB-PARTIS          PIC 9(5).
      *----------------------------------------------------------------
      * HOUSEHOLDS: WHICH HOUSEHOLD EVERY MEMBER (NOT PAYER) BELONGS
      * TO, LOADED FROM MECCGFOY.DAT FOR THE REGISTER BUILD; THE
      * HOUSEHOLD ITSELF IS THEN READ BY KEY.
      *----------------------------------------------------------------
       01  WS-FOY-OUVERT         PIC X     VALUE "N".
       01  WS-FOY-SATURE         PIC X.
       01  TABLE-APPARTENANCES.
           05  WS-NB-APPART      PIC S9(4) COMP VALUE 0.
           05  APPART OCCURS 3000.
               10  AP-ID         PIC X(8).
               10  AP-NUMERO     PIC 9(6).
       01  WS-AP-NUMERO          PIC 9(6).

      *----------------------------------------------------------------
      * THE REGISTER IN STORAGE - LOADED FROM MECCGAGM.DAT BY EACH
      * COMMAND AND WRITTEN BACK WHOLE AFTER EACH CHANGE.
      *----------------------------------------------------------------
       01  TABLE-VOTANTS.
           05  WS-NB-VOTANTS     PIC S9(4) COMP VALUE 0.
           05  VOT-ENT OCCURS 2000.
               10  VT-ID         PIC X(8).
               10  VT-NOM        PIC X(20).
               10  VT-PRESENCE   PIC X.
               10  VT-MANDATAIRE PIC X(8).
               10  VT-HEURE      PIC 9(6).
               10  VT-OPERATEUR  PIC X(8).
      *----------------------------------------------------------------
      * STATUS ON THE RECORD DATE OF EVERY MEMBER CHANGED SINCE: THE
      * BEFORE IMAGE'S MR-STATUS OF THE FIRST LATER JOURNAL ENTRY
      * (SPACE = ADDED AFTER THE DATE).
      *----------------------------------------------------------------
       01  TABLE-HISTORIQUE.
           05  WS-NB-HIST        PIC S9(4) COMP VALUE 0.
           05  HIST-ENT OCCURS 2000.
               10  HI-ID         PIC X(8).
               10  HI-STATUT     PIC X.
       01  TABLE-EXCLUS.
           05  WS-NB-EXCLUS      PIC S9(4) COMP VALUE 0.
           05  EXCL-ENT OCCURS 2000.
               10  EX-ID         PIC X(8).
               10  EX-NOM        PIC X(20).
               10  EX-ADHESION   PIC 9(8).
               10  EX-MOTIF      PIC X(30).

       01  WS-LIGNE-VOTANT.
           05  LV-RANG           PIC X(5).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  LV-ID             PIC X(8).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  LV-NOM            PIC X(20).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  LV-VILLE          PIC X(20).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  LV-ADHESION       PIC X(8).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  LV-SIGNATURE      PIC X(20).
       01  WS-LIGNE-EXCLU.
           05  LX-ID             PIC X(8).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  LX-NOM            PIC X(20).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  LX-ADHESION       PIC X(8).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  LX-MOTIF          PIC X(30).
       01  WS-LIGNE-PRESENCE.
           05  LP-ID             PIC X(8).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  LP-NOM            PIC X(20).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  LP-DETAIL         PIC X(30).

       PROCEDURE DIVISION.
       MAIN.
           PERFORM LIRE-OPERATEUR.
           PERFORM LIRE-DATE-METIER.
           MOVE BDA-DATE TO WS-AUJOURDHUI.
           PERFORM LIRE-CONTROLE.
           PERFORM UNTIL 1 = 0
                DISPLAY "COMMANDE (REGISTRE/ENTREE/PROCURATION/"
                        "STATUT/CLOTURE/EXIT) : "
                ACCEPT WS-COMMAND
                MOVE FUNCTION UPPER-CASE(WS-COMMAND) TO WS-COMMAND
                EVALUATE WS-COMMAND
                        WHEN "EXIT"   GO TO THE-END
                        WHEN "REGISTRE"
                            PERFORM DO-REGISTRE THRU FIN-REGISTRE
                        WHEN "ENTREE"
                            PERFORM DO-ENTREE THRU FIN-ENTREE
                        WHEN "PROCURATION"
                            PERFORM DO-PROCURATION
                                THRU FIN-PROCURATION
                        WHEN "STATUT"
                            PERFORM DO-STATUT THRU FIN-STATUT
                        WHEN "CLOTURE"
                            PERFORM DO-CLOTURE THRU FIN-CLOTURE
                        WHEN OTHER
                            DISPLAY "COMMANDE INCONNUE: " WS-COMMAND
                END-EVALUATE
           END-PERFORM.
       THE-END.
           DISPLAY "FINISH"
           STOP RUN.
      *----------------------------------------------------------------
      * REGISTRE: THE VOTERS AS AT THE RECORD DATE, AND THE MEMBERS
      * EXCLUDED. A REGISTER ALREADY SIGNED INTO IS ONLY REBUILT
      * (BLANK) ON CONFIRMATION.
      *----------------------------------------------------------------
       DO-REGISTRE.
           MOVE "AGM-REGISTRE" TO AUT-FONCTION.
           MOVE 2 TO AUT-NIVEAU-REQ.
           CALL "AUTHSRV" USING AUTHORITY-AREA.
           IF AUT-RETOUR NOT = "00"
               DISPLAY "REGISTRE REFUSE - NIVEAU INSUFFISANT"
               GO TO FIN-REGISTRE.
           PERFORM CHARGER-REGISTRE.
           PERFORM COMPTER-VOIX.
           IF WS-NB-EMARGES > 0
               DISPLAY "LE REGISTRE ACTUEL A DEJA " WS-NB-EMARGES
                       " EMARGEMENTS - ILS SERONT PERDUS"
               PERFORM CONFIRMER
               IF WS-CONFIRME NOT = "O"
                   GO TO FIN-REGISTRE
               END-IF
           END-IF.
           DISPLAY "DATE D'ARRETE (AAAAMMJJ) : ".
           ACCEPT WS-DATE-SAISIE.
           IF WS-DATE-SAISIE NOT NUMERIC
               DISPLAY "DATE INVALIDE"
               GO TO FIN-REGISTRE.
           MOVE "V" TO DSA-FONCTION.
           MOVE WS-DATE-SAISIE TO DSA-DATE-1.
           CALL "DATESRV" USING DATE-SERVICE-AREA.
           IF DSA-RETOUR NOT = "00"
               DISPLAY "DATE INVALIDE"
               GO TO FIN-REGISTRE.
           MOVE DSA-DATE-1 TO WS-DATE-REF.
           IF WS-DATE-REF > WS-AUJOURDHUI
               DISPLAY "DATE D'ARRETE POSTERIEURE AU " WS-AUJOURDHUI
               GO TO FIN-REGISTRE.
      *    THE LATEST JOIN DATE STILL GIVING SIX MONTHS' MEMBERSHIP.
           MOVE "M" TO DSA-FONCTION.
           MOVE WS-DATE-REF TO DSA-DATE-1.
           MOVE WS-MOIS-ANCIENNETE TO DSA-NB-JOURS.
           CALL "DATESRV" USING DATE-SERVICE-AREA.
           IF DSA-RETOUR NOT = "00"
               DISPLAY "DATE INVALIDE"
               GO TO FIN-REGISTRE.
           MOVE DSA-DATE-2 TO WS-DATE-ANCIENNETE.
           OPEN INPUT MASTER-FILE.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "MECCG.DAT ABSENT"
               GO TO FIN-REGISTRE.
           PERFORM CHARGER-HISTORIQUE.
           MOVE "N" TO WS-FACTURES.
           OPEN INPUT INVOICE-FILE.
           IF WS-INV-STATUS = "00"
               MOVE "O" TO WS-FACTURES
           ELSE
               DISPLAY "MECCGINV.DAT ABSENT - ARRIERES NON CONTROLES"
           END-IF.
           PERFORM CHARGER-FOYERS THRU FIN-CHARGER-FOYERS.
           IF WS-FOY-SATURE = "O"
               DISPLAY "TABLE DES FOYERS SATUREE - REGISTRE NON ETABLI"
               MOVE "MECCGFOY.DAT" TO EXC-VALUE
               MOVE "TABLE DES FOYERS SATUREE" TO EXC-REASON
               MOVE "S" TO EXC-SEVERITY
               PERFORM ECRIRE-EXCEPTION
               PERFORM FERMER-REGISTRE
               GO TO FIN-REGISTRE.
           MOVE 0 TO WS-NB-VOTANTS WS-NB-EXCLUS WS-NB-LUS
                     WS-NB-PARTIS.
           MOVE WS-AUJOURDHUI TO WS-DATE-ETABLI.
           MOVE AUT-OPERATEUR TO WS-ETABLI-PAR.
           PERFORM ENTETE-REGISTRE.
           MOVE SPACES TO MR-NAME.
           MOVE "N" TO WS-EOF-FLAG.
           START MASTER-FILE KEY IS NOT LESS THAN MR-NAME
               INVALID KEY MOVE "Y" TO WS-EOF-FLAG
           END-START.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ MASTER-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-NB-LUS
                       PERFORM EXAMINER-MEMBRE THRU FIN-EXAMINER
               END-READ
           END-PERFORM.
           PERFORM FERMER-REGISTRE.
           PERFORM PIED-REGISTRE.
           PERFORM SAUVER-REGISTRE.
           MOVE WS-NB-VOTANTS TO WS-EDT-NB.
           MOVE WS-NB-EXCLUS TO WS-EDT-NB2.
           DISPLAY "REGISTRE AU " WS-DATE-REF " : " WS-EDT-NB
                   " VOTANTS, " WS-EDT-NB2 " EXCLUS (MECCGAGM.RPT)".
       FIN-REGISTRE.
           EXIT.
       FERMER-REGISTRE.
           CLOSE MASTER-FILE.
           IF WS-FACTURES = "O"
               CLOSE INVOICE-FILE
           END-IF.
           IF WS-FOY-OUVERT = "O"
               CLOSE HOUSEHOLD-FILE
               MOVE "N" TO WS-FOY-OUVERT
           END-IF.
      *----------------------------------------------------------------
      * ONE MEMBER AGAINST THE THREE RULES, IN ORDER; THE FIRST RULE
      * FAILED IS THE REASON GIVEN.
      *----------------------------------------------------------------
       EXAMINER-MEMBRE.
           MOVE MR-STATUS TO WS-STATUT-DATE.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NB-HIST
               IF HI-ID (WS-I) = MR-ID
                   MOVE HI-STATUT (WS-I) TO WS-STATUT-DATE
                   MOVE WS-NB-HIST TO WS-I
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-MOTIF.
           IF WS-STATUT-DATE = "L"
               ADD 1 TO WS-NB-PARTIS
               GO TO FIN-EXAMINER.
           IF WS-STATUT-DATE = SPACE OR MR-JOIN-DATE > WS-DATE-REF
               MOVE "PAS ENCORE MEMBRE A LA DATE" TO WS-MOTIF
               GO TO FIN-EXAMINER-EXCLU.
           IF WS-STATUT-DATE NOT = "A"
               STRING "STATUT " WS-STATUT-DATE " A LA DATE"
                   DELIMITED BY SIZE INTO WS-MOTIF
               GO TO FIN-EXAMINER-EXCLU.
           IF MR-JOIN-DATE = 0
               MOVE "DATE D'ADHESION INCONNUE" TO WS-MOTIF
               GO TO FIN-EXAMINER-EXCLU.
           IF MR-JOIN-DATE > WS-DATE-ANCIENNETE
               MOVE "ADHESION DE MOINS DE 6 MOIS" TO WS-MOTIF
               GO TO FIN-EXAMINER-EXCLU.
           PERFORM CHERCHER-ARRIERE THRU FIN-CHERCHER-ARRIERE.
           IF WS-MOTIF NOT = SPACES
               GO TO FIN-EXAMINER-EXCLU.
           IF WS-NB-VOTANTS = 2000
               DISPLAY "REGISTRE PLEIN - " MR-ID " NON INSCRIT"
               GO TO FIN-EXAMINER.
           ADD 1 TO WS-NB-VOTANTS.
           MOVE MR-ID TO VT-ID (WS-NB-VOTANTS).
           MOVE MR-NAME TO VT-NOM (WS-NB-VOTANTS).
           MOVE SPACE TO VT-PRESENCE (WS-NB-VOTANTS).
           MOVE SPACES TO VT-MANDATAIRE (WS-NB-VOTANTS)
                          VT-OPERATEUR (WS-NB-VOTANTS).
           MOVE 0 TO VT-HEURE (WS-NB-VOTANTS).
           MOVE WS-NB-VOTANTS TO WS-EDT-NB.
           MOVE WS-EDT-NB TO LV-RANG.
           MOVE MR-ID TO LV-ID.
           MOVE MR-NAME TO LV-NOM.
           MOVE MR-CITY TO LV-VILLE.
           MOVE MR-JOIN-DATE TO LV-ADHESION.
           MOVE ALL "." TO LV-SIGNATURE.
           MOVE WS-LIGNE-VOTANT TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           GO TO FIN-EXAMINER.
       FIN-EXAMINER-EXCLU.
           IF WS-NB-EXCLUS < 2000
               ADD 1 TO WS-NB-EXCLUS
               MOVE MR-ID TO EX-ID (WS-NB-EXCLUS)
               MOVE MR-NAME TO EX-NOM (WS-NB-EXCLUS)
               MOVE MR-JOIN-DATE TO EX-ADHESION (WS-NB-EXCLUS)
               MOVE WS-MOTIF TO EX-MOTIF (WS-NB-EXCLUS)
           END-IF.
       FIN-EXAMINER.
           EXIT.
      *----------------------------------------------------------------
      * AN INVOICE OF THE MEMBER'S OWN, OPEN WITH AN AMOUNT STILL
      * OWED (THE ADJUSTED BALANCE) AND DUE BEFORE THE RECORD DATE -
      * OR, FOR A MEMBER OF A HOUSEHOLD, SUCH A FAMILY INVOICE OF ITS
      * PAYER, WHICH COVERS THE MEMBER TOO.
      *----------------------------------------------------------------
       CHERCHER-ARRIERE.
           IF WS-FACTURES NOT = "O"
               GO TO FIN-CHERCHER-ARRIERE.
           MOVE MR-ID TO WS-ID-FACTURE.
           PERFORM PARCOURIR-FACTURES.
           IF WS-MOTIF NOT = SPACES OR WS-FOY-OUVERT NOT = "O"
               GO TO FIN-CHERCHER-ARRIERE.
           MOVE 0 TO WS-AP-NUMERO.
           PERFORM VARYING WS-M FROM 1 BY 1
                   UNTIL WS-M > WS-NB-APPART
                      OR WS-AP-NUMERO NOT = 0
               IF AP-ID (WS-M) = MR-ID
                   MOVE AP-NUMERO (WS-M) TO WS-AP-NUMERO
               END-IF
           END-PERFORM.
           IF WS-AP-NUMERO = 0
               GO TO FIN-CHERCHER-ARRIERE.
           MOVE WS-AP-NUMERO TO FY-NUMERO.
           READ HOUSEHOLD-FILE
               INVALID KEY GO TO FIN-CHERCHER-ARRIERE
           END-READ.
           MOVE FY-PAYEUR TO WS-ID-FACTURE.
           PERFORM PARCOURIR-FACTURES.
       FIN-CHERCHER-ARRIERE.
           EXIT.
      *    THE INVOICES OF WS-ID-FACTURE, UNTIL ONE IS FOUND IN ARREARS.
       PARCOURIR-FACTURES.
           MOVE "N" TO WS-FIN-FACTURES.
           MOVE WS-ID-FACTURE TO IV-ID.
           START INVOICE-FILE KEY IS EQUAL TO IV-ID
               INVALID KEY MOVE "Y" TO WS-FIN-FACTURES
           END-START.
           PERFORM UNTIL WS-FIN-FACTURES = "Y"
               READ INVOICE-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-FIN-FACTURES
                   NOT AT END
                       IF IV-ID NOT = WS-ID-FACTURE
                           MOVE "Y" TO WS-FIN-FACTURES
                       ELSE
                           PERFORM TESTER-ECHUE THRU FIN-TESTER-ECHUE
                       END-IF
               END-READ
           END-PERFORM.
       TESTER-ECHUE.
           IF IV-ID NOT = MR-ID AND IV-CATEG NOT = "FM"
               GO TO FIN-TESTER-ECHUE.
           COMPUTE WS-SOLDE = IV-MONTANT - IV-REGLE - IV-AVOIR
                            + IV-REMBOURSE.
           IF IV-OUVERTE AND WS-SOLDE > 0
              AND IV-DATE-ECHEANCE < WS-DATE-REF
               MOVE IV-NUMERO TO WS-FACTURE-EDT
               IF IV-ID = MR-ID
                   STRING "FACTURE ECHUE " WS-FACTURE-EDT
                       DELIMITED BY SIZE INTO WS-MOTIF
               ELSE
                   STRING "FACTURE FOYER ECHUE " WS-FACTURE-EDT
                       DELIMITED BY SIZE INTO WS-MOTIF
               END-IF
               MOVE "Y" TO WS-FIN-FACTURES
           END-IF.
       FIN-TESTER-ECHUE.
           EXIT.
      *----------------------------------------------------------------
      * OPENS MECCGFOY.DAT FOR THE REGISTER BUILD (NO FILE, NO
      * HOUSEHOLDS) AND INDEXES WHICH HOUSEHOLD EVERY MEMBER BELONGS
      * TO. AN INDEX TOO SMALL FOR THE FILE WOULD PUT A MEMBER IN
      * ARREARS THROUGH ITS HOUSEHOLD ON THE REGISTER, SO THE BUILD IS
      * REFUSED (WS-FOY-SATURE).
      *----------------------------------------------------------------
       CHARGER-FOYERS.
           MOVE 0 TO WS-NB-APPART.
           MOVE "N" TO WS-FOY-SATURE.
           IF WS-FACTURES NOT = "O"
               GO TO FIN-CHARGER-FOYERS.
           OPEN INPUT HOUSEHOLD-FILE.
           IF WS-FOY-STATUS NOT = "00"
               GO TO FIN-CHARGER-FOYERS.
           MOVE "O" TO WS-FOY-OUVERT.
           PERFORM UNTIL WS-FOY-STATUS NOT = "00"
               READ HOUSEHOLD-FILE NEXT RECORD
                   AT END MOVE "10" TO WS-FOY-STATUS
                   NOT AT END
                       PERFORM VARYING WS-M FROM 1 BY 1
                               UNTIL WS-M > FY-NB-MEMBRES
                                  OR WS-FOY-SATURE = "O"
                           PERFORM RETENIR-APPARTENANCE
                       END-PERFORM
               END-READ
               IF WS-FOY-SATURE = "O"
                   MOVE "10" TO WS-FOY-STATUS
               END-IF
           END-PERFORM.
       FIN-CHARGER-FOYERS.
           EXIT.
       RETENIR-APPARTENANCE.
           IF WS-NB-APPART NOT < 3000
               MOVE "O" TO WS-FOY-SATURE
           ELSE
               ADD 1 TO WS-NB-APPART
               MOVE FY-MEMBRE (WS-M) TO AP-ID (WS-NB-APPART)
               MOVE FY-NUMERO TO AP-NUMERO (WS-NB-APPART)
           END-IF.
      *----------------------------------------------------------------
      * STATUS ON THE RECORD DATE OF EVERY MEMBER CHANGED SINCE. THE
      * JOURNAL IS IN ORDER OF ENTRY, SO THE FIRST LATER ENTRY FOR A
      * MEMBER CARRIES THE STATUS AS IT STOOD.
      *----------------------------------------------------------------
       CHARGER-HISTORIQUE.
           MOVE 0 TO WS-NB-HIST.
           OPEN INPUT JOURNAL-FILE.
           IF WS-JRN-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ JOURNAL-FILE
                       AT END MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF JR-DATE > WS-DATE-REF
                               PERFORM NOTER-HISTORIQUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF.
       NOTER-HISTORIQUE.
           IF JR-BEFORE (1:8) NOT = SPACES
               MOVE JR-BEFORE (1:8) TO WS-ID-CHERCHE
           ELSE
               MOVE JR-AFTER (1:8) TO WS-ID-CHERCHE
           END-IF.
           MOVE 0 TO WS-V.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NB-HIST
               IF HI-ID (WS-I) = WS-ID-CHERCHE
                   MOVE WS-I TO WS-V
                   MOVE WS-NB-HIST TO WS-I
               END-IF
           END-PERFORM.
           IF WS-V = 0 AND WS-NB-HIST < 2000
               ADD 1 TO WS-NB-HIST
               MOVE WS-ID-CHERCHE TO HI-ID (WS-NB-HIST)
               MOVE JR-BEFORE (125:1) TO HI-STATUT (WS-NB-HIST)
           END-IF.
      *----------------------------------------------------------------
      * REGISTER PRINT: HEADING, THEN (AFTER THE VOTER LINES WRITTEN
      * BY EXAMINER-MEMBRE) THE TOTALS AND THE EXCLUSION LIST.
      *----------------------------------------------------------------
       ENTETE-REGISTRE.
           OPEN OUTPUT REPORT-FILE.
           MOVE "REGISTRE DES VOTANTS - ASSEMBLEE GENERALE"
               TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE ALL "=" TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE SPACES TO LIGNE-RPT.
           STRING "DATE D'ARRETE : " WS-DATE-REF
                  "   ADHESION AU PLUS TARD LE : " WS-DATE-ANCIENNETE
               DELIMITED BY SIZE INTO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE SPACES TO LIGNE-RPT.
           STRING "ETABLI LE " WS-DATE-ETABLI " PAR " WS-ETABLI-PAR
               DELIMITED BY SIZE INTO LIGNE-RPT.
           WRITE LIGNE-RPT.
           IF WS-FACTURES NOT = "O"
               MOVE "FACTURES ABSENTES - ARRIERES NON CONTROLES"
                   TO LIGNE-RPT
               WRITE LIGNE-RPT
           END-IF.
           MOVE SPACES TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE "    N" TO LV-RANG.
           MOVE "ID" TO LV-ID.
           MOVE "NOM" TO LV-NOM.
           MOVE "VILLE" TO LV-VILLE.
           MOVE "ADHESION" TO LV-ADHESION.
           MOVE "SIGNATURE" TO LV-SIGNATURE.
           MOVE WS-LIGNE-VOTANT TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE ALL "-" TO LIGNE-RPT.
           WRITE LIGNE-RPT.
       PIED-REGISTRE.
           MOVE SPACES TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE WS-NB-VOTANTS TO WS-EDT-NB.
           MOVE SPACES TO LIGNE-RPT.
           STRING "VOTANTS INSCRITS : " WS-EDT-NB
               DELIMITED BY SIZE INTO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE SPACES TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE "MEMBRES EXCLUS" TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE ALL "=" TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE "ID" TO LX-ID.
           MOVE "NOM" TO LX-NOM.
           MOVE "ADHESION" TO LX-ADHESION.
           MOVE "MOTIF" TO LX-MOTIF.
           MOVE WS-LIGNE-EXCLU TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE ALL "-" TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NB-EXCLUS
               MOVE EX-ID (WS-I) TO LX-ID
               MOVE EX-NOM (WS-I) TO LX-NOM
               MOVE EX-ADHESION (WS-I) TO LX-ADHESION
               MOVE EX-MOTIF (WS-I) TO LX-MOTIF
               MOVE WS-LIGNE-EXCLU TO LIGNE-RPT
               WRITE LIGNE-RPT
           END-PERFORM.
           MOVE SPACES TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE WS-NB-EXCLUS TO WS-EDT-NB.
           MOVE SPACES TO LIGNE-RPT.
           STRING "MEMBRES EXCLUS : " WS-EDT-NB
               DELIMITED BY SIZE INTO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE WS-NB-PARTIS TO WS-EDT-NB.
           MOVE SPACES TO LIGNE-RPT.
           STRING "PARTIS A LA DATE D'ARRETE (NON REPRIS) : "
                  WS-EDT-NB
               DELIMITED BY SIZE INTO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE WS-NB-LUS TO WS-EDT-NB.
           MOVE SPACES TO LIGNE-RPT.
           STRING "FICHES LUES : " WS-EDT-NB
               DELIMITED BY SIZE INTO LIGNE-RPT.
           WRITE LIGNE-RPT.
           CLOSE REPORT-FILE.
      *----------------------------------------------------------------
      * ENTREE: ONE VOTER SIGNED IN. A CARD NUMBER ON FILE IS TAKEN AS
      * A CARD (A LOST OR BLOCKED CARD IS REFUSED); WHOEVER IT NAMES
      * MUST BE ON THE REGISTER AND NOT ALREADY SIGNED IN.
      *----------------------------------------------------------------
       DO-ENTREE.
           IF WS-OPERATEUR = "INCONNU"
               DISPLAY "AUCUN OPERATEUR SIGNE - PASSER PAR ASL"
               GO TO FIN-ENTREE.
           PERFORM CHARGER-REGISTRE.
           IF WS-REGISTRE NOT = "O"
               DISPLAY "AUCUN REGISTRE - LANCER REGISTRE"
               GO TO FIN-ENTREE.
           DISPLAY "CARTE OU ID DU MEMBRE (OU ?) : ".
           ACCEPT WS-ID-SAISI.
           IF WS-ID-SAISI = "?"
               PERFORM D-500-SEARCH-NAME THRU D-590-FIN-SEARCH
               IF WS-SEARCH-PICKED NOT = "O"
                   GO TO FIN-ENTREE
               END-IF
               MOVE WS-SEARCH-CHOICE TO WS-ID-SAISI
           END-IF.
           MOVE SPACES TO WS-REFUS.
           PERFORM E-100-CARTE-SAISIE THRU F-100-EXIT.
           IF WS-REFUS NOT = SPACES
               GO TO FIN-ENTREE-REFUS.
           MOVE WS-ID-SAISI TO WS-ID-CHERCHE WS-REFUS-VALEUR.
           PERFORM TROUVER-VOTANT.
           IF WS-V = 0
               MOVE "NON INSCRIT AU REGISTRE" TO WS-REFUS
               GO TO FIN-ENTREE-REFUS.
           IF VT-PRESENCE (WS-V) = "P"
               MOVE SPACES TO WS-REFUS
               STRING "DEJA EMARGE A " VT-HEURE (WS-V)
                   DELIMITED BY SIZE INTO WS-REFUS
               GO TO FIN-ENTREE-REFUS.
           IF VT-PRESENCE (WS-V) = "R"
               DISPLAY "PROCURATION A " VT-MANDATAIRE (WS-V)
                       " LEVEE - VOTE EN PERSONNE"
           END-IF.
           MOVE "P" TO VT-PRESENCE (WS-V).
           MOVE SPACES TO VT-MANDATAIRE (WS-V).
           ACCEPT WS-HEURE-EXACTE FROM TIME.
           MOVE WS-HHMMSS TO VT-HEURE (WS-V).
           MOVE WS-OPERATEUR TO VT-OPERATEUR (WS-V).
           PERFORM SAUVER-REGISTRE.
           DISPLAY "PRESENT - " VT-NOM (WS-V).
           PERFORM AFFICHER-DECOMPTE.
           GO TO FIN-ENTREE.
      *    A REFUSAL: SHOWN, LOGGED WITH ITS REASON, NOTHING MARKED.
       FIN-ENTREE-REFUS.
           PERFORM SIGNALER-REFUS.
       FIN-ENTREE.
           EXIT.
      *----------------------------------------------------------------
      * A NUMBER KEYED THAT IS ON FILE AS A CARD: A CARD DECLARED LOST
      * OR BLOCKED IS REFUSED; OTHERWISE ITS MEMBER IS THE ONE SIGNED
      * IN. EXPIRY DOES NOT MATTER HERE - THE REGISTER DECIDES.
      *----------------------------------------------------------------
       E-100-CARTE-SAISIE.
           IF WS-ID-SAISI NOT NUMERIC
               GO TO F-100-EXIT.
           MOVE "N" TO WS-CARTES-OUVERTES.
           OPEN INPUT CARD-FILE.
           IF WS-CAR-STATUS NOT = "00"
               GO TO F-100-EXIT.
           MOVE "O" TO WS-CARTES-OUVERTES.
           MOVE WS-ID-SAISI TO CA-NUMERO.
           READ CARD-FILE
               INVALID KEY GO TO F-100-FERMER
           END-READ.
           MOVE SPACES TO WS-REFUS-VALEUR.
           STRING CA-NUMERO " " CA-ID
               DELIMITED BY SIZE INTO WS-REFUS-VALEUR.
           EVALUATE TRUE
               WHEN CA-PERDUE
                   MOVE "CARTE DECLAREE PERDUE" TO WS-REFUS
               WHEN CA-BLOQUEE
                   MOVE SPACES TO WS-REFUS
                   STRING "CARTE BLOQUEE " CA-MOTIF
                       DELIMITED BY SIZE INTO WS-REFUS
               WHEN OTHER
                   MOVE CA-ID TO WS-ID-SAISI
           END-EVALUATE.
       F-100-FERMER.
           CLOSE CARD-FILE.
       F-100-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * NAME SEARCH OVER THE REGISTER - NAMES STARTING WITH WHAT IS
      * KEYED, TEN AT MOST; KEYING AN ID PICKS THAT VOTER.
      *----------------------------------------------------------------
       D-500-SEARCH-NAME.
           MOVE SPACE TO WS-SEARCH-PICKED.
           DISPLAY "NOM RECHERCHE (DEBUT DU NOM) : ".
           ACCEPT WS-SEARCH-NAME.
           MOVE FUNCTION UPPER-CASE(WS-SEARCH-NAME) TO WS-SEARCH-NAME.
           MOVE 20 TO WS-L.
           PERFORM UNTIL WS-L < 1
                      OR WS-SEARCH-NAME (WS-L:1) NOT = SPACE
               SUBTRACT 1 FROM WS-L
           END-PERFORM.
           IF WS-L < 1
               DISPLAY "AUCUN RESULTAT"
               GO TO D-590-FIN-SEARCH.
           MOVE 0 TO WS-NB-AFFICHES.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-VOTANTS OR WS-NB-AFFICHES = 10
               IF FUNCTION UPPER-CASE(VT-NOM (WS-I)) (1:WS-L) =
                  WS-SEARCH-NAME (1:WS-L)
                   ADD 1 TO WS-NB-AFFICHES
                   DISPLAY VT-ID (WS-I) " " VT-NOM (WS-I) " "
                           VT-PRESENCE (WS-I)
               END-IF
           END-PERFORM.
           IF WS-NB-AFFICHES = 0
               DISPLAY "AUCUN RESULTAT"
               GO TO D-590-FIN-SEARCH.
           DISPLAY "X=FIN, OU ID A POINTER : ".
           ACCEPT WS-SEARCH-CHOICE.
           IF FUNCTION UPPER-CASE(WS-SEARCH-CHOICE) = "X"
               GO TO D-590-FIN-SEARCH.
           MOVE "O" TO WS-SEARCH-PICKED.
       D-590-FIN-SEARCH.
           EXIT.
      *----------------------------------------------------------------
      * PROCURATION: AN ABSENT VOTER REPRESENTED BY A VOTER ALREADY
      * SIGNED IN, WHO HOLDS FEWER THAN THE MAXIMUM.
      *----------------------------------------------------------------
       DO-PROCURATION.
           IF WS-OPERATEUR = "INCONNU"
               DISPLAY "AUCUN OPERATEUR SIGNE - PASSER PAR ASL"
               GO TO FIN-PROCURATION.
           PERFORM CHARGER-REGISTRE.
           IF WS-REGISTRE NOT = "O"
               DISPLAY "AUCUN REGISTRE - LANCER REGISTRE"
               GO TO FIN-PROCURATION.
           DISPLAY "ID DU VOTANT REPRESENTE : ".
           ACCEPT WS-ID-MANDANT.
           MOVE WS-ID-MANDANT TO WS-ID-CHERCHE WS-REFUS-VALEUR.
           PERFORM TROUVER-VOTANT.
           MOVE SPACES TO WS-REFUS.
           IF WS-V = 0
               MOVE "MANDANT NON INSCRIT AU REGISTRE" TO WS-REFUS
               GO TO FIN-PROCURATION-REFUS.
           IF VT-PRESENCE (WS-V) = "P"
               MOVE "MANDANT DEJA EMARGE PRESENT" TO WS-REFUS
               GO TO FIN-PROCURATION-REFUS.
           IF VT-PRESENCE (WS-V) = "R"
               STRING "DEJA REPRESENTE PAR " VT-MANDATAIRE (WS-V)
                   DELIMITED BY SIZE INTO WS-REFUS
               GO TO FIN-PROCURATION-REFUS.
           MOVE WS-V TO WS-M.
           DISPLAY "ID DU MANDATAIRE (PRESENT) : ".
           ACCEPT WS-ID-SAISI.
           MOVE WS-ID-SAISI TO WS-ID-CHERCHE.
           MOVE SPACES TO WS-REFUS-VALEUR.
           STRING WS-ID-MANDANT " " WS-ID-SAISI
               DELIMITED BY SIZE INTO WS-REFUS-VALEUR.
           PERFORM TROUVER-VOTANT.
           IF WS-V = 0
               MOVE "MANDATAIRE NON INSCRIT" TO WS-REFUS
               GO TO FIN-PROCURATION-REFUS.
           IF WS-V = WS-M
               MOVE "MANDATAIRE = MANDANT" TO WS-REFUS
               GO TO FIN-PROCURATION-REFUS.
           IF VT-PRESENCE (WS-V) NOT = "P"
               MOVE "MANDATAIRE NON EMARGE" TO WS-REFUS
               GO TO FIN-PROCURATION-REFUS.
           MOVE 0 TO WS-NB-MANDATS.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NB-VOTANTS
               IF VT-PRESENCE (WS-I) = "R"
                  AND VT-MANDATAIRE (WS-I) = VT-ID (WS-V)
                   ADD 1 TO WS-NB-MANDATS
               END-IF
           END-PERFORM.
           IF WS-NB-MANDATS NOT < WS-MAX-PROC
               MOVE "MANDATAIRE A SON MAXIMUM" TO WS-REFUS
               GO TO FIN-PROCURATION-REFUS.
           MOVE "R" TO VT-PRESENCE (WS-M).
           MOVE VT-ID (WS-V) TO VT-MANDATAIRE (WS-M).
           ACCEPT WS-HEURE-EXACTE FROM TIME.
           MOVE WS-HHMMSS TO VT-HEURE (WS-M).
           MOVE WS-OPERATEUR TO VT-OPERATEUR (WS-M).
           PERFORM SAUVER-REGISTRE.
           DISPLAY "REPRESENTE - " VT-NOM (WS-M) " PAR "
                   VT-NOM (WS-V).
           PERFORM AFFICHER-DECOMPTE.
           GO TO FIN-PROCURATION.
       FIN-PROCURATION-REFUS.
           PERFORM SIGNALER-REFUS.
       FIN-PROCURATION.
           EXIT.
      *----------------------------------------------------------------
      * STATUT: THE COUNT SO FAR.
      *----------------------------------------------------------------
       DO-STATUT.
           PERFORM CHARGER-REGISTRE.
           IF WS-REGISTRE NOT = "O"
               DISPLAY "AUCUN REGISTRE - LANCER REGISTRE"
               GO TO FIN-STATUT.
           DISPLAY "REGISTRE AU " WS-DATE-REF " ETABLI LE "
                   WS-DATE-ETABLI " PAR " WS-ETABLI-PAR.
           PERFORM AFFICHER-DECOMPTE.
       FIN-STATUT.
           EXIT.
      *----------------------------------------------------------------
      * CLOTURE: THE ATTENDANCE AND QUORUM STATEMENT FOR THE MINUTES,
      * PRINTED AND BANKED IN THE SPOOL. IT MAY BE RUN AGAIN IF THE
      * MEETING IS RESUMED - EACH RUN IS A NEW SPOOL MEMBER.
      *----------------------------------------------------------------
       DO-CLOTURE.
           MOVE "AGM-CLOTURE" TO AUT-FONCTION.
           MOVE 2 TO AUT-NIVEAU-REQ.
           CALL "AUTHSRV" USING AUTHORITY-AREA.
           IF AUT-RETOUR NOT = "00"
               DISPLAY "CLOTURE REFUSEE - NIVEAU INSUFFISANT"
               GO TO FIN-CLOTURE.
           PERFORM CHARGER-REGISTRE.
           IF WS-REGISTRE NOT = "O"
               DISPLAY "AUCUN REGISTRE - LANCER REGISTRE"
               GO TO FIN-CLOTURE.
           PERFORM COMPTER-VOIX.
           ACCEPT WS-HEURE-EXACTE FROM TIME.
           OPEN OUTPUT PV-FILE.
           MOVE "ASSEMBLEE GENERALE - FEUILLE DE PRESENCE ET QUORUM"
               TO LIGNE-PV.
           WRITE LIGNE-PV.
           MOVE ALL "=" TO LIGNE-PV.
           WRITE LIGNE-PV.
           MOVE SPACES TO LIGNE-PV.
           STRING "ARRETEE LE " WS-AUJOURDHUI " A " WS-HHMMSS
                  " PAR " AUT-OPERATEUR
               DELIMITED BY SIZE INTO LIGNE-PV.
           WRITE LIGNE-PV.
           MOVE SPACES TO LIGNE-PV.
           STRING "REGISTRE DES VOTANTS AU " WS-DATE-REF
                  " ETABLI LE " WS-DATE-ETABLI " PAR " WS-ETABLI-PAR
               DELIMITED BY SIZE INTO LIGNE-PV.
           WRITE LIGNE-PV.
           MOVE SPACES TO LIGNE-PV.
           WRITE LIGNE-PV.
           MOVE "PRESENTS" TO LIGNE-PV.
           WRITE LIGNE-PV.
           MOVE ALL "-" TO LIGNE-PV.
           WRITE LIGNE-PV.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NB-VOTANTS
               IF VT-PRESENCE (WS-I) = "P"
                   MOVE VT-ID (WS-I) TO LP-ID
                   MOVE VT-NOM (WS-I) TO LP-NOM
                   MOVE SPACES TO LP-DETAIL
                   STRING "EMARGE A " VT-HEURE (WS-I)
                       DELIMITED BY SIZE INTO LP-DETAIL
                   MOVE WS-LIGNE-PRESENCE TO LIGNE-PV
                   WRITE LIGNE-PV
               END-IF
           END-PERFORM.
           MOVE SPACES TO LIGNE-PV.
           WRITE LIGNE-PV.
           MOVE "REPRESENTES" TO LIGNE-PV.
           WRITE LIGNE-PV.
           MOVE ALL "-" TO LIGNE-PV.
           WRITE LIGNE-PV.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NB-VOTANTS
               IF VT-PRESENCE (WS-I) = "R"
                   MOVE VT-ID (WS-I) TO LP-ID
                   MOVE VT-NOM (WS-I) TO LP-NOM
                   MOVE SPACES TO LP-DETAIL
                   STRING "PROCURATION A " VT-MANDATAIRE (WS-I)
                       DELIMITED BY SIZE INTO LP-DETAIL
                   MOVE WS-LIGNE-PRESENCE TO LIGNE-PV
                   WRITE LIGNE-PV
               END-IF
           END-PERFORM.
           MOVE SPACES TO LIGNE-PV.
           WRITE LIGNE-PV.
           MOVE WS-NB-VOTANTS TO WS-EDT-NB.
           MOVE SPACES TO LIGNE-PV.
           STRING "VOTANTS INSCRITS      : " WS-EDT-NB
               DELIMITED BY SIZE INTO LIGNE-PV.
           WRITE LIGNE-PV.
           MOVE WS-NB-PRESENTS TO WS-EDT-NB.
           MOVE SPACES TO LIGNE-PV.
           STRING "PRESENTS              : " WS-EDT-NB
               DELIMITED BY SIZE INTO LIGNE-PV.
           WRITE LIGNE-PV.
           MOVE WS-NB-REPRESENTES TO WS-EDT-NB.
           MOVE SPACES TO LIGNE-PV.
           STRING "REPRESENTES           : " WS-EDT-NB
               DELIMITED BY SIZE INTO LIGNE-PV.
           WRITE LIGNE-PV.
           MOVE WS-NB-VOIX TO WS-EDT-NB.
           MOVE SPACES TO LIGNE-PV.
           STRING "VOIX                  : " WS-EDT-NB
               DELIMITED BY SIZE INTO LIGNE-PV.
           WRITE LIGNE-PV.
           MOVE WS-QUORUM-REQ TO WS-EDT-NB.
           MOVE WS-QUORUM-PCT TO WS-EDT-PCT.
           MOVE SPACES TO LIGNE-PV.
           STRING "QUORUM REQUIS (" WS-EDT-PCT " %) : " WS-EDT-NB
               DELIMITED BY SIZE INTO LIGNE-PV.
           WRITE LIGNE-PV.
           MOVE SPACES TO LIGNE-PV.
           WRITE LIGNE-PV.
           IF WS-NB-VOIX NOT < WS-QUORUM-REQ
               MOVE "LE QUORUM EST ATTEINT" TO LIGNE-PV
           ELSE
               MOVE "LE QUORUM N'EST PAS ATTEINT" TO LIGNE-PV
           END-IF.
           WRITE LIGNE-PV.
           CLOSE PV-FILE.
           PERFORM D-100-SPOOLER.
           DISPLAY "FEUILLE DE PRESENCE ECRITE (MECCGAGP.RPT, SPOOL "
                   WS-PROCHAIN ")".
           PERFORM AFFICHER-DECOMPTE.
       FIN-CLOTURE.
           EXIT.
      *----------------------------------------------------------------
      * THE STATEMENT BANKED IN THE SPOOL: THE NEXT NUMBERED MEMBER
      * AND ITS CATALOGUE LINE, AS SPOOLER'S CAPTURE DOES IT.
      *----------------------------------------------------------------
       D-100-SPOOLER.
           MOVE 1 TO WS-PROCHAIN.
           OPEN INPUT CATALOG-FILE.
           IF WS-CAT-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ CATALOG-FILE
                       AT END MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF SP-NUMERO NOT < WS-PROCHAIN
                               COMPUTE WS-PROCHAIN = SP-NUMERO + 1
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CATALOG-FILE
           END-IF.
           MOVE SPACES TO WS-MEMBER-NAME.
           STRING "SP" WS-PROCHAIN ".RPT"
               DELIMITED BY SIZE INTO WS-MEMBER-NAME.
           OPEN INPUT PV-FILE.
           OPEN OUTPUT MEMBER-FILE.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ PV-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       MOVE LIGNE-PV TO MEMBER-RECORD
                       WRITE MEMBER-RECORD
               END-READ
           END-PERFORM.
           CLOSE MEMBER-FILE.
           CLOSE PV-FILE.
           OPEN EXTEND CATALOG-FILE.
           IF WS-CAT-STATUS = "35"
               OPEN OUTPUT CATALOG-FILE
               CLOSE CATALOG-FILE
               OPEN EXTEND CATALOG-FILE
           END-IF.
           MOVE WS-PROCHAIN TO SP-NUMERO.
           MOVE WS-AUJOURDHUI TO SP-DATE.
           ACCEPT WS-HEURE-EXACTE FROM TIME.
           MOVE WS-HHMMSS TO SP-TIME.
           MOVE "MECCGAGP.RPT" TO SP-TYPE.
           MOVE "MECCGAGM" TO SP-PROGRAMME.
           MOVE AUT-OPERATEUR TO SP-OPERATEUR.
           MOVE "T" TO SP-ETAT.
           WRITE CATALOG-RECORD.
           CLOSE CATALOG-FILE.
      *----------------------------------------------------------------
      * PRESENT, REPRESENTED AND THE QUORUM THEY ARE MEASURED AGAINST
      * (THE CONTROL-FILE PERCENTAGE OF THE REGISTER, ROUNDED UP).
      *----------------------------------------------------------------
       COMPTER-VOIX.
           MOVE 0 TO WS-NB-PRESENTS WS-NB-REPRESENTES.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NB-VOTANTS
               EVALUATE VT-PRESENCE (WS-I)
                   WHEN "P" ADD 1 TO WS-NB-PRESENTS
                   WHEN "R" ADD 1 TO WS-NB-REPRESENTES
                   WHEN OTHER CONTINUE
               END-EVALUATE
           END-PERFORM.
           COMPUTE WS-NB-VOIX = WS-NB-PRESENTS + WS-NB-REPRESENTES.
           MOVE WS-NB-VOIX TO WS-NB-EMARGES.
           COMPUTE WS-QUORUM-REQ =
               (WS-NB-VOTANTS * WS-QUORUM-PCT + 99) / 100.
       AFFICHER-DECOMPTE.
           PERFORM COMPTER-VOIX.
           MOVE WS-NB-PRESENTS TO WS-EDT-NB.
           MOVE WS-NB-REPRESENTES TO WS-EDT-NB2.
           MOVE WS-NB-VOTANTS TO WS-EDT-NB3.
           DISPLAY "PRESENTS " WS-EDT-NB "  REPRESENTES " WS-EDT-NB2
                   "  INSCRITS " WS-EDT-NB3.
           MOVE WS-NB-VOIX TO WS-EDT-NB.
           MOVE WS-QUORUM-REQ TO WS-EDT-NB2.
           MOVE WS-QUORUM-PCT TO WS-EDT-PCT.
           IF WS-NB-VOIX NOT < WS-QUORUM-REQ
               DISPLAY "VOIX " WS-EDT-NB "  QUORUM (" WS-EDT-PCT
                       " %) " WS-EDT-NB2 " - ATTEINT"
           ELSE
               DISPLAY "VOIX " WS-EDT-NB "  QUORUM (" WS-EDT-PCT
                       " %) " WS-EDT-NB2 " - NON ATTEINT"
           END-IF.
      *----------------------------------------------------------------
      * THE VOTER WS-ID-CHERCHE IN THE REGISTER: WS-V, 0 IF ABSENT.
      *----------------------------------------------------------------
       TROUVER-VOTANT.
           MOVE 0 TO WS-V.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NB-VOTANTS
               IF VT-ID (WS-I) = WS-ID-CHERCHE
                   MOVE WS-I TO WS-V
                   MOVE WS-NB-VOTANTS TO WS-I
               END-IF
           END-PERFORM.
      *----------------------------------------------------------------
      * THE REGISTER FILE TO AND FROM STORAGE.
      *----------------------------------------------------------------
       CHARGER-REGISTRE.
           MOVE "N" TO WS-REGISTRE.
           MOVE 0 TO WS-NB-VOTANTS.
           OPEN INPUT AGM-FILE.
           IF WS-AGM-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ AGM-FILE
                       AT END MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM CHARGER-LIGNE
                   END-READ
               END-PERFORM
               CLOSE AGM-FILE
           END-IF.
       CHARGER-LIGNE.
           IF AG-ENTETE
               MOVE "O" TO WS-REGISTRE
               MOVE AG-DATE-REF TO WS-DATE-REF
               MOVE AG-DATE-ETABLI TO WS-DATE-ETABLI
               MOVE AG-ETABLI-PAR TO WS-ETABLI-PAR
           END-IF.
           IF AG-VOTANT AND WS-NB-VOTANTS < 2000
               ADD 1 TO WS-NB-VOTANTS
               MOVE AG-ID TO VT-ID (WS-NB-VOTANTS)
               MOVE AG-NOM TO VT-NOM (WS-NB-VOTANTS)
               MOVE AG-PRESENCE TO VT-PRESENCE (WS-NB-VOTANTS)
               MOVE AG-MANDATAIRE TO VT-MANDATAIRE (WS-NB-VOTANTS)
               MOVE AG-HEURE TO VT-HEURE (WS-NB-VOTANTS)
               MOVE AG-OPERATEUR TO VT-OPERATEUR (WS-NB-VOTANTS)
           END-IF.
       SAUVER-REGISTRE.
           OPEN OUTPUT AGM-FILE.
           MOVE SPACES TO AGM-RECORD.
           MOVE "H" TO AG-TYPE.
           MOVE WS-DATE-REF TO AG-DATE-REF.
           MOVE WS-DATE-ETABLI TO AG-DATE-ETABLI.
           MOVE WS-ETABLI-PAR TO AG-ETABLI-PAR.
           MOVE WS-NB-VOTANTS TO AG-NB-INSCRITS.
           WRITE AGM-RECORD.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NB-VOTANTS
               MOVE "V" TO AG-TYPE
               MOVE VT-ID (WS-I) TO AG-ID
               MOVE VT-NOM (WS-I) TO AG-NOM
               MOVE VT-PRESENCE (WS-I) TO AG-PRESENCE
               MOVE VT-MANDATAIRE (WS-I) TO AG-MANDATAIRE
               MOVE VT-HEURE (WS-I) TO AG-HEURE
               MOVE VT-OPERATEUR (WS-I) TO AG-OPERATEUR
               WRITE AGM-RECORD
           END-PERFORM.
           CLOSE AGM-FILE.
      *----------------------------------------------------------------
      * QUORUM PERCENTAGE AND PROXY LIMIT FROM MECCGAGM.CTL WHEN IT IS
      * THERE AND NUMERIC; THE DEFAULTS OTHERWISE.
      *----------------------------------------------------------------
       LIRE-CONTROLE.
           OPEN INPUT CTL-FILE.
           IF WS-CTL-STATUS = "00"
               READ CTL-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF CTL-QUORUM NUMERIC
                           MOVE CTL-QUORUM TO WS-QUORUM-PCT
                       END-IF
                       IF CTL-MAX-PROC NUMERIC
                           MOVE CTL-MAX-PROC TO WS-MAX-PROC
                       END-IF
               END-READ
               CLOSE CTL-FILE
           END-IF.
       CONFIRMER.
           DISPLAY "CONFIRMER (O/N) : ".
           ACCEPT WS-CONFIRME.
           MOVE FUNCTION UPPER-CASE(WS-CONFIRME) TO WS-CONFIRME.
           IF WS-CONFIRME NOT = "O"
               DISPLAY "ABANDONNE - RIEN N'EST SAUVE"
           END-IF.
      *----------------------------------------------------------------
      * A REFUSED SIGN-IN OR PROXY: SHOWN AND LOGGED WITH ITS REASON.
      *----------------------------------------------------------------
       SIGNALER-REFUS.
           DISPLAY "REFUSE - " WS-REFUS.
           MOVE WS-REFUS-VALEUR TO EXC-VALUE.
           MOVE WS-REFUS TO EXC-REASON.
           MOVE "W" TO EXC-SEVERITY.
           PERFORM ECRIRE-EXCEPTION.
      *----------------------------------------------------------------
      * APPENDS ONE RECORD TO THE SHARED EXCEPTION LOG. CALLERS SET
      * EXC-VALUE/EXC-REASON/EXC-SEVERITY BEFORE PERFORMING THIS.
      *----------------------------------------------------------------
       ECRIRE-EXCEPTION.
           OPEN EXTEND EXCEPTION-FILE.
           IF WS-EXC-STATUS = "35"
               OPEN OUTPUT EXCEPTION-FILE
               CLOSE EXCEPTION-FILE
               OPEN EXTEND EXCEPTION-FILE
           END-IF.
           MOVE "MECCGAGM" TO EXC-PROGRAM.
           MOVE WS-AUJOURDHUI TO EXC-DATE.
           ACCEPT WS-HEURE-EXACTE FROM TIME.
           MOVE WS-HHMMSS TO EXC-TIME.
           MOVE WS-OPERATEUR TO EXC-OPERATOR.
           WRITE EXCEPTION-LOG-RECORD.
           CLOSE EXCEPTION-FILE.
      *----------------------------------------------------------------
      * THE SIGNED-ON OPERATOR (OPERATOR.CUR, WRITTEN BY ASL) - THE
      * SIGN-IN REFUSES TO MARK ANYONE WITHOUT ONE.
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

       END PROGRAM MECCGAGM.
