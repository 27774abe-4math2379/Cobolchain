       IDENTIFICATION DIVISION.
       PROGRAM-ID. MECCGEVT.
       AUTHOR. SHOP OPERATIONS.
      *          EVENT REGISTRATION. THE SHOP CALENDAR (TA2400.EVT)
      *          SAYS WHEN AN EVENT IS ON AND WHAT IT IS CALLED;
      *          SIGN-UPS WERE KEPT ON PAPER. AN EVENT IS DEFINED HERE
      *          (MECCGEVT.DAT, MECCGEV.cpy) FROM ITS CALENDAR LINE,
      *          WITH A CAPACITY, A FEE AND A REGISTRATION DEADLINE,
      *          AND MEMBERS ARE REGISTERED AGAINST IT (MECCGINS.DAT,
      *          MECCGIN.cpy). COMMANDS:
      *              DEFINIR     A NEW EVENT, OR NEW CAPACITY / FEE /
      *                          DEADLINE ON AN EXISTING ONE - THE
      *                          CAPACITY NEVER DROPS BELOW THE PLACES
      *                          TAKEN; RAISING IT PROMOTES FROM THE
      *                          WAITING LIST. A FEE CHANGE APPLIES TO
      *                          LATER REGISTRATIONS ONLY
      *              INSCRIRE    ONE MEMBER (MUST BE ON MECCG.DAT,
      *                          NEITHER LEFT NOR SUSPENDED), UP TO THE
      *                          DEADLINE. WHILE THERE IS ROOM THE
      *                          MEMBER TAKES A PLACE AND THE FEE IS
      *                          RAISED AS AN INVOICE OF CATEGORY "EV"
      *                          IN THE DUES REGISTER, DUE ON THE EVENT
      *                          DATE; ONCE FULL THE MEMBER GOES ON THE
      *                          WAITING LIST, IN ORDER OF SIGN-UP
      *              ANNULER     A REGISTRATION OR A WAITING-LIST
      *                          ENTRY. A PLACE GIVEN UP GOES AT ONCE
      *                          TO THE FIRST MEMBER WAITING, WHO IS
      *                          INVOICED IN TURN. AN INVOICE ALREADY
      *                          RAISED IS NOT TOUCHED HERE - IT IS
      *                          LISTED FOR A CREDIT NOTE (MECCGADJ)
      *              LISTE       ATTENDEES AND WAITING LIST OF ONE
      *                          EVENT
      *              EMARGEMENT  SIGN-IN SHEET OF ONE EVENT, BY NAME
      *              REMPLISSAGE EVENTS TO COME THAT ARE 80 PER CENT
      *                          FULL OR MORE, OR HAVE A WAITING LIST
      *              EXIT
      *          THE PRINTS GO TO MECCGEVT.RPT. EVERY CHANGE PASSES
      *          AUTHSRV (DESK LEVEL); CANCELLATIONS AND PROMOTIONS
      *          LEAVE AN AUDIT LINE IN EXCEPT.LOG. AN INVOICE IS
      *          RAISED ONLY WHILE THE BUSINESS DATE IS IN AN OPEN
      *          FISCAL PERIOD (PERSRV) AND THE REGISTER IS FREE
      *          (ENQSRV), NUMBERED LIKE THE BILLING RUN'S; OTHERWISE
      *          THE CHANGE IS REFUSED AND NOTHING IS SAVED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EVENT-FILE ASSIGN TO "MECCGEVT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EV-CODE
               FILE STATUS IS WS-EVT-STATUS.
           SELECT REG-FILE ASSIGN TO "MECCGINS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IN-CLE
               ALTERNATE RECORD KEY IS IN-CODE WITH DUPLICATES
               FILE STATUS IS WS-INS-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "TA2400.EVT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-CAL-STATUS.
           SELECT MASTER-FILE ASSIGN TO "MECCG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MR-ID
               ALTERNATE RECORD KEY IS MR-NAME WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.
           SELECT INVOICE-FILE ASSIGN TO "MECCGINV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IV-NUMERO
               ALTERNATE RECORD KEY IS IV-ID WITH DUPLICATES
               FILE STATUS IS WS-INV-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO "MECCGINV.ARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-ARC-STATUS.
           SELECT REPORT-FILE ASSIGN TO "MECCGEVT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEPTION-FILE ASSIGN TO "EXCEPT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-EXC-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "OPERATOR.CUR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-OPR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EVENT-FILE
                      DATA RECORD EVENT-RECORD.
           COPY "MECCGEV.cpy".
       FD  REG-FILE
                      DATA RECORD REGISTRATION-RECORD.
           COPY "MECCGIN.cpy".
       FD  CALENDAR-FILE
                      DATA RECORD LIGNE-EVT.
       01  LIGNE-EVT             PIC X(40).
       FD  MASTER-FILE.
           COPY "MECCGMR.cpy".
       FD  INVOICE-FILE
                      DATA RECORD INVOICE-RECORD.
           COPY "MECCGIV.cpy".
       FD  ARCHIVE-FILE
                      DATA RECORD ARCHIVE-RECORD.
       01  ARCHIVE-RECORD.
           05  ARC-DATE-ARCHIVAGE PIC 9(8).
           05  ARC-IMAGE          PIC X(63).
       FD  REPORT-FILE
                      DATA RECORD LIGNE-RPT.
       01  LIGNE-RPT             PIC X(80).
       FD  EXCEPTION-FILE
                      DATA RECORD EXCEPTION-LOG-RECORD.
           COPY "EXCLOG.cpy".
       FD  OPERATOR-FILE
                      DATA RECORD OPERATOR-CUR-RECORD.
       01  OPERATOR-CUR-RECORD   PIC X(8).

       WORKING-STORAGE SECTION.
           COPY "BUSDATE.cpy".
           COPY "AUTHSRV.cpy".
           COPY "ENQSRV.cpy".
           COPY "PERSRV.cpy".
           COPY "DATESRV.cpy".
       01  WS-EVT-STATUS         PIC XX.
       01  WS-INS-STATUS         PIC XX.
       01  WS-CAL-STATUS         PIC XX.
       01  WS-FILE-STATUS        PIC XX.
       01  WS-INV-STATUS         PIC XX.
       01  WS-ARC-STATUS         PIC XX.
       01  WS-EXC-STATUS         PIC XX.
       01  WS-OPR-STATUS         PIC XX.
       01  WS-OPERATEUR          PIC X(8).
       01  WS-COMMAND            PIC X(12).
       01  WS-HEURE-EXACTE.
           05  WS-HHMMSS         PIC 9(6).
           05  FILLER            PIC 99.
       01  WS-AUJOURDHUI         PIC 9(8).
       01  WS-EOF-FLAG           PIC X.
       01  WS-CONFIRME           PIC X.
       01  WS-CODE-SAISI         PIC X(6).
       01  WS-ID-SAISI           PIC X(8).
       01  WS-DATE-SAISIE        PIC X(8).
       01  WS-DATE-SAISIE-N REDEFINES WS-DATE-SAISIE PIC 9(8).
       01  WS-MONTANT-SAISI      PIC X(9).
       01  WS-MONTANT-OK         PIC X.
       01  WS-NB-POINTS          PIC S9(4) COMP.
       01  WS-VALEUR             PIC 9(7)V99.
       01  WS-CHOIX-SAISI        PIC XX.
       01  WS-I                  PIC S9(4) COMP.
       01  WS-J                  PIC S9(4) COMP.
       01  WS-EVT-TROUVE         PIC X.
       01  WS-INS-TROUVE         PIC X.
       01  WS-ECRIT              PIC X.
       01  WS-FIN-EVENEMENT      PIC X.
       01  WS-ANCIEN-STATUT      PIC X.
       01  WS-NB-INSCRITS        PIC 9(4).
       01  WS-NB-ATTENTE         PIC 9(4).
       01  WS-NB-PROMUS          PIC 9(4).
       01  WS-A-PROMOUVOIR       PIC 9(4).
      *----------------------------------------------------------------
      * THE EVENT BEING DEFINED OR CHANGED: ITS VALUES AS KEYED, KEPT
      * APART FROM EVENT-RECORD UNTIL CONFIRMED.
      *----------------------------------------------------------------
       01  WS-NOUVEL-EVT         PIC X.
       01  WS-CAPACITE           PIC 9(4).
       01  WS-FRAIS              PIC 9(5)V99.
       01  WS-LIMITE             PIC 9(8).
       01  WS-CAL-DATE           PIC 9(8).
       01  WS-NB-CAL             PIC S9(4) COMP.
       01  TABLE-CALENDRIER.
           05  CALENDRIER OCCURS 10.
               10  CA-LIBELLE    PIC X(30).
      *----------------------------------------------------------------
      * FEE INVOICING: THE REGISTER IS ENQUEUED AND OPEN I-O ONLY
      * WHILE WS-REGISTRE-TENU IS "O".
      *----------------------------------------------------------------
       01  WS-REGISTRE-TENU      PIC X    VALUE "N".
       01  WS-FACTURATION-OK     PIC X.
       01  WS-PROCHAIN-NUMERO    PIC 9(8) VALUE 1.
       01  WS-NUMERO-PRIS        PIC X.
       01  WS-ID-FACTURE         PIC X(8).
       01  WS-FACTURE            PIC 9(8).
      *----------------------------------------------------------------
      * THE WAITING LIST OF ONE EVENT, IN SIGN-UP ORDER ONCE SORTED.
      *----------------------------------------------------------------
       01  WS-MIN-HORODATE       PIC 9(14).
       01  WS-MIN-ID             PIC X(8).
       01  WS-NB-AT              PIC S9(4) COMP VALUE 0.
       01  TABLE-ATTENTE.
           05  ATTENTE OCCURS 500.
               10  AT-HORODATE   PIC 9(14).
               10  AT-ID         PIC X(8).
       01  WS-ECHANGE.
           05  WS-ECH-HORODATE   PIC 9(14).
           05  WS-ECH-ID         PIC X(8).
       01  WS-TAUX               PIC 9(3).
       01  WS-NB-LIGNES          PIC 9(4).
       01  WS-EDT-MONTANT        PIC ZZZZ9.99.
       01  WS-EDT-NB             PIC ZZZ9.
       01  WS-EDT-NB-2           PIC ZZZ9.
       01  WS-EDT-TAUX           PIC ZZ9.

       01  WS-LIGNE-TETE.
           05  LT-CODE           PIC X(6).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  LT-DATE           PIC 9(8).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  LT-LIBELLE        PIC X(30).
           05  FILLER            PIC X(7)  VALUE "  FRAIS".
           05  LT-FRAIS          PIC ZZZZ9.99.
       01  WS-LIGNE-INSCRIT.
           05  LI-RANG           PIC ZZZ9.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  LI-ID             PIC X(8).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  LI-NOM            PIC X(20).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  LI-FACTURE        PIC X(8).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  LI-ETAT           PIC X(10).
       01  WS-LIGNE-ATTENTE.
           05  LA-RANG           PIC ZZZ9.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  LA-ID             PIC X(8).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  LA-NOM            PIC X(20).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  LA-HORODATE       PIC 9(14).
       01  WS-LIGNE-EMARGEMENT.
           05  LE-ID             PIC X(8).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  LE-NOM            PIC X(20).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  LE-SIGNATURE      PIC X(30) VALUE ALL "_".
       01  WS-LIGNE-REMPLISSAGE.
           05  LR-CODE           PIC X(6).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  LR-DATE           PIC 9(8).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  LR-LIBELLE        PIC X(30).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  LR-INSCRITS       PIC ZZZ9.
           05  FILLER            PIC X(1)  VALUE "/".
           05  LR-CAPACITE       PIC ZZZ9.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  LR-TAUX           PIC ZZ9.
           05  FILLER            PIC X(2)  VALUE "% ".
           05  LR-ATTENTE        PIC ZZZ9.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM LIRE-OPERATEUR.
           PERFORM LIRE-DATE-METIER.
           MOVE BDA-DATE TO WS-AUJOURDHUI.
           PERFORM UNTIL 1 = 0
                DISPLAY "COMMANDE (DEFINIR/INSCRIRE/ANNULER/LISTE/"
                        "EMARGEMENT/REMPLISSAGE/EXIT) : "
                ACCEPT WS-COMMAND
                MOVE FUNCTION UPPER-CASE(WS-COMMAND) TO WS-COMMAND
                EVALUATE WS-COMMAND
                        WHEN "EXIT" GO TO THE-END
                        WHEN "DEFINIR"
                            PERFORM DO-DEFINIR THRU FIN-DEFINIR
                        WHEN "INSCRIRE"
                            PERFORM DO-INSCRIRE THRU FIN-INSCRIRE
                        WHEN "ANNULER"
                            PERFORM DO-ANNULER THRU FIN-ANNULER
                        WHEN "LISTE"
                            PERFORM DO-LISTE THRU FIN-LISTE
                        WHEN "EMARGEMENT"
                            PERFORM DO-EMARGEMENT THRU FIN-EMARGEMENT
                        WHEN "REMPLISSAGE"
                            PERFORM DO-REMPLISSAGE THRU FIN-REMPLISSAGE
                        WHEN OTHER
                            DISPLAY "COMMANDE INCONNUE: " WS-COMMAND
                END-EVALUATE
           END-PERFORM.
       THE-END.
           DISPLAY "FINISH"
           STOP RUN.
      *----------------------------------------------------------------
      * DEFINIR: A NEW EVENT MUST BE ON THE SHOP CALENDAR FIRST (ITS
      * DATE AND LABEL ARE TAKEN FROM THERE); AN EXISTING ONE KEEPS
      * ANY VALUE LEFT BLANK.
      *----------------------------------------------------------------
       DO-DEFINIR.
           MOVE "EVENEMENT" TO AUT-FONCTION.
           MOVE 1 TO AUT-NIVEAU-REQ.
           CALL "AUTHSRV" USING AUTHORITY-AREA.
           IF AUT-RETOUR NOT = "00"
               DISPLAY "SAISIE REFUSEE - NIVEAU INSUFFISANT"
               GO TO FIN-DEFINIR.
           PERFORM DEMANDER-EVENEMENT.
           IF WS-CODE-SAISI = SPACES
               DISPLAY "CODE OBLIGATOIRE"
               GO TO FIN-DEFINIR.
           PERFORM OUVRIR-EVENEMENTS.
           PERFORM OUVRIR-INSCRIPTIONS.
           PERFORM CHERCHER-EVENEMENT.
           IF WS-EVT-TROUVE = "O"
               MOVE "N" TO WS-NOUVEL-EVT
               PERFORM AFFICHER-EVENEMENT
               PERFORM COMPTER-INSCRITS
               DISPLAY "(BLANC = INCHANGE)"
           ELSE
               MOVE "O" TO WS-NOUVEL-EVT
               PERFORM CHOISIR-AU-CALENDRIER THRU FIN-CHOISIR
               IF WS-NB-CAL = 0
                   GO TO FIN-DEFINIR-FERMER
               END-IF
               MOVE 0 TO WS-NB-INSCRITS WS-NB-ATTENTE
           END-IF.
           DISPLAY "CAPACITE (PLACES) : ".
           ACCEPT WS-MONTANT-SAISI.
           IF WS-MONTANT-SAISI = SPACES AND WS-NOUVEL-EVT = "N"
               MOVE EV-CAPACITE TO WS-CAPACITE
           ELSE
               PERFORM CONTROLER-MONTANT
               IF WS-MONTANT-OK NOT = "O" OR WS-NB-POINTS > 0
                  OR WS-MONTANT-SAISI = SPACES
                   DISPLAY "CAPACITE INVALIDE - RIEN N'EST SAUVE"
                   GO TO FIN-DEFINIR-FERMER
               END-IF
               COMPUTE WS-VALEUR = FUNCTION NUMVAL (WS-MONTANT-SAISI)
               IF WS-VALEUR = 0 OR WS-VALEUR > 9999
                   DISPLAY "CAPACITE INVALIDE - RIEN N'EST SAUVE"
                   GO TO FIN-DEFINIR-FERMER
               END-IF
               MOVE WS-VALEUR TO WS-CAPACITE
           END-IF.
           IF WS-CAPACITE < WS-NB-INSCRITS
               MOVE WS-NB-INSCRITS TO WS-EDT-NB
               DISPLAY "CAPACITE INFERIEURE AUX " WS-EDT-NB
                       " PLACES DEJA PRISES - RIEN N'EST SAUVE"
               GO TO FIN-DEFINIR-FERMER.
           DISPLAY "FRAIS D'INSCRIPTION (0 = GRATUIT) : ".
           ACCEPT WS-MONTANT-SAISI.
           IF WS-MONTANT-SAISI = SPACES
               IF WS-NOUVEL-EVT = "N"
                   MOVE EV-FRAIS TO WS-FRAIS
               ELSE
                   MOVE 0 TO WS-FRAIS
               END-IF
           ELSE
               PERFORM CONTROLER-MONTANT
               IF WS-MONTANT-OK NOT = "O"
                   DISPLAY "MONTANT INVALIDE - RIEN N'EST SAUVE"
                   GO TO FIN-DEFINIR-FERMER
               END-IF
               COMPUTE WS-VALEUR = FUNCTION NUMVAL (WS-MONTANT-SAISI)
               IF WS-VALEUR > 99999.99
                   DISPLAY "MONTANT INVALIDE - RIEN N'EST SAUVE"
                   GO TO FIN-DEFINIR-FERMER
               END-IF
               MOVE WS-VALEUR TO WS-FRAIS
           END-IF.
           DISPLAY "DATE LIMITE D'INSCRIPTION (AAAAMMJJ, BLANC = "
                   "LE JOUR MEME OU INCHANGEE) : ".
           ACCEPT WS-DATE-SAISIE.
           IF WS-DATE-SAISIE = SPACES
               IF WS-NOUVEL-EVT = "N"
                   MOVE EV-LIMITE TO WS-LIMITE
               ELSE
                   MOVE EV-DATE TO WS-LIMITE
               END-IF
           ELSE
               IF WS-DATE-SAISIE NOT NUMERIC
                   DISPLAY "DATE INVALIDE - RIEN N'EST SAUVE"
                   GO TO FIN-DEFINIR-FERMER
               END-IF
               MOVE "V" TO DSA-FONCTION
               MOVE WS-DATE-SAISIE-N TO DSA-DATE-1
               CALL "DATESRV" USING DATE-SERVICE-AREA
               IF DSA-RETOUR NOT = "00"
                   DISPLAY "DATE INVALIDE - RIEN N'EST SAUVE"
                   GO TO FIN-DEFINIR-FERMER
               END-IF
               MOVE WS-DATE-SAISIE-N TO WS-LIMITE
           END-IF.
           IF WS-LIMITE > EV-DATE
               DISPLAY "DATE LIMITE APRES L'EVENEMENT - RIEN N'EST "
                       "SAUVE"
               GO TO FIN-DEFINIR-FERMER.
      *    MORE PLACES ON AN EVENT WITH A WAITING LIST: THE FIRST
      *    MEMBERS WAITING ARE PROMOTED, AND INVOICED AT THE FEE NOW
      *    IN FORCE.
           MOVE 0 TO WS-A-PROMOUVOIR.
           IF WS-NB-ATTENTE > 0 AND WS-CAPACITE > WS-NB-INSCRITS
              AND EV-DATE NOT < WS-AUJOURDHUI
               COMPUTE WS-A-PROMOUVOIR = WS-CAPACITE - WS-NB-INSCRITS
               IF WS-A-PROMOUVOIR > WS-NB-ATTENTE
                   MOVE WS-NB-ATTENTE TO WS-A-PROMOUVOIR
               END-IF
               MOVE WS-A-PROMOUVOIR TO WS-EDT-NB
               DISPLAY WS-EDT-NB " MEMBRE(S) DE LA LISTE D'ATTENTE "
                       "SERONT INSCRITS"
           END-IF.
           MOVE WS-CAPACITE TO EV-CAPACITE.
           MOVE WS-FRAIS TO EV-FRAIS.
           MOVE WS-LIMITE TO EV-LIMITE.
           MOVE WS-AUJOURDHUI TO EV-DATE-MAJ.
           MOVE AUT-OPERATEUR TO EV-PAR.
           PERFORM AFFICHER-EVENEMENT.
           PERFORM CONFIRMER.
           IF WS-CONFIRME NOT = "O"
               GO TO FIN-DEFINIR-FERMER.
           IF WS-A-PROMOUVOIR > 0 AND EV-FRAIS > 0
               PERFORM PREPARER-FACTURATION THRU FIN-PREPARER
               IF WS-FACTURATION-OK NOT = "O"
                   GO TO FIN-DEFINIR-FERMER
               END-IF
           END-IF.
           MOVE "O" TO WS-ECRIT.
           IF WS-NOUVEL-EVT = "O"
               WRITE EVENT-RECORD
                   INVALID KEY MOVE "N" TO WS-ECRIT
               END-WRITE
           ELSE
               REWRITE EVENT-RECORD
                   INVALID KEY MOVE "N" TO WS-ECRIT
               END-REWRITE
           END-IF.
           IF WS-ECRIT = "N"
               DISPLAY "ERREUR ECRITURE EVENEMENT - STATUT "
                       WS-EVT-STATUS " - RIEN N'EST SAUVE"
               GO TO FIN-DEFINIR-FERMER.
           DISPLAY "EVENEMENT " EV-CODE " ENREGISTRE".
           MOVE 0 TO WS-NB-PROMUS.
           PERFORM PROMOUVOIR-ATTENTE THRU FIN-PROMOUVOIR
               UNTIL WS-NB-PROMUS NOT < WS-A-PROMOUVOIR.
       FIN-DEFINIR-FERMER.
           PERFORM LIBERER-REGISTRE.
           CLOSE EVENT-FILE.
           CLOSE REG-FILE.
       FIN-DEFINIR.
           EXIT.
      *----------------------------------------------------------------
      * THE EVENT LINES OF TA2400.EVT ON THE DATE ASKED. NONE: THE
      * EVENT GOES ON THE CALENDAR FIRST. SEVERAL: THE OPERATOR
      * PICKS ONE. WS-NB-CAL COMES BACK ZERO WHEN NOTHING IS TAKEN.
      *----------------------------------------------------------------
       CHOISIR-AU-CALENDRIER.
           MOVE 0 TO WS-NB-CAL.
           DISPLAY "DATE DE L'EVENEMENT (AAAAMMJJ) : ".
           ACCEPT WS-DATE-SAISIE.
           IF WS-DATE-SAISIE NOT NUMERIC
               DISPLAY "DATE INVALIDE"
               GO TO FIN-CHOISIR.
           MOVE "V" TO DSA-FONCTION.
           MOVE WS-DATE-SAISIE-N TO DSA-DATE-1.
           CALL "DATESRV" USING DATE-SERVICE-AREA.
           IF DSA-RETOUR NOT = "00"
               DISPLAY "DATE INVALIDE"
               GO TO FIN-CHOISIR.
           IF WS-DATE-SAISIE-N < WS-AUJOURDHUI
               DISPLAY "DATE PASSEE"
               GO TO FIN-CHOISIR.
           OPEN INPUT CALENDAR-FILE.
           IF WS-CAL-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ CALENDAR-FILE
                       AT END MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM RETENIR-LIGNE-CALENDRIER
                   END-READ
               END-PERFORM
               CLOSE CALENDAR-FILE
           END-IF.
           IF WS-NB-CAL = 0
               DISPLAY "AUCUN EVENEMENT AU CALENDRIER LE "
                       WS-DATE-SAISIE
                       " - L'AJOUTER D'ABORD A TA2400.EVT (FERMAINT)"
               GO TO FIN-CHOISIR.
           MOVE 1 TO WS-I.
           IF WS-NB-CAL > 1
               PERFORM VARYING WS-J FROM 1 BY 1
                       UNTIL WS-J > WS-NB-CAL
                   DISPLAY "  " WS-J " " CA-LIBELLE (WS-J)
               END-PERFORM
               DISPLAY "LEQUEL (NUMERO) : "
               ACCEPT WS-CHOIX-SAISI
               IF WS-CHOIX-SAISI (2:1) = SPACE
                   MOVE "0" TO WS-CHOIX-SAISI (2:1)
                   MOVE WS-CHOIX-SAISI (1:1) TO WS-CHOIX-SAISI (2:1)
                   MOVE "0" TO WS-CHOIX-SAISI (1:1)
               END-IF
               IF WS-CHOIX-SAISI NOT NUMERIC
                   MOVE 0 TO WS-I
               ELSE
                   COMPUTE WS-I = FUNCTION NUMVAL (WS-CHOIX-SAISI)
               END-IF
               IF WS-I < 1 OR WS-I > WS-NB-CAL
                   DISPLAY "CHOIX INVALIDE"
                   MOVE 0 TO WS-NB-CAL
                   GO TO FIN-CHOISIR
               END-IF
           END-IF.
           MOVE WS-CODE-SAISI TO EV-CODE.
           MOVE WS-DATE-SAISIE-N TO EV-DATE.
           MOVE CA-LIBELLE (WS-I) TO EV-LIBELLE.
           MOVE 0 TO EV-CAPACITE EV-FRAIS EV-LIMITE.
       FIN-CHOISIR.
           EXIT.
       RETENIR-LIGNE-CALENDRIER.
           IF LIGNE-EVT (1:8) NUMERIC AND WS-NB-CAL < 10
               COMPUTE WS-CAL-DATE =
                   FUNCTION NUMVAL (LIGNE-EVT (5:4)) * 10000
                 + FUNCTION NUMVAL (LIGNE-EVT (3:2)) * 100
                 + FUNCTION NUMVAL (LIGNE-EVT (1:2))
               IF WS-CAL-DATE = WS-DATE-SAISIE-N
                   ADD 1 TO WS-NB-CAL
                   MOVE LIGNE-EVT (10:30) TO CA-LIBELLE (WS-NB-CAL)
               END-IF
           END-IF.
      *----------------------------------------------------------------
      * INSCRIRE: A PLACE WHILE THERE IS ONE, THE WAITING LIST AFTER.
      *----------------------------------------------------------------
       DO-INSCRIRE.
           MOVE "INSCRIPTION" TO AUT-FONCTION.
           MOVE 1 TO AUT-NIVEAU-REQ.
           CALL "AUTHSRV" USING AUTHORITY-AREA.
           IF AUT-RETOUR NOT = "00"
               DISPLAY "SAISIE REFUSEE - NIVEAU INSUFFISANT"
               GO TO FIN-INSCRIRE.
           PERFORM DEMANDER-EVENEMENT.
           PERFORM OUVRIR-EVENEMENTS.
           PERFORM OUVRIR-INSCRIPTIONS.
           PERFORM CHERCHER-EVENEMENT.
           IF WS-EVT-TROUVE NOT = "O"
               DISPLAY "EVENEMENT INCONNU"
               GO TO FIN-INSCRIRE-FERMER.
           PERFORM AFFICHER-EVENEMENT.
           IF WS-AUJOURDHUI > EV-LIMITE
               DISPLAY "INSCRIPTIONS CLOSES DEPUIS LE " EV-LIMITE
               GO TO FIN-INSCRIRE-FERMER.
           PERFORM DEMANDER-MEMBRE.
           OPEN INPUT MASTER-FILE.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "MECCG.DAT ABSENT"
               GO TO FIN-INSCRIRE-FERMER.
           MOVE WS-ID-SAISI TO MR-ID.
           READ MASTER-FILE
               INVALID KEY MOVE SPACES TO MR-ID
           END-READ.
           CLOSE MASTER-FILE.
           IF MR-ID = SPACES
               DISPLAY "MEMBRE INCONNU"
               GO TO FIN-INSCRIRE-FERMER.
           IF MR-LEFT
               DISPLAY "MEMBRE SORTI - INSCRIPTION REFUSEE"
               GO TO FIN-INSCRIRE-FERMER.
           IF MR-SUSPENDED
               DISPLAY "MEMBRE SUSPENDU - INSCRIPTION REFUSEE"
               GO TO FIN-INSCRIRE-FERMER.
           DISPLAY "MEMBRE " MR-ID " " MR-NAME.
           PERFORM COMPTER-INSCRITS.
           PERFORM CHERCHER-INSCRIPTION.
           IF WS-INS-TROUVE = "O"
               IF IN-INSCRIT
                   DISPLAY "DEJA INSCRIT"
                   GO TO FIN-INSCRIRE-FERMER
               END-IF
               IF IN-ATTENTE
                   DISPLAY "DEJA SUR LA LISTE D'ATTENTE"
                   GO TO FIN-INSCRIRE-FERMER
               END-IF
           END-IF.
           IF WS-NB-INSCRITS < EV-CAPACITE
               IF EV-FRAIS > 0
                   MOVE EV-FRAIS TO WS-EDT-MONTANT
                   DISPLAY "PLACE DISPONIBLE - FACTURE DE "
                           WS-EDT-MONTANT " A EMETTRE"
               ELSE
                   DISPLAY "PLACE DISPONIBLE"
               END-IF
           ELSE
               MOVE WS-NB-ATTENTE TO WS-EDT-NB
               DISPLAY "EVENEMENT COMPLET - LISTE D'ATTENTE ("
                       WS-EDT-NB " DEJA EN ATTENTE)"
           END-IF.
           PERFORM CONFIRMER.
           IF WS-CONFIRME NOT = "O"
               GO TO FIN-INSCRIRE-FERMER.
           MOVE WS-CODE-SAISI TO IN-CODE.
           MOVE WS-ID-SAISI TO IN-ID.
           MOVE 0 TO IN-NUMERO IN-DATE-ANNUL.
           MOVE AUT-OPERATEUR TO IN-PAR.
           ACCEPT WS-HEURE-EXACTE FROM TIME.
           COMPUTE IN-HORODATE = WS-AUJOURDHUI * 1000000 + WS-HHMMSS.
           IF WS-NB-INSCRITS < EV-CAPACITE
               MOVE "I" TO IN-STATUT
               IF EV-FRAIS > 0
                   PERFORM PREPARER-FACTURATION THRU FIN-PREPARER
                   IF WS-FACTURATION-OK NOT = "O"
                       GO TO FIN-INSCRIRE-FERMER
                   END-IF
                   MOVE WS-ID-SAISI TO WS-ID-FACTURE
                   PERFORM ECRIRE-FACTURE
                   MOVE WS-FACTURE TO IN-NUMERO
               END-IF
           ELSE
               MOVE "A" TO IN-STATUT
           END-IF.
           MOVE "O" TO WS-ECRIT.
           IF WS-INS-TROUVE = "O"
               REWRITE REGISTRATION-RECORD
                   INVALID KEY MOVE "N" TO WS-ECRIT
               END-REWRITE
           ELSE
               WRITE REGISTRATION-RECORD
                   INVALID KEY MOVE "N" TO WS-ECRIT
               END-WRITE
           END-IF.
           IF WS-ECRIT = "N"
               DISPLAY "ERREUR ECRITURE INSCRIPTION - STATUT "
                       WS-INS-STATUS
               IF IN-NUMERO > 0
                   DISPLAY "FACTURE " IN-NUMERO
                           " EMISE - A CREDITER PAR MECCGADJ"
                   MOVE SPACES TO EXC-VALUE
                   STRING IN-NUMERO " " IN-ID
                       DELIMITED BY SIZE INTO EXC-VALUE
                   MOVE "FACTURE EVT SANS INSCRIPTION" TO EXC-REASON
                   MOVE "W" TO EXC-SEVERITY
                   PERFORM ECRIRE-EXCEPTION
               END-IF
               GO TO FIN-INSCRIRE-FERMER.
           IF IN-INSCRIT
               IF IN-NUMERO > 0
                   DISPLAY "INSCRIT - FACTURE " IN-NUMERO
               ELSE
                   DISPLAY "INSCRIT"
               END-IF
           ELSE
               DISPLAY "INSCRIT SUR LA LISTE D'ATTENTE"
           END-IF.
       FIN-INSCRIRE-FERMER.
           PERFORM LIBERER-REGISTRE.
           CLOSE EVENT-FILE.
           CLOSE REG-FILE.
       FIN-INSCRIRE.
           EXIT.
      *----------------------------------------------------------------
      * ANNULER: THE ENTRY IS KEPT AS "X". A PLACE GIVEN UP BEFORE
      * THE EVENT GOES TO THE FIRST MEMBER WAITING.
      *----------------------------------------------------------------
       DO-ANNULER.
           MOVE "INSCRIPTION" TO AUT-FONCTION.
           MOVE 1 TO AUT-NIVEAU-REQ.
           CALL "AUTHSRV" USING AUTHORITY-AREA.
           IF AUT-RETOUR NOT = "00"
               DISPLAY "SAISIE REFUSEE - NIVEAU INSUFFISANT"
               GO TO FIN-ANNULER.
           PERFORM DEMANDER-EVENEMENT.
           PERFORM OUVRIR-EVENEMENTS.
           PERFORM OUVRIR-INSCRIPTIONS.
           PERFORM CHERCHER-EVENEMENT.
           IF WS-EVT-TROUVE NOT = "O"
               DISPLAY "EVENEMENT INCONNU"
               GO TO FIN-ANNULER-FERMER.
           PERFORM AFFICHER-EVENEMENT.
           PERFORM DEMANDER-MEMBRE.
           PERFORM COMPTER-INSCRITS.
           PERFORM CHERCHER-INSCRIPTION.
           IF WS-INS-TROUVE NOT = "O" OR IN-ANNULE
               DISPLAY "AUCUNE INSCRIPTION DE " WS-ID-SAISI
                       " A CET EVENEMENT"
               GO TO FIN-ANNULER-FERMER.
           IF IN-INSCRIT
               DISPLAY "INSCRIT - FACTURE " IN-NUMERO
           ELSE
               DISPLAY "SUR LA LISTE D'ATTENTE DEPUIS " IN-HORODATE
           END-IF.
           MOVE 0 TO WS-A-PROMOUVOIR.
           IF IN-INSCRIT AND WS-NB-ATTENTE > 0
              AND EV-DATE NOT < WS-AUJOURDHUI
               MOVE 1 TO WS-A-PROMOUVOIR
               DISPLAY "LA PLACE IRA AU PREMIER MEMBRE EN ATTENTE"
           END-IF.
           PERFORM CONFIRMER.
           IF WS-CONFIRME NOT = "O"
               GO TO FIN-ANNULER-FERMER.
           IF WS-A-PROMOUVOIR > 0 AND EV-FRAIS > 0
               PERFORM PREPARER-FACTURATION THRU FIN-PREPARER
               IF WS-FACTURATION-OK NOT = "O"
                   GO TO FIN-ANNULER-FERMER
               END-IF
           END-IF.
           MOVE IN-STATUT TO WS-ANCIEN-STATUT.
           MOVE "X" TO IN-STATUT.
           MOVE WS-AUJOURDHUI TO IN-DATE-ANNUL.
           MOVE AUT-OPERATEUR TO IN-PAR.
           MOVE "O" TO WS-ECRIT.
           REWRITE REGISTRATION-RECORD
               INVALID KEY MOVE "N" TO WS-ECRIT
           END-REWRITE.
           IF WS-ECRIT = "N"
               DISPLAY "ERREUR REECRITURE INSCRIPTION - STATUT "
                       WS-INS-STATUS " - RIEN N'EST SAUVE"
               GO TO FIN-ANNULER-FERMER.
           MOVE SPACES TO EXC-VALUE.
           STRING IN-CODE " " IN-ID DELIMITED BY SIZE INTO EXC-VALUE.
           MOVE "INSCRIPTION EVENEMENT ANNULEE" TO EXC-REASON.
           MOVE "W" TO EXC-SEVERITY.
           PERFORM ECRIRE-EXCEPTION.
           DISPLAY "INSCRIPTION ANNULEE".
           IF WS-ANCIEN-STATUT = "I" AND IN-NUMERO > 0
               DISPLAY "FACTURE " IN-NUMERO
                       " A CREDITER PAR MECCGADJ SI LES FRAIS SONT "
                       "REMBOURSES"
               MOVE SPACES TO EXC-VALUE
               STRING IN-NUMERO " " IN-ID
                   DELIMITED BY SIZE INTO EXC-VALUE
               MOVE "FACTURE EVT A CREDITER" TO EXC-REASON
               MOVE "W" TO EXC-SEVERITY
               PERFORM ECRIRE-EXCEPTION
           END-IF.
           MOVE 0 TO WS-NB-PROMUS.
           PERFORM PROMOUVOIR-ATTENTE THRU FIN-PROMOUVOIR
               UNTIL WS-NB-PROMUS NOT < WS-A-PROMOUVOIR.
       FIN-ANNULER-FERMER.
           PERFORM LIBERER-REGISTRE.
           CLOSE EVENT-FILE.
           CLOSE REG-FILE.
       FIN-ANNULER.
           EXIT.
      *----------------------------------------------------------------
      * THE MEMBER WAITING LONGEST (LOWEST IN-HORODATE) TAKES A PLACE
      * ON EVENT-RECORD'S EVENT AND IS INVOICED THE FEE. THE CALLER
      * HAS THE REGISTER READY WHEN THERE IS A FEE. COUNTS ONE IN
      * WS-NB-PROMUS EVEN WHEN NOBODY IS LEFT WAITING, SO THE LOOP
      * ALWAYS ENDS.
      *----------------------------------------------------------------
       PROMOUVOIR-ATTENTE.
           ADD 1 TO WS-NB-PROMUS.
           MOVE SPACES TO WS-MIN-ID.
           MOVE 99999999999999 TO WS-MIN-HORODATE.
           MOVE "N" TO WS-FIN-EVENEMENT.
           MOVE EV-CODE TO IN-CODE.
           START REG-FILE KEY IS EQUAL TO IN-CODE
               INVALID KEY MOVE "Y" TO WS-FIN-EVENEMENT
           END-START.
           PERFORM UNTIL WS-FIN-EVENEMENT = "Y"
               READ REG-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-FIN-EVENEMENT
                   NOT AT END
                       IF IN-CODE NOT = EV-CODE
                           MOVE "Y" TO WS-FIN-EVENEMENT
                       ELSE
                           IF IN-ATTENTE
                              AND IN-HORODATE < WS-MIN-HORODATE
                               MOVE IN-HORODATE TO WS-MIN-HORODATE
                               MOVE IN-ID TO WS-MIN-ID
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-MIN-ID = SPACES
               GO TO FIN-PROMOUVOIR.
           MOVE EV-CODE TO IN-CODE.
           MOVE WS-MIN-ID TO IN-ID.
           READ REG-FILE KEY IS IN-CLE
               INVALID KEY GO TO FIN-PROMOUVOIR
           END-READ.
           MOVE "I" TO IN-STATUT.
           MOVE 0 TO IN-NUMERO.
           MOVE AUT-OPERATEUR TO IN-PAR.
           IF EV-FRAIS > 0 AND WS-REGISTRE-TENU = "O"
               MOVE IN-ID TO WS-ID-FACTURE
               PERFORM ECRIRE-FACTURE
               MOVE WS-FACTURE TO IN-NUMERO
           END-IF.
           MOVE "O" TO WS-ECRIT.
           REWRITE REGISTRATION-RECORD
               INVALID KEY MOVE "N" TO WS-ECRIT
           END-REWRITE.
           MOVE SPACES TO EXC-VALUE.
           STRING IN-CODE " " IN-ID DELIMITED BY SIZE INTO EXC-VALUE.
           IF WS-ECRIT = "N"
               DISPLAY "ERREUR REECRITURE INSCRIPTION " IN-ID
                       " - STATUT " WS-INS-STATUS
               MOVE "PROMOTION LISTE ATTENTE ECHOUEE" TO EXC-REASON
           ELSE
               DISPLAY "PROMU DE LA LISTE D'ATTENTE : " IN-ID
                       " FACTURE " IN-NUMERO
               MOVE "PROMU DE LA LISTE D'ATTENTE" TO EXC-REASON
           END-IF.
           MOVE "W" TO EXC-SEVERITY.
           PERFORM ECRIRE-EXCEPTION.
       FIN-PROMOUVOIR.
           EXIT.
      *----------------------------------------------------------------
      * BEFORE A FEE INVOICE: THE BUSINESS DATE IN AN OPEN PERIOD, THE
      * REGISTER ENQUEUED (NO WAITING AT THE DESK), THE NEXT NUMBER
      * FOUND, THE REGISTER OPEN I-O. WS-FACTURATION-OK SAYS WHETHER
      * ALL OF THAT HELD.
      *----------------------------------------------------------------
       PREPARER-FACTURATION.
           MOVE "N" TO WS-FACTURATION-OK.
           MOVE WS-AUJOURDHUI TO PER-DATE.
           CALL "PERSRV" USING PERIOD-AREA.
           IF PER-RETOUR NOT = "00"
               DISPLAY "FACTURATION REFUSEE - PERIODE " PER-MOIS-CLOS
                       " CLOSE - RIEN N'EST SAUVE"
               GO TO FIN-PREPARER.
           MOVE "E" TO ENQ-FONCTION.
           MOVE "MECCGINV.DAT" TO ENQ-RESSOURCE.
           MOVE "MECCGEVT" TO ENQ-PROGRAMME.
           MOVE 0 TO ENQ-ATTENTE.
           CALL "ENQSRV" USING ENQUEUE-AREA.
           IF ENQ-RETOUR NOT = "00"
               DISPLAY "REGISTRE EN COURS D'UTILISATION PAR "
                       ENQ-TENU-PAR " - REESSAYER PLUS TARD"
               GO TO FIN-PREPARER.
           PERFORM CHERCHER-PROCHAIN-NUMERO.
           OPEN I-O INVOICE-FILE.
           IF WS-INV-STATUS = "35"
               OPEN OUTPUT INVOICE-FILE
               CLOSE INVOICE-FILE
               OPEN I-O INVOICE-FILE
           END-IF.
           MOVE "O" TO WS-REGISTRE-TENU.
           MOVE "O" TO WS-FACTURATION-OK.
       FIN-PREPARER.
           EXIT.
       LIBERER-REGISTRE.
           IF WS-REGISTRE-TENU = "O"
               CLOSE INVOICE-FILE
               MOVE "D" TO ENQ-FONCTION
               MOVE "MECCGINV.DAT" TO ENQ-RESSOURCE
               MOVE "MECCGEVT" TO ENQ-PROGRAMME
               CALL "ENQSRV" USING ENQUEUE-AREA
               MOVE "N" TO WS-REGISTRE-TENU
           END-IF.
      *----------------------------------------------------------------
      * THE FEE INVOICE OF WS-ID-FACTURE FOR EVENT-RECORD'S EVENT,
      * CATEGORY "EV", DUE ON THE EVENT DATE. A NUMBER FOUND TAKEN
      * IS LOGGED AND THE INVOICE TAKES THE NEXT ONE, AS IN THE
      * BILLING RUN. WS-FACTURE COMES BACK WITH THE NUMBER USED.
      *----------------------------------------------------------------
       ECRIRE-FACTURE.
           MOVE "N" TO WS-NUMERO-PRIS.
           MOVE WS-PROCHAIN-NUMERO TO IV-NUMERO.
           MOVE WS-AUJOURDHUI TO IV-DATE-FACTURE.
           MOVE WS-ID-FACTURE TO IV-ID.
           MOVE "EV" TO IV-CATEG.
           MOVE EV-DATE TO IV-DATE-ECHEANCE.
           MOVE EV-FRAIS TO IV-MONTANT.
           MOVE "O" TO IV-STATUT.
           MOVE ZERO TO IV-REGLE IV-AVOIR IV-REMBOURSE.
           WRITE INVOICE-RECORD
               INVALID KEY
                   MOVE "O" TO WS-NUMERO-PRIS
                   MOVE IV-NUMERO TO EXC-VALUE
                   MOVE "NUMERO DE FACTURE DEJA PRIS" TO EXC-REASON
                   MOVE "W" TO EXC-SEVERITY
                   PERFORM ECRIRE-EXCEPTION
           END-WRITE.
           ADD 1 TO WS-PROCHAIN-NUMERO.
           IF WS-NUMERO-PRIS = "O"
               GO TO ECRIRE-FACTURE.
           MOVE IV-NUMERO TO WS-FACTURE.
      *----------------------------------------------------------------
      * INVOICE NUMBERS CONTINUE FROM THE HIGHEST ALREADY ON THE
      * REGISTER OR ITS ARCHIVE, AS IN THE BILLING RUN.
      *----------------------------------------------------------------
       CHERCHER-PROCHAIN-NUMERO.
           MOVE 1 TO WS-PROCHAIN-NUMERO.
           OPEN INPUT INVOICE-FILE.
           IF WS-INV-STATUS = "00"
               PERFORM UNTIL WS-INV-STATUS NOT = "00"
                   READ INVOICE-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-INV-STATUS
                       NOT AT END
                           COMPUTE WS-PROCHAIN-NUMERO = IV-NUMERO + 1
                   END-READ
               END-PERFORM
               CLOSE INVOICE-FILE
           END-IF.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-ARC-STATUS = "00"
               PERFORM UNTIL WS-ARC-STATUS NOT = "00"
                   READ ARCHIVE-FILE
                       AT END MOVE "10" TO WS-ARC-STATUS
                       NOT AT END
                           IF ARC-IMAGE (1:8) NUMERIC
                              AND ARC-IMAGE (1:8) NOT <
                                  WS-PROCHAIN-NUMERO
                               COMPUTE WS-PROCHAIN-NUMERO =
                                   FUNCTION NUMVAL (ARC-IMAGE (1:8))
                                   + 1
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
           END-IF.
      *----------------------------------------------------------------
      * LISTE: ATTENDEES IN REGISTRATION ORDER WITH THEIR FEE INVOICE
      * AND WHETHER IT IS SETTLED, THEN THE WAITING LIST IN THE ORDER
      * MEMBERS WILL BE PROMOTED.
      *----------------------------------------------------------------
       DO-LISTE.
           PERFORM DEMANDER-EVENEMENT.
           OPEN INPUT EVENT-FILE.
           IF WS-EVT-STATUS NOT = "00"
               DISPLAY "AUCUN EVENEMENT DEFINI"
               GO TO FIN-LISTE.
           PERFORM CHERCHER-EVENEMENT.
           CLOSE EVENT-FILE.
           IF WS-EVT-TROUVE NOT = "O"
               DISPLAY "EVENEMENT INCONNU"
               GO TO FIN-LISTE.
           OPEN INPUT REG-FILE.
           IF WS-INS-STATUS NOT = "00"
               DISPLAY "AUCUNE INSCRIPTION"
               GO TO FIN-LISTE.
           OPEN INPUT MASTER-FILE.
           OPEN INPUT INVOICE-FILE.
           OPEN OUTPUT REPORT-FILE.
           PERFORM EDITER-TETE.
           MOVE SPACES TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE "INSCRITS" TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE 0 TO WS-NB-LIGNES.
           MOVE 0 TO WS-NB-AT.
           MOVE "N" TO WS-FIN-EVENEMENT.
           MOVE EV-CODE TO IN-CODE.
           START REG-FILE KEY IS EQUAL TO IN-CODE
               INVALID KEY MOVE "Y" TO WS-FIN-EVENEMENT
           END-START.
           PERFORM UNTIL WS-FIN-EVENEMENT = "Y"
               READ REG-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-FIN-EVENEMENT
                   NOT AT END
                       IF IN-CODE NOT = EV-CODE
                           MOVE "Y" TO WS-FIN-EVENEMENT
                       ELSE
                           PERFORM LISTER-UNE-INSCRIPTION
                       END-IF
               END-READ
           END-PERFORM.
           MOVE WS-NB-LIGNES TO WS-EDT-NB.
           MOVE EV-CAPACITE TO WS-EDT-NB-2.
           MOVE SPACES TO LIGNE-RPT.
           STRING "PLACES PRISES " WS-EDT-NB " SUR " WS-EDT-NB-2
               DELIMITED BY SIZE INTO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE SPACES TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE "LISTE D'ATTENTE" TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           PERFORM TRIER-ATTENTE.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NB-AT
               MOVE WS-I TO LA-RANG
               MOVE AT-ID (WS-I) TO LA-ID
               MOVE AT-HORODATE (WS-I) TO LA-HORODATE
               MOVE AT-ID (WS-I) TO MR-ID
               PERFORM LIRE-NOM-MEMBRE
               MOVE MR-NAME TO LA-NOM
               MOVE WS-LIGNE-ATTENTE TO LIGNE-RPT
               WRITE LIGNE-RPT
           END-PERFORM.
           IF WS-NB-AT = 0
               MOVE "  (VIDE)" TO LIGNE-RPT
               WRITE LIGNE-RPT
           END-IF.
           CLOSE REPORT-FILE.
           CLOSE INVOICE-FILE.
           CLOSE MASTER-FILE.
           CLOSE REG-FILE.
           DISPLAY "LISTE ECRITE DANS MECCGEVT.RPT".
       FIN-LISTE.
           EXIT.
       LISTER-UNE-INSCRIPTION.
           IF IN-INSCRIT
               ADD 1 TO WS-NB-LIGNES
               MOVE WS-NB-LIGNES TO LI-RANG
               MOVE IN-ID TO LI-ID
               MOVE IN-ID TO MR-ID
               PERFORM LIRE-NOM-MEMBRE
               MOVE MR-NAME TO LI-NOM
               IF IN-NUMERO = 0
                   MOVE SPACES TO LI-FACTURE
                   MOVE "GRATUIT" TO LI-ETAT
               ELSE
                   MOVE IN-NUMERO TO LI-FACTURE
                   MOVE IN-NUMERO TO IV-NUMERO
                   READ INVOICE-FILE
                       INVALID KEY MOVE SPACE TO IV-STATUT
                   END-READ
                   IF WS-INV-STATUS (1:1) NOT = "0"
                       MOVE SPACE TO IV-STATUT
                   END-IF
                   EVALUATE TRUE
                       WHEN IV-REGLEE MOVE "REGLE" TO LI-ETAT
                       WHEN IV-OUVERTE MOVE "A REGLER" TO LI-ETAT
                       WHEN OTHER MOVE "ARCHIVEE" TO LI-ETAT
                   END-EVALUATE
               END-IF
               MOVE WS-LIGNE-INSCRIT TO LIGNE-RPT
               WRITE LIGNE-RPT
           END-IF.
           IF IN-ATTENTE AND WS-NB-AT < 500
               ADD 1 TO WS-NB-AT
               MOVE IN-HORODATE TO AT-HORODATE (WS-NB-AT)
               MOVE IN-ID TO AT-ID (WS-NB-AT)
           END-IF.
      *----------------------------------------------------------------
      * THE WAITING LIST INTO SIGN-UP ORDER - A FEW ENTRIES AT MOST,
      * A PLAIN EXCHANGE SORT.
      *----------------------------------------------------------------
       TRIER-ATTENTE.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I NOT < WS-NB-AT
               PERFORM VARYING WS-J FROM WS-I BY 1
                       UNTIL WS-J > WS-NB-AT
                   IF AT-HORODATE (WS-J) < AT-HORODATE (WS-I)
                       MOVE ATTENTE (WS-I) TO WS-ECHANGE
                       MOVE ATTENTE (WS-J) TO ATTENTE (WS-I)
                       MOVE WS-ECHANGE TO ATTENTE (WS-J)
                   END-IF
               END-PERFORM
           END-PERFORM.
      *----------------------------------------------------------------
      * EMARGEMENT: ONE LINE PER MEMBER WITH A PLACE, IN NAME ORDER
      * (THE MASTER'S MR-NAME KEY), WITH ROOM TO SIGN.
      *----------------------------------------------------------------
       DO-EMARGEMENT.
           PERFORM DEMANDER-EVENEMENT.
           OPEN INPUT EVENT-FILE.
           IF WS-EVT-STATUS NOT = "00"
               DISPLAY "AUCUN EVENEMENT DEFINI"
               GO TO FIN-EMARGEMENT.
           PERFORM CHERCHER-EVENEMENT.
           CLOSE EVENT-FILE.
           IF WS-EVT-TROUVE NOT = "O"
               DISPLAY "EVENEMENT INCONNU"
               GO TO FIN-EMARGEMENT.
           OPEN INPUT MASTER-FILE.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "MECCG.DAT ABSENT"
               GO TO FIN-EMARGEMENT.
           OPEN INPUT REG-FILE.
           IF WS-INS-STATUS NOT = "00"
               CLOSE MASTER-FILE
               DISPLAY "AUCUNE INSCRIPTION"
               GO TO FIN-EMARGEMENT.
           OPEN OUTPUT REPORT-FILE.
           MOVE "FEUILLE D'EMARGEMENT" TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           PERFORM EDITER-TETE.
           MOVE SPACES TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE 0 TO WS-NB-LIGNES.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO MR-NAME.
           START MASTER-FILE KEY IS NOT LESS THAN MR-NAME
               INVALID KEY MOVE "Y" TO WS-EOF-FLAG
           END-START.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ MASTER-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       MOVE EV-CODE TO IN-CODE
                       MOVE MR-ID TO IN-ID
                       READ REG-FILE KEY IS IN-CLE
                           INVALID KEY MOVE SPACE TO IN-STATUT
                       END-READ
                       IF IN-INSCRIT
                           ADD 1 TO WS-NB-LIGNES
                           MOVE MR-ID TO LE-ID
                           MOVE MR-NAME TO LE-NOM
                           MOVE WS-LIGNE-EMARGEMENT TO LIGNE-RPT
                           WRITE LIGNE-RPT
                           MOVE SPACES TO LIGNE-RPT
                           WRITE LIGNE-RPT
                       END-IF
               END-READ
           END-PERFORM.
           MOVE WS-NB-LIGNES TO WS-EDT-NB.
           MOVE SPACES TO LIGNE-RPT.
           STRING "PARTICIPANTS ATTENDUS " WS-EDT-NB
               DELIMITED BY SIZE INTO LIGNE-RPT.
           WRITE LIGNE-RPT.
           CLOSE REPORT-FILE.
           CLOSE REG-FILE.
           CLOSE MASTER-FILE.
           DISPLAY "FEUILLE ECRITE DANS MECCGEVT.RPT".
       FIN-EMARGEMENT.
           EXIT.
      *----------------------------------------------------------------
      * REMPLISSAGE: EVERY EVENT FROM TODAY ON WITH 80 PER CENT OF ITS
      * PLACES TAKEN, OR ANYBODY WAITING.
      *----------------------------------------------------------------
       DO-REMPLISSAGE.
           OPEN INPUT EVENT-FILE.
           IF WS-EVT-STATUS NOT = "00"
               DISPLAY "AUCUN EVENEMENT DEFINI"
               GO TO FIN-REMPLISSAGE.
           OPEN INPUT REG-FILE.
           IF WS-INS-STATUS NOT = "00"
               CLOSE EVENT-FILE
               DISPLAY "AUCUNE INSCRIPTION"
               GO TO FIN-REMPLISSAGE.
           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO LIGNE-RPT.
           STRING "EVENEMENTS PRES DU COMPLET AU " WS-AUJOURDHUI
               DELIMITED BY SIZE INTO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE ALL "=" TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE "CODE    DATE      LIBELLE                        "
               TO LIGNE-RPT.
           MOVE "PRIS/CAPA   %  ATT" TO LIGNE-RPT (57:18).
           WRITE LIGNE-RPT.
           MOVE 0 TO WS-NB-LIGNES.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ EVENT-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF EV-DATE NOT < WS-AUJOURDHUI
                           PERFORM EXAMINER-REMPLISSAGE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-NB-LIGNES = 0
               MOVE "  (AUCUN)" TO LIGNE-RPT
               WRITE LIGNE-RPT
           END-IF.
           CLOSE REPORT-FILE.
           CLOSE REG-FILE.
           CLOSE EVENT-FILE.
           DISPLAY "ETAT ECRIT DANS MECCGEVT.RPT".
       FIN-REMPLISSAGE.
           EXIT.
       EXAMINER-REMPLISSAGE.
           PERFORM COMPTER-INSCRITS.
           MOVE 0 TO WS-TAUX.
           IF EV-CAPACITE > 0
               COMPUTE WS-TAUX = WS-NB-INSCRITS * 100 / EV-CAPACITE
           END-IF.
           IF WS-TAUX NOT < 80 OR WS-NB-ATTENTE > 0
               ADD 1 TO WS-NB-LIGNES
               MOVE EV-CODE TO LR-CODE
               MOVE EV-DATE TO LR-DATE
               MOVE EV-LIBELLE TO LR-LIBELLE
               MOVE WS-NB-INSCRITS TO LR-INSCRITS
               MOVE EV-CAPACITE TO LR-CAPACITE
               MOVE WS-TAUX TO LR-TAUX
               MOVE WS-NB-ATTENTE TO LR-ATTENTE
               MOVE WS-LIGNE-REMPLISSAGE TO LIGNE-RPT
               WRITE LIGNE-RPT
           END-IF.
      *----------------------------------------------------------------
      * PLACES TAKEN AND MEMBERS WAITING ON EVENT-RECORD'S EVENT,
      * THROUGH THE IN-CODE ALTERNATE KEY. LEAVES THE REGISTRATION
      * RECORD AREA ON WHATEVER WAS READ LAST.
      *----------------------------------------------------------------
       COMPTER-INSCRITS.
           MOVE 0 TO WS-NB-INSCRITS WS-NB-ATTENTE.
           MOVE "N" TO WS-FIN-EVENEMENT.
           MOVE EV-CODE TO IN-CODE.
           START REG-FILE KEY IS EQUAL TO IN-CODE
               INVALID KEY MOVE "Y" TO WS-FIN-EVENEMENT
           END-START.
           PERFORM UNTIL WS-FIN-EVENEMENT = "Y"
               READ REG-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-FIN-EVENEMENT
                   NOT AT END
                       IF IN-CODE NOT = EV-CODE
                           MOVE "Y" TO WS-FIN-EVENEMENT
                       ELSE
                           IF IN-INSCRIT
                               ADD 1 TO WS-NB-INSCRITS
                           END-IF
                           IF IN-ATTENTE
                               ADD 1 TO WS-NB-ATTENTE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       EDITER-TETE.
           MOVE EV-CODE TO LT-CODE.
           MOVE EV-DATE TO LT-DATE.
           MOVE EV-LIBELLE TO LT-LIBELLE.
           MOVE EV-FRAIS TO LT-FRAIS.
           MOVE WS-LIGNE-TETE TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE ALL "=" TO LIGNE-RPT.
           WRITE LIGNE-RPT.
       LIRE-NOM-MEMBRE.
           READ MASTER-FILE
               INVALID KEY MOVE "(INCONNU)" TO MR-NAME
           END-READ.
           IF WS-FILE-STATUS (1:1) NOT = "0"
               MOVE "(INCONNU)" TO MR-NAME
           END-IF.
       DEMANDER-EVENEMENT.
           DISPLAY "CODE EVENEMENT : ".
           ACCEPT WS-CODE-SAISI.
           MOVE FUNCTION UPPER-CASE(WS-CODE-SAISI) TO WS-CODE-SAISI.
       DEMANDER-MEMBRE.
           DISPLAY "NUMERO DE MEMBRE : ".
           ACCEPT WS-ID-SAISI.
           MOVE FUNCTION UPPER-CASE(WS-ID-SAISI) TO WS-ID-SAISI.
       OUVRIR-EVENEMENTS.
           OPEN I-O EVENT-FILE.
           IF WS-EVT-STATUS = "35"
               OPEN OUTPUT EVENT-FILE
               CLOSE EVENT-FILE
               OPEN I-O EVENT-FILE
           END-IF.
       OUVRIR-INSCRIPTIONS.
           OPEN I-O REG-FILE.
           IF WS-INS-STATUS = "35"
               OPEN OUTPUT REG-FILE
               CLOSE REG-FILE
               OPEN I-O REG-FILE
           END-IF.
       CHERCHER-EVENEMENT.
           MOVE "O" TO WS-EVT-TROUVE.
           MOVE WS-CODE-SAISI TO EV-CODE.
           READ EVENT-FILE
               INVALID KEY MOVE "N" TO WS-EVT-TROUVE
           END-READ.
           IF WS-EVT-STATUS (1:1) NOT = "0"
               MOVE "N" TO WS-EVT-TROUVE
           END-IF.
       CHERCHER-INSCRIPTION.
           MOVE "O" TO WS-INS-TROUVE.
           MOVE WS-CODE-SAISI TO IN-CODE.
           MOVE WS-ID-SAISI TO IN-ID.
           READ REG-FILE KEY IS IN-CLE
               INVALID KEY MOVE "N" TO WS-INS-TROUVE
           END-READ.
           IF WS-INS-STATUS (1:1) NOT = "0"
               MOVE "N" TO WS-INS-TROUVE
           END-IF.
       AFFICHER-EVENEMENT.
           MOVE EV-FRAIS TO WS-EDT-MONTANT.
           MOVE EV-CAPACITE TO WS-EDT-NB.
           DISPLAY "EVENEMENT " EV-CODE " LE " EV-DATE " "
                   EV-LIBELLE.
           DISPLAY "  CAPACITE " WS-EDT-NB
                   "  FRAIS " WS-EDT-MONTANT
                   "  LIMITE " EV-LIMITE.
      *----------------------------------------------------------------
      * AN AMOUNT AS KEYED: DIGITS AND AT MOST ONE DECIMAL POINT,
      * NOTHING ELSE BUT TRAILING SPACES.
      *----------------------------------------------------------------
       CONTROLER-MONTANT.
           MOVE "O" TO WS-MONTANT-OK.
           MOVE 0 TO WS-NB-POINTS.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 9
               EVALUATE TRUE
                   WHEN WS-MONTANT-SAISI (WS-I:1) NUMERIC
                       CONTINUE
                   WHEN WS-MONTANT-SAISI (WS-I:1) = "."
                       ADD 1 TO WS-NB-POINTS
                   WHEN WS-MONTANT-SAISI (WS-I:1) = SPACE
                       IF WS-MONTANT-SAISI (WS-I:) NOT = SPACES
                           MOVE "N" TO WS-MONTANT-OK
                       END-IF
                   WHEN OTHER
                       MOVE "N" TO WS-MONTANT-OK
               END-EVALUATE
           END-PERFORM.
           IF WS-NB-POINTS > 1
               MOVE "N" TO WS-MONTANT-OK
           END-IF.
       CONFIRMER.
           DISPLAY "CONFIRMER (O/N) : ".
           ACCEPT WS-CONFIRME.
           MOVE FUNCTION UPPER-CASE(WS-CONFIRME) TO WS-CONFIRME.
           IF WS-CONFIRME NOT = "O"
               DISPLAY "ABANDONNE - RIEN N'EST SAUVE"
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
           MOVE "MECCGEVT" TO EXC-PROGRAM.
           PERFORM LIRE-DATE-METIER.
           MOVE BDA-DATE TO EXC-DATE.
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

       END PROGRAM MECCGEVT.
