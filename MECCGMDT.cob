       IDENTIFICATION DIVISION.
       PROGRAM-ID. MECCGMDT.
       AUTHOR. SHOP OPERATIONS.
      *          MAINTENANCE OF THE DIRECT-DEBIT MANDATES
      *          (MECCGMAN.DAT, MECCGMD.cpy LAYOUT - ONE PER MEMBER).
      *          THE SIGNED PAPER MANDATE IS KEYED HERE BEFORE THE
      *          COLLECTION RUN (MECCGPRL) MAY DEBIT THE MEMBER'S
      *          ACCOUNT. COMMANDS:
      *              LIST     ONE MEMBER'S MANDATE
      *              ADD      A NEW MANDATE - THE MEMBER MUST BE ON
      *                       MECCG.DAT AND HAVE NO ACTIVE MANDATE;
      *                       A CANCELLED ONE IS REPLACED
      *              CHANGE   NEW ACCOUNT (IBAN/BIC/HOLDER) ON AN
      *                       ACTIVE MANDATE - THE REFERENCE AND THE
      *                       SIGNATURE DATE NEVER CHANGE; A NEW
      *                       REFERENCE IS A NEW MANDATE (CANCEL, ADD)
      *              CANCEL   THE MEMBER WITHDREW THE MANDATE - KEPT
      *                       ON FILE AS "C", NEVER DELETED
      *              EXIT
      *          EVERY IBAN IS PROVED BY ITS MOD 97 CHECK DIGITS AND
      *          EVERY SIGNATURE DATE BY DATESRV "V" (NOT IN THE
      *          FUTURE) BEFORE ANYTHING IS SAVED. EACH SAVED CHANGE
      *          PASSES AUTHSRV (DESK LEVEL) AND IS JOURNALED WITH THE
      *          SIGNED-ON OPERATOR IN MECCGMAN.JRN, BEFORE AND AFTER
      *          IMAGES, LIKE THE HOLIDAY TABLE MAINTENANCE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MANDATE-FILE ASSIGN TO "MECCGMAN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MD-ID
               ALTERNATE RECORD KEY IS MD-REFERENCE
               FILE STATUS IS WS-MAN-STATUS.
           SELECT MASTER-FILE ASSIGN TO "MECCG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MR-ID
               ALTERNATE RECORD KEY IS MR-NAME WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "MECCGMAN.JRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-AUD-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "OPERATOR.CUR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-OPR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MANDATE-FILE
                      DATA RECORD MANDATE-RECORD.
           COPY "MECCGMD.cpy".
       FD  MASTER-FILE.
           COPY "MECCGMR.cpy".
      *----------------------------------------------------------------
      * AUDIT TRAIL OF EVERY SAVED CHANGE: WHO, WHEN, WHICH ACTION
      * ("A" ADD, "C" CHANGE, "X" CANCEL), THE MANDATE BEFORE AND
      * AFTER.
      *----------------------------------------------------------------
       FD  AUDIT-FILE
                      DATA RECORD AUDIT-RECORD.
       01  AUDIT-RECORD.
           05  AU-DATE           PIC 9(8).
           05  AU-TIME           PIC 9(6).
           05  AU-OPERATEUR      PIC X(8).
           05  AU-ACTION         PIC X.
           05  AU-AVANT          PIC X(122).
           05  AU-APRES          PIC X(122).
       FD  OPERATOR-FILE
                      DATA RECORD OPERATOR-CUR-RECORD.
       01  OPERATOR-CUR-RECORD   PIC X(8).

       WORKING-STORAGE SECTION.
           COPY "BUSDATE.cpy".
           COPY "AUTHSRV.cpy".
           COPY "DATESRV.cpy".
       01  WS-MAN-STATUS         PIC XX.
       01  WS-FILE-STATUS        PIC XX.
       01  WS-AUD-STATUS         PIC XX.
       01  WS-OPR-STATUS         PIC XX.
       01  WS-OPERATEUR          PIC X(8).
       01  WS-COMMAND            PIC X(10).
       01  WS-HEURE-EXACTE.
           05  WS-HHMMSS         PIC 9(6).
           05  FILLER            PIC 99.
       01  WS-AUJOURDHUI         PIC 9(8).
       01  WS-ACTION             PIC X.
       01  WS-ID-SAISI           PIC X(8).
       01  WS-REF-SAISIE         PIC X(16).
       01  WS-IBAN-SAISI         PIC X(34).
       01  WS-BIC-SAISI          PIC X(11).
       01  WS-TITULAIRE-SAISI    PIC X(20).
       01  WS-DATE-SAISIE        PIC X(8).
       01  WS-CONFIRME           PIC X.
       01  WS-MANDAT-TROUVE      PIC X.
       01  WS-ECRIT              PIC X.
       01  WS-AVANT              PIC X(122).
      *----------------------------------------------------------------
      * IBAN CHECK: THE FIRST FOUR CHARACTERS MOVE TO THE END, EACH
      * LETTER COUNTS AS TWO DIGITS (A = 10 ... Z = 35), AND THE
      * WHOLE NUMBER TAKEN MOD 97 MUST LEAVE 1.
      *----------------------------------------------------------------
       01  WS-IBAN-OK            PIC X.
       01  WS-IBAN-LONG          PIC S9(4) COMP.
       01  WS-IBAN-TOURNE        PIC X(34).
       01  WS-IBAN-CAR           PIC X.
       01  WS-IBAN-VAL           PIC 9(3).
       01  WS-IBAN-RESTE         PIC 9(5).
       01  WS-I                  PIC S9(4) COMP.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM LIRE-OPERATEUR.
           PERFORM LIRE-DATE-METIER.
           MOVE BDA-DATE TO WS-AUJOURDHUI.
           PERFORM UNTIL 1 = 0
                DISPLAY "COMMANDE (LIST/ADD/CHANGE/CANCEL/EXIT) : "
                ACCEPT WS-COMMAND
                MOVE FUNCTION UPPER-CASE(WS-COMMAND) TO WS-COMMAND
                EVALUATE WS-COMMAND
                        WHEN "EXIT"   GO TO THE-END
                        WHEN "LIST"
                            PERFORM DO-LIST THRU FIN-LIST
                        WHEN "ADD"
                            PERFORM DO-ADD THRU FIN-ADD
                        WHEN "CHANGE"
                            PERFORM DO-CHANGE THRU FIN-CHANGE
                        WHEN "CANCEL"
                            PERFORM DO-CANCEL THRU FIN-CANCEL
                        WHEN OTHER
                            DISPLAY "COMMANDE INCONNUE: " WS-COMMAND
                END-EVALUATE
           END-PERFORM.
       THE-END.
           DISPLAY "FINISH"
           STOP RUN.
      *----------------------------------------------------------------
      * LIST: THE MANDATE OF ONE MEMBER, WHATEVER ITS STATUS.
      *----------------------------------------------------------------
       DO-LIST.
           PERFORM DEMANDER-MEMBRE.
           PERFORM OUVRIR-MANDATS.
           PERFORM CHERCHER-MANDAT.
           IF WS-MANDAT-TROUVE NOT = "O"
               DISPLAY "AUCUN MANDAT POUR " WS-ID-SAISI
           ELSE
               PERFORM AFFICHER-MANDAT
           END-IF.
           CLOSE MANDATE-FILE.
       FIN-LIST.
           EXIT.
      *----------------------------------------------------------------
      * ADD: MEMBER ON FILE, NO ACTIVE MANDATE, EVERY FIELD VALID,
      * CONFIRMED - THEN SAVED AND JOURNALED.
      *----------------------------------------------------------------
       DO-ADD.
           MOVE "MANDAT-SAISI" TO AUT-FONCTION.
           MOVE 1 TO AUT-NIVEAU-REQ.
           CALL "AUTHSRV" USING AUTHORITY-AREA.
           IF AUT-RETOUR NOT = "00"
               DISPLAY "SAISIE REFUSEE - NIVEAU INSUFFISANT"
               GO TO FIN-ADD.
           PERFORM DEMANDER-MEMBRE.
           OPEN INPUT MASTER-FILE.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "MECCG.DAT ABSENT"
               GO TO FIN-ADD.
           MOVE WS-ID-SAISI TO MR-ID.
           READ MASTER-FILE
               INVALID KEY MOVE SPACES TO MR-ID
           END-READ.
           CLOSE MASTER-FILE.
           IF MR-ID = SPACES
               DISPLAY "MEMBRE INCONNU"
               GO TO FIN-ADD.
           IF MR-LEFT
               DISPLAY "MEMBRE SORTI - PAS DE MANDAT"
               GO TO FIN-ADD.
           PERFORM OUVRIR-MANDATS.
           PERFORM CHERCHER-MANDAT.
           MOVE SPACES TO WS-AVANT.
           IF WS-MANDAT-TROUVE = "O"
               IF MD-ACTIF
                   DISPLAY "MANDAT ACTIF DEJA EN PLACE - "
                           MD-REFERENCE
                   GO TO FIN-ADD-FERMER
               END-IF
               MOVE MANDATE-RECORD TO WS-AVANT
               DISPLAY "LE MANDAT ANNULE " MD-REFERENCE
                       " SERA REMPLACE"
           END-IF.
           DISPLAY "REFERENCE DU MANDAT : ".
           ACCEPT WS-REF-SAISIE.
           MOVE FUNCTION UPPER-CASE(WS-REF-SAISIE) TO WS-REF-SAISIE.
           IF WS-REF-SAISIE = SPACES
               DISPLAY "REFERENCE OBLIGATOIRE"
               GO TO FIN-ADD-FERMER.
           PERFORM SAISIR-COMPTE.
           IF WS-IBAN-OK NOT = "O"
               DISPLAY "IBAN INVALIDE - RIEN N'EST SAUVE"
               GO TO FIN-ADD-FERMER.
           IF WS-TITULAIRE-SAISI = SPACES
               MOVE MR-NAME TO WS-TITULAIRE-SAISI
           END-IF.
           DISPLAY "DATE DE SIGNATURE (AAAAMMJJ) : ".
           ACCEPT WS-DATE-SAISIE.
           IF WS-DATE-SAISIE NOT NUMERIC
               DISPLAY "DATE INVALIDE - RIEN N'EST SAUVE"
               GO TO FIN-ADD-FERMER.
           MOVE "V" TO DSA-FONCTION.
           MOVE WS-DATE-SAISIE TO DSA-DATE-1.
           CALL "DATESRV" USING DATE-SERVICE-AREA.
           IF DSA-RETOUR NOT = "00" OR DSA-DATE-1 > WS-AUJOURDHUI
               DISPLAY "DATE INVALIDE - RIEN N'EST SAUVE"
               GO TO FIN-ADD-FERMER.
           MOVE WS-ID-SAISI TO MD-ID.
           MOVE WS-REF-SAISIE TO MD-REFERENCE.
           MOVE WS-IBAN-SAISI TO MD-IBAN.
           MOVE WS-BIC-SAISI TO MD-BIC.
           MOVE WS-TITULAIRE-SAISI TO MD-TITULAIRE.
           MOVE DSA-DATE-1 TO MD-DATE-SIGNATURE.
           MOVE "A" TO MD-STATUT.
           MOVE ZERO TO MD-DATE-ANNUL.
           MOVE WS-AUJOURDHUI TO MD-DATE-MAJ.
           MOVE AUT-OPERATEUR TO MD-PAR.
           PERFORM AFFICHER-MANDAT.
           PERFORM CONFIRMER.
           IF WS-CONFIRME NOT = "O"
               GO TO FIN-ADD-FERMER.
           MOVE "O" TO WS-ECRIT.
           IF WS-MANDAT-TROUVE = "O"
               REWRITE MANDATE-RECORD
                   INVALID KEY MOVE "N" TO WS-ECRIT
               END-REWRITE
           ELSE
               WRITE MANDATE-RECORD
                   INVALID KEY MOVE "N" TO WS-ECRIT
               END-WRITE
           END-IF.
           IF WS-ECRIT = "N"
               DISPLAY "REFERENCE DE MANDAT DEJA UTILISEE - STATUT "
                       WS-MAN-STATUS " - RIEN N'EST SAUVE"
               GO TO FIN-ADD-FERMER.
           MOVE "A" TO WS-ACTION.
           PERFORM JOURNALISER.
           DISPLAY "MANDAT ENREGISTRE".
       FIN-ADD-FERMER.
           CLOSE MANDATE-FILE.
       FIN-ADD.
           EXIT.
      *----------------------------------------------------------------
      * CHANGE: A NEW ACCOUNT ON AN ACTIVE MANDATE. A BLANK ANSWER
      * KEEPS THE CURRENT VALUE.
      *----------------------------------------------------------------
       DO-CHANGE.
           MOVE "MANDAT-MODIF" TO AUT-FONCTION.
           MOVE 1 TO AUT-NIVEAU-REQ.
           CALL "AUTHSRV" USING AUTHORITY-AREA.
           IF AUT-RETOUR NOT = "00"
               DISPLAY "MODIFICATION REFUSEE - NIVEAU INSUFFISANT"
               GO TO FIN-CHANGE.
           PERFORM DEMANDER-MEMBRE.
           PERFORM OUVRIR-MANDATS.
           PERFORM CHERCHER-MANDAT.
           IF WS-MANDAT-TROUVE NOT = "O" OR NOT MD-ACTIF
               DISPLAY "AUCUN MANDAT ACTIF POUR " WS-ID-SAISI
               GO TO FIN-CHANGE-FERMER.
           PERFORM AFFICHER-MANDAT.
           MOVE MANDATE-RECORD TO WS-AVANT.
           DISPLAY "(BLANC = INCHANGE)".
           PERFORM SAISIR-COMPTE.
           IF WS-IBAN-SAISI = SPACES
               MOVE MD-IBAN TO WS-IBAN-SAISI
               MOVE "O" TO WS-IBAN-OK
           END-IF.
           IF WS-IBAN-OK NOT = "O"
               DISPLAY "IBAN INVALIDE - RIEN N'EST SAUVE"
               GO TO FIN-CHANGE-FERMER.
           MOVE WS-IBAN-SAISI TO MD-IBAN.
           IF WS-BIC-SAISI NOT = SPACES
               MOVE WS-BIC-SAISI TO MD-BIC
           END-IF.
           IF WS-TITULAIRE-SAISI NOT = SPACES
               MOVE WS-TITULAIRE-SAISI TO MD-TITULAIRE
           END-IF.
           IF MANDATE-RECORD = WS-AVANT
               DISPLAY "AUCUN CHANGEMENT"
               GO TO FIN-CHANGE-FERMER.
           MOVE WS-AUJOURDHUI TO MD-DATE-MAJ.
           MOVE AUT-OPERATEUR TO MD-PAR.
           PERFORM AFFICHER-MANDAT.
           PERFORM CONFIRMER.
           IF WS-CONFIRME NOT = "O"
               GO TO FIN-CHANGE-FERMER.
           MOVE "O" TO WS-ECRIT.
           REWRITE MANDATE-RECORD
               INVALID KEY MOVE "N" TO WS-ECRIT
           END-REWRITE.
           IF WS-ECRIT = "N"
               DISPLAY "ERREUR REECRITURE MANDAT - STATUT "
                       WS-MAN-STATUS " - RIEN N'EST SAUVE"
               GO TO FIN-CHANGE-FERMER.
           MOVE "C" TO WS-ACTION.
           PERFORM JOURNALISER.
           DISPLAY "MANDAT MODIFIE".
       FIN-CHANGE-FERMER.
           CLOSE MANDATE-FILE.
       FIN-CHANGE.
           EXIT.
      *----------------------------------------------------------------
      * CANCEL: THE MANDATE STAYS ON FILE, MARKED "C" FROM TODAY -
      * THE NEXT COLLECTION RUN NO LONGER SELECTS THE MEMBER.
      *----------------------------------------------------------------
       DO-CANCEL.
           MOVE "MANDAT-ANNUL" TO AUT-FONCTION.
           MOVE 1 TO AUT-NIVEAU-REQ.
           CALL "AUTHSRV" USING AUTHORITY-AREA.
           IF AUT-RETOUR NOT = "00"
               DISPLAY "ANNULATION REFUSEE - NIVEAU INSUFFISANT"
               GO TO FIN-CANCEL.
           PERFORM DEMANDER-MEMBRE.
           PERFORM OUVRIR-MANDATS.
           PERFORM CHERCHER-MANDAT.
           IF WS-MANDAT-TROUVE NOT = "O" OR NOT MD-ACTIF
               DISPLAY "AUCUN MANDAT ACTIF POUR " WS-ID-SAISI
               GO TO FIN-CANCEL-FERMER.
           PERFORM AFFICHER-MANDAT.
           MOVE MANDATE-RECORD TO WS-AVANT.
           PERFORM CONFIRMER.
           IF WS-CONFIRME NOT = "O"
               GO TO FIN-CANCEL-FERMER.
           MOVE "C" TO MD-STATUT.
           MOVE WS-AUJOURDHUI TO MD-DATE-ANNUL.
           MOVE WS-AUJOURDHUI TO MD-DATE-MAJ.
           MOVE AUT-OPERATEUR TO MD-PAR.
           MOVE "O" TO WS-ECRIT.
           REWRITE MANDATE-RECORD
               INVALID KEY MOVE "N" TO WS-ECRIT
           END-REWRITE.
           IF WS-ECRIT = "N"
               DISPLAY "ERREUR REECRITURE MANDAT - STATUT "
                       WS-MAN-STATUS " - RIEN N'EST SAUVE"
               GO TO FIN-CANCEL-FERMER.
           MOVE "X" TO WS-ACTION.
           PERFORM JOURNALISER.
           DISPLAY "MANDAT ANNULE".
       FIN-CANCEL-FERMER.
           CLOSE MANDATE-FILE.
       FIN-CANCEL.
           EXIT.
       DEMANDER-MEMBRE.
           DISPLAY "NUMERO DE MEMBRE : ".
           ACCEPT WS-ID-SAISI.
           MOVE FUNCTION UPPER-CASE(WS-ID-SAISI) TO WS-ID-SAISI.
       OUVRIR-MANDATS.
           OPEN I-O MANDATE-FILE.
           IF WS-MAN-STATUS = "35"
               OPEN OUTPUT MANDATE-FILE
               CLOSE MANDATE-FILE
               OPEN I-O MANDATE-FILE
           END-IF.
       CHERCHER-MANDAT.
           MOVE "O" TO WS-MANDAT-TROUVE.
           MOVE WS-ID-SAISI TO MD-ID.
           READ MANDATE-FILE
               INVALID KEY MOVE "N" TO WS-MANDAT-TROUVE
           END-READ.
           IF WS-MAN-STATUS (1:1) NOT = "0"
               MOVE "N" TO WS-MANDAT-TROUVE
           END-IF.
      *----------------------------------------------------------------
      * THE ACCOUNT AS KEYED: IBAN (UPPER CASE, NO SPACES), BIC,
      * HOLDER. WS-IBAN-OK SAYS WHETHER THE IBAN PASSED ITS CHECK.
      *----------------------------------------------------------------
       SAISIR-COMPTE.
           DISPLAY "IBAN : ".
           ACCEPT WS-IBAN-SAISI.
           MOVE FUNCTION UPPER-CASE(WS-IBAN-SAISI) TO WS-IBAN-SAISI.
           DISPLAY "BIC : ".
           ACCEPT WS-BIC-SAISI.
           MOVE FUNCTION UPPER-CASE(WS-BIC-SAISI) TO WS-BIC-SAISI.
           DISPLAY "TITULAIRE DU COMPTE (BLANC = NOM DU MEMBRE) : ".
           ACCEPT WS-TITULAIRE-SAISI.
           PERFORM CONTROLER-IBAN THRU FIN-CONTROLER-IBAN.
       CONTROLER-IBAN.
           MOVE "N" TO WS-IBAN-OK.
           MOVE 0 TO WS-IBAN-LONG.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 34
               IF WS-IBAN-SAISI (WS-I:1) NOT = SPACE
                   MOVE WS-I TO WS-IBAN-LONG
               END-IF
           END-PERFORM.
           IF WS-IBAN-LONG < 15
               GO TO FIN-CONTROLER-IBAN.
           IF WS-IBAN-SAISI (1:2) NOT ALPHABETIC
              OR WS-IBAN-SAISI (3:2) NOT NUMERIC
               GO TO FIN-CONTROLER-IBAN.
           MOVE SPACES TO WS-IBAN-TOURNE.
           MOVE WS-IBAN-SAISI (5:WS-IBAN-LONG - 4) TO WS-IBAN-TOURNE.
           MOVE WS-IBAN-SAISI (1:4)
               TO WS-IBAN-TOURNE (WS-IBAN-LONG - 3:4).
           MOVE 0 TO WS-IBAN-RESTE.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-IBAN-LONG
               MOVE WS-IBAN-TOURNE (WS-I:1) TO WS-IBAN-CAR
               EVALUATE TRUE
                   WHEN WS-IBAN-CAR NUMERIC
                       MOVE WS-IBAN-CAR TO WS-IBAN-VAL
                       COMPUTE WS-IBAN-RESTE = FUNCTION MOD
                           (WS-IBAN-RESTE * 10 + WS-IBAN-VAL, 97)
                   WHEN WS-IBAN-CAR >= "A" AND WS-IBAN-CAR <= "Z"
                       COMPUTE WS-IBAN-VAL = FUNCTION ORD
                           (WS-IBAN-CAR) - FUNCTION ORD ("A") + 10
                       COMPUTE WS-IBAN-RESTE = FUNCTION MOD
                           (WS-IBAN-RESTE * 100 + WS-IBAN-VAL, 97)
                   WHEN OTHER
                       GO TO FIN-CONTROLER-IBAN
               END-EVALUATE
           END-PERFORM.
           IF WS-IBAN-RESTE = 1
               MOVE "O" TO WS-IBAN-OK
           END-IF.
       FIN-CONTROLER-IBAN.
           EXIT.
       AFFICHER-MANDAT.
           DISPLAY "MEMBRE     " MD-ID "  STATUT " MD-STATUT.
           DISPLAY "REFERENCE  " MD-REFERENCE
                   "  SIGNE LE " MD-DATE-SIGNATURE.
           DISPLAY "IBAN       " MD-IBAN.
           DISPLAY "BIC        " MD-BIC "  TITULAIRE " MD-TITULAIRE.
           IF MD-ANNULE
               DISPLAY "ANNULE LE  " MD-DATE-ANNUL
           END-IF.
           DISPLAY "MODIFIE LE " MD-DATE-MAJ " PAR " MD-PAR.
       CONFIRMER.
           DISPLAY "CONFIRMER (O/N) : ".
           ACCEPT WS-CONFIRME.
           MOVE FUNCTION UPPER-CASE(WS-CONFIRME) TO WS-CONFIRME.
           IF WS-CONFIRME NOT = "O"
               DISPLAY "ABANDONNE - RIEN N'EST SAUVE"
           END-IF.
      *----------------------------------------------------------------
      * ONE AUDIT LINE PER SAVED CHANGE, STAMPED WITH THE SIGNED-ON
      * OPERATOR.
      *----------------------------------------------------------------
       JOURNALISER.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUD-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
               CLOSE AUDIT-FILE
               OPEN EXTEND AUDIT-FILE
           END-IF.
           PERFORM LIRE-DATE-METIER
           MOVE BDA-DATE TO AU-DATE.
           ACCEPT WS-HEURE-EXACTE FROM TIME.
           MOVE WS-HHMMSS TO AU-TIME.
           MOVE AUT-OPERATEUR TO AU-OPERATEUR.
           MOVE WS-ACTION TO AU-ACTION.
           MOVE WS-AVANT TO AU-AVANT.
           MOVE MANDATE-RECORD TO AU-APRES.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-FILE.
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

       END PROGRAM MECCGMDT.
