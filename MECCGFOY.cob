       IDENTIFICATION DIVISION.
       PROGRAM-ID. MECCGFOY.
       AUTHOR. SHOP OPERATIONS.
      *          MAINTENANCE OF THE HOUSEHOLDS (MECCGFOY.DAT,
      *          MECCGFY.cpy LAYOUT). A FAMILY AT ONE ADDRESS KEEPS
      *          ONE MECCG RECORD PER PERSON, BUT IS BILLED ONCE AT
      *          THE FAMILY RATE AND WRITTEN TO ONCE, THROUGH ITS
      *          PRIMARY PAYER. COMMANDS:
      *              LIST     THE HOUSEHOLD OF A MEMBER (PAYER OR
      *                       MEMBER)
      *              CREATE   A NEW HOUSEHOLD: THE PAYER, THEN THE
      *                       MEMBERS IT COVERS (BLANK ENDS)
      *              ADD      ONE MORE MEMBER INTO A HOUSEHOLD
      *              REMOVE   A MEMBER OUT OF ITS HOUSEHOLD - BILLED
      *                       ON ITS OWN AGAIN FROM THE NEXT RUN
      *              PAYER    ANOTHER MEMBER OF THE HOUSEHOLD BECOMES
      *                       THE PRIMARY PAYER
      *              DISSOLVE THE HOUSEHOLD IS REMOVED, EVERY MEMBER
      *                       IS BILLED ON ITS OWN AGAIN
      *              SEED     PROPOSES A HOUSEHOLD FOR EVERY GROUP OF
      *                       MEMBERS AT ONE ADDRESS - MR-ADDRESS-1
      *                       AND MR-POSTAL-CODE NORMALIZED THE WAY
      *                       MECCGDUP MATCHES THEM - WHERE NONE OF
      *                       THEM IS IN A HOUSEHOLD YET; EACH
      *                       PROPOSAL IS CONFIRMED ONE BY ONE
      *              EXIT
      *          A MEMBER MUST BE ON MECCG.DAT AND NOT MARKED LEFT TO
      *          JOIN A HOUSEHOLD, AND BELONGS TO ONE HOUSEHOLD AT
      *          MOST. A HOUSEHOLD COVERS THE PAYER AND UP TO NINE
      *          OTHERS. EACH SAVED CHANGE PASSES AUTHSRV (DESK LEVEL;
      *          SENIOR FOR THE SEED) AND IS JOURNALED WITH THE
      *          SIGNED-ON OPERATOR IN MECCGFOY.JRN, BEFORE AND AFTER
      *          IMAGES, LIKE THE MANDATE MAINTENANCE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOUSEHOLD-FILE ASSIGN TO "MECCGFOY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FY-NUMERO
               ALTERNATE RECORD KEY IS FY-PAYEUR
               FILE STATUS IS WS-FOY-STATUS.
           SELECT MASTER-FILE ASSIGN TO "MECCG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MR-ID
               ALTERNATE RECORD KEY IS MR-NAME WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "MECCGFOY.JRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-AUD-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "OPERATOR.CUR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-OPR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOUSEHOLD-FILE
                      DATA RECORD HOUSEHOLD-RECORD.
           COPY "MECCGFY.cpy".
       FD  MASTER-FILE.
           COPY "MECCGMR.cpy".
      *----------------------------------------------------------------
      * AUDIT TRAIL OF EVERY SAVED CHANGE: WHO, WHEN, WHICH ACTION
      * ("C" CREATE, "A" ADD, "R" REMOVE, "P" PAYER, "D" DISSOLVE),
      * THE HOUSEHOLD BEFORE AND AFTER.
      *----------------------------------------------------------------
       FD  AUDIT-FILE
                      DATA RECORD AUDIT-RECORD.
       01  AUDIT-RECORD.
           05  AU-DATE           PIC 9(8).
           05  AU-TIME           PIC 9(6).
           05  AU-OPERATEUR      PIC X(8).
           05  AU-ACTION         PIC X.
           05  AU-AVANT          PIC X(112).
           05  AU-APRES          PIC X(112).
       FD  OPERATOR-FILE
                      DATA RECORD OPERATOR-CUR-RECORD.
       01  OPERATOR-CUR-RECORD   PIC X(8).

       WORKING-STORAGE SECTION.
           COPY "BUSDATE.cpy".
           COPY "AUTHSRV.cpy".
       01  WS-FOY-STATUS         PIC XX.
       01  WS-FILE-STATUS        PIC XX.
       01  WS-AUD-STATUS         PIC XX.
       01  WS-OPR-STATUS         PIC XX.
       01  WS-OPERATEUR          PIC X(8).
       01  WS-COMMAND            PIC X(10).
       01  WS-HEURE-EXACTE.
           05  WS-HHMMSS         PIC 9(6).
           05  FILLER            PIC 99.
       01  WS-AUJOURDHUI         PIC 9(8).
       01  WS-EOF-FLAG           PIC X.
       01  WS-ACTION             PIC X.
       01  WS-ID-SAISI           PIC X(8).
       01  WS-ID-MEMBRE          PIC X(8).
       01  WS-CONFIRME           PIC X.
       01  WS-ECRIT              PIC X.
       01  WS-MEMBRE-OK          PIC X.
       01  WS-FOYER-TROUVE       PIC X.
       01  WS-AVANT              PIC X(112).
       01  WS-PROCHAIN-NUMERO    PIC 9(6).
       01  WS-I                  PIC S9(4) COMP.
       01  WS-J                  PIC S9(4) COMP.
       01  WS-K                  PIC S9(4) COMP.
       01  WS-RANG               PIC S9(4) COMP.
       01  WS-NB-PROPOSES        PIC S9(4) COMP.
       01  WS-NB-CREES           PIC S9(4) COMP.

      *----------------------------------------------------------------
      * WHO IS ALREADY IN WHICH HOUSEHOLD - LOADED BEFORE EVERY
      * CHANGE, SO A MEMBER IS NEVER PUT IN TWO.
      *----------------------------------------------------------------
       01  TABLE-APPARTENANCES.
           05  WS-NB-APPART      PIC S9(4) COMP VALUE 0.
           05  APPART OCCURS 3000.
               10  AP-ID         PIC X(8).
               10  AP-NUMERO     PIC 9(6).
       01  WS-AP-NUMERO          PIC 9(6).

      *----------------------------------------------------------------
      * SEED: THE MASTER IN MEMORY WITH THE NORMALIZED ADDRESS, AND
      * THE GROUP BEING PROPOSED. NORMALIZATION AS MECCGDUP: UPPER
      * CASE, LETTERS AND DIGITS ONLY, PACKED LEFT.
      *----------------------------------------------------------------
       01  TABLE-ADRESSES.
           05  WS-NB-MEMBRES     PIC S9(4) COMP VALUE 0.
           05  ADRESSE OCCURS 500.
               10  AD-ID         PIC X(8).
               10  AD-NOM        PIC X(20).
               10  AD-ADR-NORME  PIC X(30).
               10  AD-CP-NORME   PIC X(30).
               10  AD-PRIS       PIC X.
       01  TABLE-GROUPE.
           05  WS-NB-GROUPE      PIC S9(4) COMP VALUE 0.
           05  GR-IX OCCURS 10   PIC S9(4) COMP.
       01  WS-BRUT               PIC X(30).
       01  WS-NORME              PIC X(30).
       01  WS-N-I                PIC S9(4) COMP.
       01  WS-N-J                PIC S9(4) COMP.
       01  WS-CAR                PIC X.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM LIRE-OPERATEUR.
           PERFORM LIRE-DATE-METIER.
           MOVE BDA-DATE TO WS-AUJOURDHUI.
           PERFORM UNTIL 1 = 0
                DISPLAY "COMMANDE (LIST/CREATE/ADD/REMOVE/PAYER/"
                        "DISSOLVE/SEED/EXIT) : "
                ACCEPT WS-COMMAND
                MOVE FUNCTION UPPER-CASE(WS-COMMAND) TO WS-COMMAND
                EVALUATE WS-COMMAND
                        WHEN "EXIT"   GO TO THE-END
                        WHEN "LIST"
                            PERFORM DO-LIST THRU FIN-LIST
                        WHEN "CREATE"
                            PERFORM DO-CREATE THRU FIN-CREATE
                        WHEN "ADD"
                            PERFORM DO-ADD THRU FIN-ADD
                        WHEN "REMOVE"
                            PERFORM DO-REMOVE THRU FIN-REMOVE
                        WHEN "PAYER"
                            PERFORM DO-PAYER THRU FIN-PAYER
                        WHEN "DISSOLVE"
                            PERFORM DO-DISSOLVE THRU FIN-DISSOLVE
                        WHEN "SEED"
                            PERFORM DO-SEED THRU FIN-SEED
                        WHEN OTHER
                            DISPLAY "COMMANDE INCONNUE: " WS-COMMAND
                END-EVALUATE
           END-PERFORM.
       THE-END.
           DISPLAY "FINISH"
           STOP RUN.
      *----------------------------------------------------------------
      * LIST: THE HOUSEHOLD THE MEMBER BELONGS TO, AS PAYER OR MEMBER.
      *----------------------------------------------------------------
       DO-LIST.
           PERFORM DEMANDER-MEMBRE.
           PERFORM OUVRIR-FOYERS.
           PERFORM CHARGER-APPARTENANCES.
           PERFORM LIRE-FOYER-DU-MEMBRE.
           IF WS-FOYER-TROUVE NOT = "O"
               DISPLAY WS-ID-SAISI " N'APPARTIENT A AUCUN FOYER"
           ELSE
               PERFORM AFFICHER-FOYER
           END-IF.
           CLOSE HOUSEHOLD-FILE.
       FIN-LIST.
           EXIT.
      *----------------------------------------------------------------
      * CREATE: THE PAYER, THEN EACH MEMBER COVERED - EVERY ONE ON
      * FILE, NOT LEFT, IN NO OTHER HOUSEHOLD. AT LEAST ONE MEMBER
      * BESIDES THE PAYER, OR THERE IS NOTHING TO GROUP.
      *----------------------------------------------------------------
       DO-CREATE.
           MOVE "FOYER-CREE" TO AUT-FONCTION.
           MOVE 1 TO AUT-NIVEAU-REQ.
           CALL "AUTHSRV" USING AUTHORITY-AREA.
           IF AUT-RETOUR NOT = "00"
               DISPLAY "CREATION REFUSEE - NIVEAU INSUFFISANT"
               GO TO FIN-CREATE.
           PERFORM OUVRIR-FOYERS.
           PERFORM CHARGER-APPARTENANCES.
           DISPLAY "PAYEUR PRINCIPAL - ".
           PERFORM DEMANDER-MEMBRE.
           MOVE WS-ID-SAISI TO WS-ID-MEMBRE.
           PERFORM VALIDER-MEMBRE.
           IF WS-MEMBRE-OK NOT = "O"
               GO TO FIN-CREATE-FERMER.
           MOVE SPACES TO HOUSEHOLD-RECORD.
           MOVE WS-PROCHAIN-NUMERO TO FY-NUMERO.
           MOVE WS-ID-MEMBRE TO FY-PAYEUR.
           MOVE 0 TO FY-NB-MEMBRES.
           DISPLAY "MEMBRES COUVERTS (BLANC = FIN) :".
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM UNTIL FY-NB-MEMBRES NOT < 9
                      OR WS-EOF-FLAG = "Y"
               PERFORM DEMANDER-MEMBRE
               IF WS-ID-SAISI = SPACES
                   MOVE "Y" TO WS-EOF-FLAG
               ELSE
                   MOVE WS-ID-SAISI TO WS-ID-MEMBRE
                   PERFORM VALIDER-MEMBRE
                   PERFORM VARYING WS-K FROM 1 BY 1
                           UNTIL WS-K > FY-NB-MEMBRES
                       IF FY-MEMBRE (WS-K) = WS-ID-MEMBRE
                           MOVE "N" TO WS-MEMBRE-OK
                       END-IF
                   END-PERFORM
                   IF WS-ID-MEMBRE = FY-PAYEUR
                       MOVE "N" TO WS-MEMBRE-OK
                   END-IF
                   IF WS-MEMBRE-OK = "O"
                       ADD 1 TO FY-NB-MEMBRES
                       MOVE WS-ID-MEMBRE TO FY-MEMBRE (FY-NB-MEMBRES)
                   ELSE
                       DISPLAY WS-ID-MEMBRE " NON RETENU"
                   END-IF
               END-IF
           END-PERFORM.
           IF FY-NB-MEMBRES = 0
               DISPLAY "AUCUN MEMBRE COUVERT - FOYER NON CREE"
               GO TO FIN-CREATE-FERMER.
           MOVE WS-AUJOURDHUI TO FY-DATE-CREATION FY-DATE-MAJ.
           MOVE AUT-OPERATEUR TO FY-PAR.
           PERFORM AFFICHER-FOYER.
           PERFORM CONFIRMER.
           IF WS-CONFIRME NOT = "O"
               GO TO FIN-CREATE-FERMER.
           MOVE SPACES TO WS-AVANT.
           PERFORM ECRIRE-FOYER.
           IF WS-ECRIT = "O"
               DISPLAY "FOYER " FY-NUMERO " CREE"
           END-IF.
       FIN-CREATE-FERMER.
           CLOSE HOUSEHOLD-FILE.
       FIN-CREATE.
           EXIT.
      *----------------------------------------------------------------
      * ADD: THE HOUSEHOLD IS NAMED BY ANY OF ITS MEMBERS, THEN THE
      * NEW MEMBER IS KEYED.
      *----------------------------------------------------------------
       DO-ADD.
           MOVE "FOYER-AJOUT" TO AUT-FONCTION.
           MOVE 1 TO AUT-NIVEAU-REQ.
           CALL "AUTHSRV" USING AUTHORITY-AREA.
           IF AUT-RETOUR NOT = "00"
               DISPLAY "AJOUT REFUSE - NIVEAU INSUFFISANT"
               GO TO FIN-ADD.
           PERFORM OUVRIR-FOYERS.
           PERFORM CHARGER-APPARTENANCES.
           DISPLAY "UN MEMBRE DU FOYER - ".
           PERFORM DEMANDER-MEMBRE.
           PERFORM LIRE-FOYER-DU-MEMBRE.
           IF WS-FOYER-TROUVE NOT = "O"
               DISPLAY WS-ID-SAISI " N'APPARTIENT A AUCUN FOYER"
               GO TO FIN-ADD-FERMER.
           PERFORM AFFICHER-FOYER.
           IF FY-NB-MEMBRES NOT < 9
               DISPLAY "FOYER COMPLET - NEUF MEMBRES AU PLUS"
               GO TO FIN-ADD-FERMER.
           DISPLAY "MEMBRE A AJOUTER - ".
           PERFORM DEMANDER-MEMBRE.
           MOVE WS-ID-SAISI TO WS-ID-MEMBRE.
           PERFORM VALIDER-MEMBRE.
           IF WS-MEMBRE-OK NOT = "O"
               GO TO FIN-ADD-FERMER.
           MOVE HOUSEHOLD-RECORD TO WS-AVANT.
           ADD 1 TO FY-NB-MEMBRES.
           MOVE WS-ID-MEMBRE TO FY-MEMBRE (FY-NB-MEMBRES).
           MOVE "A" TO WS-ACTION.
           PERFORM ENREGISTRER-CHANGEMENT.
       FIN-ADD-FERMER.
           CLOSE HOUSEHOLD-FILE.
       FIN-ADD.
           EXIT.
      *----------------------------------------------------------------
      * REMOVE: A MEMBER (NOT THE PAYER - SEE PAYER/DISSOLVE) LEAVES
      * THE HOUSEHOLD. THE LAST MEMBER BESIDES THE PAYER CANNOT BE
      * REMOVED - THE HOUSEHOLD IS DISSOLVED INSTEAD.
      *----------------------------------------------------------------
       DO-REMOVE.
           MOVE "FOYER-RETRAI" TO AUT-FONCTION.
           MOVE 1 TO AUT-NIVEAU-REQ.
           CALL "AUTHSRV" USING AUTHORITY-AREA.
           IF AUT-RETOUR NOT = "00"
               DISPLAY "RETRAIT REFUSE - NIVEAU INSUFFISANT"
               GO TO FIN-REMOVE.
           PERFORM OUVRIR-FOYERS.
           PERFORM CHARGER-APPARTENANCES.
           DISPLAY "MEMBRE A RETIRER - ".
           PERFORM DEMANDER-MEMBRE.
           PERFORM LIRE-FOYER-DU-MEMBRE.
           IF WS-FOYER-TROUVE NOT = "O"
               DISPLAY WS-ID-SAISI " N'APPARTIENT A AUCUN FOYER"
               GO TO FIN-REMOVE-FERMER.
           PERFORM AFFICHER-FOYER.
           IF WS-ID-SAISI = FY-PAYEUR
               DISPLAY "LE PAYEUR NE SE RETIRE PAS - COMMANDE PAYER "
                       "OU DISSOLVE"
               GO TO FIN-REMOVE-FERMER.
           IF FY-NB-MEMBRES = 1
               DISPLAY "DERNIER MEMBRE COUVERT - COMMANDE DISSOLVE"
               GO TO FIN-REMOVE-FERMER.
           MOVE HOUSEHOLD-RECORD TO WS-AVANT.
           PERFORM RETIRER-DE-LA-LISTE.
           MOVE "R" TO WS-ACTION.
           PERFORM ENREGISTRER-CHANGEMENT.
       FIN-REMOVE-FERMER.
           CLOSE HOUSEHOLD-FILE.
       FIN-REMOVE.
           EXIT.
      *----------------------------------------------------------------
      * PAYER: A MEMBER OF THE HOUSEHOLD TAKES OVER AS PRIMARY PAYER;
      * THE OLD PAYER STAYS IN THE HOUSEHOLD AS A MEMBER. INVOICES
      * ALREADY ISSUED STAY WITH THE OLD PAYER.
      *----------------------------------------------------------------
       DO-PAYER.
           MOVE "FOYER-PAYEUR" TO AUT-FONCTION.
           MOVE 1 TO AUT-NIVEAU-REQ.
           CALL "AUTHSRV" USING AUTHORITY-AREA.
           IF AUT-RETOUR NOT = "00"
               DISPLAY "CHANGEMENT REFUSE - NIVEAU INSUFFISANT"
               GO TO FIN-PAYER.
           PERFORM OUVRIR-FOYERS.
           PERFORM CHARGER-APPARTENANCES.
           DISPLAY "NOUVEAU PAYEUR - ".
           PERFORM DEMANDER-MEMBRE.
           PERFORM LIRE-FOYER-DU-MEMBRE.
           IF WS-FOYER-TROUVE NOT = "O"
               DISPLAY WS-ID-SAISI " N'APPARTIENT A AUCUN FOYER"
               GO TO FIN-PAYER-FERMER.
           PERFORM AFFICHER-FOYER.
           IF WS-ID-SAISI = FY-PAYEUR
               DISPLAY "DEJA PAYEUR DE CE FOYER"
               GO TO FIN-PAYER-FERMER.
           MOVE WS-ID-SAISI TO WS-ID-MEMBRE.
           MOVE "O" TO WS-MEMBRE-OK.
           PERFORM CONTROLER-SUR-MASTER.
           IF WS-MEMBRE-OK NOT = "O"
               GO TO FIN-PAYER-FERMER.
           MOVE HOUSEHOLD-RECORD TO WS-AVANT.
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > FY-NB-MEMBRES
               IF FY-MEMBRE (WS-K) = WS-ID-SAISI
                   MOVE FY-PAYEUR TO FY-MEMBRE (WS-K)
               END-IF
           END-PERFORM.
           MOVE WS-ID-SAISI TO FY-PAYEUR.
           MOVE "P" TO WS-ACTION.
           PERFORM ENREGISTRER-CHANGEMENT.
       FIN-PAYER-FERMER.
           CLOSE HOUSEHOLD-FILE.
       FIN-PAYER.
           EXIT.
      *----------------------------------------------------------------
      * DISSOLVE: THE HOUSEHOLD RECORD IS DELETED - ITS LAST IMAGE
      * SURVIVES IN THE JOURNAL.
      *----------------------------------------------------------------
       DO-DISSOLVE.
           MOVE "FOYER-DISSOU" TO AUT-FONCTION.
           MOVE 1 TO AUT-NIVEAU-REQ.
           CALL "AUTHSRV" USING AUTHORITY-AREA.
           IF AUT-RETOUR NOT = "00"
               DISPLAY "DISSOLUTION REFUSEE - NIVEAU INSUFFISANT"
               GO TO FIN-DISSOLVE.
           PERFORM OUVRIR-FOYERS.
           PERFORM CHARGER-APPARTENANCES.
           DISPLAY "UN MEMBRE DU FOYER - ".
           PERFORM DEMANDER-MEMBRE.
           PERFORM LIRE-FOYER-DU-MEMBRE.
           IF WS-FOYER-TROUVE NOT = "O"
               DISPLAY WS-ID-SAISI " N'APPARTIENT A AUCUN FOYER"
               GO TO FIN-DISSOLVE-FERMER.
           PERFORM AFFICHER-FOYER.
           PERFORM CONFIRMER.
           IF WS-CONFIRME NOT = "O"
               GO TO FIN-DISSOLVE-FERMER.
           MOVE HOUSEHOLD-RECORD TO WS-AVANT.
           MOVE "O" TO WS-ECRIT.
           DELETE HOUSEHOLD-FILE
               INVALID KEY MOVE "N" TO WS-ECRIT
           END-DELETE.
           IF WS-ECRIT = "N"
               DISPLAY "ERREUR SUPPRESSION FOYER - STATUT "
                       WS-FOY-STATUS
               GO TO FIN-DISSOLVE-FERMER.
           MOVE SPACES TO HOUSEHOLD-RECORD.
           MOVE "D" TO WS-ACTION.
           PERFORM JOURNALISER.
           DISPLAY "FOYER DISSOUS".
       FIN-DISSOLVE-FERMER.
           CLOSE HOUSEHOLD-FILE.
       FIN-DISSOLVE.
           EXIT.
      *----------------------------------------------------------------
      * SEED: EVERY MEMBER NOT LEFT AND IN NO HOUSEHOLD, GROUPED BY
      * NORMALIZED ADDRESS LINE 1 AND POSTAL CODE. A GROUP OF TWO OR
      * MORE IS SHOWN AND, ON CONFIRMATION, BECOMES A HOUSEHOLD - THE
      * FIRST ID SHOWN AS PAYER UNLESS THE OPERATOR NAMES ANOTHER.
      *----------------------------------------------------------------
       DO-SEED.
           MOVE "FOYER-AMORCE" TO AUT-FONCTION.
           MOVE 2 TO AUT-NIVEAU-REQ.
           CALL "AUTHSRV" USING AUTHORITY-AREA.
           IF AUT-RETOUR NOT = "00"
               DISPLAY "AMORCAGE REFUSE - NIVEAU INSUFFISANT"
               GO TO FIN-SEED.
           PERFORM OUVRIR-FOYERS.
           PERFORM CHARGER-APPARTENANCES.
           MOVE 0 TO WS-NB-MEMBRES WS-NB-PROPOSES WS-NB-CREES.
           OPEN INPUT MASTER-FILE.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "MECCG.DAT ABSENT"
               GO TO FIN-SEED-FERMER.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ MASTER-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM CHARGER-UNE-ADRESSE
               END-READ
           END-PERFORM.
           CLOSE MASTER-FILE.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-MEMBRES
               IF AD-PRIS (WS-I) = "N"
                   PERFORM FORMER-GROUPE
                   IF WS-NB-GROUPE > 1
                       PERFORM PROPOSER-GROUPE THRU FIN-PROPOSER
                   END-IF
               END-IF
           END-PERFORM.
           DISPLAY "AMORCAGE TERMINE - " WS-NB-PROPOSES
                   " PROPOSITION(S), " WS-NB-CREES " FOYER(S) CREE(S)".
       FIN-SEED-FERMER.
           CLOSE HOUSEHOLD-FILE.
       FIN-SEED.
           EXIT.
       CHARGER-UNE-ADRESSE.
           IF MR-LEFT
               GO TO FIN-CHARGER-ADRESSE.
           MOVE MR-ID TO WS-ID-MEMBRE.
           PERFORM CHERCHER-APPARTENANCE.
           IF WS-AP-NUMERO NOT = 0
               GO TO FIN-CHARGER-ADRESSE.
           IF WS-NB-MEMBRES NOT < 500
               DISPLAY "TABLE PLEINE - AMORCAGE TRONQUE"
               MOVE "Y" TO WS-EOF-FLAG
               GO TO FIN-CHARGER-ADRESSE.
           ADD 1 TO WS-NB-MEMBRES.
           MOVE MR-ID TO AD-ID (WS-NB-MEMBRES).
           MOVE MR-NAME TO AD-NOM (WS-NB-MEMBRES).
           MOVE MR-ADDRESS-1 TO WS-BRUT.
           PERFORM NORMALISER.
           MOVE WS-NORME TO AD-ADR-NORME (WS-NB-MEMBRES).
           MOVE MR-POSTAL-CODE TO WS-BRUT.
           PERFORM NORMALISER.
           MOVE WS-NORME TO AD-CP-NORME (WS-NB-MEMBRES).
           MOVE "N" TO AD-PRIS (WS-NB-MEMBRES).
           IF AD-ADR-NORME (WS-NB-MEMBRES) = SPACES
              OR AD-CP-NORME (WS-NB-MEMBRES) = SPACES
               MOVE "O" TO AD-PRIS (WS-NB-MEMBRES)
           END-IF.
       FIN-CHARGER-ADRESSE.
           EXIT.
      *    MEMBER WS-I AND EVERY LATER ONE AT THE SAME ADDRESS, UP TO
      *    THE TEN A HOUSEHOLD HOLDS.
       FORMER-GROUPE.
           MOVE 1 TO WS-NB-GROUPE.
           MOVE WS-I TO GR-IX (1).
           MOVE "O" TO AD-PRIS (WS-I).
           PERFORM VARYING WS-J FROM WS-I BY 1
                   UNTIL WS-J > WS-NB-MEMBRES
                      OR WS-NB-GROUPE NOT < 10
               IF AD-PRIS (WS-J) = "N"
                  AND AD-ADR-NORME (WS-J) = AD-ADR-NORME (WS-I)
                  AND AD-CP-NORME (WS-J) = AD-CP-NORME (WS-I)
                   ADD 1 TO WS-NB-GROUPE
                   MOVE WS-J TO GR-IX (WS-NB-GROUPE)
                   MOVE "O" TO AD-PRIS (WS-J)
               END-IF
           END-PERFORM.
       PROPOSER-GROUPE.
           ADD 1 TO WS-NB-PROPOSES.
           DISPLAY " ".
           DISPLAY "MEMBRES A LA MEME ADRESSE :".
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-NB-GROUPE
               DISPLAY "  " AD-ID (GR-IX (WS-K)) "  "
                       AD-NOM (GR-IX (WS-K))
           END-PERFORM.
           DISPLAY "CREER CE FOYER (O/N) : ".
           ACCEPT WS-CONFIRME.
           MOVE FUNCTION UPPER-CASE(WS-CONFIRME) TO WS-CONFIRME.
           IF WS-CONFIRME NOT = "O"
               GO TO FIN-PROPOSER.
           DISPLAY "PAYEUR (BLANC = " AD-ID (GR-IX (1)) ") : ".
           ACCEPT WS-ID-SAISI.
           MOVE FUNCTION UPPER-CASE(WS-ID-SAISI) TO WS-ID-SAISI.
           IF WS-ID-SAISI = SPACES
               MOVE AD-ID (GR-IX (1)) TO WS-ID-SAISI
           END-IF.
           MOVE 0 TO WS-RANG.
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-NB-GROUPE
               IF AD-ID (GR-IX (WS-K)) = WS-ID-SAISI
                   MOVE WS-K TO WS-RANG
               END-IF
           END-PERFORM.
           IF WS-RANG = 0
               DISPLAY WS-ID-SAISI " N'EST PAS DANS LE GROUPE - "
                       "FOYER NON CREE"
               GO TO FIN-PROPOSER.
           MOVE SPACES TO HOUSEHOLD-RECORD.
           MOVE WS-PROCHAIN-NUMERO TO FY-NUMERO.
           MOVE WS-ID-SAISI TO FY-PAYEUR.
           MOVE 0 TO FY-NB-MEMBRES.
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-NB-GROUPE
               IF WS-K NOT = WS-RANG
                   ADD 1 TO FY-NB-MEMBRES
                   MOVE AD-ID (GR-IX (WS-K))
                       TO FY-MEMBRE (FY-NB-MEMBRES)
               END-IF
           END-PERFORM.
           MOVE WS-AUJOURDHUI TO FY-DATE-CREATION FY-DATE-MAJ.
           MOVE AUT-OPERATEUR TO FY-PAR.
           MOVE SPACES TO WS-AVANT.
           PERFORM ECRIRE-FOYER.
           IF WS-ECRIT = "O"
               ADD 1 TO WS-NB-CREES
               DISPLAY "FOYER " FY-NUMERO " CREE"
           END-IF.
       FIN-PROPOSER.
           EXIT.
      *----------------------------------------------------------------
      * NORMALIZATION: UPPER CASE, LETTERS AND DIGITS ONLY, PACKED
      * LEFT - THE SAME RULE AS THE DUPLICATE SCAN.
      *----------------------------------------------------------------
       NORMALISER.
           MOVE FUNCTION UPPER-CASE(WS-BRUT) TO WS-BRUT.
           MOVE SPACES TO WS-NORME.
           MOVE 0 TO WS-N-J.
           PERFORM VARYING WS-N-I FROM 1 BY 1 UNTIL WS-N-I > 30
               MOVE WS-BRUT (WS-N-I:1) TO WS-CAR
               IF (WS-CAR >= "A" AND WS-CAR <= "Z")
                  OR (WS-CAR >= "0" AND WS-CAR <= "9")
                   ADD 1 TO WS-N-J
                   MOVE WS-CAR TO WS-NORME (WS-N-J:1)
               END-IF
           END-PERFORM.
      *----------------------------------------------------------------
      * A MEMBER MAY JOIN A HOUSEHOLD WHEN IT IS ON THE MASTER, NOT
      * MARKED LEFT, AND IN NO HOUSEHOLD YET. WS-MEMBRE-OK SAYS.
      *----------------------------------------------------------------
       VALIDER-MEMBRE.
           MOVE "O" TO WS-MEMBRE-OK.
           PERFORM CHERCHER-APPARTENANCE.
           IF WS-AP-NUMERO NOT = 0
               DISPLAY WS-ID-MEMBRE " EST DEJA DANS LE FOYER "
                       WS-AP-NUMERO
               MOVE "N" TO WS-MEMBRE-OK
           ELSE
               PERFORM CONTROLER-SUR-MASTER
           END-IF.
       CONTROLER-SUR-MASTER.
           OPEN INPUT MASTER-FILE.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "MECCG.DAT ABSENT"
               MOVE "N" TO WS-MEMBRE-OK
           ELSE
               MOVE WS-ID-MEMBRE TO MR-ID
               READ MASTER-FILE
                   INVALID KEY
                       DISPLAY WS-ID-MEMBRE " INCONNU"
                       MOVE "N" TO WS-MEMBRE-OK
                   NOT INVALID KEY
                       IF MR-LEFT
                           DISPLAY WS-ID-MEMBRE " EST SORTI"
                           MOVE "N" TO WS-MEMBRE-OK
                       ELSE
                           DISPLAY "  " MR-ID "  " MR-NAME
                       END-IF
               END-READ
               CLOSE MASTER-FILE
           END-IF.
      *----------------------------------------------------------------
      * EVERY HOUSEHOLD READ ONCE: WHO IS IN WHICH, AND THE NEXT
      * HOUSEHOLD NUMBER.
      *----------------------------------------------------------------
       CHARGER-APPARTENANCES.
           MOVE 0 TO WS-NB-APPART.
           MOVE 1 TO WS-PROCHAIN-NUMERO.
           MOVE ZERO TO FY-NUMERO.
           START HOUSEHOLD-FILE KEY IS NOT LESS THAN FY-NUMERO
               INVALID KEY MOVE "Y" TO WS-EOF-FLAG
               NOT INVALID KEY MOVE "N" TO WS-EOF-FLAG
           END-START.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ HOUSEHOLD-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       COMPUTE WS-PROCHAIN-NUMERO = FY-NUMERO + 1
                       MOVE FY-PAYEUR TO WS-ID-MEMBRE
                       PERFORM RETENIR-APPARTENANCE
                       PERFORM VARYING WS-K FROM 1 BY 1
                               UNTIL WS-K > FY-NB-MEMBRES
                           MOVE FY-MEMBRE (WS-K) TO WS-ID-MEMBRE
                           PERFORM RETENIR-APPARTENANCE
                       END-PERFORM
               END-READ
           END-PERFORM.
       RETENIR-APPARTENANCE.
           IF WS-NB-APPART < 3000
               ADD 1 TO WS-NB-APPART
               MOVE WS-ID-MEMBRE TO AP-ID (WS-NB-APPART)
               MOVE FY-NUMERO TO AP-NUMERO (WS-NB-APPART)
           END-IF.
       CHERCHER-APPARTENANCE.
           MOVE 0 TO WS-AP-NUMERO.
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-NB-APPART
                      OR WS-AP-NUMERO NOT = 0
               IF AP-ID (WS-K) = WS-ID-MEMBRE
                   MOVE AP-NUMERO (WS-K) TO WS-AP-NUMERO
               END-IF
           END-PERFORM.
      *    THE HOUSEHOLD OF WS-ID-SAISI, READ BY ITS KEY.
       LIRE-FOYER-DU-MEMBRE.
           MOVE "N" TO WS-FOYER-TROUVE.
           MOVE WS-ID-SAISI TO WS-ID-MEMBRE.
           PERFORM CHERCHER-APPARTENANCE.
           IF WS-AP-NUMERO NOT = 0
               MOVE WS-AP-NUMERO TO FY-NUMERO
               READ HOUSEHOLD-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE "O" TO WS-FOYER-TROUVE
               END-READ
           END-IF.
      *    WS-ID-SAISI TAKEN OUT OF FY-MEMBRE, THE LIST KEPT PACKED.
       RETIRER-DE-LA-LISTE.
           MOVE 0 TO WS-J.
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > FY-NB-MEMBRES
               IF FY-MEMBRE (WS-K) NOT = WS-ID-SAISI
                   ADD 1 TO WS-J
                   MOVE FY-MEMBRE (WS-K) TO FY-MEMBRE (WS-J)
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-K FROM WS-J BY 1 UNTIL WS-K > 9
               IF WS-K > WS-J
                   MOVE SPACES TO FY-MEMBRE (WS-K)
               END-IF
           END-PERFORM.
           MOVE WS-J TO FY-NB-MEMBRES.
      *----------------------------------------------------------------
      * A CHANGED HOUSEHOLD (WS-AVANT HOLDS THE OLD IMAGE, WS-ACTION
      * THE ACTION): SHOWN, CONFIRMED, REWRITTEN, JOURNALED.
      *----------------------------------------------------------------
       ENREGISTRER-CHANGEMENT.
           MOVE WS-AUJOURDHUI TO FY-DATE-MAJ.
           MOVE AUT-OPERATEUR TO FY-PAR.
           PERFORM AFFICHER-FOYER.
           PERFORM CONFIRMER.
           IF WS-CONFIRME = "O"
               MOVE "O" TO WS-ECRIT
               REWRITE HOUSEHOLD-RECORD
                   INVALID KEY MOVE "N" TO WS-ECRIT
               END-REWRITE
               IF WS-ECRIT = "N"
                   DISPLAY "ERREUR REECRITURE FOYER - STATUT "
                           WS-FOY-STATUS " - RIEN N'EST SAUVE"
               ELSE
                   PERFORM JOURNALISER
                   DISPLAY "FOYER " FY-NUMERO " MODIFIE"
               END-IF
           END-IF.
      *    A NEW HOUSEHOLD WRITTEN AND JOURNALED ("C"). THE PAYER KEY
      *    IS UNIQUE, SO A RACE WITH ANOTHER DESK IS REFUSED HERE.
       ECRIRE-FOYER.
           MOVE "O" TO WS-ECRIT.
           WRITE HOUSEHOLD-RECORD
               INVALID KEY MOVE "N" TO WS-ECRIT
           END-WRITE.
           IF WS-ECRIT = "N"
               DISPLAY "FOYER NON ECRIT - STATUT " WS-FOY-STATUS
                       " - RIEN N'EST SAUVE"
           ELSE
               ADD 1 TO WS-PROCHAIN-NUMERO
               MOVE FY-PAYEUR TO WS-ID-MEMBRE
               PERFORM RETENIR-APPARTENANCE
               PERFORM VARYING WS-K FROM 1 BY 1
                       UNTIL WS-K > FY-NB-MEMBRES
                   MOVE FY-MEMBRE (WS-K) TO WS-ID-MEMBRE
                   PERFORM RETENIR-APPARTENANCE
               END-PERFORM
               MOVE "C" TO WS-ACTION
               PERFORM JOURNALISER
           END-IF.
       AFFICHER-FOYER.
           DISPLAY "FOYER      " FY-NUMERO "  PAYEUR " FY-PAYEUR.
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > FY-NB-MEMBRES
               DISPLAY "  MEMBRE   " FY-MEMBRE (WS-K)
           END-PERFORM.
           DISPLAY "MODIFIE LE " FY-DATE-MAJ " PAR " FY-PAR.
       DEMANDER-MEMBRE.
           DISPLAY "NUMERO DE MEMBRE : ".
           ACCEPT WS-ID-SAISI.
           MOVE FUNCTION UPPER-CASE(WS-ID-SAISI) TO WS-ID-SAISI.
       OUVRIR-FOYERS.
           OPEN I-O HOUSEHOLD-FILE.
           IF WS-FOY-STATUS = "35"
               OPEN OUTPUT HOUSEHOLD-FILE
               CLOSE HOUSEHOLD-FILE
               OPEN I-O HOUSEHOLD-FILE
           END-IF.
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
           MOVE HOUSEHOLD-RECORD TO AU-APRES.
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

       END PROGRAM MECCGFOY.
