       IDENTIFICATION DIVISION.
       PROGRAM-ID. MECCGCAR.
       AUTHOR. SHOP OPERATIONS.
      *          MEMBERSHIP CARD DESK (MECCGCAR.DAT, MECCGCA.cpy
      *          LAYOUT). THE CARDS THEMSELVES ARE ISSUED BY THE CARD
      *          RUN (MECCGCRT); HERE THE DESK DEALS WITH THE ONES
      *          THAT GO WRONG. COMMANDS:
      *              LIST     EVERY CARD A MEMBER HAS HELD, BY MR-ID
      *                       OR BY CARD NUMBER
      *              PERDUE   A LOST CARD: THE MEMBER'S ACTIVE CARD IS
      *                       MARKED LOST - THE CHECK-IN REFUSES IT
      *                       FROM NOW ON - AND A NEW NUMBER IS ISSUED
      *                       TO THE SAME EXPIRY AND PRINTED ON
      *                       MECCGCAR.CRT
      *              BLOQUE   A CARD BLOCKED WITH A REASON (MISUSE,
      *                       CARD RETAINED) - SUPERVISOR LEVEL; NO
      *                       NEW CARD IS ISSUED
      *              EXIT
      *          A REISSUE NEEDS THE MEMBER ON MECCG.DAT AND NOT
      *          MARKED LEFT, AND A CARD NOT YET EXPIRED - AN EXPIRED
      *          CARD IS REPLACED BY THE CARD RUN ONCE THE RENEWAL IS
      *          PAID. EACH SAVED CHANGE PASSES AUTHSRV AND IS
      *          JOURNALED WITH THE SIGNED-ON OPERATOR IN MECCGCAR.JRN,
      *          BEFORE AND AFTER IMAGES, LIKE THE MANDATE MAINTENANCE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-FILE ASSIGN TO "MECCGCAR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-NUMERO
               ALTERNATE RECORD KEY IS CA-ID WITH DUPLICATES
               FILE STATUS IS WS-CAR-STATUS.
           SELECT MASTER-FILE ASSIGN TO "MECCG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MR-ID
               ALTERNATE RECORD KEY IS MR-NAME WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.
           SELECT PRINT-FILE ASSIGN TO "MECCGCAR.CRT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-FILE ASSIGN TO "MECCGCAR.JRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-AUD-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "OPERATOR.CUR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-OPR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CARD-FILE
                      DATA RECORD CARD-RECORD.
           COPY "MECCGCA.cpy".
       FD  MASTER-FILE.
           COPY "MECCGMR.cpy".
       FD  PRINT-FILE
                      DATA RECORD LIGNE-CRT.
       01  LIGNE-CRT             PIC X(80).
      *----------------------------------------------------------------
      * AUDIT TRAIL OF EVERY SAVED CHANGE: WHO, WHEN, WHICH ACTION
      * ("P" DECLARED LOST, "E" REISSUED, "B" BLOCKED), THE CARD
      * BEFORE AND AFTER.
      *----------------------------------------------------------------
       FD  AUDIT-FILE
                      DATA RECORD AUDIT-RECORD.
       01  AUDIT-RECORD.
           05  AU-DATE           PIC 9(8).
           05  AU-TIME           PIC 9(6).
           05  AU-OPERATEUR      PIC X(8).
           05  AU-ACTION         PIC X.
           05  AU-AVANT          PIC X(77).
           05  AU-APRES          PIC X(77).
       FD  OPERATOR-FILE
                      DATA RECORD OPERATOR-CUR-RECORD.
       01  OPERATOR-CUR-RECORD   PIC X(8).

       WORKING-STORAGE SECTION.
           COPY "BUSDATE.cpy".
           COPY "AUTHSRV.cpy".
       01  WS-CAR-STATUS         PIC XX.
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
       01  WS-SAISIE             PIC X(8).
       01  WS-ID-MEMBRE          PIC X(8).
       01  WS-CONFIRME           PIC X.
       01  WS-ECRIT              PIC X.
       01  WS-TROUVE             PIC X.
       01  WS-MOTIF              PIC X(20).
       01  WS-AVANT              PIC X(77).
       01  WS-ANCIENNE           PIC X(77).
       01  WS-ANCIEN-NUMERO      PIC 9(8).
       01  WS-ANCIENNE-EXP       PIC 9(8).
       01  WS-PROCHAIN-NUMERO    PIC 9(8).
       01  WS-ESSAIS             PIC S9(4) COMP.
       01  WS-NB-CARTES          PIC S9(4) COMP.
       01  WS-NOM-MEMBRE         PIC X(20).

       01  WS-CARTE-CADRE        PIC X(44) VALUE
           "+------------------------------------------+".
       01  WS-CARTE-LIGNE.
           05  FILLER            PIC X(2)  VALUE "| ".
           05  CRT-TEXTE         PIC X(40).
           05  FILLER            PIC X(2)  VALUE " |".

       PROCEDURE DIVISION.
       MAIN.
           PERFORM LIRE-OPERATEUR.
           PERFORM LIRE-DATE-METIER.
           MOVE BDA-DATE TO WS-AUJOURDHUI.
           PERFORM UNTIL 1 = 0
                DISPLAY "COMMANDE (LIST/PERDUE/BLOQUE/EXIT) : "
                ACCEPT WS-COMMAND
                MOVE FUNCTION UPPER-CASE(WS-COMMAND) TO WS-COMMAND
                EVALUATE WS-COMMAND
                        WHEN "EXIT"   GO TO THE-END
                        WHEN "LIST"
                            PERFORM DO-LIST THRU FIN-LIST
                        WHEN "PERDUE"
                            PERFORM DO-PERDUE THRU FIN-PERDUE
                        WHEN "BLOQUE"
                            PERFORM DO-BLOQUE THRU FIN-BLOQUE
                        WHEN OTHER
                            DISPLAY "COMMANDE INCONNUE: " WS-COMMAND
                END-EVALUATE
           END-PERFORM.
       THE-END.
           DISPLAY "FINISH"
           STOP RUN.
      *----------------------------------------------------------------
      * LIST: EVERY CARD OF THE MEMBER, OLDEST NUMBER FIRST.
      *----------------------------------------------------------------
       DO-LIST.
           PERFORM DEMANDER-MEMBRE.
           OPEN INPUT CARD-FILE.
           IF WS-CAR-STATUS NOT = "00"
               DISPLAY "MECCGCAR.DAT ABSENT"
               GO TO FIN-LIST.
           PERFORM IDENTIFIER-MEMBRE.
           MOVE 0 TO WS-NB-CARTES.
           MOVE WS-ID-MEMBRE TO CA-ID.
           MOVE "N" TO WS-EOF-FLAG.
           START CARD-FILE KEY IS EQUAL TO CA-ID
               INVALID KEY MOVE "Y" TO WS-EOF-FLAG
           END-START.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ CARD-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF CA-ID NOT = WS-ID-MEMBRE
                           MOVE "Y" TO WS-EOF-FLAG
                       ELSE
                           ADD 1 TO WS-NB-CARTES
                           PERFORM AFFICHER-CARTE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-NB-CARTES = 0
               DISPLAY "AUCUNE CARTE POUR " WS-ID-MEMBRE
           END-IF.
           CLOSE CARD-FILE.
       FIN-LIST.
           EXIT.
      *----------------------------------------------------------------
      * PERDUE: THE ACTIVE CARD IS DECLARED LOST AND A NEW NUMBER IS
      * ISSUED TO THE SAME EXPIRY. BOTH CHANGES ARE CONFIRMED ONCE.
      *----------------------------------------------------------------
       DO-PERDUE.
           MOVE "CARTE-PERDUE" TO AUT-FONCTION.
           MOVE 1 TO AUT-NIVEAU-REQ.
           CALL "AUTHSRV" USING AUTHORITY-AREA.
           IF AUT-RETOUR NOT = "00"
               DISPLAY "REEDITION REFUSEE - NIVEAU INSUFFISANT"
               GO TO FIN-PERDUE.
           PERFORM DEMANDER-MEMBRE.
           PERFORM OUVRIR-CARTES.
           PERFORM IDENTIFIER-MEMBRE.
           PERFORM CHERCHER-CARTE-ACTIVE.
           IF WS-TROUVE NOT = "O"
               DISPLAY "AUCUNE CARTE ACTIVE POUR " WS-ID-MEMBRE
               GO TO FIN-PERDUE-FERMER.
           IF WS-ANCIENNE-EXP < WS-AUJOURDHUI
               DISPLAY "CARTE EXPIREE LE " WS-ANCIENNE-EXP
                       " - REMPLACEE PAR LE PASSAGE DES CARTES "
                       "APRES RENOUVELLEMENT"
               GO TO FIN-PERDUE-FERMER.
           PERFORM CONTROLER-SUR-MASTER.
           IF WS-TROUVE NOT = "O"
               GO TO FIN-PERDUE-FERMER.
           MOVE WS-ANCIEN-NUMERO TO CA-NUMERO.
           READ CARD-FILE
               INVALID KEY
                   DISPLAY "CARTE " WS-ANCIEN-NUMERO " ILLISIBLE"
                   GO TO FIN-PERDUE-FERMER
           END-READ.
           PERFORM AFFICHER-CARTE.
           DISPLAY "DECLARER CETTE CARTE PERDUE ET EN EMETTRE UNE "
                   "NOUVELLE - ".
           PERFORM CONFIRMER.
           IF WS-CONFIRME NOT = "O"
               GO TO FIN-PERDUE-FERMER.
      *    THE NEW CARD FIRST: IF IT CANNOT BE WRITTEN THE OLD ONE
      *    STAYS AS IT WAS.
           MOVE CARD-RECORD TO WS-ANCIENNE.
           PERFORM CHERCHER-DERNIER-NUMERO.
           PERFORM EMETTRE-CARTE.
           IF WS-ECRIT NOT = "O"
               DISPLAY "NOUVELLE CARTE NON ECRITE - STATUT "
                       WS-CAR-STATUS " - RIEN N'EST SAUVE"
               GO TO FIN-PERDUE-FERMER.
           MOVE SPACES TO WS-AVANT.
           MOVE "E" TO WS-ACTION.
           PERFORM JOURNALISER.
           PERFORM IMPRIMER-CARTE.
           DISPLAY "NOUVELLE CARTE " CA-NUMERO
                   " IMPRIMEE SUR MECCGCAR.CRT".
           MOVE WS-ANCIEN-NUMERO TO CA-NUMERO.
           READ CARD-FILE
               INVALID KEY
                   DISPLAY "CARTE " WS-ANCIEN-NUMERO " ILLISIBLE - "
                           "A BLOQUER PAR LE SUPERVISEUR"
                   GO TO FIN-PERDUE-FERMER
           END-READ.
           MOVE CARD-RECORD TO WS-AVANT.
           MOVE "P" TO CA-ETAT.
           MOVE "DECLAREE PERDUE" TO CA-MOTIF.
           MOVE WS-AUJOURDHUI TO CA-DATE-ETAT.
           MOVE AUT-OPERATEUR TO CA-PAR.
           MOVE "O" TO WS-ECRIT.
           REWRITE CARD-RECORD
               INVALID KEY MOVE "N" TO WS-ECRIT
           END-REWRITE.
           IF WS-ECRIT = "N"
               DISPLAY "ERREUR REECRITURE CARTE " WS-ANCIEN-NUMERO
                       " - STATUT " WS-CAR-STATUS
                       " - A BLOQUER PAR LE SUPERVISEUR"
               GO TO FIN-PERDUE-FERMER.
           MOVE "P" TO WS-ACTION.
           PERFORM JOURNALISER.
           DISPLAY "CARTE " WS-ANCIEN-NUMERO " DECLAREE PERDUE".
       FIN-PERDUE-FERMER.
           CLOSE CARD-FILE.
       FIN-PERDUE.
           EXIT.
      *----------------------------------------------------------------
      * BLOQUE: ONE CARD, NAMED BY ITS NUMBER, BLOCKED WITH A REASON.
      *----------------------------------------------------------------
       DO-BLOQUE.
           MOVE "CARTE-BLOQUE" TO AUT-FONCTION.
           MOVE 2 TO AUT-NIVEAU-REQ.
           CALL "AUTHSRV" USING AUTHORITY-AREA.
           IF AUT-RETOUR NOT = "00"
               DISPLAY "BLOCAGE REFUSE - NIVEAU INSUFFISANT"
               GO TO FIN-BLOQUE.
           DISPLAY "NUMERO DE CARTE : ".
           ACCEPT WS-SAISIE.
           IF WS-SAISIE NOT NUMERIC
               DISPLAY "NUMERO DE CARTE INVALIDE (8 CHIFFRES)"
               GO TO FIN-BLOQUE.
           PERFORM OUVRIR-CARTES.
           MOVE WS-SAISIE TO CA-NUMERO.
           READ CARD-FILE
               INVALID KEY
                   DISPLAY "CARTE " WS-SAISIE " INCONNUE"
                   GO TO FIN-BLOQUE-FERMER
           END-READ.
           PERFORM AFFICHER-CARTE.
           IF NOT CA-ACTIVE
               DISPLAY "CARTE DEJA HORS SERVICE"
               GO TO FIN-BLOQUE-FERMER.
           DISPLAY "MOTIF DU BLOCAGE : ".
           ACCEPT WS-MOTIF.
           IF WS-MOTIF = SPACES
               DISPLAY "MOTIF OBLIGATOIRE - RIEN N'EST SAUVE"
               GO TO FIN-BLOQUE-FERMER.
           PERFORM CONFIRMER.
           IF WS-CONFIRME NOT = "O"
               GO TO FIN-BLOQUE-FERMER.
           MOVE CARD-RECORD TO WS-AVANT.
           MOVE "B" TO CA-ETAT.
           MOVE FUNCTION UPPER-CASE(WS-MOTIF) TO CA-MOTIF.
           MOVE WS-AUJOURDHUI TO CA-DATE-ETAT.
           MOVE AUT-OPERATEUR TO CA-PAR.
           MOVE "O" TO WS-ECRIT.
           REWRITE CARD-RECORD
               INVALID KEY MOVE "N" TO WS-ECRIT
           END-REWRITE.
           IF WS-ECRIT = "N"
               DISPLAY "ERREUR REECRITURE CARTE - STATUT "
                       WS-CAR-STATUS " - RIEN N'EST SAUVE"
           ELSE
               MOVE "B" TO WS-ACTION
               PERFORM JOURNALISER
               DISPLAY "CARTE " CA-NUMERO " BLOQUEE"
           END-IF.
       FIN-BLOQUE-FERMER.
           CLOSE CARD-FILE.
       FIN-BLOQUE.
           EXIT.
      *----------------------------------------------------------------
      * THE MEMBER KEYED EITHER BY MR-ID OR BY ONE OF ITS CARD
      * NUMBERS - A NUMBER ON FILE AS A CARD IS TAKEN AS A CARD.
      *----------------------------------------------------------------
       IDENTIFIER-MEMBRE.
           MOVE WS-SAISIE TO WS-ID-MEMBRE.
           IF WS-SAISIE NUMERIC
               MOVE WS-SAISIE TO CA-NUMERO
               READ CARD-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE CA-ID TO WS-ID-MEMBRE
               END-READ
           END-IF.
      *    THE MEMBER'S ACTIVE CARD - THE LATEST EXPIRY IF SEVERAL.
       CHERCHER-CARTE-ACTIVE.
           MOVE "N" TO WS-TROUVE.
           MOVE 0 TO WS-ANCIEN-NUMERO WS-ANCIENNE-EXP.
           MOVE WS-ID-MEMBRE TO CA-ID.
           MOVE "N" TO WS-EOF-FLAG.
           START CARD-FILE KEY IS EQUAL TO CA-ID
               INVALID KEY MOVE "Y" TO WS-EOF-FLAG
           END-START.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ CARD-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF CA-ID NOT = WS-ID-MEMBRE
                           MOVE "Y" TO WS-EOF-FLAG
                       ELSE
                           IF CA-ACTIVE
                              AND CA-DATE-EXPIRATION NOT <
                                  WS-ANCIENNE-EXP
                               MOVE "O" TO WS-TROUVE
                               MOVE CA-NUMERO TO WS-ANCIEN-NUMERO
                               MOVE CA-DATE-EXPIRATION
                                 TO WS-ANCIENNE-EXP
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       CONTROLER-SUR-MASTER.
           MOVE "N" TO WS-TROUVE.
           OPEN INPUT MASTER-FILE.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "MECCG.DAT ABSENT"
           ELSE
               MOVE WS-ID-MEMBRE TO MR-ID
               READ MASTER-FILE
                   INVALID KEY
                       DISPLAY WS-ID-MEMBRE " INCONNU"
                   NOT INVALID KEY
                       IF MR-LEFT
                           DISPLAY WS-ID-MEMBRE " EST SORTI - PAS DE "
                                   "NOUVELLE CARTE"
                       ELSE
                           MOVE "O" TO WS-TROUVE
                           MOVE MR-NAME TO WS-NOM-MEMBRE
                           DISPLAY "  " MR-ID "  " MR-NAME
                       END-IF
               END-READ
               CLOSE MASTER-FILE
           END-IF.
      *----------------------------------------------------------------
      * THE REPLACEMENT CARD (WS-ANCIENNE HOLDS THE LOST ONE) UNDER
      * THE NEXT FREE NUMBER.
      *----------------------------------------------------------------
       EMETTRE-CARTE.
           MOVE "N" TO WS-ECRIT.
           MOVE 0 TO WS-ESSAIS.
           PERFORM UNTIL WS-ECRIT = "O" OR WS-ESSAIS > 20
               MOVE WS-ANCIENNE TO CARD-RECORD
               MOVE WS-PROCHAIN-NUMERO TO CA-NUMERO
               MOVE WS-AUJOURDHUI TO CA-DATE-EMISSION CA-DATE-ETAT
               MOVE "A" TO CA-ETAT
               MOVE WS-ANCIEN-NUMERO TO CA-REMPLACE
               MOVE "REEDITION" TO CA-MOTIF
               MOVE AUT-OPERATEUR TO CA-PAR
               ADD 1 TO WS-PROCHAIN-NUMERO
               ADD 1 TO WS-ESSAIS
               MOVE "O" TO WS-ECRIT
               WRITE CARD-RECORD
                   INVALID KEY MOVE "N" TO WS-ECRIT
               END-WRITE
           END-PERFORM.
       CHERCHER-DERNIER-NUMERO.
           MOVE 1 TO WS-PROCHAIN-NUMERO.
           MOVE ZERO TO CA-NUMERO.
           MOVE "N" TO WS-EOF-FLAG.
           START CARD-FILE KEY IS NOT LESS THAN CA-NUMERO
               INVALID KEY MOVE "Y" TO WS-EOF-FLAG
           END-START.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ CARD-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       COMPUTE WS-PROCHAIN-NUMERO = CA-NUMERO + 1
               END-READ
           END-PERFORM.
      *    THE NEW CARD, BOXED AS THE CARD RUN PRINTS IT.
       IMPRIMER-CARTE.
           OPEN OUTPUT PRINT-FILE.
           MOVE WS-CARTE-CADRE TO LIGNE-CRT.
           WRITE LIGNE-CRT.
           MOVE "MECCG - CARTE DE MEMBRE" TO CRT-TEXTE.
           MOVE WS-CARTE-LIGNE TO LIGNE-CRT.
           WRITE LIGNE-CRT.
           MOVE SPACES TO CRT-TEXTE.
           STRING "CARTE NO   " CA-NUMERO
               DELIMITED BY SIZE INTO CRT-TEXTE.
           MOVE WS-CARTE-LIGNE TO LIGNE-CRT.
           WRITE LIGNE-CRT.
           MOVE SPACES TO CRT-TEXTE.
           STRING "MEMBRE     " CA-ID
               DELIMITED BY SIZE INTO CRT-TEXTE.
           MOVE WS-CARTE-LIGNE TO LIGNE-CRT.
           WRITE LIGNE-CRT.
           MOVE SPACES TO CRT-TEXTE.
           STRING "           " WS-NOM-MEMBRE
               DELIMITED BY SIZE INTO CRT-TEXTE.
           MOVE WS-CARTE-LIGNE TO LIGNE-CRT.
           WRITE LIGNE-CRT.
           MOVE SPACES TO CRT-TEXTE.
           STRING "VALABLE DU " CA-DATE-EMISSION " AU "
                  CA-DATE-EXPIRATION
               DELIMITED BY SIZE INTO CRT-TEXTE.
           MOVE WS-CARTE-LIGNE TO LIGNE-CRT.
           WRITE LIGNE-CRT.
           MOVE WS-CARTE-CADRE TO LIGNE-CRT.
           WRITE LIGNE-CRT.
           CLOSE PRINT-FILE.
       AFFICHER-CARTE.
           DISPLAY "CARTE " CA-NUMERO "  MEMBRE " CA-ID
                   "  EMISE " CA-DATE-EMISSION
                   "  EXPIRE " CA-DATE-EXPIRATION
                   "  ETAT " CA-ETAT.
           IF CA-REMPLACE NOT = 0 OR CA-MOTIF NOT = SPACES
               DISPLAY "      REMPLACE " CA-REMPLACE "  " CA-MOTIF
                       "  LE " CA-DATE-ETAT " PAR " CA-PAR
           END-IF.
       DEMANDER-MEMBRE.
           DISPLAY "NUMERO DE MEMBRE OU DE CARTE : ".
           ACCEPT WS-SAISIE.
           MOVE FUNCTION UPPER-CASE(WS-SAISIE) TO WS-SAISIE.
       OUVRIR-CARTES.
           OPEN I-O CARD-FILE.
           IF WS-CAR-STATUS = "35"
               OPEN OUTPUT CARD-FILE
               CLOSE CARD-FILE
               OPEN I-O CARD-FILE
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
           MOVE CARD-RECORD TO AU-APRES.
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

       END PROGRAM MECCGCAR.
