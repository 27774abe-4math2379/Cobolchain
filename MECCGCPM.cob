       IDENTIFICATION DIVISION.
       PROGRAM-ID. MECCGCPM.
       AUTHOR. SHOP OPERATIONS.
      *          MAINTENANCE OF THE POSTAL-CODE REFERENCE TABLE
      *          (MECCGCP.DAT, MECCGCP.cpy LAYOUT - ONE RECORD PER
      *          CODE AND TOWN, WITH ITS REGION) THAT THE FICHE
      *          (MECCG) AND THE BATCH INTAKE (MECCGBT) CHECK EVERY
      *          MEMBER ADDRESS AGAINST, AND OF THE RETURNED-MAIL
      *          FILE (MECCGRET.DAT, MECCGRT.cpy). COMMANDS:
      *              LIST     THE TOWNS OF ONE CODE, OR THE WHOLE
      *                       TABLE
      *              ADD      A NEW CODE / TOWN PAIR AND ITS REGION
      *              CHANGE   THE REGION OF A PAIR - A WRONG CODE OR
      *                       TOWN IS A DELETE AND AN ADD
      *              DELETE   A PAIR THAT NO LONGER EXISTS (SENIOR)
      *              RETOUR   A RENEWAL LETTER THE POST BROUGHT BACK -
      *                       THE MEMBER'S ADDRESS IS KEPT WITH IT
      *              REPORT   ADDRESS CLEANUP REPORT (MECCGCP.RPT):
      *                       EVERY CURRENT MEMBER (NOT MARKED LEFT)
      *                       WHOSE CODE / TOWN PAIR IS NOT ON THE
      *                       TABLE, THEN EVERY RETURNED LETTER WHOSE
      *                       ADDRESS IS STILL THE ONE ON THE FICHE
      *              EXIT
      *          CODES AND TOWNS ARE KEPT IN UPPER CASE. EACH SAVED
      *          CHANGE PASSES AUTHSRV (DESK LEVEL, SENIOR FOR A
      *          DELETE) AND IS JOURNALED WITH THE SIGNED-ON OPERATOR
      *          IN MECCGCP.JRN, BEFORE AND AFTER IMAGES, LIKE THE
      *          MANDATE MAINTENANCE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSTAL-FILE ASSIGN TO "MECCGCP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-CLE
               FILE STATUS IS WS-CP-STATUS.
           SELECT MASTER-FILE ASSIGN TO "MECCG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MR-ID
               ALTERNATE RECORD KEY IS MR-NAME WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.
           SELECT RETURN-FILE ASSIGN TO "MECCGRET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-RET-STATUS.
           SELECT REPORT-FILE ASSIGN TO "MECCGCP.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-FILE ASSIGN TO "MECCGCP.JRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-AUD-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "OPERATOR.CUR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-OPR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POSTAL-FILE
                      DATA RECORD POSTAL-RECORD.
           COPY "MECCGCP.cpy".
       FD  MASTER-FILE.
           COPY "MECCGMR.cpy".
       FD  RETURN-FILE
                      DATA RECORD RETURN-RECORD.
           COPY "MECCGRT.cpy".
       FD  REPORT-FILE
                      DATA RECORD LIGNE-RPT.
       01  LIGNE-RPT             PIC X(100).
      *----------------------------------------------------------------
      * AUDIT TRAIL OF EVERY SAVED CHANGE: WHO, WHEN, WHICH ACTION
      * ("A" ADD, "C" CHANGE, "D" DELETE), THE PAIR BEFORE AND AFTER.
      *----------------------------------------------------------------
       FD  AUDIT-FILE
                      DATA RECORD AUDIT-RECORD.
       01  AUDIT-RECORD.
           05  AU-DATE           PIC 9(8).
           05  AU-TIME           PIC 9(6).
           05  AU-OPERATEUR      PIC X(8).
           05  AU-ACTION         PIC X.
           05  AU-AVANT          PIC X(64).
           05  AU-APRES          PIC X(64).
       FD  OPERATOR-FILE
                      DATA RECORD OPERATOR-CUR-RECORD.
       01  OPERATOR-CUR-RECORD   PIC X(8).

       WORKING-STORAGE SECTION.
           COPY "BUSDATE.cpy".
           COPY "AUTHSRV.cpy".
           COPY "DATESRV.cpy".
       01  WS-CP-STATUS          PIC XX.
       01  WS-FILE-STATUS        PIC XX.
       01  WS-RET-STATUS         PIC XX.
       01  WS-AUD-STATUS         PIC XX.
       01  WS-OPR-STATUS         PIC XX.
       01  WS-OPERATEUR          PIC X(8).
       01  WS-COMMAND            PIC X(10).
       01  WS-HEURE-EXACTE.
           05  WS-HHMMSS         PIC 9(6).
           05  FILLER            PIC 99.
       01  WS-AUJOURDHUI         PIC 9(8).
       01  WS-ACTION             PIC X.
       01  WS-CODE-SAISI         PIC X(8).
       01  WS-VILLE-SAISIE       PIC X(20).
       01  WS-REGION-SAISIE      PIC X(20).
       01  WS-ID-SAISI           PIC X(8).
       01  WS-DATE-SAISIE        PIC X(8).
       01  WS-MOTIF-SAISI        PIC X(6).
       01  WS-CONFIRME           PIC X.
       01  WS-CP-TROUVE          PIC X.
       01  WS-ECRIT              PIC X.
       01  WS-FIN-TABLE          PIC X.
       01  WS-AVANT              PIC X(64).
       01  WS-NB-LUS             PIC 9(6).
       01  WS-NB-CONTROLES       PIC 9(6).
       01  WS-NB-ECARTS          PIC 9(6).
       01  WS-NB-RETOURS         PIC 9(6).
       01  WS-EDT-NB             PIC ZZZZZ9.
       01  WS-TABLE-CP           PIC X    VALUE "N".

       01  WS-LIGNE-ECART.
           05  LE-ID             PIC X(8).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  LE-NOM            PIC X(20).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  LE-CP             PIC X(8).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  LE-VILLE          PIC X(20).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  LE-STATUT         PIC X.
       01  WS-LIGNE-RETOUR.
           05  LR-ID             PIC X(8).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  LR-NOM            PIC X(20).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  LR-DATE           PIC 9(8).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  LR-MOTIF          PIC X(6).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  LR-CP             PIC X(8).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  LR-VILLE          PIC X(20).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  LR-PAR            PIC X(8).

       PROCEDURE DIVISION.
       MAIN.
           PERFORM LIRE-OPERATEUR.
           PERFORM LIRE-DATE-METIER.
           MOVE BDA-DATE TO WS-AUJOURDHUI.
           PERFORM UNTIL 1 = 0
                DISPLAY "COMMANDE (LIST/ADD/CHANGE/DELETE/RETOUR/"
                        "REPORT/EXIT) : "
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
                        WHEN "DELETE"
                            PERFORM DO-DELETE THRU FIN-DELETE
                        WHEN "RETOUR"
                            PERFORM DO-RETOUR THRU FIN-RETOUR
                        WHEN "REPORT"
                            PERFORM DO-REPORT THRU FIN-REPORT
                        WHEN OTHER
                            DISPLAY "COMMANDE INCONNUE: " WS-COMMAND
                END-EVALUATE
           END-PERFORM.
       THE-END.
           DISPLAY "FINISH"
           STOP RUN.
      *----------------------------------------------------------------
      * LIST: EVERY TOWN SERVED BY ONE CODE, IN TOWN ORDER, OR THE
      * WHOLE TABLE WHEN NO CODE IS GIVEN.
      *----------------------------------------------------------------
       DO-LIST.
           DISPLAY "CODE POSTAL (BLANC = TOUTE LA TABLE) : ".
           ACCEPT WS-CODE-SAISI.
           MOVE FUNCTION UPPER-CASE(WS-CODE-SAISI) TO WS-CODE-SAISI.
           OPEN INPUT POSTAL-FILE.
           IF WS-CP-STATUS NOT = "00"
               DISPLAY "TABLE DES CODES POSTAUX VIDE"
               GO TO FIN-LIST.
           MOVE 0 TO WS-NB-LUS.
           MOVE "N" TO WS-FIN-TABLE.
           MOVE WS-CODE-SAISI TO CP-CODE.
           MOVE LOW-VALUES TO CP-VILLE.
           START POSTAL-FILE KEY IS NOT LESS THAN CP-CLE
               INVALID KEY MOVE "Y" TO WS-FIN-TABLE
           END-START.
           PERFORM UNTIL WS-FIN-TABLE = "Y"
               READ POSTAL-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-FIN-TABLE
                   NOT AT END
                       IF WS-CODE-SAISI NOT = SPACES
                          AND CP-CODE NOT = WS-CODE-SAISI
                           MOVE "Y" TO WS-FIN-TABLE
                       ELSE
                           ADD 1 TO WS-NB-LUS
                           DISPLAY CP-CODE "  " CP-VILLE "  "
                                   CP-REGION
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE POSTAL-FILE.
           IF WS-NB-LUS = 0
               DISPLAY "AUCUNE VILLE POUR CE CODE"
           END-IF.
       FIN-LIST.
           EXIT.
      *----------------------------------------------------------------
      * ADD: CODE AND TOWN BOTH GIVEN, PAIR NOT YET ON THE TABLE,
      * CONFIRMED - THEN SAVED AND JOURNALED.
      *----------------------------------------------------------------
       DO-ADD.
           MOVE "CP-AJOUT" TO AUT-FONCTION.
           MOVE 1 TO AUT-NIVEAU-REQ.
           CALL "AUTHSRV" USING AUTHORITY-AREA.
           IF AUT-RETOUR NOT = "00"
               DISPLAY "SAISIE REFUSEE - NIVEAU INSUFFISANT"
               GO TO FIN-ADD.
           PERFORM DEMANDER-PAIRE.
           IF WS-CODE-SAISI = SPACES OR WS-VILLE-SAISIE = SPACES
               DISPLAY "CODE ET VILLE OBLIGATOIRES"
               GO TO FIN-ADD.
           PERFORM OUVRIR-CODES.
           PERFORM CHERCHER-PAIRE.
           IF WS-CP-TROUVE = "O"
               DISPLAY "DEJA DANS LA TABLE - REGION " CP-REGION
               GO TO FIN-ADD-FERMER.
           DISPLAY "REGION : ".
           ACCEPT WS-REGION-SAISIE.
           MOVE FUNCTION UPPER-CASE(WS-REGION-SAISIE)
               TO WS-REGION-SAISIE.
           MOVE WS-CODE-SAISI TO CP-CODE.
           MOVE WS-VILLE-SAISIE TO CP-VILLE.
           MOVE WS-REGION-SAISIE TO CP-REGION.
           MOVE WS-AUJOURDHUI TO CP-DATE-MAJ.
           MOVE AUT-OPERATEUR TO CP-PAR.
           MOVE SPACES TO WS-AVANT.
           PERFORM AFFICHER-PAIRE.
           PERFORM CONFIRMER.
           IF WS-CONFIRME NOT = "O"
               GO TO FIN-ADD-FERMER.
           MOVE "O" TO WS-ECRIT.
           WRITE POSTAL-RECORD
               INVALID KEY MOVE "N" TO WS-ECRIT
           END-WRITE.
           IF WS-ECRIT = "N"
               DISPLAY "ERREUR ECRITURE - STATUT " WS-CP-STATUS
                       " - RIEN N'EST SAUVE"
               GO TO FIN-ADD-FERMER.
           MOVE "A" TO WS-ACTION.
           PERFORM JOURNALISER.
           DISPLAY "CODE POSTAL ENREGISTRE".
       FIN-ADD-FERMER.
           CLOSE POSTAL-FILE.
       FIN-ADD.
           EXIT.
      *----------------------------------------------------------------
      * CHANGE: A NEW REGION ON AN EXISTING PAIR. THE KEY ITSELF
      * NEVER CHANGES - A WRONG CODE OR TOWN IS DELETED AND RE-ADDED,
      * SO THE JOURNAL SHOWS BOTH.
      *----------------------------------------------------------------
       DO-CHANGE.
           MOVE "CP-MODIF" TO AUT-FONCTION.
           MOVE 1 TO AUT-NIVEAU-REQ.
           CALL "AUTHSRV" USING AUTHORITY-AREA.
           IF AUT-RETOUR NOT = "00"
               DISPLAY "MODIFICATION REFUSEE - NIVEAU INSUFFISANT"
               GO TO FIN-CHANGE.
           PERFORM DEMANDER-PAIRE.
           PERFORM OUVRIR-CODES.
           PERFORM CHERCHER-PAIRE.
           IF WS-CP-TROUVE NOT = "O"
               DISPLAY "CODE / VILLE ABSENT DE LA TABLE"
               GO TO FIN-CHANGE-FERMER.
           PERFORM AFFICHER-PAIRE.
           MOVE POSTAL-RECORD TO WS-AVANT.
           DISPLAY "NOUVELLE REGION : ".
           ACCEPT WS-REGION-SAISIE.
           MOVE FUNCTION UPPER-CASE(WS-REGION-SAISIE)
               TO WS-REGION-SAISIE.
           IF WS-REGION-SAISIE = CP-REGION
               DISPLAY "AUCUN CHANGEMENT"
               GO TO FIN-CHANGE-FERMER.
           MOVE WS-REGION-SAISIE TO CP-REGION.
           MOVE WS-AUJOURDHUI TO CP-DATE-MAJ.
           MOVE AUT-OPERATEUR TO CP-PAR.
           PERFORM AFFICHER-PAIRE.
           PERFORM CONFIRMER.
           IF WS-CONFIRME NOT = "O"
               GO TO FIN-CHANGE-FERMER.
           MOVE "O" TO WS-ECRIT.
           REWRITE POSTAL-RECORD
               INVALID KEY MOVE "N" TO WS-ECRIT
           END-REWRITE.
           IF WS-ECRIT = "N"
               DISPLAY "ERREUR REECRITURE - STATUT " WS-CP-STATUS
                       " - RIEN N'EST SAUVE"
               GO TO FIN-CHANGE-FERMER.
           MOVE "C" TO WS-ACTION.
           PERFORM JOURNALISER.
           DISPLAY "REGION MODIFIEE".
       FIN-CHANGE-FERMER.
           CLOSE POSTAL-FILE.
       FIN-CHANGE.
           EXIT.
      *----------------------------------------------------------------
      * DELETE: SENIOR AUTHORITY - EVERY FICHE STILL CARRYING THE
      * PAIR FAILS THE CHECK FROM THEN ON AND SHOWS ON THE CLEANUP
      * REPORT.
      *----------------------------------------------------------------
       DO-DELETE.
           MOVE "CP-SUPPR" TO AUT-FONCTION.
           MOVE 2 TO AUT-NIVEAU-REQ.
           CALL "AUTHSRV" USING AUTHORITY-AREA.
           IF AUT-RETOUR NOT = "00"
               DISPLAY "SUPPRESSION REFUSEE - NIVEAU INSUFFISANT"
               GO TO FIN-DELETE.
           PERFORM DEMANDER-PAIRE.
           PERFORM OUVRIR-CODES.
           PERFORM CHERCHER-PAIRE.
           IF WS-CP-TROUVE NOT = "O"
               DISPLAY "CODE / VILLE ABSENT DE LA TABLE"
               GO TO FIN-DELETE-FERMER.
           PERFORM AFFICHER-PAIRE.
           MOVE POSTAL-RECORD TO WS-AVANT.
           PERFORM CONFIRMER.
           IF WS-CONFIRME NOT = "O"
               GO TO FIN-DELETE-FERMER.
           MOVE "O" TO WS-ECRIT.
           DELETE POSTAL-FILE
               INVALID KEY MOVE "N" TO WS-ECRIT
           END-DELETE.
           IF WS-ECRIT = "N"
               DISPLAY "ERREUR SUPPRESSION - STATUT " WS-CP-STATUS
                       " - RIEN N'EST SUPPRIME"
               GO TO FIN-DELETE-FERMER.
           MOVE SPACES TO POSTAL-RECORD.
           MOVE "D" TO WS-ACTION.
           PERFORM JOURNALISER.
           DISPLAY "CODE POSTAL SUPPRIME".
       FIN-DELETE-FERMER.
           CLOSE POSTAL-FILE.
       FIN-DELETE.
           EXIT.
      *----------------------------------------------------------------
      * RETOUR: A RENEWAL LETTER CAME BACK. THE MEMBER MUST BE ON
      * MECCG.DAT; THE ADDRESS IT WAS SENT TO IS TAKEN FROM THE FICHE
      * AS IT STANDS, SO THE REPORT CAN TELL WHEN IT IS CORRECTED.
      *----------------------------------------------------------------
       DO-RETOUR.
           MOVE "COURRIER-RET" TO AUT-FONCTION.
           MOVE 1 TO AUT-NIVEAU-REQ.
           CALL "AUTHSRV" USING AUTHORITY-AREA.
           IF AUT-RETOUR NOT = "00"
               DISPLAY "SAISIE REFUSEE - NIVEAU INSUFFISANT"
               GO TO FIN-RETOUR.
           DISPLAY "NUMERO DE MEMBRE : ".
           ACCEPT WS-ID-SAISI.
           MOVE FUNCTION UPPER-CASE(WS-ID-SAISI) TO WS-ID-SAISI.
           OPEN INPUT MASTER-FILE.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "MECCG.DAT ABSENT"
               GO TO FIN-RETOUR.
           MOVE WS-ID-SAISI TO MR-ID.
           READ MASTER-FILE
               INVALID KEY MOVE SPACES TO MR-ID
           END-READ.
           CLOSE MASTER-FILE.
           IF MR-ID = SPACES
               DISPLAY "MEMBRE INCONNU"
               GO TO FIN-RETOUR.
           DISPLAY MR-ID "  " MR-NAME.
           DISPLAY "  " MR-ADDRESS-1.
           DISPLAY "  " MR-ADDRESS-2.
           DISPLAY "  " MR-POSTAL-CODE " " MR-CITY.
           DISPLAY "DATE DU RETOUR (AAAAMMJJ, BLANC = "
                   WS-AUJOURDHUI ") : ".
           ACCEPT WS-DATE-SAISIE.
           IF WS-DATE-SAISIE = SPACES
               MOVE WS-AUJOURDHUI TO WS-DATE-SAISIE
           END-IF.
           IF WS-DATE-SAISIE NOT NUMERIC
               DISPLAY "DATE INVALIDE - RIEN N'EST SAUVE"
               GO TO FIN-RETOUR.
           MOVE "V" TO DSA-FONCTION.
           MOVE WS-DATE-SAISIE TO DSA-DATE-1.
           CALL "DATESRV" USING DATE-SERVICE-AREA.
           IF DSA-RETOUR NOT = "00" OR DSA-DATE-1 > WS-AUJOURDHUI
               DISPLAY "DATE INVALIDE - RIEN N'EST SAUVE"
               GO TO FIN-RETOUR.
           DISPLAY "MOTIF (NPAI/REFUSE/DECEDE/AUTRE, BLANC = NPAI) : ".
           ACCEPT WS-MOTIF-SAISI.
           MOVE FUNCTION UPPER-CASE(WS-MOTIF-SAISI) TO WS-MOTIF-SAISI.
           IF WS-MOTIF-SAISI = SPACES
               MOVE "NPAI" TO WS-MOTIF-SAISI
           END-IF.
           IF WS-MOTIF-SAISI NOT = "NPAI"
              AND WS-MOTIF-SAISI NOT = "REFUSE"
              AND WS-MOTIF-SAISI NOT = "DECEDE"
              AND WS-MOTIF-SAISI NOT = "AUTRE"
               DISPLAY "MOTIF INVALIDE - RIEN N'EST SAUVE"
               GO TO FIN-RETOUR.
           PERFORM CONFIRMER.
           IF WS-CONFIRME NOT = "O"
               GO TO FIN-RETOUR.
           MOVE MR-ID TO RT-ID.
           MOVE DSA-DATE-1 TO RT-DATE-RETOUR.
           MOVE WS-MOTIF-SAISI TO RT-MOTIF.
           MOVE MR-ADDRESS-1 TO RT-ADR1.
           MOVE MR-ADDRESS-2 TO RT-ADR2.
           MOVE MR-POSTAL-CODE TO RT-CP.
           MOVE MR-CITY TO RT-VILLE.
           MOVE AUT-OPERATEUR TO RT-OPERATEUR.
           OPEN EXTEND RETURN-FILE.
           IF WS-RET-STATUS = "35"
               OPEN OUTPUT RETURN-FILE
               CLOSE RETURN-FILE
               OPEN EXTEND RETURN-FILE
           END-IF.
           WRITE RETURN-RECORD.
           CLOSE RETURN-FILE.
           DISPLAY "RETOUR ENREGISTRE - CORRIGER LA FICHE DU MEMBRE".
       FIN-RETOUR.
           EXIT.
      *----------------------------------------------------------------
      * REPORT: THE ADDRESS CLEANUP LIST. FIRST EVERY CURRENT MEMBER
      * WHOSE CODE / TOWN PAIR IS NOT ON THE TABLE (A BLANK ADDRESS
      * FAILS TOO), THEN EVERY RETURNED LETTER WHOSE MEMBER IS STILL
      * CURRENT AND STILL AT THE ADDRESS IT WAS SENT TO.
      *----------------------------------------------------------------
       DO-REPORT.
           OPEN INPUT MASTER-FILE.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "MECCG.DAT ABSENT"
               GO TO FIN-REPORT.
           MOVE "O" TO WS-TABLE-CP.
           OPEN INPUT POSTAL-FILE.
           IF WS-CP-STATUS NOT = "00"
               MOVE "N" TO WS-TABLE-CP
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           MOVE "CONTROLE DES ADRESSES DES MEMBRES" TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE SPACES TO LIGNE-RPT.
           STRING "AU " WS-AUJOURDHUI "   EDITE PAR " WS-OPERATEUR
               DELIMITED BY SIZE INTO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE ALL "=" TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE "ADRESSES HORS TABLE DES CODES POSTAUX" TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE "ID" TO LE-ID.
           MOVE "NOM" TO LE-NOM.
           MOVE "CODE" TO LE-CP.
           MOVE "VILLE" TO LE-VILLE.
           MOVE "S" TO LE-STATUT.
           MOVE WS-LIGNE-ECART TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE 0 TO WS-NB-CONTROLES WS-NB-ECARTS WS-NB-RETOURS.
           IF WS-TABLE-CP = "N"
               MOVE "  TABLE DES CODES POSTAUX ABSENTE - NON CONTROLE"
                   TO LIGNE-RPT
               WRITE LIGNE-RPT
           ELSE
               PERFORM CONTROLER-MEMBRES
           END-IF.
           MOVE WS-NB-CONTROLES TO WS-EDT-NB.
           MOVE SPACES TO LIGNE-RPT.
           STRING "MEMBRES CONTROLES   : " WS-EDT-NB
               DELIMITED BY SIZE INTO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE WS-NB-ECARTS TO WS-EDT-NB.
           MOVE SPACES TO LIGNE-RPT.
           STRING "ADRESSES EN ECART   : " WS-EDT-NB
               DELIMITED BY SIZE INTO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE SPACES TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE "COURRIERS REVENUS - ADRESSE NON CORRIGEE"
               TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE "ID" TO LR-ID.
           MOVE "NOM" TO LR-NOM.
           MOVE ZERO TO LR-DATE.
           MOVE "MOTIF" TO LR-MOTIF.
           MOVE "CODE" TO LR-CP.
           MOVE "VILLE" TO LR-VILLE.
           MOVE "PAR" TO LR-PAR.
           MOVE WS-LIGNE-RETOUR TO LIGNE-RPT.
           MOVE "RETOUR  " TO LIGNE-RPT (33:8).
           WRITE LIGNE-RPT.
           OPEN INPUT RETURN-FILE.
           IF WS-RET-STATUS = "00"
               PERFORM UNTIL WS-RET-STATUS NOT = "00"
                   READ RETURN-FILE
                       AT END MOVE "10" TO WS-RET-STATUS
                       NOT AT END PERFORM EXAMINER-RETOUR
                   END-READ
               END-PERFORM
               CLOSE RETURN-FILE
           END-IF.
           MOVE WS-NB-RETOURS TO WS-EDT-NB.
           MOVE SPACES TO LIGNE-RPT.
           STRING "RETOURS EN SUSPENS  : " WS-EDT-NB
               DELIMITED BY SIZE INTO LIGNE-RPT.
           WRITE LIGNE-RPT.
           CLOSE REPORT-FILE.
           IF WS-TABLE-CP = "O"
               CLOSE POSTAL-FILE
           END-IF.
           CLOSE MASTER-FILE.
           DISPLAY "CONTROLE ECRIT DANS MECCGCP.RPT - "
                   WS-NB-ECARTS " ECART(S), " WS-NB-RETOURS
                   " RETOUR(S)".
       FIN-REPORT.
           EXIT.
       CONTROLER-MEMBRES.
           MOVE "N" TO WS-FIN-TABLE.
           PERFORM UNTIL WS-FIN-TABLE = "Y"
               READ MASTER-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-FIN-TABLE
                   NOT AT END
                       IF NOT MR-LEFT
                           ADD 1 TO WS-NB-CONTROLES
                           MOVE MR-POSTAL-CODE TO WS-CODE-SAISI
                           MOVE MR-CITY TO WS-VILLE-SAISIE
                           PERFORM CHERCHER-PAIRE
                           IF WS-CP-TROUVE NOT = "O"
                               PERFORM EDITER-ECART
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       EDITER-ECART.
           ADD 1 TO WS-NB-ECARTS.
           MOVE MR-ID TO LE-ID.
           MOVE MR-NAME TO LE-NOM.
           MOVE MR-POSTAL-CODE TO LE-CP.
           MOVE MR-CITY TO LE-VILLE.
           MOVE MR-STATUS TO LE-STATUT.
           MOVE WS-LIGNE-ECART TO LIGNE-RPT.
           WRITE LIGNE-RPT.
      *    A RETURN IS STILL OPEN WHILE THE FICHE CARRIES THE SAME
      *    ADDRESS; A MEMBER SINCE MARKED LEFT NO LONGER MATTERS.
       EXAMINER-RETOUR.
           MOVE RT-ID TO MR-ID.
           READ MASTER-FILE
               INVALID KEY MOVE SPACES TO MR-ID
           END-READ.
           IF MR-ID NOT = SPACES AND NOT MR-LEFT
              AND MR-ADDRESS-1 = RT-ADR1
              AND MR-ADDRESS-2 = RT-ADR2
              AND MR-POSTAL-CODE = RT-CP
              AND MR-CITY = RT-VILLE
               ADD 1 TO WS-NB-RETOURS
               MOVE RT-ID TO LR-ID
               MOVE MR-NAME TO LR-NOM
               MOVE RT-DATE-RETOUR TO LR-DATE
               MOVE RT-MOTIF TO LR-MOTIF
               MOVE RT-CP TO LR-CP
               MOVE RT-VILLE TO LR-VILLE
               MOVE RT-OPERATEUR TO LR-PAR
               MOVE WS-LIGNE-RETOUR TO LIGNE-RPT
               WRITE LIGNE-RPT
           END-IF.
       DEMANDER-PAIRE.
           DISPLAY "CODE POSTAL : ".
           ACCEPT WS-CODE-SAISI.
           MOVE FUNCTION UPPER-CASE(WS-CODE-SAISI) TO WS-CODE-SAISI.
           DISPLAY "VILLE : ".
           ACCEPT WS-VILLE-SAISIE.
           MOVE FUNCTION UPPER-CASE(WS-VILLE-SAISIE)
               TO WS-VILLE-SAISIE.
       OUVRIR-CODES.
           OPEN I-O POSTAL-FILE.
           IF WS-CP-STATUS = "35"
               OPEN OUTPUT POSTAL-FILE
               CLOSE POSTAL-FILE
               OPEN I-O POSTAL-FILE
           END-IF.
      *----------------------------------------------------------------
      * IS THE PAIR IN WS-CODE-SAISI / WS-VILLE-SAISIE ON THE TABLE?
      * BOTH ARE UPPER-CASED FIRST - THE FICHES ARE NOT.
      *----------------------------------------------------------------
       CHERCHER-PAIRE.
           MOVE "O" TO WS-CP-TROUVE.
           MOVE FUNCTION UPPER-CASE(WS-CODE-SAISI) TO CP-CODE.
           MOVE FUNCTION UPPER-CASE(WS-VILLE-SAISIE) TO CP-VILLE.
           READ POSTAL-FILE
               INVALID KEY MOVE "N" TO WS-CP-TROUVE
           END-READ.
           IF WS-CP-STATUS (1:1) NOT = "0"
               MOVE "N" TO WS-CP-TROUVE
           END-IF.
       AFFICHER-PAIRE.
           DISPLAY "CODE       " CP-CODE "  VILLE " CP-VILLE.
           DISPLAY "REGION     " CP-REGION.
           DISPLAY "MODIFIE LE " CP-DATE-MAJ " PAR " CP-PAR.
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
           MOVE POSTAL-RECORD TO AU-APRES.
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

       END PROGRAM MECCGCPM.
