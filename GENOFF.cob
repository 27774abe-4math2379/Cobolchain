       IDENTIFICATION DIVISION.
       PROGRAM-ID. GENOFF.
       AUTHOR. SHOP OPERATIONS.
      *          OFF-SITE COPIES OF THE MASTER BACKUPS. THE GENBKUP
      *          GENERATIONS SIT ON THE SAME DISK AS THE LIVE FILES;
      *          ONCE A WEEK THE NEWEST VERIFIED GENERATION OF EACH
      *          MASTER (MECCG.DAT, CHAIN.DAT, CALEND.IDX, KEYREG.DAT)
      *          GOES TO THE ROTTERDAM OFFICE.
      *          COMMANDS:
      *              EXPEDIER THE NEWEST "V" GENERATION OF EACH MASTER
      *                       IN GENBKUP.CAT IS RE-READ AND PROVEN
      *                       AGAIN (COUNT, AND THE HASH WALK FOR THE
      *                       CHAIN) AND WRITTEN AS A SHIPMENT IMAGE
      *                       <BASE>.OFC (OFFIMG.cpy - THE WHOLE-FILE
      *                       MODE CARRIES 132-BYTE LINES, SO EACH
      *                       RECORD TRAVELS AS TWO). THE IMAGE IS
      *                       CATALOGUED AS AN OFF-SITE COPY (STATE
      *                       "X", OFF-SITE SLOT 1-4 CYCLING, DAY
      *                       SHIPPED, LINE COUNT AND THE DIGEST OF
      *                       THE CLEAR CONTENT - THE ONE ENRCYPT PUTS
      *                       ON THE MANIFEST). THE ANSWERS FOR
      *                       ENRCYPT'S EFILE ARE LEFT IN GENOFF.IN
      *                       (<BASE>.OFC -> <BASE>.OF<SLOT>, WITH ITS
      *                       MANIFEST) FOR THE NEXT NIGHT STEP;
      *                       ROTTERDAM KEEPS THE LAST FOUR. A
      *                       GENERATION THAT NO LONGER PROVES IS NOT
      *                       SHIPPED (SEVERE EXCEPTION, RC 8).
      *              CONTROLE EVERY MASTER WHOSE NEWEST OFF-SITE COPY
      *                       IS OLDER THAN THE DAYS IN GENOFF.CTL
      *                       (DEFAULT 14, DATESRV), NEVER SHIPPED, OR
      *                       WHOSE IMAGE NEVER WENT THROUGH ENRCYPT
      *                       (NO MANIFEST, OR ONE WITH ANOTHER
      *                       DIGEST) - A WARNING EACH AND RC 4.
      *              EXIT
      *          THE RETURNED COPY IS LANDED BY TRANSRCV AND LAID BACK
      *          BY GENREST. WHEN GENOFF.CMD HOLDS "EXPEDIER" OR
      *          "CONTROLE" (NIGHTBAT) THE RUN HAS NO PROMPTS AND THE
      *          CARD IS CONSUMED. PRINTS: GENOFF.RPT (SHIPMENT) AND
      *          GENOFFCT.RPT (CONTROL). AN EXPEDIER FROM THE SCREEN
      *          NEEDS SENIOR AUTHORITY (AUTHSRV).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BACKUP-FILE ASSIGN TO DYNAMIC WS-BACKUP-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-BKP-STATUS.
           SELECT IMAGE-FILE ASSIGN TO DYNAMIC WS-IMAGE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-IMG-STATUS.
           SELECT MANIFEST-FILE ASSIGN TO DYNAMIC WS-MANIFEST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-MAN-STATUS.
           SELECT ANSWER-FILE ASSIGN TO "GENOFF.IN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-ANS-STATUS.
           SELECT CATALOG-FILE ASSIGN TO "GENBKUP.CAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-CAT-STATUS.
           SELECT CTL-FILE ASSIGN TO "GENOFF.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-CTL-STATUS.
           SELECT COMMAND-FILE ASSIGN TO "GENOFF.CMD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-CMD-STATUS.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEPTION-FILE ASSIGN TO "EXCEPT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-EXC-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "OPERATOR.CUR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-OPR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BACKUP-FILE
                      DATA RECORD BACKUP-RECORD.
       01  BACKUP-RECORD         PIC X(250).
       FD  IMAGE-FILE
                      DATA RECORD OFFSITE-IMAGE-RECORD.
           COPY "OFFIMG.cpy".
      *----------------------------------------------------------------
      * ENRCYPT'S TRANSMITTAL MANIFEST (<CIPHER NAME>.MAN).
      *----------------------------------------------------------------
       FD  MANIFEST-FILE
                      DATA RECORD MANIFEST-RECORD.
       01  MANIFEST-RECORD.
           05  MF-NB-RECS        PIC 9(8).
           05  MF-DIGEST         PIC 9(18).
           05  MF-CLE-ID         PIC X(4).
           05  MF-OPERATEUR      PIC X(8).
       FD  ANSWER-FILE
                      DATA RECORD ANSWER-RECORD.
       01  ANSWER-RECORD         PIC X(30).
      *----------------------------------------------------------------
      * THE GENERATION CATALOGUE (GENBKUP). CAT-ETAT "V" VERIFIED
      * GENERATION, "X" OFF-SITE COPY (CAT-GEN THE OFF-SITE SLOT,
      * CAT-COUNT THE IMAGE LINES, CAT-HASH THE CLEAR DIGEST).
      *----------------------------------------------------------------
       FD  CATALOG-FILE
                      DATA RECORD CATALOG-RECORD.
       01  CATALOG-RECORD.
           05  CAT-FICHIER       PIC X(12).
           05  CAT-GEN           PIC 9.
           05  CAT-DATE          PIC 9(8).
           05  CAT-COUNT         PIC 9(8).
           05  CAT-HASH          PIC X(18).
           05  CAT-ETAT          PIC X.
       FD  CTL-FILE
                      DATA RECORD CTL-RECORD.
       01  CTL-RECORD.
           05  CTL-DELAI         PIC X(3).
       FD  COMMAND-FILE
                      DATA RECORD COMMAND-CARD.
       01  COMMAND-CARD          PIC X(10).
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
           COPY "DATESRV.cpy".
       01  WS-BKP-STATUS         PIC XX.
       01  WS-IMG-STATUS         PIC XX.
       01  WS-MAN-STATUS         PIC XX.
       01  WS-ANS-STATUS         PIC XX.
       01  WS-CAT-STATUS         PIC XX.
       01  WS-CTL-STATUS         PIC XX.
       01  WS-CMD-STATUS         PIC XX.
       01  WS-EXC-STATUS         PIC XX.
       01  WS-OPR-STATUS         PIC XX.
       01  WS-OPERATEUR          PIC X(8).
       01  WS-AUJOURDHUI         PIC 9(8).
       01  WS-HEURE-EXACTE.
           05  WS-HHMMSS         PIC 9(6).
           05  FILLER            PIC 99.
       01  WS-COMMAND            PIC X(10).
       01  WS-SANS-ECRAN         PIC X VALUE "N".
       01  WS-EOF-FLAG           PIC X.
       01  WS-BACKUP-NAME        PIC X(30).
       01  WS-IMAGE-NAME         PIC X(30).
       01  WS-CIPHER-NAME        PIC X(30).
       01  WS-MANIFEST-NAME      PIC X(34).
       01  WS-REPORT-NAME        PIC X(12).
       01  WS-FICHIER            PIC X(12).
       01  WS-MOTIF              PIC X(30).
       01  WS-RC                 PIC 9 VALUE 0.
       01  WS-EDT-NB             PIC ZZZZZZZ9.
       01  WS-EDT-JOURS          PIC ZZZZ9.
      *----------------------------------------------------------------
      * THE FOUR MASTERS AND THE BASE OF THEIR BACKUP NAMES, AS
      * GENBKUP NAMES THEM.
      *----------------------------------------------------------------
       01  TABLE-MAITRES-INIT.
           05  FILLER            PIC X(18) VALUE "MECCG.DAT   MECCG ".
           05  FILLER            PIC X(18) VALUE "CHAIN.DAT   CHAIN ".
           05  FILLER            PIC X(18) VALUE "CALEND.IDX  CALIDX".
           05  FILLER            PIC X(18) VALUE "KEYREG.DAT  KEYREG".
       01  TABLE-MAITRES REDEFINES TABLE-MAITRES-INIT.
           05  MAI OCCURS 4.
               10  MAI-FICHIER   PIC X(12).
               10  MAI-BASE      PIC X(6).
       01  WS-M                  PIC S9(4) COMP.
      *----------------------------------------------------------------
      * THE SHIPMENT.
      *----------------------------------------------------------------
       01  WS-SRC                PIC S9(4) COMP.
       01  WS-SLOT               PIC 9.
       01  WS-NB-OFFSITE         PIC 9 VALUE 4.
       01  WS-DATE-MAX           PIC 9(8).
       01  WS-NB-COPIE           PIC 9(8).
       01  WS-NB-LIGNES          PIC 9(8).
       01  WS-NB-EXPEDIES        PIC 9(4).
       01  WS-NB-ECARTS          PIC 9(4).
       01  WS-CHAINE-OK          PIC X.
       01  WS-DIGEST             PIC 9(18).
       01  WS-DIGEST-X REDEFINES WS-DIGEST PIC X(18).
       01  WS-DIGEST-LIGNE       PIC X(132).
       01  WS-DIGEST-I           PIC 9(3).
       01  WS-DIGEST-VAL         PIC 9(3).
      *----------------------------------------------------------------
      * THE CONTROL.
      *----------------------------------------------------------------
       01  WS-DELAI              PIC 9(3) VALUE 14.
       01  WS-AGE                PIC S9(7).
       01  WS-ETAT-COPIE         PIC X(20).
      *----------------------------------------------------------------
      * HASH WALK WORK AREA - SAME ROLLING CHECKSUM AS THE LEDGER
      * PROGRAMS (PAYLOAD, PREDECESSOR HASH, VERSION, TYPE).
      *----------------------------------------------------------------
       01  BLOCKS.
               05 BLOCKS-NUMBER PIC X(100).
               05 BLOCKS-VERSION PIC 9(10).
               05 BLOCKS-TYPE   PIC X.
       01  WS-CHAIN-TIP-HASH     PIC X(100).
       01  WS-STORED-HASH        PIC X(100).
       01  BLOCKSHASH.
               05 BLOCKHASH-NUM PIC X(100).
       01  WS-HASH-WORK.
               05 WS-HASH-I        PIC 9(3).
               05 WS-HASH-ACCUM    PIC 9(18).
               05 WS-HASH-CHAR-VAL PIC 9(3).
       01  WS-BLOC-COPIE.
           05  BC-VERSION        PIC 9(10).
           05  BC-TYPE           PIC X.
           05  BC-NUMBER         PIC X(100).
           05  BC-HASH           PIC X(100).
      *----------------------------------------------------------------
      * THE CATALOGUE IN MEMORY.
      *----------------------------------------------------------------
       01  WS-I                  PIC S9(4) COMP.
       01  WS-K                  PIC S9(4) COMP.
       01  WS-NB-CAT             PIC S9(4) COMP VALUE 0.
       01  TABLE-CAT.
           05  CATE OCCURS 50.
               10  CTE-FICHIER   PIC X(12).
               10  CTE-GEN       PIC 9.
               10  CTE-DATE      PIC 9(8).
               10  CTE-COUNT     PIC 9(8).
               10  CTE-HASH      PIC X(18).
               10  CTE-ETAT      PIC X.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM LIRE-OPERATEUR.
           PERFORM LIRE-DATE-METIER.
           MOVE BDA-DATE TO WS-AUJOURDHUI.
           PERFORM LIRE-CONTROLE.
      *    A PENDING CARD MEANS THE SCHEDULED WEEKLY SHIPMENT OR THE
      *    MONTH-END CONTROL.
           OPEN INPUT COMMAND-FILE.
           IF WS-CMD-STATUS = "00"
               READ COMMAND-FILE
                   AT END MOVE SPACES TO COMMAND-CARD
               END-READ
               CLOSE COMMAND-FILE
               MOVE FUNCTION UPPER-CASE(COMMAND-CARD)
                   TO COMMAND-CARD
               IF COMMAND-CARD = "EXPEDIER" OR "CONTROLE"
                   MOVE "O" TO WS-SANS-ECRAN
                   IF COMMAND-CARD = "EXPEDIER"
                       PERFORM DO-EXPEDIER THRU FIN-EXPEDIER
                   ELSE
                       PERFORM DO-CONTROLE THRU FIN-CONTROLE
                   END-IF
                   OPEN OUTPUT COMMAND-FILE
                   CLOSE COMMAND-FILE
                   GO TO THE-END
               END-IF
           END-IF.
           PERFORM UNTIL 1 = 0
                DISPLAY "COMMANDE (EXPEDIER/CONTROLE/EXIT) : "
                ACCEPT WS-COMMAND
                MOVE FUNCTION UPPER-CASE(WS-COMMAND) TO WS-COMMAND
                EVALUATE WS-COMMAND
                        WHEN "EXIT" GO TO THE-END
                        WHEN "EXPEDIER"
                            PERFORM DO-EXPEDIER THRU FIN-EXPEDIER
                        WHEN "CONTROLE"
                            PERFORM DO-CONTROLE THRU FIN-CONTROLE
                        WHEN OTHER
                            DISPLAY "COMMANDE INCONNUE: " WS-COMMAND
                END-EVALUATE
           END-PERFORM.
       THE-END.
           MOVE WS-RC TO RETURN-CODE.
           DISPLAY "FINISH"
           STOP RUN.
      *----------------------------------------------------------------
      * THE WEEKLY SHIPMENT: ONE IMAGE PER MASTER, CATALOGUED, AND
      * THE ENRCYPT ANSWERS FOR THE NEXT STEP.
      *----------------------------------------------------------------
       DO-EXPEDIER.
           IF WS-SANS-ECRAN NOT = "O"
               MOVE "GENOFF-EXP" TO AUT-FONCTION
               MOVE 2 TO AUT-NIVEAU-REQ
               CALL "AUTHSRV" USING AUTHORITY-AREA
               IF AUT-RETOUR NOT = "00"
                   DISPLAY "OPERATEUR NON HABILITE"
                   GO TO FIN-EXPEDIER
               END-IF
           END-IF.
           PERFORM CHARGER-CATALOGUE.
           MOVE "GENOFF.RPT" TO WS-REPORT-NAME.
           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO LIGNE-RPT.
           STRING "COPIES HORS SITE POUR ROTTERDAM - " WS-AUJOURDHUI
               DELIMITED BY SIZE INTO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE ALL "=" TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE "MASTER       GEN  DU        ENREG.    COPIE       "
               TO LIGNE-RPT.
           MOVE "EMPREINTE" TO LIGNE-RPT (53:).
           WRITE LIGNE-RPT.
           OPEN OUTPUT ANSWER-FILE.
           MOVE 0 TO WS-NB-EXPEDIES.
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 4
               PERFORM EXPEDIER-MAITRE THRU FIN-EXPEDIER-MAITRE
           END-PERFORM.
           MOVE "EXIT" TO ANSWER-RECORD.
           WRITE ANSWER-RECORD.
           CLOSE ANSWER-FILE.
           PERFORM SAUVER-CATALOGUE.
           MOVE SPACES TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE WS-NB-EXPEDIES TO WS-EDT-NB.
           MOVE SPACES TO LIGNE-RPT.
           STRING "COPIES PREPAREES : " WS-EDT-NB
               DELIMITED BY SIZE INTO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE "CHIFFREMENT PAR ENRCYPT EFILE (REPONSES DANS "
               TO LIGNE-RPT.
           MOVE "GENOFF.IN)" TO LIGNE-RPT (46:).
           WRITE LIGNE-RPT.
           MOVE "PUIS ENVOI DE CHAQUE <BASE>.OF<N> ET DE SON .MAN A "
               TO LIGNE-RPT.
           MOVE "ROTTERDAM" TO LIGNE-RPT (52:).
           WRITE LIGNE-RPT.
           CLOSE REPORT-FILE.
           DISPLAY WS-NB-EXPEDIES " COPIE(S) HORS SITE PREPAREE(S) - "
                   "VOIR GENOFF.RPT".
       FIN-EXPEDIER.
           EXIT.
      *----------------------------------------------------------------
      * ONE MASTER: ITS NEWEST VERIFIED GENERATION, PROVEN AGAIN,
      * THEN WRITTEN AS THE SHIPMENT IMAGE.
      *----------------------------------------------------------------
       EXPEDIER-MAITRE.
           MOVE MAI-FICHIER (WS-M) TO WS-FICHIER.
           MOVE 0 TO WS-SRC WS-DATE-MAX.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NB-CAT
               IF CTE-FICHIER (WS-I) = WS-FICHIER
                  AND CTE-ETAT (WS-I) = "V"
                  AND CTE-DATE (WS-I) NOT < WS-DATE-MAX
                   MOVE CTE-DATE (WS-I) TO WS-DATE-MAX
                   MOVE WS-I TO WS-SRC
               END-IF
           END-PERFORM.
           IF WS-SRC = 0
               MOVE "AUCUNE GENERATION VERIFIEE" TO WS-MOTIF
               MOVE "W" TO EXC-SEVERITY
               GO TO REFUSER-MAITRE.
           MOVE SPACES TO WS-BACKUP-NAME.
           STRING MAI-BASE (WS-M) DELIMITED BY SPACE
                  ".G" CTE-GEN (WS-SRC) DELIMITED BY SIZE
               INTO WS-BACKUP-NAME.
           PERFORM RELIRE-GENERATION.
           IF WS-NB-COPIE NOT = CTE-COUNT (WS-SRC)
              OR WS-CHAINE-OK NOT = "O"
               MOVE "GENERATION NON CONFORME" TO WS-MOTIF
               MOVE "S" TO EXC-SEVERITY
               GO TO REFUSER-MAITRE.
           PERFORM CHOISIR-EMPLACEMENT.
           MOVE SPACES TO WS-IMAGE-NAME WS-CIPHER-NAME.
           STRING MAI-BASE (WS-M) DELIMITED BY SPACE
                  ".OFC" DELIMITED BY SIZE
               INTO WS-IMAGE-NAME.
           STRING MAI-BASE (WS-M) DELIMITED BY SPACE
                  ".OF" WS-SLOT DELIMITED BY SIZE
               INTO WS-CIPHER-NAME.
           PERFORM ECRIRE-IMAGE.
           PERFORM ENREGISTRER-HORS-SITE.
           MOVE "EFILE" TO ANSWER-RECORD.
           WRITE ANSWER-RECORD.
           MOVE WS-IMAGE-NAME TO ANSWER-RECORD.
           WRITE ANSWER-RECORD.
           MOVE WS-CIPHER-NAME TO ANSWER-RECORD.
           WRITE ANSWER-RECORD.
           ADD 1 TO WS-NB-EXPEDIES.
           MOVE WS-NB-COPIE TO WS-EDT-NB.
           MOVE SPACES TO LIGNE-RPT.
           STRING WS-FICHIER " G" CTE-GEN (WS-SRC) "   "
                  CTE-DATE (WS-SRC) WS-EDT-NB "  " WS-CIPHER-NAME (1:10)
                  "  " WS-DIGEST-X
               DELIMITED BY SIZE INTO LIGNE-RPT.
           WRITE LIGNE-RPT.
           GO TO FIN-EXPEDIER-MAITRE.
       REFUSER-MAITRE.
           IF EXC-SEVERITY = "S"
               MOVE 8 TO WS-RC
           ELSE
               IF WS-RC < 4
                   MOVE 4 TO WS-RC
               END-IF
           END-IF.
           MOVE WS-FICHIER TO EXC-VALUE.
           MOVE WS-MOTIF TO EXC-REASON.
           PERFORM ECRIRE-EXCEPTION.
           MOVE SPACES TO LIGNE-RPT.
           STRING WS-FICHIER " NON EXPEDIE - " WS-MOTIF
               DELIMITED BY SIZE INTO LIGNE-RPT.
           WRITE LIGNE-RPT.
       FIN-EXPEDIER-MAITRE.
           EXIT.
      *----------------------------------------------------------------
      * THE GENERATION RE-READ AS GENREST WOULD: COUNTED, AND FOR THE
      * CHAIN THE HASH WALK RUN AGAIN AND ITS TIP PROVEN AGAINST THE
      * CATALOGUE.
      *----------------------------------------------------------------
       RELIRE-GENERATION.
           MOVE 0 TO WS-NB-COPIE.
           MOVE "O" TO WS-CHAINE-OK.
           MOVE SPACES TO WS-CHAIN-TIP-HASH.
           OPEN INPUT BACKUP-FILE.
           IF WS-BKP-STATUS NOT = "00"
               MOVE "N" TO WS-CHAINE-OK
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ BACKUP-FILE
                       AT END MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-NB-COPIE
                           IF WS-FICHIER = "CHAIN.DAT"
                               PERFORM VERIFIER-BLOC-COPIE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BACKUP-FILE
               IF WS-FICHIER = "CHAIN.DAT"
                  AND WS-CHAIN-TIP-HASH (1:18) NOT = CTE-HASH (WS-SRC)
                   MOVE "N" TO WS-CHAINE-OK
               END-IF
           END-IF.
       VERIFIER-BLOC-COPIE.
           MOVE BACKUP-RECORD (1:211) TO WS-BLOC-COPIE.
           IF BC-TYPE = "A"
               MOVE BC-HASH TO WS-CHAIN-TIP-HASH
           ELSE
               MOVE BC-NUMBER  TO BLOCKS-NUMBER
               MOVE BC-VERSION TO BLOCKS-VERSION
               MOVE BC-TYPE    TO BLOCKS-TYPE
               MOVE BC-HASH    TO WS-STORED-HASH
               PERFORM CALCULER-HASH
               IF BLOCKHASH-NUM = WS-STORED-HASH
                   MOVE BC-HASH TO WS-CHAIN-TIP-HASH
               ELSE
                   MOVE "N" TO WS-CHAINE-OK
               END-IF
           END-IF.
      *----------------------------------------------------------------
      * THE NEXT OFF-SITE SLOT FOR WS-FICHIER: AFTER THE YOUNGEST
      * HELD ONE, CYCLING 1-4 SO ROTTERDAM OVERWRITES THE OLDEST.
      *----------------------------------------------------------------
       CHOISIR-EMPLACEMENT.
           MOVE 0 TO WS-DATE-MAX.
           MOVE 0 TO WS-SLOT.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NB-CAT
               IF CTE-FICHIER (WS-I) = WS-FICHIER
                  AND CTE-ETAT (WS-I) = "X"
                  AND CTE-DATE (WS-I) NOT < WS-DATE-MAX
                   MOVE CTE-DATE (WS-I) TO WS-DATE-MAX
                   MOVE CTE-GEN (WS-I) TO WS-SLOT
               END-IF
           END-PERFORM.
           ADD 1 TO WS-SLOT.
           IF WS-SLOT > WS-NB-OFFSITE
               MOVE 1 TO WS-SLOT
           END-IF.
      *----------------------------------------------------------------
      * THE SHIPMENT IMAGE: HEADER, EACH RECORD AS TWO LINES, TRAILER
      * - EVERY LINE DIGESTED AS ENRCYPT WILL DIGEST IT.
      *----------------------------------------------------------------
       ECRIRE-IMAGE.
           MOVE 0 TO WS-NB-LIGNES WS-DIGEST.
           OPEN OUTPUT IMAGE-FILE.
           MOVE SPACES TO OFFSITE-IMAGE-RECORD.
           MOVE "H" TO OI-CODE.
           MOVE WS-FICHIER TO OI-FICHIER.
           MOVE CTE-GEN (WS-SRC) TO OI-GEN.
           MOVE CTE-DATE (WS-SRC) TO OI-DATE-GEN.
           MOVE CTE-COUNT (WS-SRC) TO OI-COUNT.
           MOVE CTE-HASH (WS-SRC) TO OI-HASH.
           MOVE WS-AUJOURDHUI TO OI-DATE-ENVOI.
           MOVE WS-OPERATEUR TO OI-OPERATEUR.
           PERFORM ECRIRE-LIGNE-IMAGE.
           OPEN INPUT BACKUP-FILE.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ BACKUP-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       MOVE SPACES TO OFFSITE-IMAGE-RECORD
                       MOVE "D" TO OI-CODE
                       MOVE "1" TO OI-SUITE
                       MOVE BACKUP-RECORD (1:125) TO OI-DONNEES
                       PERFORM ECRIRE-LIGNE-IMAGE
                       MOVE SPACES TO OFFSITE-IMAGE-RECORD
                       MOVE "D" TO OI-CODE
                       MOVE "2" TO OI-SUITE
                       MOVE BACKUP-RECORD (126:125) TO OI-DONNEES
                       PERFORM ECRIRE-LIGNE-IMAGE
               END-READ
           END-PERFORM.
           CLOSE BACKUP-FILE.
           MOVE SPACES TO OFFSITE-IMAGE-RECORD.
           MOVE "T" TO OI-CODE.
           COMPUTE OI-NB-LIGNES = WS-NB-LIGNES + 1.
           PERFORM ECRIRE-LIGNE-IMAGE.
           CLOSE IMAGE-FILE.
       ECRIRE-LIGNE-IMAGE.
           WRITE OFFSITE-IMAGE-RECORD.
           ADD 1 TO WS-NB-LIGNES.
           MOVE OFFSITE-IMAGE-RECORD TO WS-DIGEST-LIGNE.
           PERFORM DIGERER-LIGNE.
      *    ROLLING DIGEST OF ONE 132-BYTE LINE - THE SAME AS ENRCYPT'S
      *    MANIFEST AND TRANSRCV'S PROOF.
       DIGERER-LIGNE.
           MOVE 1 TO WS-DIGEST-I.
           PERFORM UNTIL WS-DIGEST-I > 132
               MOVE FUNCTION ORD(WS-DIGEST-LIGNE (WS-DIGEST-I:1))
                       TO WS-DIGEST-VAL
               COMPUTE WS-DIGEST =
                   FUNCTION MOD(WS-DIGEST * 31 + WS-DIGEST-VAL
                                1000000000000000000)
               ADD 1 TO WS-DIGEST-I
           END-PERFORM.
      *----------------------------------------------------------------
      * THE OFF-SITE SLOT'S CATALOGUE ENTRY IS REPLACED: FILE, SLOT,
      * DAY SHIPPED, IMAGE LINES, CLEAR DIGEST, STATE "X".
      *----------------------------------------------------------------
       ENREGISTRER-HORS-SITE.
           MOVE 0 TO WS-K.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NB-CAT
               IF CTE-FICHIER (WS-I) = WS-FICHIER
                  AND CTE-GEN (WS-I) = WS-SLOT
                  AND CTE-ETAT (WS-I) = "X"
                   CONTINUE
               ELSE
                   ADD 1 TO WS-K
                   MOVE CATE (WS-I) TO CATE (WS-K)
               END-IF
           END-PERFORM.
           MOVE WS-K TO WS-NB-CAT.
           IF WS-NB-CAT < 50
               ADD 1 TO WS-NB-CAT
               MOVE WS-FICHIER TO CTE-FICHIER (WS-NB-CAT)
               MOVE WS-SLOT TO CTE-GEN (WS-NB-CAT)
               MOVE WS-AUJOURDHUI TO CTE-DATE (WS-NB-CAT)
               MOVE WS-NB-LIGNES TO CTE-COUNT (WS-NB-CAT)
               MOVE WS-DIGEST-X TO CTE-HASH (WS-NB-CAT)
               MOVE "X" TO CTE-ETAT (WS-NB-CAT)
           END-IF.
      *----------------------------------------------------------------
      * THE MONTHLY CONTROL OF THE OFF-SITE COPIES.
      *----------------------------------------------------------------
       DO-CONTROLE.
           PERFORM CHARGER-CATALOGUE.
           MOVE "GENOFFCT.RPT" TO WS-REPORT-NAME.
           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO LIGNE-RPT.
           STRING "CONTROLE DES COPIES HORS SITE - " WS-AUJOURDHUI
               DELIMITED BY SIZE INTO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE ALL "=" TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE WS-DELAI TO WS-EDT-JOURS.
           MOVE SPACES TO LIGNE-RPT.
           STRING "AGE MAXIMUM ADMIS : " WS-EDT-JOURS " JOURS"
               DELIMITED BY SIZE INTO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE SPACES TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE "MASTER       COPIE       DU         AGE  ETAT"
               TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE 0 TO WS-NB-ECARTS.
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 4
               PERFORM CONTROLER-MAITRE THRU FIN-CONTROLER-MAITRE
           END-PERFORM.
           MOVE SPACES TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE SPACES TO LIGNE-RPT.
           IF WS-NB-ECARTS = 0
               MOVE "TOUS LES MASTERS ONT UNE COPIE HORS SITE A JOUR"
                   TO LIGNE-RPT
           ELSE
               MOVE WS-NB-ECARTS TO WS-EDT-NB
               STRING "MASTERS SANS COPIE HORS SITE A JOUR : "
                      WS-EDT-NB
                   DELIMITED BY SIZE INTO LIGNE-RPT
               IF WS-RC < 4
                   MOVE 4 TO WS-RC
               END-IF
           END-IF.
           WRITE LIGNE-RPT.
           CLOSE REPORT-FILE.
           DISPLAY "CONTROLE DES COPIES HORS SITE - VOIR GENOFFCT.RPT".
       FIN-CONTROLE.
           EXIT.
      *----------------------------------------------------------------
      * ONE MASTER: ITS NEWEST OFF-SITE COPY, ITS AGE, AND WHETHER
      * ENRCYPT'S MANIFEST CARRIES THE DIGEST CATALOGUED FOR IT.
      *----------------------------------------------------------------
       CONTROLER-MAITRE.
           MOVE MAI-FICHIER (WS-M) TO WS-FICHIER.
           MOVE 0 TO WS-SRC WS-DATE-MAX.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NB-CAT
               IF CTE-FICHIER (WS-I) = WS-FICHIER
                  AND CTE-ETAT (WS-I) = "X"
                  AND CTE-DATE (WS-I) NOT < WS-DATE-MAX
                   MOVE CTE-DATE (WS-I) TO WS-DATE-MAX
                   MOVE WS-I TO WS-SRC
               END-IF
           END-PERFORM.
           IF WS-SRC = 0
               MOVE "JAMAIS EXPEDIE" TO WS-ETAT-COPIE
               MOVE SPACES TO LIGNE-RPT
               STRING WS-FICHIER " -           -          -    "
                      WS-ETAT-COPIE
                   DELIMITED BY SIZE INTO LIGNE-RPT
               WRITE LIGNE-RPT
               GO TO SIGNALER-MAITRE.
           MOVE "D" TO DSA-FONCTION.
           MOVE CTE-DATE (WS-SRC) TO DSA-DATE-1.
           MOVE WS-AUJOURDHUI TO DSA-DATE-2.
           CALL "DATESRV" USING DATE-SERVICE-AREA.
           MOVE DSA-NB-JOURS TO WS-AGE.
           MOVE SPACES TO WS-CIPHER-NAME WS-MANIFEST-NAME.
           STRING MAI-BASE (WS-M) DELIMITED BY SPACE
                  ".OF" CTE-GEN (WS-SRC) DELIMITED BY SIZE
               INTO WS-CIPHER-NAME.
           STRING WS-CIPHER-NAME DELIMITED BY " "
                  ".MAN" DELIMITED BY SIZE
               INTO WS-MANIFEST-NAME.
           MOVE "A JOUR" TO WS-ETAT-COPIE.
           OPEN INPUT MANIFEST-FILE.
           IF WS-MAN-STATUS NOT = "00"
               MOVE "NON CHIFFREE" TO WS-ETAT-COPIE
           ELSE
               READ MANIFEST-FILE
                   AT END MOVE "NON CHIFFREE" TO WS-ETAT-COPIE
                   NOT AT END
                       MOVE 0 TO WS-DIGEST
                       IF MF-DIGEST NUMERIC
                           MOVE MF-DIGEST TO WS-DIGEST
                       END-IF
                       IF WS-DIGEST-X NOT = CTE-HASH (WS-SRC)
                           MOVE "MANIFESTE DIFFERENT" TO WS-ETAT-COPIE
                       END-IF
               END-READ
               CLOSE MANIFEST-FILE
           END-IF.
           IF WS-ETAT-COPIE = "A JOUR"
              AND (DSA-RETOUR NOT = "00" OR WS-AGE > WS-DELAI)
               MOVE "EN RETARD" TO WS-ETAT-COPIE
           END-IF.
           MOVE WS-AGE TO WS-EDT-JOURS.
           MOVE SPACES TO LIGNE-RPT.
           STRING WS-FICHIER " " WS-CIPHER-NAME (1:10) "  "
                  CTE-DATE (WS-SRC) " " WS-EDT-JOURS "  "
                  WS-ETAT-COPIE
               DELIMITED BY SIZE INTO LIGNE-RPT.
           WRITE LIGNE-RPT.
           IF WS-ETAT-COPIE = "A JOUR"
               GO TO FIN-CONTROLER-MAITRE.
       SIGNALER-MAITRE.
           ADD 1 TO WS-NB-ECARTS.
           MOVE WS-FICHIER TO EXC-VALUE.
           MOVE SPACES TO EXC-REASON.
           STRING "COPIE HORS SITE " WS-ETAT-COPIE
               DELIMITED BY SIZE INTO EXC-REASON.
           MOVE "W" TO EXC-SEVERITY.
           PERFORM ECRIRE-EXCEPTION.
       FIN-CONTROLER-MAITRE.
           EXIT.
      *----------------------------------------------------------------
      * THE CATALOGUE IN AND OUT, AS GENBKUP KEEPS IT.
      *----------------------------------------------------------------
       CHARGER-CATALOGUE.
           MOVE 0 TO WS-NB-CAT.
           OPEN INPUT CATALOG-FILE.
           IF WS-CAT-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ CATALOG-FILE
                       AT END MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF WS-NB-CAT < 50
                               ADD 1 TO WS-NB-CAT
                               MOVE CAT-FICHIER
                                   TO CTE-FICHIER (WS-NB-CAT)
                               MOVE CAT-GEN
                                   TO CTE-GEN (WS-NB-CAT)
                               MOVE CAT-DATE
                                   TO CTE-DATE (WS-NB-CAT)
                               MOVE CAT-COUNT
                                   TO CTE-COUNT (WS-NB-CAT)
                               MOVE CAT-HASH
                                   TO CTE-HASH (WS-NB-CAT)
                               MOVE CAT-ETAT
                                   TO CTE-ETAT (WS-NB-CAT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CATALOG-FILE
           END-IF.
       SAUVER-CATALOGUE.
           OPEN OUTPUT CATALOG-FILE.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NB-CAT
               MOVE CTE-FICHIER (WS-I) TO CAT-FICHIER
               MOVE CTE-GEN (WS-I) TO CAT-GEN
               MOVE CTE-DATE (WS-I) TO CAT-DATE
               MOVE CTE-COUNT (WS-I) TO CAT-COUNT
               MOVE CTE-HASH (WS-I) TO CAT-HASH
               MOVE CTE-ETAT (WS-I) TO CAT-ETAT
               WRITE CATALOG-RECORD
           END-PERFORM.
           CLOSE CATALOG-FILE.
      *----------------------------------------------------------------
      * GENOFF.CTL: THE MAXIMUM AGE IN DAYS OF THE NEWEST OFF-SITE
      * COPY (COLUMNS 1-3). ABSENT OR NOT NUMERIC: 14.
      *----------------------------------------------------------------
       LIRE-CONTROLE.
           OPEN INPUT CTL-FILE.
           IF WS-CTL-STATUS = "00"
               READ CTL-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF CTL-DELAI NUMERIC
                           MOVE CTL-DELAI TO WS-DELAI
                       END-IF
               END-READ
               CLOSE CTL-FILE
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
           MOVE "GENOFF" TO EXC-PROGRAM.
           MOVE WS-AUJOURDHUI TO EXC-DATE.
           ACCEPT WS-HEURE-EXACTE FROM TIME.
           MOVE WS-HHMMSS TO EXC-TIME.
           MOVE WS-OPERATEUR TO EXC-OPERATOR.
           WRITE EXCEPTION-LOG-RECORD.
           CLOSE EXCEPTION-FILE.
      *----------------------------------------------------------------
      * THE SHOP'S PROCESSING DATE, THROUGH THE BUSDATE SERVICE.
      *----------------------------------------------------------------
       LIRE-DATE-METIER.
           MOVE "L" TO BDA-FONCTION.
           CALL "BUSDATE" USING BUSINESS-DATE-AREA.
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

       END PROGRAM GENOFF.
