       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHNWIT.
       AUTHOR. SHOP OPERATIONS.
      *          EXTERNAL WITNESS OF THE LEDGER. ONCE A MONTH THE TIP
      *          OF CHAIN.DAT (ITS VERSION AND CF-HASH) GOES TO THE
      *          ROTTERDAM OFFICE, WHICH KEEPS IT AND SENDS IT BACK
      *          COUNTER-STAMPED; FROM THEN ON NOBODY HERE CAN REWRITE
      *          THE LEDGER UP TO THAT POINT WITHOUT IT SHOWING.
      *          COMMANDS:
      *              ENVOI    THE CURRENT TIP BECOMES ONE WITNESS LINE
      *                       (CHNWT.cpy) IN CHNWIT.OUT AND IS LOGGED
      *                       IN CHNWIT.DAT AS AWAITING ITS STAMP. THE
      *                       LINE LEAVES ONLY THROUGH ENRCYPT'S
      *                       WHOLE-FILE MODE (EFILE, WITH ITS
      *                       MANIFEST); AN ENVOI REFUSES TO OVERWRITE
      *                       A CHNWIT.OUT STILL HOLDING A LINE - THE
      *                       OPERATOR REMOVES THE CLEAR FILE ONCE IT
      *                       IS ENCRYPTED. A TIP ALREADY SENT IS NOT
      *                       SENT TWICE.
      *              VISA     ROTTERDAM'S COUNTER-STAMPED RETURN,
      *                       LANDED BY TRANSRCV (DEFAULT CHNWIT.RET).
      *                       EACH LINE MUST ECHO A WITNESS WE SENT -
      *                       SAME BRANCH, VERSION AND HASH - CARRY A
      *                       VALID STAMP DATE AND A REFERENCE, AND
      *                       THE BLOCK MUST STILL HOLD THAT HASH; IT
      *                       IS THEN RECORDED AS A "W" BLOCK CHAINED
      *                       TO THE CURRENT TIP. A REFUSED LINE GOES
      *                       TO EXCEPT.LOG AS SEVERE.
      *              SUIVI    WITNESSES STILL WITHOUT THEIR STAMP,
      *                       FLAGGED PAST TEN WORKING DAYS (DATESRV,
      *                       ON ROTTERDAM'S HOLIDAY CALENDAR).
      *              EXIT
      *          CHNAUDIT PROVES EVERY "W" BLOCK AGAINST THE CHAIN AS
      *          IT STANDS (AND CHAIN.ARC FOR ARCHIVED SPANS).
      *          WHEN CHNWIT.CMD HOLDS "ENVOI" (NIGHTBAT, MONTH-END)
      *          THE SEND RUNS WITHOUT PROMPTS AND THE CARD IS
      *          CONSUMED. OUR BRANCH CODE IS THE ONE OF THE MEMBER
      *          EXCHANGE (MECCGXCH.CTL, DEFAULT "SIE"). THE PRINTS GO
      *          TO CHNWIT.RPT. ENVOI AND VISA NEED SENIOR AUTHORITY
      *          (AUTHSRV).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHAIN-FILE ASSIGN TO "CHAIN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CF-VERSION
               FILE STATUS IS WS-CHN-STATUS.
           SELECT WITLOG-FILE ASSIGN TO "CHNWIT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WL-VERSION
               FILE STATUS IS WS-WL-STATUS.
           SELECT OUT-FILE ASSIGN TO "CHNWIT.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-OUT-STATUS.
           SELECT RET-FILE ASSIGN TO DYNAMIC WS-RET-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-RET-STATUS.
           SELECT CTL-FILE ASSIGN TO "MECCGXCH.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-CTL-STATUS.
           SELECT COMMAND-FILE ASSIGN TO "CHNWIT.CMD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-CMD-STATUS.
           SELECT REPORT-FILE ASSIGN TO "CHNWIT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEPTION-FILE ASSIGN TO "EXCEPT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-EXC-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "OPERATOR.CUR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-OPR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHAIN-FILE.
           COPY "CHAINBLK.cpy".
      *----------------------------------------------------------------
      * WITNESS LOG (CHNWIT.DAT, INDEXED ON THE VERSION WITNESSED).
      * WL-STATUT "E" SENT AND AWAITING THE STAMP, "V" STAMPED AND
      * RECORDED IN BLOCK WL-BLOC.
      *----------------------------------------------------------------
       FD  WITLOG-FILE
                      DATA RECORD WITLOG-RECORD.
       01  WITLOG-RECORD.
           05  WL-VERSION        PIC 9(10).
           05  WL-HASH           PIC X(18).
           05  WL-DATE-ENVOI     PIC 9(8).
           05  WL-TIME-ENVOI     PIC 9(6).
           05  WL-OPERATEUR      PIC X(8).
           05  WL-STATUT         PIC X.
               88  WL-EN-ATTENTE VALUE "E".
               88  WL-VISE       VALUE "V".
           05  WL-DATE-VISA      PIC 9(8).
           05  WL-REF-VISA       PIC X(12).
           05  WL-BLOC           PIC 9(10).
           05  WL-ENREG-PAR      PIC X(8).
       FD  OUT-FILE
                      DATA RECORD WITNESS-RECORD.
           COPY "CHNWT.cpy".
       FD  RET-FILE
                      DATA RECORD RETURN-RECORD.
           COPY "CHNWT.cpy" REPLACING
               ==WITNESS-RECORD== BY ==RETURN-RECORD==
               LEADING ==TW-== BY ==RW-==.
       FD  CTL-FILE
                      DATA RECORD CTL-RECORD.
       01  CTL-RECORD.
           05  CTL-NOTRE-CODE    PIC X(3).
           05  CTL-ROT-CODE      PIC X(3).
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
       01  WS-CHN-STATUS         PIC XX.
       01  WS-WL-STATUS          PIC XX.
       01  WS-OUT-STATUS         PIC XX.
       01  WS-RET-STATUS         PIC XX.
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
       01  WS-RET-NAME           PIC X(30).
       01  WS-NOTRE-CODE         PIC X(3)  VALUE "SIE".
       01  WS-ROT-CODE           PIC X(3)  VALUE "ROT".
       01  WS-EDT-NB             PIC ZZZZZ9.
       01  WS-EDT-JOURS          PIC ZZZ9.
      *----------------------------------------------------------------
      * THE RETURN INTAKE.
      *----------------------------------------------------------------
       01  WS-MOTIF-REJET        PIC X(30).
       01  WS-VERSION-RET        PIC 9(10).
       01  WS-DATE-VISA          PIC 9(8).
       01  WS-NB-LUS             PIC 9(6).
       01  WS-NB-ENREG           PIC 9(6).
       01  WS-NB-REJETS          PIC 9(6).
       01  WS-BLOC               PIC 9(10).
      *----------------------------------------------------------------
      * FOLLOW-UP OF WITNESSES WITHOUT THEIR STAMP.
      *----------------------------------------------------------------
       01  WS-DELAI-VISA         PIC 9(3)  VALUE 10.
       01  WS-NB-ATTENTE         PIC 9(4).
       01  WS-NB-EN-RETARD       PIC 9(4).
      *----------------------------------------------------------------
      * LEDGER CHAINING - THE SAME WORK AREAS AND ROLLING CHECKSUM AS
      * THE LEDGER PROGRAM.
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

       PROCEDURE DIVISION.
       MAIN.
           PERFORM LIRE-OPERATEUR.
           PERFORM LIRE-DATE-METIER.
           MOVE BDA-DATE TO WS-AUJOURDHUI.
           PERFORM LIRE-CONTROLE.
      *    A PENDING "ENVOI" CARD MEANS THE SCHEDULED MONTH-END SEND.
           OPEN INPUT COMMAND-FILE.
           IF WS-CMD-STATUS = "00"
               READ COMMAND-FILE
                   AT END MOVE SPACES TO COMMAND-CARD
               END-READ
               CLOSE COMMAND-FILE
               MOVE FUNCTION UPPER-CASE(COMMAND-CARD)
                   TO COMMAND-CARD
               IF COMMAND-CARD = "ENVOI"
                   MOVE "O" TO WS-SANS-ECRAN
                   PERFORM DO-ENVOI THRU FIN-ENVOI
                   OPEN OUTPUT COMMAND-FILE
                   CLOSE COMMAND-FILE
                   GO TO THE-END
               END-IF
           END-IF.
           PERFORM UNTIL 1 = 0
                DISPLAY "COMMANDE (ENVOI/VISA/SUIVI/EXIT) : "
                ACCEPT WS-COMMAND
                MOVE FUNCTION UPPER-CASE(WS-COMMAND) TO WS-COMMAND
                EVALUATE WS-COMMAND
                        WHEN "EXIT" GO TO THE-END
                        WHEN "ENVOI"
                            PERFORM DO-ENVOI THRU FIN-ENVOI
                        WHEN "VISA"
                            PERFORM DO-VISA THRU FIN-VISA
                        WHEN "SUIVI"
                            PERFORM DO-SUIVI THRU FIN-SUIVI
                        WHEN OTHER
                            DISPLAY "COMMANDE INCONNUE: " WS-COMMAND
                END-EVALUATE
           END-PERFORM.
       THE-END.
           DISPLAY "FINISH"
           STOP RUN.
      *----------------------------------------------------------------
      * THE CURRENT TIP OUT TO ROTTERDAM. A SCHEDULED RUN THAT CANNOT
      * SEND ENDS RC 4 WITH A WARNING FOR THE DESK.
      *----------------------------------------------------------------
       DO-ENVOI.
           IF WS-SANS-ECRAN NOT = "O"
               MOVE "CHNWIT-ENV" TO AUT-FONCTION
               MOVE 2 TO AUT-NIVEAU-REQ
               CALL "AUTHSRV" USING AUTHORITY-AREA
               IF AUT-RETOUR NOT = "00"
                   DISPLAY "OPERATEUR NON HABILITE"
                   GO TO FIN-ENVOI
               END-IF
           END-IF.
           OPEN INPUT OUT-FILE.
           IF WS-OUT-STATUS = "00"
               READ OUT-FILE
                   AT END MOVE "10" TO WS-OUT-STATUS
               END-READ
               CLOSE OUT-FILE
               IF WS-OUT-STATUS = "00"
                   DISPLAY "CHNWIT.OUT CONTIENT ENCORE UN TEMOIN - LE "
                           "CHIFFRER ET LE SUPPRIMER D'ABORD"
                   MOVE "CHNWIT.OUT" TO EXC-VALUE
                   MOVE "TEMOIN PRECEDENT NON CHIFFRE" TO EXC-REASON
                   MOVE "W" TO EXC-SEVERITY
                   PERFORM ECRIRE-EXCEPTION
                   MOVE 4 TO RETURN-CODE
                   GO TO FIN-ENVOI
               END-IF
           END-IF.
           PERFORM TROUVER-DERNIER-BLOC.
           IF WS-CHAIN-TIP-VERSION = 0
               DISPLAY "GRAND LIVRE VIDE - RIEN A TEMOIGNER"
               MOVE 4 TO RETURN-CODE
               GO TO FIN-ENVOI.
           PERFORM OUVRIR-TEMOINS.
           MOVE WS-CHAIN-TIP-VERSION TO WL-VERSION.
           READ WITLOG-FILE KEY IS WL-VERSION
               INVALID KEY MOVE "23" TO WS-WL-STATUS
           END-READ.
           IF WS-WL-STATUS = "00"
               DISPLAY "VERSION " WL-VERSION " DEJA ENVOYEE LE "
                       WL-DATE-ENVOI " - RIEN DE NOUVEAU A TEMOIGNER"
               CLOSE WITLOG-FILE
               GO TO FIN-ENVOI.
           MOVE SPACES TO WITNESS-RECORD.
           MOVE "W" TO TW-CODE.
           MOVE WS-NOTRE-CODE TO TW-BRANCHE.
           MOVE WS-CHAIN-TIP-VERSION TO TW-VERSION.
           MOVE WS-CHAIN-TIP-HASH (1:18) TO TW-HASH.
           MOVE WS-AUJOURDHUI TO TW-DATE-ENVOI.
           MOVE WS-OPERATEUR TO TW-OPERATEUR.
           ACCEPT WS-HEURE-EXACTE FROM TIME.
           MOVE SPACES TO WITLOG-RECORD.
           MOVE WS-CHAIN-TIP-VERSION TO WL-VERSION.
           MOVE WS-CHAIN-TIP-HASH (1:18) TO WL-HASH.
           MOVE WS-AUJOURDHUI TO WL-DATE-ENVOI.
           MOVE WS-HHMMSS TO WL-TIME-ENVOI.
           MOVE WS-OPERATEUR TO WL-OPERATEUR.
           MOVE "E" TO WL-STATUT.
           MOVE 0 TO WL-DATE-VISA WL-BLOC.
           WRITE WITLOG-RECORD
               INVALID KEY
                   DISPLAY "ERREUR ECRITURE CHNWIT.DAT - ENVOI ANNULE"
                   MOVE WL-VERSION TO EXC-VALUE
                   MOVE "JOURNAL DES TEMOINS NON ECRIT" TO EXC-REASON
                   MOVE "S" TO EXC-SEVERITY
                   PERFORM ECRIRE-EXCEPTION
                   MOVE 8 TO RETURN-CODE
                   CLOSE WITLOG-FILE
                   GO TO FIN-ENVOI
           END-WRITE.
           CLOSE WITLOG-FILE.
           OPEN OUTPUT OUT-FILE.
           WRITE WITNESS-RECORD.
           CLOSE OUT-FILE.
           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO LIGNE-RPT.
           STRING "TEMOIN DU GRAND LIVRE POUR ROTTERDAM - "
                  WS-AUJOURDHUI
               DELIMITED BY SIZE INTO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE ALL "=" TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE SPACES TO LIGNE-RPT.
           STRING "VERSION DU SOMMET  : " TW-VERSION
               DELIMITED BY SIZE INTO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE SPACES TO LIGNE-RPT.
           STRING "HASH DU SOMMET     : " TW-HASH
               DELIMITED BY SIZE INTO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE SPACES TO LIGNE-RPT.
           STRING "AGENCE / OPERATEUR : " TW-BRANCHE " / "
                  TW-OPERATEUR
               DELIMITED BY SIZE INTO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE SPACES TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE "A TRANSMETTRE PAR ENRCYPT EFILE : CHNWIT.OUT -> "
               TO LIGNE-RPT.
           MOVE "CHNWIT.CHF (+ CHNWIT.CHF.MAN)" TO LIGNE-RPT (49:).
           WRITE LIGNE-RPT.
           MOVE "PUIS SUPPRIMER LE FICHIER CLAIR CHNWIT.OUT"
               TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           PERFORM LISTER-ATTENTE THRU FIN-LISTER-ATTENTE.
           CLOSE REPORT-FILE.
           DISPLAY "TEMOIN DE LA VERSION " TW-VERSION
                   " ECRIT DANS CHNWIT.OUT - VOIR CHNWIT.RPT".
           DISPLAY "CHIFFRER CHNWIT.OUT PAR ENRCYPT EFILE AVANT "
                   "TRANSMISSION A ROTTERDAM".
       FIN-ENVOI.
           EXIT.
      *----------------------------------------------------------------
      * ROTTERDAM'S COUNTER-STAMPED RETURN, ONE LINE PER WITNESS.
      *----------------------------------------------------------------
       DO-VISA.
           MOVE "CHNWIT-VIS" TO AUT-FONCTION.
           MOVE 2 TO AUT-NIVEAU-REQ.
           CALL "AUTHSRV" USING AUTHORITY-AREA.
           IF AUT-RETOUR NOT = "00"
               DISPLAY "OPERATEUR NON HABILITE"
               GO TO FIN-VISA.
           DISPLAY "RETOUR DE ROTTERDAM (VIDE = CHNWIT.RET) : ".
           ACCEPT WS-RET-NAME.
           IF WS-RET-NAME = SPACES
               MOVE "CHNWIT.RET" TO WS-RET-NAME
           END-IF.
           OPEN INPUT RET-FILE.
           IF WS-RET-STATUS NOT = "00"
               DISPLAY "FICHIER " WS-RET-NAME " ABSENT"
               GO TO FIN-VISA.
           PERFORM OUVRIR-TEMOINS.
           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO LIGNE-RPT.
           STRING "TEMOINS CONTRESIGNES PAR ROTTERDAM - " WS-RET-NAME
               DELIMITED BY SIZE INTO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE ALL "=" TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE 0 TO WS-NB-LUS WS-NB-ENREG WS-NB-REJETS.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ RET-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM TRAITER-VISA THRU FIN-TRAITER-VISA
               END-READ
           END-PERFORM.
           CLOSE RET-FILE.
           CLOSE WITLOG-FILE.
           MOVE SPACES TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE WS-NB-LUS TO WS-EDT-NB.
           MOVE SPACES TO LIGNE-RPT.
           STRING "LIGNES LUES        : " WS-EDT-NB
               DELIMITED BY SIZE INTO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE WS-NB-ENREG TO WS-EDT-NB.
           MOVE SPACES TO LIGNE-RPT.
           STRING "TEMOINS ENREGISTRES: " WS-EDT-NB
               DELIMITED BY SIZE INTO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE WS-NB-REJETS TO WS-EDT-NB.
           MOVE SPACES TO LIGNE-RPT.
           STRING "LIGNES REFUSEES    : " WS-EDT-NB
               DELIMITED BY SIZE INTO LIGNE-RPT.
           WRITE LIGNE-RPT.
           CLOSE REPORT-FILE.
           DISPLAY WS-NB-ENREG " TEMOIN(S) ENREGISTRE(S), "
                   WS-NB-REJETS " REFUSE(S) - VOIR CHNWIT.RPT".
       FIN-VISA.
           EXIT.
      *----------------------------------------------------------------
      * ONE RETURNED LINE: PROVED AGAINST THE LOG AND THE LEDGER,
      * THEN RECORDED AS A "W" BLOCK.
      *----------------------------------------------------------------
       TRAITER-VISA.
           ADD 1 TO WS-NB-LUS.
           IF RW-CODE NOT = "W"
               MOVE "CODE ENREGISTREMENT INVALIDE" TO WS-MOTIF-REJET
               GO TO REJETER-VISA.
           IF RW-VERSION NOT NUMERIC
               MOVE "VERSION NON NUMERIQUE" TO WS-MOTIF-REJET
               GO TO REJETER-VISA.
           MOVE RW-VERSION TO WS-VERSION-RET.
           MOVE WS-VERSION-RET TO WL-VERSION.
           READ WITLOG-FILE KEY IS WL-VERSION
               INVALID KEY MOVE "23" TO WS-WL-STATUS
           END-READ.
           IF WS-WL-STATUS NOT = "00"
               MOVE "TEMOIN JAMAIS ENVOYE" TO WS-MOTIF-REJET
               GO TO REJETER-VISA.
           IF WL-VISE
               MOVE "TEMOIN DEJA ENREGISTRE" TO WS-MOTIF-REJET
               GO TO REJETER-VISA.
           IF RW-BRANCHE NOT = WS-NOTRE-CODE
               MOVE "AGENCE DIFFERENTE DE L'ENVOI" TO WS-MOTIF-REJET
               GO TO REJETER-VISA.
           IF RW-HASH NOT = WL-HASH
               MOVE "HASH DIFFERENT DE L'ENVOI" TO WS-MOTIF-REJET
               GO TO REJETER-VISA.
           IF RW-DATE-VISA NOT NUMERIC
               MOVE "DATE DE VISA INVALIDE" TO WS-MOTIF-REJET
               GO TO REJETER-VISA.
           MOVE RW-DATE-VISA TO WS-DATE-VISA.
           MOVE "V" TO DSA-FONCTION.
           MOVE WS-DATE-VISA TO DSA-DATE-1.
           CALL "DATESRV" USING DATE-SERVICE-AREA.
           IF DSA-RETOUR NOT = "00"
              OR WS-DATE-VISA < WL-DATE-ENVOI
               MOVE "DATE DE VISA INVALIDE" TO WS-MOTIF-REJET
               GO TO REJETER-VISA.
           IF RW-REF-VISA = SPACES
               MOVE "REFERENCE DE VISA ABSENTE" TO WS-MOTIF-REJET
               GO TO REJETER-VISA.
      *    THE BLOCK ITSELF MUST STILL HOLD WHAT WAS SENT. A VERSION
      *    ARCHIVED SINCE IS LEFT TO CHNAUDIT AND CHAIN.ARC.
           OPEN INPUT CHAIN-FILE.
           MOVE WS-VERSION-RET TO CF-VERSION.
           READ CHAIN-FILE KEY IS CF-VERSION
               INVALID KEY MOVE "23" TO WS-CHN-STATUS
           END-READ.
           CLOSE CHAIN-FILE.
           IF WS-CHN-STATUS = "00"
              AND CF-HASH (1:18) NOT = WL-HASH
               MOVE "BLOC MODIFIE DEPUIS L'ENVOI" TO WS-MOTIF-REJET
               GO TO REJETER-VISA.
           PERFORM ANCRER-TEMOIN.
           IF WS-BLOC = 0
               MOVE "BLOC TEMOIN NON ECRIT" TO WS-MOTIF-REJET
               GO TO REJETER-VISA.
           MOVE "V" TO WL-STATUT.
           MOVE WS-DATE-VISA TO WL-DATE-VISA.
           MOVE RW-REF-VISA TO WL-REF-VISA.
           MOVE WS-BLOC TO WL-BLOC.
           MOVE AUT-OPERATEUR TO WL-ENREG-PAR.
           REWRITE WITLOG-RECORD
               INVALID KEY
                   DISPLAY "ERREUR MISE A JOUR CHNWIT.DAT " WL-VERSION
           END-REWRITE.
           ADD 1 TO WS-NB-ENREG.
           MOVE SPACES TO LIGNE-RPT.
           STRING "  ENREGISTRE  VERSION " WL-VERSION
                  " VISA " RW-DATE-VISA " " RW-REF-VISA
                  " BLOC " WS-BLOC
               DELIMITED BY SIZE INTO LIGNE-RPT.
           WRITE LIGNE-RPT.
           GO TO FIN-TRAITER-VISA.
       REJETER-VISA.
           ADD 1 TO WS-NB-REJETS.
           MOVE SPACES TO LIGNE-RPT.
           STRING "  REFUSE      VERSION " RW-VERSION " - "
                  WS-MOTIF-REJET
               DELIMITED BY SIZE INTO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE RW-VERSION TO EXC-VALUE.
           MOVE WS-MOTIF-REJET TO EXC-REASON.
           MOVE "S" TO EXC-SEVERITY.
           PERFORM ECRIRE-EXCEPTION.
       FIN-TRAITER-VISA.
           EXIT.
      *----------------------------------------------------------------
      * THE STAMPED WITNESS ANCHORED IN THE LEDGER: A "W" BLOCK
      * CHAINED TO THE CURRENT TIP. WS-BLOC STAYS ZERO IF THE WRITE
      * FAILS.
      *----------------------------------------------------------------
       ANCRER-TEMOIN.
           MOVE 0 TO WS-BLOC.
           PERFORM TROUVER-DERNIER-BLOC.
           MOVE SPACES TO CF-NUMBER.
           MOVE WL-VERSION TO CF-WI-VERSION.
           MOVE WL-HASH TO CF-WI-HASH.
           MOVE WL-DATE-ENVOI TO CF-WI-ENVOI.
           MOVE WS-DATE-VISA TO CF-WI-VISA.
           MOVE RW-REF-VISA TO CF-WI-REFERENCE.
           MOVE RW-VISE-PAR TO CF-WI-VISE-PAR.
           MOVE AUT-OPERATEUR TO CF-WI-OPERATEUR.
           MOVE CF-NUMBER TO BLOCKS-NUMBER.
           MOVE "W" TO BLOCKS-TYPE.
           ADD 1 TO WS-CHAIN-TIP-VERSION GIVING BLOCKS-VERSION.
           PERFORM CALCULER-HASH.
           MOVE BLOCKS-NUMBER  TO CF-NUMBER.
           MOVE BLOCKS-VERSION TO CF-VERSION.
           MOVE BLOCKS-TYPE    TO CF-TYPE.
           MOVE BLOCKHASH-NUM  TO CF-HASH.
           OPEN I-O CHAIN-FILE.
           WRITE CHAIN-FILE-RECORD
               INVALID KEY
                   DISPLAY "ERREUR ECRITURE DU BLOC " BLOCKS-VERSION
                           " - TEMOIN NON ENREGISTRE"
               NOT INVALID KEY
                   MOVE BLOCKS-VERSION TO WS-BLOC
           END-WRITE.
           CLOSE CHAIN-FILE.
      *----------------------------------------------------------------
      * FOLLOW-UP: WITNESSES STILL WAITING FOR THEIR STAMP.
      *----------------------------------------------------------------
       DO-SUIVI.
           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO LIGNE-RPT.
           STRING "TEMOINS DU GRAND LIVRE NON CONTRESIGNES - "
                  WS-AUJOURDHUI
               DELIMITED BY SIZE INTO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE ALL "=" TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           PERFORM LISTER-ATTENTE THRU FIN-LISTER-ATTENTE.
           CLOSE REPORT-FILE.
           MOVE WS-NB-EN-RETARD TO WS-EDT-NB.
           DISPLAY WS-EDT-NB " TEMOIN(S) EN RETARD DE VISA - "
                   "VOIR CHNWIT.RPT".
       FIN-SUIVI.
           EXIT.
      *----------------------------------------------------------------
      * EVERY WITNESS STILL "E" ON THE LOG, THOSE OLDER THAN
      * WS-DELAI-VISA WORKING DAYS MARKED IN RETARD - ROTTERDAM'S
      * WORKING DAYS, SINCE THE STAMP IS THEIRS. THE REPORT IS OPEN;
      * THE LOG IS NOT.
      *----------------------------------------------------------------
       LISTER-ATTENTE.
           MOVE 0 TO WS-NB-ATTENTE WS-NB-EN-RETARD.
           MOVE SPACES TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE "EN ATTENTE DE VISA" TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE "  VERSION     ENVOYE LE  JOURS OUVRES  OPERATEUR"
               TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           OPEN INPUT WITLOG-FILE.
           IF WS-WL-STATUS NOT = "00"
               MOVE "  AUCUN TEMOIN ENVOYE" TO LIGNE-RPT
               WRITE LIGNE-RPT
               GO TO FIN-LISTER-ATTENTE.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ WITLOG-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF WL-EN-ATTENTE
                           PERFORM EXAMINER-ATTENTE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WITLOG-FILE.
           MOVE WS-NB-EN-RETARD TO WS-EDT-NB.
           MOVE SPACES TO LIGNE-RPT.
           STRING "TEMOINS EN RETARD DE VISA : " WS-EDT-NB
               DELIMITED BY SIZE INTO LIGNE-RPT.
           WRITE LIGNE-RPT.
       FIN-LISTER-ATTENTE.
           EXIT.
       EXAMINER-ATTENTE.
           ADD 1 TO WS-NB-ATTENTE.
           MOVE "E" TO DSA-FONCTION.
           MOVE WS-ROT-CODE TO DSA-BRANCHE.
           MOVE WL-DATE-ENVOI TO DSA-DATE-1.
           MOVE WS-AUJOURDHUI TO DSA-DATE-2.
           CALL "DATESRV" USING DATE-SERVICE-AREA.
           IF DSA-RETOUR NOT = "00"
               MOVE 0 TO DSA-NB-JOURS
           END-IF.
           MOVE DSA-NB-JOURS TO WS-EDT-JOURS.
           MOVE SPACES TO LIGNE-RPT.
           STRING "  " WL-VERSION "  " WL-DATE-ENVOI "      "
                  WS-EDT-JOURS "       " WL-OPERATEUR
               DELIMITED BY SIZE INTO LIGNE-RPT.
           IF DSA-NB-JOURS > WS-DELAI-VISA
               ADD 1 TO WS-NB-EN-RETARD
               MOVE "EN RETARD" TO LIGNE-RPT (62:)
           END-IF.
           WRITE LIGNE-RPT.
      *----------------------------------------------------------------
      * THE WITNESS LOG, OPEN I-O (CREATED THE FIRST TIME).
      *----------------------------------------------------------------
       OUVRIR-TEMOINS.
           OPEN I-O WITLOG-FILE.
           IF WS-WL-STATUS = "35"
               OPEN OUTPUT WITLOG-FILE
               CLOSE WITLOG-FILE
               OPEN I-O WITLOG-FILE
           END-IF.
      *----------------------------------------------------------------
      * OUR BRANCH CODE AS ROTTERDAM KNOWS US, AND ROTTERDAM'S OWN
      * (MECCGXCH.CTL).
      *----------------------------------------------------------------
       LIRE-CONTROLE.
           OPEN INPUT CTL-FILE.
           IF WS-CTL-STATUS = "00"
               READ CTL-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF CTL-NOTRE-CODE NOT = SPACES
                           MOVE CTL-NOTRE-CODE TO WS-NOTRE-CODE
                       END-IF
                       IF CTL-ROT-CODE NOT = SPACES
                           MOVE CTL-ROT-CODE TO WS-ROT-CODE
                       END-IF
               END-READ
               CLOSE CTL-FILE
           END-IF.
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
           MOVE "CHNWIT" TO EXC-PROGRAM.
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

       END PROGRAM CHNWIT.
