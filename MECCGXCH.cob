       IDENTIFICATION DIVISION.
       PROGRAM-ID. MECCGXCH.
       AUTHOR. SHOP OPERATIONS.
      *          MEMBER EXCHANGE WITH THE ROTTERDAM OFFICE, WHICH KEEPS
      *          ITS OWN COPY OF OUR MEMBER LIST AND USED TO RE-KEY OUR
      *          CHANGES FROM PRINTOUTS. COMMANDS:
      *              EXTRAIT  EVERY ADD, UPDATE AND DELETE JOURNALED IN
      *                       MECCG.JRN SINCE THE LAST TRANSMITTAL (THE
      *                       HIGH-WATER MARK IN THE TRANSMITTAL LOG,
      *                       MECCGXMT.DAT - MECCGXM.cpy) BECOMES A DECK
      *                       IN THE INTAKE'S OWN FORMAT (ROTOUT.TRN):
      *                       ONE SECTION UNDER OUR BRANCH CODE, ITS
      *                       HEADER CARRYING THE TRANSMITTAL NUMBER,
      *                       THE MEMBER IMAGE AFTER THE CHANGE (THE ID
      *                       ALONE FOR A DELETE), AND THE TRAILER
      *                       COUNT. CHANGES THAT CAME FROM ROTTERDAM
      *                       IN THE FIRST PLACE (JOURNAL SOURCE
      *                       "BT-" + THEIR CODE) ARE NOT SENT BACK.
      *                       THE DECK LEAVES ONLY THROUGH ENRCYPT'S
      *                       WHOLE-FILE MODE (EFILE, WITH ITS
      *                       MANIFEST); AN EXTRACT REFUSES TO
      *                       OVERWRITE A ROTOUT.TRN STILL HOLDING A
      *                       DECK - THE OPERATOR REMOVES THE CLEAR
      *                       FILE ONCE IT IS ENCRYPTED.
      *              ACQUIT   ROTTERDAM'S ACKNOWLEDGEMENT OF OUR DECKS
      *                       (MECCGAK.cpy LAYOUT, LANDED BY TRANSRCV,
      *                       DEFAULT ROTACK.DAT). THE FILE IS PROVED
      *                       WHOLE FIRST; THEN EACH SECTION MARKS ITS
      *                       TRANSMITTAL ACKNOWLEDGED WITH THE COUNTS
      *                       APPLIED AND REJECTED OVER THERE. EVERY
      *                       CHANGE THEY REJECTED IS LISTED AND GOES
      *                       TO EXCEPT.LOG FOR THE OFFICE TO FOLLOW UP.
      *              RELANCE  TRANSMITTALS STILL UNACKNOWLEDGED MORE
      *                       THAN TWO WORKING DAYS (DATESRV) AFTER
      *                       THEY WERE WRITTEN, COUNTED ON
      *                       ROTTERDAM'S OWN HOLIDAY CALENDAR.
      *              EXIT
      *          ROTTERDAM'S OWN CHANGES COME THE OTHER WAY AS A DECK
      *          LANDED BY TRANSRCV AS MECCG.TRN FOR THE NIGHTLY
      *          INTAKE, WHICH ACKNOWLEDGES THEM IN MECCGBT.ACK.
      *          MECCGXCH.CTL: COLUMNS 1-3 OUR BRANCH CODE AS ROTTERDAM
      *          KNOWS US (DEFAULT "SIE"), 4-6 ROTTERDAM'S CODE ON OUR
      *          BRANCH MASTER (DEFAULT "ROT"). THE PRINTS GO TO
      *          MECCGXCH.RPT. EXTRAIT NEEDS SENIOR AUTHORITY
      *          (AUTHSRV), ACQUIT DESK AUTHORITY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE ASSIGN TO "MECCG.JRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-JRN-STATUS.
           SELECT XMIT-FILE ASSIGN TO "MECCGXMT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XM-ENVOI
               FILE STATUS IS WS-XMT-STATUS.
           SELECT DECK-FILE ASSIGN TO "ROTOUT.TRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-DCK-STATUS.
           SELECT ACK-FILE ASSIGN TO DYNAMIC WS-ACK-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-ACK-STATUS.
           SELECT CTL-FILE ASSIGN TO "MECCGXCH.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-CTL-STATUS.
           SELECT REPORT-FILE ASSIGN TO "MECCGXCH.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEPTION-FILE ASSIGN TO "EXCEPT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-EXC-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "OPERATOR.CUR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-OPR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE
                      DATA RECORD JOURNAL-RECORD.
           COPY "MECCGJR.cpy".
       FD  XMIT-FILE
                      DATA RECORD TRANSMITTAL-RECORD.
           COPY "MECCGXM.cpy".
      *----------------------------------------------------------------
      * OUTBOUND DECK - THE INTAKE'S TRANSACTION LAYOUT (MECCGBT).
      *----------------------------------------------------------------
       FD  DECK-FILE
                      DATA RECORD DECK-RECORD.
       01  DECK-RECORD.
           05  DK-CODE           PIC X.
           05  FILLER            PIC X.
           05  DK-DATA           PIC X(127).
           05  DK-ENTETE REDEFINES DK-DATA.
               10  DK-H-DATE     PIC 9(8).
               10  FILLER        PIC X.
               10  DK-H-BRANCHE  PIC X(3).
               10  FILLER        PIC X.
               10  DK-H-ENVOI    PIC 9(6).
               10  FILLER        PIC X(108).
           05  DK-PIED REDEFINES DK-DATA.
               10  DK-T-COUNT    PIC 9(6).
               10  FILLER        PIC X(121).
       FD  ACK-FILE
                      DATA RECORD ACK-RECORD.
           COPY "MECCGAK.cpy".
       FD  CTL-FILE
                      DATA RECORD CTL-RECORD.
       01  CTL-RECORD.
           05  CTL-NOTRE-CODE    PIC X(3).
           05  CTL-ROT-CODE      PIC X(3).
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
       01  WS-JRN-STATUS         PIC XX.
       01  WS-XMT-STATUS         PIC XX.
       01  WS-DCK-STATUS         PIC XX.
       01  WS-ACK-STATUS         PIC XX.
       01  WS-CTL-STATUS         PIC XX.
       01  WS-EXC-STATUS         PIC XX.
       01  WS-OPR-STATUS         PIC XX.
       01  WS-OPERATEUR          PIC X(8).
       01  WS-AUJOURDHUI         PIC 9(8).
       01  WS-HEURE-EXACTE.
           05  WS-HHMMSS         PIC 9(6).
           05  FILLER            PIC 99.
       01  WS-COMMAND            PIC X(10).
       01  WS-EOF-FLAG           PIC X.
       01  WS-ACK-NAME           PIC X(30).
       01  WS-NOTRE-CODE         PIC X(3)  VALUE "SIE".
       01  WS-ROT-CODE           PIC X(3)  VALUE "ROT".
       01  WS-SOURCE-ROT         PIC X(8).
       01  WS-EDT-NB             PIC ZZZZZ9.
       01  WS-EDT-NB-2           PIC ZZZZZ9.
      *----------------------------------------------------------------
      * HIGH-WATER MARK: THE LAST TRANSMITTAL ON THE LOG AND THE
      * JOURNAL POSITION IT COVERED.
      *----------------------------------------------------------------
       01  WS-DERNIER-ENVOI      PIC 9(6).
       01  WS-REPERE             PIC 9(8).
       01  WS-REPERE-DATE        PIC 9(8).
       01  WS-REPERE-TIME        PIC 9(6).
       01  WS-POSITION           PIC 9(8).
       01  WS-REPERE-OK          PIC X.
       01  WS-NB-MVTS            PIC 9(6).
       01  WS-NB-RENVOIS         PIC 9(6).
       01  WS-DERNIER-JR-DATE    PIC 9(8).
       01  WS-DERNIER-JR-TIME    PIC 9(6).
       01  WS-IMAGE.
           05  IM-ID             PIC X(8).
           05  IM-NAME           PIC X(20).
           05  FILLER            PIC X(99).
      *----------------------------------------------------------------
      * ACKNOWLEDGEMENT INTAKE.
      *----------------------------------------------------------------
       01  WS-ACK-OK             PIC X.
       01  WS-MOTIF-REJET        PIC X(30).
       01  WS-DANS-SECTION       PIC X.
       01  WS-SEC-OK             PIC 9(6).
       01  WS-SEC-RJ             PIC 9(6).
       01  WS-SEC-ENVOI          PIC 9(6).
       01  WS-SEC-VALIDE         PIC X.
       01  WS-NB-SECTIONS        PIC 9(4).
       01  WS-NB-ACQUITTES       PIC 9(4).
       01  WS-NB-REJETS-ROT      PIC 9(6).
      *----------------------------------------------------------------
      * FOLLOW-UP OF UNACKNOWLEDGED TRANSMITTALS.
      *----------------------------------------------------------------
       01  WS-DELAI-ACQUIT       PIC 9(3)  VALUE 2.
       01  WS-NB-EN-RETARD       PIC 9(4).
       01  WS-EDT-JOURS          PIC ZZZ9.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM LIRE-OPERATEUR.
           PERFORM LIRE-DATE-METIER.
           MOVE BDA-DATE TO WS-AUJOURDHUI.
           PERFORM LIRE-CONTROLE.
           PERFORM UNTIL 1 = 0
                DISPLAY "COMMANDE (EXTRAIT/ACQUIT/RELANCE/EXIT) : "
                ACCEPT WS-COMMAND
                MOVE FUNCTION UPPER-CASE(WS-COMMAND) TO WS-COMMAND
                EVALUATE WS-COMMAND
                        WHEN "EXIT" GO TO THE-END
                        WHEN "EXTRAIT"
                            PERFORM DO-EXTRAIT THRU FIN-EXTRAIT
                        WHEN "ACQUIT"
                            PERFORM DO-ACQUIT THRU FIN-ACQUIT
                        WHEN "RELANCE"
                            PERFORM DO-RELANCE THRU FIN-RELANCE
                        WHEN OTHER
                            DISPLAY "COMMANDE INCONNUE: " WS-COMMAND
                END-EVALUATE
           END-PERFORM.
       THE-END.
           DISPLAY "FINISH"
           STOP RUN.
      *----------------------------------------------------------------
      * OUTBOUND EXTRACT: THE JOURNAL PAST THE HIGH-WATER MARK,
      * OURS ONLY, AS ONE DECK SECTION.
      *----------------------------------------------------------------
       DO-EXTRAIT.
           MOVE "EXPORT-ROT" TO AUT-FONCTION.
           MOVE 2 TO AUT-NIVEAU-REQ.
           CALL "AUTHSRV" USING AUTHORITY-AREA.
           IF AUT-RETOUR NOT = "00"
               DISPLAY "OPERATEUR NON HABILITE"
               GO TO FIN-EXTRAIT.
           OPEN INPUT DECK-FILE.
           IF WS-DCK-STATUS = "00"
               READ DECK-FILE
                   AT END MOVE "10" TO WS-DCK-STATUS
               END-READ
               CLOSE DECK-FILE
               IF WS-DCK-STATUS = "00"
                   DISPLAY "ROTOUT.TRN CONTIENT ENCORE UN ENVOI - LE "
                           "CHIFFRER ET LE SUPPRIMER D'ABORD"
                   GO TO FIN-EXTRAIT
               END-IF
           END-IF.
           PERFORM OUVRIR-ENVOIS.
           PERFORM LIRE-REPERE.
           OPEN INPUT JOURNAL-FILE.
           IF WS-JRN-STATUS NOT = "00"
               DISPLAY "MECCG.JRN ABSENT - RIEN A TRANSMETTRE"
               CLOSE XMIT-FILE
               GO TO FIN-EXTRAIT.
           PERFORM SAUTER-JUSQU-AU-REPERE THRU FIN-SAUTER.
           IF WS-REPERE-OK NOT = "O"
               DISPLAY "MECCG.JRN NE CORRESPOND PLUS AU REPERE DU "
                       "DERNIER ENVOI - EXTRAIT ARRETE"
               MOVE "JOURNAL <> REPERE D'ENVOI" TO EXC-REASON
               MOVE WS-REPERE TO EXC-VALUE
               MOVE "S" TO EXC-SEVERITY
               PERFORM ECRIRE-EXCEPTION
               CLOSE JOURNAL-FILE
               CLOSE XMIT-FILE
               GO TO FIN-EXTRAIT.
           OPEN OUTPUT DECK-FILE.
           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO LIGNE-RPT.
           STRING "ENVOI ROTTERDAM " WS-DERNIER-ENVOI " - "
                  WS-AUJOURDHUI " - JOURNAL APRES L'ENREGISTREMENT "
                  WS-REPERE
               DELIMITED BY SIZE INTO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE ALL "=" TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           ADD 1 TO WS-DERNIER-ENVOI.
           MOVE SPACES TO DECK-RECORD.
           MOVE "H" TO DK-CODE.
           MOVE WS-AUJOURDHUI TO DK-H-DATE.
           MOVE WS-NOTRE-CODE TO DK-H-BRANCHE.
           MOVE WS-DERNIER-ENVOI TO DK-H-ENVOI.
           WRITE DECK-RECORD.
           MOVE 0 TO WS-NB-MVTS WS-NB-RENVOIS.
           MOVE WS-REPERE-DATE TO WS-DERNIER-JR-DATE.
           MOVE WS-REPERE-TIME TO WS-DERNIER-JR-TIME.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ JOURNAL-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-POSITION
                       MOVE JR-DATE TO WS-DERNIER-JR-DATE
                       MOVE JR-TIME TO WS-DERNIER-JR-TIME
                       PERFORM EXTRAIRE-MOUVEMENT
               END-READ
           END-PERFORM.
           CLOSE JOURNAL-FILE.
           MOVE SPACES TO DECK-RECORD.
           MOVE "T" TO DK-CODE.
           MOVE WS-NB-MVTS TO DK-T-COUNT.
           WRITE DECK-RECORD.
           CLOSE DECK-FILE.
           MOVE SPACES TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE WS-NB-MVTS TO WS-EDT-NB.
           MOVE SPACES TO LIGNE-RPT.
           STRING "MOUVEMENTS TRANSMIS         : " WS-EDT-NB
               DELIMITED BY SIZE INTO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE WS-NB-RENVOIS TO WS-EDT-NB.
           MOVE SPACES TO LIGNE-RPT.
           STRING "VENUS DE ROTTERDAM (EXCLUS) : " WS-EDT-NB
               DELIMITED BY SIZE INTO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE SPACES TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           IF WS-NB-MVTS = 0
      *        NOTHING OF OURS TO SEND: NO TRANSMITTAL, NO DECK, THE
      *        MARK STAYS WHERE IT WAS.
               OPEN OUTPUT DECK-FILE
               CLOSE DECK-FILE
               MOVE "RIEN A TRANSMETTRE - AUCUN ENVOI ENREGISTRE"
                   TO LIGNE-RPT
               WRITE LIGNE-RPT
               CLOSE REPORT-FILE
               CLOSE XMIT-FILE
               DISPLAY "RIEN A TRANSMETTRE"
               GO TO FIN-EXTRAIT.
           MOVE WS-DERNIER-ENVOI TO XM-ENVOI.
           MOVE WS-ROT-CODE TO XM-BRANCHE.
           MOVE WS-AUJOURDHUI TO XM-DATE.
           ACCEPT WS-HEURE-EXACTE FROM TIME.
           MOVE WS-HHMMSS TO XM-TIME.
           MOVE WS-OPERATEUR TO XM-OPERATEUR.
           MOVE WS-NB-MVTS TO XM-NB-MVTS.
           COMPUTE XM-REPERE-DEBUT = WS-REPERE + 1.
           MOVE WS-POSITION TO XM-REPERE-FIN.
           MOVE WS-DERNIER-JR-DATE TO XM-JR-DATE.
           MOVE WS-DERNIER-JR-TIME TO XM-JR-TIME.
           MOVE "E" TO XM-STATUT.
           MOVE 0 TO XM-DATE-ACQ XM-NB-APPLIQUES XM-NB-REJETES.
           WRITE TRANSMITTAL-RECORD
               INVALID KEY
                   DISPLAY "ENVOI " XM-ENVOI " DEJA AU JOURNAL DES "
                           "ENVOIS - EXTRAIT ANNULE"
                   OPEN OUTPUT DECK-FILE
                   CLOSE DECK-FILE
                   MOVE "NUMERO D'ENVOI EN DOUBLE" TO EXC-REASON
                   MOVE XM-ENVOI TO EXC-VALUE
                   MOVE "S" TO EXC-SEVERITY
                   PERFORM ECRIRE-EXCEPTION
                   MOVE "*** EXTRAIT ANNULE - NUMERO D'ENVOI EN DOUBLE"
                       TO LIGNE-RPT
                   WRITE LIGNE-RPT
                   CLOSE REPORT-FILE
                   CLOSE XMIT-FILE
                   GO TO FIN-EXTRAIT
           END-WRITE.
           CLOSE XMIT-FILE.
           MOVE "A TRANSMETTRE PAR ENRCYPT EFILE : ROTOUT.TRN -> "
               TO LIGNE-RPT.
           MOVE "ROTOUT.CHF (+ ROTOUT.CHF.MAN)" TO LIGNE-RPT (49:).
           WRITE LIGNE-RPT.
           MOVE "PUIS SUPPRIMER LE FICHIER CLAIR ROTOUT.TRN"
               TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           CLOSE REPORT-FILE.
           DISPLAY "ENVOI " WS-DERNIER-ENVOI " ECRIT - " WS-NB-MVTS
                   " MOUVEMENT(S), VOIR MECCGXCH.RPT".
           DISPLAY "CHIFFRER ROTOUT.TRN PAR ENRCYPT EFILE AVANT "
                   "TRANSMISSION A ROTTERDAM".
       FIN-EXTRAIT.
           EXIT.
      *----------------------------------------------------------------
      * ONE JOURNAL ENTRY PAST THE MARK: AN ADD OR UPDATE SENDS THE
      * AFTER IMAGE, A DELETE THE ID. WHAT ROTTERDAM SENT US STAYS
      * HERE.
      *----------------------------------------------------------------
       EXTRAIRE-MOUVEMENT.
           IF JR-SOURCE = WS-SOURCE-ROT
               ADD 1 TO WS-NB-RENVOIS
           ELSE
               MOVE SPACES TO DECK-RECORD
               EVALUATE JR-TYPE
                   WHEN "A"
                   WHEN "U"
                       MOVE JR-TYPE TO DK-CODE
                       MOVE JR-AFTER TO DK-DATA
                       MOVE JR-AFTER TO WS-IMAGE
                   WHEN "D"
                       MOVE JR-TYPE TO DK-CODE
                       MOVE JR-BEFORE (1:8) TO DK-DATA
                       MOVE JR-BEFORE TO WS-IMAGE
               END-EVALUATE
               IF DK-CODE NOT = SPACE
                   WRITE DECK-RECORD
                   ADD 1 TO WS-NB-MVTS
                   MOVE SPACES TO LIGNE-RPT
                   STRING "  " DK-CODE " " IM-ID " " IM-NAME " "
                          JR-DATE " " JR-SOURCE
                       DELIMITED BY SIZE INTO LIGNE-RPT
                   WRITE LIGNE-RPT
               END-IF
           END-IF.
      *----------------------------------------------------------------
      * THE HIGH-WATER MARK: THE HIGHEST TRANSMITTAL ON THE LOG.
      *----------------------------------------------------------------
       LIRE-REPERE.
           MOVE 0 TO WS-DERNIER-ENVOI WS-REPERE WS-REPERE-DATE
                     WS-REPERE-TIME.
           IF WS-XMT-STATUS NOT = "00"
               GO TO FIN-LIRE-REPERE.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ XMIT-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       MOVE XM-ENVOI TO WS-DERNIER-ENVOI
                       MOVE XM-REPERE-FIN TO WS-REPERE
                       MOVE XM-JR-DATE TO WS-REPERE-DATE
                       MOVE XM-JR-TIME TO WS-REPERE-TIME
               END-READ
           END-PERFORM.
       FIN-LIRE-REPERE.
           EXIT.
      *----------------------------------------------------------------
      * READS PAST THE JOURNAL ENTRIES ALREADY SENT. THE ENTRY AT THE
      * MARK MUST STILL BE THE ONE THE LAST TRANSMITTAL ENDED ON
      * (SAME DATE AND TIME) - A JOURNAL SHORTER THAN THE MARK, OR
      * SHIFTED UNDER IT, STOPS THE EXTRACT RATHER THAN SEND THE
      * WRONG STRETCH.
      *----------------------------------------------------------------
       SAUTER-JUSQU-AU-REPERE.
           MOVE 0 TO WS-POSITION.
           MOVE "O" TO WS-REPERE-OK.
           IF WS-REPERE = 0
               GO TO FIN-SAUTER.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF-FLAG = "Y" OR WS-POSITION = WS-REPERE
               READ JOURNAL-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END ADD 1 TO WS-POSITION
               END-READ
           END-PERFORM.
           IF WS-POSITION NOT = WS-REPERE
               MOVE "N" TO WS-REPERE-OK
           ELSE
               IF JR-DATE NOT = WS-REPERE-DATE
                  OR JR-TIME NOT = WS-REPERE-TIME
                   MOVE "N" TO WS-REPERE-OK
               END-IF
           END-IF.
       FIN-SAUTER.
           EXIT.
      *----------------------------------------------------------------
      * ROTTERDAM'S ACKNOWLEDGEMENT OF OUR DECKS. PROVED WHOLE FIRST
      * (HEADER BEFORE DETAILS, EVERY SECTION CLOSED, TRAILER COUNTS
      * AGREEING) - A BROKEN FILE MARKS NOTHING.
      *----------------------------------------------------------------
       DO-ACQUIT.
           MOVE "ACQUIT-ROT" TO AUT-FONCTION.
           MOVE 1 TO AUT-NIVEAU-REQ.
           CALL "AUTHSRV" USING AUTHORITY-AREA.
           IF AUT-RETOUR NOT = "00"
               DISPLAY "OPERATEUR NON HABILITE"
               GO TO FIN-ACQUIT.
           DISPLAY "FICHIER D'ACCUSES RECU (VIDE = ROTACK.DAT) : ".
           ACCEPT WS-ACK-NAME.
           IF WS-ACK-NAME = SPACES
               MOVE "ROTACK.DAT" TO WS-ACK-NAME
           END-IF.
           PERFORM PROUVER-ACCUSES THRU FIN-PROUVER.
           IF WS-ACK-OK NOT = "O"
               DISPLAY "FICHIER D'ACCUSES REJETE - " WS-MOTIF-REJET
               MOVE WS-ACK-NAME (1:20) TO EXC-VALUE
               MOVE WS-MOTIF-REJET TO EXC-REASON
               MOVE "S" TO EXC-SEVERITY
               PERFORM ECRIRE-EXCEPTION
               GO TO FIN-ACQUIT.
           PERFORM OUVRIR-ENVOIS.
           OPEN INPUT ACK-FILE.
           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO LIGNE-RPT.
           STRING "ACCUSES DE RECEPTION ROTTERDAM - " WS-ACK-NAME
               DELIMITED BY SIZE INTO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE ALL "=" TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE 0 TO WS-NB-SECTIONS WS-NB-ACQUITTES WS-NB-REJETS-ROT.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ ACK-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END PERFORM TRAITER-ACCUSE
               END-READ
           END-PERFORM.
           CLOSE ACK-FILE.
           CLOSE XMIT-FILE.
           MOVE SPACES TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE WS-NB-ACQUITTES TO WS-EDT-NB.
           MOVE WS-NB-SECTIONS TO WS-EDT-NB-2.
           MOVE SPACES TO LIGNE-RPT.
           STRING "ENVOIS ACQUITTES : " WS-EDT-NB " SUR "
                  WS-EDT-NB-2 " SECTION(S)"
               DELIMITED BY SIZE INTO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE WS-NB-REJETS-ROT TO WS-EDT-NB.
           MOVE SPACES TO LIGNE-RPT.
           STRING "MOUVEMENTS REJETES A ROTTERDAM : " WS-EDT-NB
               DELIMITED BY SIZE INTO LIGNE-RPT.
           WRITE LIGNE-RPT.
           CLOSE REPORT-FILE.
           DISPLAY WS-EDT-NB " MOUVEMENT(S) REJETE(S) A ROTTERDAM - "
                   "VOIR MECCGXCH.RPT".
       FIN-ACQUIT.
           EXIT.
      *----------------------------------------------------------------
      * ONE ACKNOWLEDGEMENT RECORD. A SECTION FOR ANOTHER BRANCH, OR
      * FOR A TRANSMITTAL NOT ON OUR LOG, IS LISTED AND LEFT ALONE.
      *----------------------------------------------------------------
       TRAITER-ACCUSE.
           EVALUATE AK-CODE
               WHEN "H"
                   ADD 1 TO WS-NB-SECTIONS
                   MOVE 0 TO WS-SEC-OK WS-SEC-RJ
                   MOVE AK-H-ENVOI TO WS-SEC-ENVOI
                   MOVE "O" TO WS-SEC-VALIDE
                   MOVE SPACES TO LIGNE-RPT
                   STRING "ENVOI " AK-H-ENVOI " ACQUITTE LE "
                          AK-H-DATE
                       DELIMITED BY SIZE INTO LIGNE-RPT
                   WRITE LIGNE-RPT
                   IF AK-H-BRANCHE NOT = WS-NOTRE-CODE
                       MOVE "N" TO WS-SEC-VALIDE
                       MOVE SPACES TO LIGNE-RPT
                       STRING "  SECTION DE LA BRANCHE " AK-H-BRANCHE
                              " - PAS POUR NOUS, IGNOREE"
                           DELIMITED BY SIZE INTO LIGNE-RPT
                       WRITE LIGNE-RPT
                   ELSE
                       MOVE WS-SEC-ENVOI TO XM-ENVOI
                       READ XMIT-FILE
                           INVALID KEY
                               MOVE "N" TO WS-SEC-VALIDE
                               MOVE "  ENVOI INCONNU AU JOURNAL DES "
                                   TO LIGNE-RPT
                               MOVE "ENVOIS - IGNORE" TO LIGNE-RPT (32:)
                               WRITE LIGNE-RPT
                               MOVE AK-H-ENVOI TO EXC-VALUE
                               MOVE "ACCUSE D'UN ENVOI INCONNU"
                                   TO EXC-REASON
                               MOVE "W" TO EXC-SEVERITY
                               PERFORM ECRIRE-EXCEPTION
                       END-READ
                   END-IF
               WHEN "R"
                   IF AK-R-RESULTAT = "OK"
                       ADD 1 TO WS-SEC-OK
                   ELSE
                       ADD 1 TO WS-SEC-RJ
                       MOVE SPACES TO LIGNE-RPT
                       STRING "  REJETE  " AK-R-MVT " " AK-R-ID "  "
                              AK-R-MOTIF
                           DELIMITED BY SIZE INTO LIGNE-RPT
                       WRITE LIGNE-RPT
                       IF WS-SEC-VALIDE = "O"
                           ADD 1 TO WS-NB-REJETS-ROT
                           MOVE SPACES TO EXC-VALUE
                           STRING WS-ROT-CODE " " WS-SEC-ENVOI " "
                                  AK-R-ID
                               DELIMITED BY SIZE INTO EXC-VALUE
                           MOVE AK-R-MOTIF TO EXC-REASON
                           MOVE "W" TO EXC-SEVERITY
                           PERFORM ECRIRE-EXCEPTION
                       END-IF
                   END-IF
               WHEN "T"
                   PERFORM FERMER-SECTION-ACCUSE
           END-EVALUATE.
      *----------------------------------------------------------------
      * END OF A SECTION: THE TRANSMITTAL IS MARKED ACKNOWLEDGED. A
      * SECTION THAT DOES NOT ACCOUNT FOR EVERY CHANGE WE SENT IS
      * STILL RECORDED, BUT FLAGGED.
      *----------------------------------------------------------------
       FERMER-SECTION-ACCUSE.
           MOVE WS-SEC-OK TO WS-EDT-NB.
           MOVE WS-SEC-RJ TO WS-EDT-NB-2.
           MOVE SPACES TO LIGNE-RPT.
           STRING "  APPLIQUES " WS-EDT-NB "  REJETES " WS-EDT-NB-2
               DELIMITED BY SIZE INTO LIGNE-RPT.
           WRITE LIGNE-RPT.
           IF WS-SEC-VALIDE NOT = "O"
               GO TO FIN-FERMER-SECTION.
           IF XM-ACQUITTE
               MOVE "  DEJA ACQUITTE - INCHANGE" TO LIGNE-RPT
               WRITE LIGNE-RPT
               GO TO FIN-FERMER-SECTION.
           IF WS-SEC-OK + WS-SEC-RJ NOT = XM-NB-MVTS
               MOVE XM-NB-MVTS TO WS-EDT-NB
               MOVE SPACES TO LIGNE-RPT
               STRING "  *** " WS-EDT-NB " MOUVEMENT(S) ENVOYE(S) - "
                      "ACCUSE INCOMPLET"
                   DELIMITED BY SIZE INTO LIGNE-RPT
               WRITE LIGNE-RPT
               MOVE XM-ENVOI TO EXC-VALUE
               MOVE "ACCUSE INCOMPLET" TO EXC-REASON
               MOVE "W" TO EXC-SEVERITY
               PERFORM ECRIRE-EXCEPTION
           END-IF.
           MOVE "A" TO XM-STATUT.
           MOVE WS-AUJOURDHUI TO XM-DATE-ACQ.
           MOVE WS-SEC-OK TO XM-NB-APPLIQUES.
           MOVE WS-SEC-RJ TO XM-NB-REJETES.
           REWRITE TRANSMITTAL-RECORD
               INVALID KEY
                   MOVE "  *** ERREUR REECRITURE JOURNAL DES ENVOIS"
                       TO LIGNE-RPT
                   WRITE LIGNE-RPT
                   END-WRITE
               NOT INVALID KEY
                   ADD 1 TO WS-NB-ACQUITTES
           END-REWRITE.
       FIN-FERMER-SECTION.
           EXIT.
      *----------------------------------------------------------------
      * FIRST PASS OVER THE ACKNOWLEDGEMENTS: STRUCTURE AND COUNTS
      * ONLY. WS-ACK-OK COMES BACK "O", OR "N" WITH THE REASON.
      *----------------------------------------------------------------
       PROUVER-ACCUSES.
           MOVE "N" TO WS-ACK-OK.
           OPEN INPUT ACK-FILE.
           IF WS-ACK-STATUS NOT = "00"
               MOVE "FICHIER D'ACCUSES ABSENT" TO WS-MOTIF-REJET
               GO TO FIN-PROUVER.
           MOVE SPACES TO WS-MOTIF-REJET.
           MOVE "N" TO WS-DANS-SECTION.
           MOVE 0 TO WS-NB-SECTIONS.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
                      OR WS-MOTIF-REJET NOT = SPACES
               READ ACK-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END PERFORM PROUVER-UN-ACCUSE
               END-READ
           END-PERFORM.
           CLOSE ACK-FILE.
           IF WS-MOTIF-REJET = SPACES AND WS-DANS-SECTION = "O"
               MOVE "PIED ABSENT" TO WS-MOTIF-REJET
           END-IF.
           IF WS-MOTIF-REJET = SPACES AND WS-NB-SECTIONS = 0
               MOVE "AUCUNE SECTION" TO WS-MOTIF-REJET
           END-IF.
           IF WS-MOTIF-REJET = SPACES
               MOVE "O" TO WS-ACK-OK
           END-IF.
       FIN-PROUVER.
           EXIT.
       PROUVER-UN-ACCUSE.
           EVALUATE AK-CODE
               WHEN "H"
                   IF WS-DANS-SECTION = "O"
                       MOVE "DOUBLE ENTETE" TO WS-MOTIF-REJET
                   END-IF
                   IF AK-H-ENVOI NOT NUMERIC
                       MOVE "NUMERO D'ENVOI ILLISIBLE"
                           TO WS-MOTIF-REJET
                   END-IF
                   MOVE "O" TO WS-DANS-SECTION
                   ADD 1 TO WS-NB-SECTIONS
                   MOVE 0 TO WS-SEC-OK WS-SEC-RJ
               WHEN "R"
                   IF WS-DANS-SECTION NOT = "O"
                       MOVE "DETAIL HORS SECTION" TO WS-MOTIF-REJET
                   END-IF
                   EVALUATE AK-R-RESULTAT
                       WHEN "OK" ADD 1 TO WS-SEC-OK
                       WHEN "RJ" ADD 1 TO WS-SEC-RJ
                       WHEN OTHER
                           MOVE "RESULTAT INVALIDE" TO WS-MOTIF-REJET
                   END-EVALUATE
               WHEN "T"
                   IF WS-DANS-SECTION NOT = "O"
                       MOVE "PIED SANS ENTETE" TO WS-MOTIF-REJET
                   END-IF
                   IF AK-T-APPLIQUES NOT NUMERIC
                      OR AK-T-REJETES NOT NUMERIC
                       MOVE "PIED ILLISIBLE" TO WS-MOTIF-REJET
                   ELSE
                       IF AK-T-APPLIQUES NOT = WS-SEC-OK
                          OR AK-T-REJETES NOT = WS-SEC-RJ
                           MOVE "ECART COMPTAGE SECTION"
                               TO WS-MOTIF-REJET
                       END-IF
                   END-IF
                   MOVE "N" TO WS-DANS-SECTION
               WHEN OTHER
                   MOVE "CODE ENREGISTREMENT INVALIDE"
                       TO WS-MOTIF-REJET
           END-EVALUATE.
      *----------------------------------------------------------------
      * TRANSMITTALS STILL WAITING FOR THEIR ACKNOWLEDGEMENT MORE
      * THAN WS-DELAI-ACQUIT WORKING DAYS AFTER THEY WERE WRITTEN -
      * ROTTERDAM'S WORKING DAYS: THEY CANNOT ACKNOWLEDGE ON A DAY
      * THEIR OFFICE IS SHUT.
      *----------------------------------------------------------------
       DO-RELANCE.
           OPEN INPUT XMIT-FILE.
           IF WS-XMT-STATUS NOT = "00"
               DISPLAY "AUCUN ENVOI AU JOURNAL DES ENVOIS"
               GO TO FIN-RELANCE.
           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO LIGNE-RPT.
           STRING "ENVOIS ROTTERDAM NON ACQUITTES APRES DEUX JOURS "
                  "OUVRES - " WS-AUJOURDHUI
               DELIMITED BY SIZE INTO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE ALL "=" TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE "ENVOI   DATE      HEURE   MOUVEMENTS  JOURS OUVRES"
               TO LIGNE-RPT.
           MOVE "OPERATEUR" TO LIGNE-RPT (55:).
           WRITE LIGNE-RPT.
           MOVE 0 TO WS-NB-EN-RETARD.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ XMIT-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF XM-EN-ATTENTE
                           PERFORM EXAMINER-RETARD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE XMIT-FILE.
           MOVE SPACES TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE WS-NB-EN-RETARD TO WS-EDT-NB.
           MOVE SPACES TO LIGNE-RPT.
           STRING "ENVOIS EN RETARD D'ACCUSE : " WS-EDT-NB
               DELIMITED BY SIZE INTO LIGNE-RPT.
           WRITE LIGNE-RPT.
           CLOSE REPORT-FILE.
           DISPLAY WS-EDT-NB " ENVOI(S) NON ACQUITTE(S) DANS LES "
                   "DELAIS - VOIR MECCGXCH.RPT".
       FIN-RELANCE.
           EXIT.
       EXAMINER-RETARD.
           MOVE "E" TO DSA-FONCTION.
           MOVE WS-ROT-CODE TO DSA-BRANCHE.
           MOVE XM-DATE TO DSA-DATE-1.
           MOVE WS-AUJOURDHUI TO DSA-DATE-2.
           CALL "DATESRV" USING DATE-SERVICE-AREA.
           IF DSA-RETOUR = "00" AND DSA-NB-JOURS > WS-DELAI-ACQUIT
               ADD 1 TO WS-NB-EN-RETARD
               MOVE XM-NB-MVTS TO WS-EDT-NB
               MOVE DSA-NB-JOURS TO WS-EDT-JOURS
               MOVE SPACES TO LIGNE-RPT
               STRING XM-ENVOI "  " XM-DATE "  " XM-TIME "  "
                      WS-EDT-NB "      " WS-EDT-JOURS "         "
                      XM-OPERATEUR
                   DELIMITED BY SIZE INTO LIGNE-RPT
               WRITE LIGNE-RPT
           END-IF.
      *----------------------------------------------------------------
      * THE TRANSMITTAL LOG, OPEN I-O (CREATED THE FIRST TIME).
      *----------------------------------------------------------------
       OUVRIR-ENVOIS.
           OPEN I-O XMIT-FILE.
           IF WS-XMT-STATUS = "35"
               OPEN OUTPUT XMIT-FILE
               CLOSE XMIT-FILE
               OPEN I-O XMIT-FILE
           END-IF.
      *----------------------------------------------------------------
      * BRANCH CODES OF THE EXCHANGE (MECCGXCH.CTL), DEFAULTS
      * OTHERWISE.
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
           MOVE SPACES TO WS-SOURCE-ROT.
           STRING "BT-" WS-ROT-CODE DELIMITED BY SIZE
               INTO WS-SOURCE-ROT.
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
           MOVE "MECCGXCH" TO EXC-PROGRAM.
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

       END PROGRAM MECCGXCH.
