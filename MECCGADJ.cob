       IDENTIFICATION DIVISION.
       PROGRAM-ID. MECCGADJ.
       AUTHOR. SHOP OPERATIONS.
      *          ADJUSTMENTS AGAINST THE DUES INVOICE REGISTER. AN
      *          INVOICE ISSUED IN ERROR USED TO SIT "O" FOR EVER,
      *          AGE, AND GET ITS MEMBER SUSPENDED. COMMANDS:
      *              CREDIT   CREDIT NOTE AGAINST A NAMED INVOICE -
      *                       AT MOST WHAT WAS BILLED, LESS CREDITS
      *                       ALREADY GIVEN (DESK LEVEL)
      *              WRITEOFF WRITE-OFF OF A SMALL OR UNCOLLECTABLE
      *                       BALANCE - AT MOST WHAT IS STILL OWED
      *                       (SENIOR LEVEL OR ABOVE)
      *              REFUND   REFUND OF AN OVERPAYMENT - AT MOST WHAT
      *                       WAS OVERPAID (SENIOR LEVEL, LIKE A
      *                       SUSPENSE REFUND IN MECCGSUS)
      *              LIST     AN INVOICE AND ITS ADJUSTMENTS
      *              EXIT
      *          EVERY ADJUSTMENT CARRIES A REASON CODE FROM THE
      *          OFFICE'S TABLE (MECCGRSN.DAT - CODE, TYPES IT MAY BE
      *          USED FOR, LABEL), PASSES AUTHSRV, IS APPENDED TO
      *          MECCGADJ.DAT WITH THE OPERATOR, AND IS POSTED TO THE
      *          INVOICE'S IV-AVOIR / IV-REMBOURSE SO EVERY READER OF
      *          THE REGISTER SEES THE ADJUSTED BALANCE. AN INVOICE
      *          WHOSE ADJUSTED BALANCE REACHES ZERO IS CLOSED ("R").
      *          EACH POSTING ALSO LEAVES AN AUDIT LINE IN EXCEPT.LOG.
      *          THE SESSION WRITES MECCGADJ.RUN (ADJUSTMENTS POSTED)
      *          FOR RUNRECON, WHICH PROVES THE REGISTER AGAINST
      *          MECCGADJ.DAT. NOTHING IS POSTED WHILE THE BUSINESS
      *          DATE FALLS IN A CLOSED FISCAL PERIOD (PERSRV). THE
      *          REGISTER IS INDEXED - AN ADJUSTMENT READS AND
      *          REWRITES ONLY ITS OWN INVOICE, BY NUMBER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-FILE ASSIGN TO "MECCGINV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IV-NUMERO
               ALTERNATE RECORD KEY IS IV-ID WITH DUPLICATES
               FILE STATUS IS WS-INV-STATUS.
           SELECT ADJUST-FILE ASSIGN TO "MECCGADJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-ADJ-STATUS.
           SELECT REASON-FILE ASSIGN TO "MECCGRSN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-RSN-STATUS.
           SELECT RUN-FILE ASSIGN TO "MECCGADJ.RUN"
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
       FD  ADJUST-FILE
                      DATA RECORD ADJUSTMENT-RECORD.
           COPY "MECCGAJ.cpy".
      *----------------------------------------------------------------
      * REASON CODE TABLE: ONE LINE PER CODE WITH THE ADJUSTMENT TYPES
      * IT MAY BE USED FOR ("C", "W", "F" IN ANY ORDER) AND ITS LABEL,
      * MAINTAINED BY THE OFFICE.
      *----------------------------------------------------------------
       FD  REASON-FILE
                      DATA RECORD REASON-RECORD.
       01  REASON-RECORD.
           05  RS-CODE           PIC XX.
           05  RS-TYPES          PIC X(3).
           05  RS-LIBELLE        PIC X(20).
       FD  RUN-FILE
                      DATA RECORD RUN-CONTROL-RECORD.
           COPY "RUNCTL.cpy".
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
           COPY "PERSRV.cpy".
       01  WS-INV-STATUS         PIC XX.
       01  WS-ADJ-STATUS         PIC XX.
       01  WS-RSN-STATUS         PIC XX.
       01  WS-EXC-STATUS         PIC XX.
       01  WS-OPR-STATUS         PIC XX.
       01  WS-OPERATEUR          PIC X(8).
       01  WS-EOF-FLAG           PIC X.
       01  WS-COMMAND            PIC X(10).
       01  WS-REPONSE            PIC X(3).
       01  WS-HEURE-EXACTE.
           05  WS-HHMMSS         PIC 9(6).
           05  FILLER            PIC 99.
       01  WS-AUJOURDHUI         PIC 9(8).
       01  WS-RUN-TIME           PIC 9(6).
       01  WS-RUN-ID             PIC 9(14).
       01  WS-NB-POSTES          PIC 9(8) VALUE 0.
       01  WS-TYPE               PIC X.
       01  WS-FACT-SAISIE        PIC X(8).
       01  WS-MONTANT-SAISI      PIC X(9).
       01  WS-MONTANT-OK         PIC X.
       01  WS-NB-POINTS          PIC S9(4) COMP.
       01  WS-MONTANT            PIC 9(5)V99.
       01  WS-PLAFOND            PIC S9(5)V99.
       01  WS-SOLDE              PIC S9(5)V99.
       01  WS-MOTIF-SAISI        PIC XX.
       01  WS-LIBELLE-SAISI      PIC X(30).
       01  WS-MOTIF-TROUVE       PIC X.
       01  WS-I                  PIC S9(4) COMP.
       01  WS-C                  PIC S9(4) COMP.
       01  WS-FACTURE-TROUVEE    PIC X.
       01  WS-REECRIT            PIC X.
       01  WS-FACTURE            PIC 9(8).
       01  WS-EDT-MONTANT        PIC ZZZZ9.99-.
       01  WS-EDT-SOLDE          PIC ZZZZ9.99-.

       01  WS-NB-MOTIFS          PIC S9(4) COMP VALUE 0.
       01  TABLE-MOTIFS.
           05  MOTIF OCCURS 50.
               10  MT-CODE       PIC XX.
               10  MT-TYPES      PIC X(3).
               10  MT-LIBELLE    PIC X(20).

       PROCEDURE DIVISION.
       MAIN.
           PERFORM LIRE-OPERATEUR.
           MOVE "L" TO BDA-FONCTION.
           CALL "BUSDATE" USING BUSINESS-DATE-AREA.
           MOVE BDA-DATE TO WS-AUJOURDHUI.
           ACCEPT WS-RUN-TIME FROM TIME.
           COMPUTE WS-RUN-ID = WS-AUJOURDHUI * 1000000 + WS-RUN-TIME.
           OPEN OUTPUT RUN-FILE.
           MOVE "H" TO RC-TYPE.
           MOVE WS-RUN-ID TO RC-RUN-ID.
           MOVE 0 TO RC-RECORD-COUNT.
           MOVE WS-OPERATEUR TO RC-OPERATOR.
           WRITE RUN-CONTROL-RECORD.
           PERFORM CHARGER-MOTIFS.
           PERFORM UNTIL 1 = 0
                DISPLAY "COMMANDE (CREDIT/WRITEOFF/REFUND/LIST/EXIT) : "
                ACCEPT WS-COMMAND
                MOVE FUNCTION UPPER-CASE(WS-COMMAND) TO WS-COMMAND
                EVALUATE WS-COMMAND
                        WHEN "EXIT" GO TO THE-END
                        WHEN "CREDIT"
                            MOVE "C" TO WS-TYPE
                            PERFORM DO-AJUSTER THRU FIN-AJUSTER
                        WHEN "WRITEOFF"
                            MOVE "W" TO WS-TYPE
                            PERFORM DO-AJUSTER THRU FIN-AJUSTER
                        WHEN "REFUND"
                            MOVE "F" TO WS-TYPE
                            PERFORM DO-AJUSTER THRU FIN-AJUSTER
                        WHEN "LIST"
                            PERFORM DO-LIST THRU FIN-LIST
                        WHEN OTHER
                            DISPLAY "COMMANDE INCONNUE: " WS-COMMAND
                END-EVALUATE
           END-PERFORM.
       THE-END.
           MOVE "T" TO RC-TYPE.
           MOVE WS-RUN-ID TO RC-RUN-ID.
           MOVE WS-NB-POSTES TO RC-RECORD-COUNT.
           MOVE WS-OPERATEUR TO RC-OPERATOR.
           WRITE RUN-CONTROL-RECORD.
           CLOSE RUN-FILE.
           DISPLAY "FINISH"
           STOP RUN.
      *----------------------------------------------------------------
      * ONE ADJUSTMENT OF TYPE WS-TYPE: AUTHORITY, INTERLOCK, THE
      * INVOICE, THE CEILING FOR THE TYPE, AMOUNT, REASON, POSTING.
      *----------------------------------------------------------------
       DO-AJUSTER.
           EVALUATE WS-TYPE
               WHEN "C"
                   MOVE "AVOIR" TO AUT-FONCTION
                   MOVE 1 TO AUT-NIVEAU-REQ
               WHEN "W"
                   MOVE "PASSER-PERTE" TO AUT-FONCTION
                   MOVE 2 TO AUT-NIVEAU-REQ
               WHEN OTHER
                   MOVE "REMBOURST" TO AUT-FONCTION
                   MOVE 2 TO AUT-NIVEAU-REQ
           END-EVALUATE.
           CALL "AUTHSRV" USING AUTHORITY-AREA.
           IF AUT-RETOUR NOT = "00"
               DISPLAY "AJUSTEMENT REFUSE - NIVEAU INSUFFISANT"
               GO TO FIN-AJUSTER.
           MOVE WS-AUJOURDHUI TO PER-DATE.
           CALL "PERSRV" USING PERIOD-AREA.
           IF PER-RETOUR NOT = "00"
               DISPLAY "AJUSTEMENT REFUSE - PERIODE " PER-MOIS-CLOS
                       " CLOSE"
               GO TO FIN-AJUSTER.
           MOVE "E" TO ENQ-FONCTION.
           MOVE "MECCGINV.DAT" TO ENQ-RESSOURCE.
           MOVE "MECCGADJ" TO ENQ-PROGRAMME.
           MOVE 0 TO ENQ-ATTENTE.
           CALL "ENQSRV" USING ENQUEUE-AREA.
           IF ENQ-RETOUR NOT = "00"
               DISPLAY "REGISTRE EN COURS D'UTILISATION PAR "
                       ENQ-TENU-PAR " - REESSAYER PLUS TARD"
               GO TO FIN-AJUSTER.
           OPEN I-O INVOICE-FILE.
           IF WS-INV-STATUS NOT = "00"
               DISPLAY "MECCGINV.DAT INDISPONIBLE - STATUT "
                       WS-INV-STATUS " - AUCUN AJUSTEMENT"
               MOVE "MECCGINV.DAT" TO EXC-VALUE
               MOVE "REGISTRE INDISPONIBLE" TO EXC-REASON
               MOVE "S" TO EXC-SEVERITY
               PERFORM ECRIRE-EXCEPTION
               GO TO FIN-AJUSTER-ENQ.
           DISPLAY "NUMERO DE FACTURE : ".
           ACCEPT WS-FACT-SAISIE.
           IF WS-FACT-SAISIE NOT NUMERIC
               DISPLAY "NUMERO DE FACTURE INVALIDE"
               GO TO FIN-AJUSTER-LIBERER.
           PERFORM CHERCHER-FACTURE.
           IF WS-FACTURE-TROUVEE NOT = "O"
               DISPLAY "FACTURE INCONNUE"
               GO TO FIN-AJUSTER-LIBERER.
           PERFORM AFFICHER-FACTURE.
           PERFORM CALCULER-PLAFOND.
           IF WS-PLAFOND NOT > 0
               EVALUATE WS-TYPE
                   WHEN "C" DISPLAY "FACTURE DEJA ENTIEREMENT CREDITEE"
                   WHEN "W" DISPLAY "AUCUN SOLDE A PASSER EN PERTE"
                   WHEN OTHER DISPLAY "AUCUN TROP-PERCU A REMBOURSER"
               END-EVALUATE
               GO TO FIN-AJUSTER-LIBERER.
           MOVE WS-PLAFOND TO WS-EDT-MONTANT.
           DISPLAY "MONTANT (MAXIMUM " WS-EDT-MONTANT
                   ", BLANC = LE MAXIMUM) : ".
           ACCEPT WS-MONTANT-SAISI.
           IF WS-MONTANT-SAISI = SPACES
               MOVE WS-PLAFOND TO WS-MONTANT
           ELSE
               PERFORM CONTROLER-MONTANT
               IF WS-MONTANT-OK NOT = "O"
                   DISPLAY "MONTANT INVALIDE"
                   GO TO FIN-AJUSTER-LIBERER
               END-IF
               COMPUTE WS-MONTANT = FUNCTION NUMVAL (WS-MONTANT-SAISI)
           END-IF.
           IF WS-MONTANT = 0 OR WS-MONTANT > WS-PLAFOND
               DISPLAY "MONTANT HORS LIMITES"
               GO TO FIN-AJUSTER-LIBERER.
           DISPLAY "CODE MOTIF : ".
           ACCEPT WS-MOTIF-SAISI.
           MOVE FUNCTION UPPER-CASE(WS-MOTIF-SAISI) TO WS-MOTIF-SAISI.
           PERFORM CHERCHER-MOTIF.
           IF WS-MOTIF-TROUVE NOT = "O"
               DISPLAY "MOTIF INCONNU OU NON PERMIS POUR CE TYPE"
               MOVE WS-FACT-SAISIE TO EXC-VALUE
               MOVE "MOTIF D'AJUSTEMENT INVALIDE" TO EXC-REASON
               MOVE "W" TO EXC-SEVERITY
               PERFORM ECRIRE-EXCEPTION
               GO TO FIN-AJUSTER-LIBERER.
           DISPLAY "LIBELLE : ".
           ACCEPT WS-LIBELLE-SAISI.
           MOVE WS-MONTANT TO WS-EDT-MONTANT.
           DISPLAY "POSTER " WS-TYPE " " WS-EDT-MONTANT
                   " SUR LA FACTURE " IV-NUMERO
                   " (O/N) : ".
           ACCEPT WS-REPONSE.
           IF FUNCTION UPPER-CASE(WS-REPONSE (1:1)) NOT = "O"
               DISPLAY "AJUSTEMENT ABANDONNE"
               GO TO FIN-AJUSTER-LIBERER.
           PERFORM POSTER-AJUSTEMENT THRU FIN-POSTER.
       FIN-AJUSTER-LIBERER.
           CLOSE INVOICE-FILE.
       FIN-AJUSTER-ENQ.
           MOVE "D" TO ENQ-FONCTION.
           MOVE "MECCGINV.DAT" TO ENQ-RESSOURCE.
           MOVE "MECCGADJ" TO ENQ-PROGRAMME.
           CALL "ENQSRV" USING ENQUEUE-AREA.
       FIN-AJUSTER.
           EXIT.
      *----------------------------------------------------------------
      * THE REGISTER FIRST, THEN THE ADJUSTMENT LINE THAT BACKS IT,
      * THEN THE AUDIT LINE.
      *----------------------------------------------------------------
       POSTER-AJUSTEMENT.
           IF WS-TYPE = "F"
               ADD WS-MONTANT TO IV-REMBOURSE
           ELSE
               ADD WS-MONTANT TO IV-AVOIR
           END-IF.
           PERFORM CALCULER-SOLDE.
           IF WS-SOLDE NOT > 0
               MOVE "R" TO IV-STATUT
           ELSE
               MOVE "O" TO IV-STATUT
           END-IF.
           MOVE "O" TO WS-REECRIT.
           REWRITE INVOICE-RECORD
               INVALID KEY MOVE "N" TO WS-REECRIT
           END-REWRITE.
           IF WS-REECRIT = "N"
               DISPLAY "ERREUR REECRITURE REGISTRE - STATUT "
                       WS-INV-STATUS " - RIEN N'EST POSTE"
               GO TO FIN-POSTER.
           OPEN EXTEND ADJUST-FILE.
           IF WS-ADJ-STATUS = "35"
               OPEN OUTPUT ADJUST-FILE
               CLOSE ADJUST-FILE
               OPEN EXTEND ADJUST-FILE
           END-IF.
           MOVE WS-AUJOURDHUI TO AJ-DATE.
           ACCEPT WS-HEURE-EXACTE FROM TIME.
           MOVE WS-HHMMSS TO AJ-TIME.
           MOVE WS-TYPE TO AJ-TYPE.
           MOVE IV-NUMERO TO AJ-NUMERO.
           MOVE IV-ID TO AJ-ID.
           MOVE WS-MONTANT TO AJ-MONTANT.
           MOVE WS-MOTIF-SAISI TO AJ-MOTIF.
           MOVE WS-LIBELLE-SAISI TO AJ-LIBELLE.
           MOVE AUT-OPERATEUR TO AJ-PAR.
           WRITE ADJUSTMENT-RECORD.
           CLOSE ADJUST-FILE.
           ADD 1 TO WS-NB-POSTES.
           MOVE SPACES TO EXC-VALUE.
           STRING IV-NUMERO " " IV-ID
               DELIMITED BY SIZE INTO EXC-VALUE.
           EVALUATE WS-TYPE
               WHEN "C" MOVE "AVOIR POSTE - MOTIF" TO EXC-REASON
               WHEN "W" MOVE "PASSAGE EN PERTE - MOTIF" TO EXC-REASON
               WHEN OTHER MOVE "REMBOURSEMENT - MOTIF" TO EXC-REASON
           END-EVALUATE.
           MOVE WS-MOTIF-SAISI TO EXC-REASON (29:2).
           MOVE "W" TO EXC-SEVERITY.
           PERFORM ECRIRE-EXCEPTION.
           MOVE WS-SOLDE TO WS-EDT-SOLDE.
           DISPLAY "AJUSTEMENT POSTE - NOUVEAU SOLDE " WS-EDT-SOLDE
                   " STATUT " IV-STATUT.
       FIN-POSTER.
           EXIT.
      *----------------------------------------------------------------
      * THE CEILING FOR THE TYPE: A CREDIT NOTE CANNOT CREDIT MORE
      * THAN WAS BILLED; A WRITE-OFF CANNOT EXCEED WHAT IS OWED; A
      * REFUND CANNOT EXCEED WHAT WAS OVERPAID.
      *----------------------------------------------------------------
       CALCULER-PLAFOND.
           PERFORM CALCULER-SOLDE.
           EVALUATE WS-TYPE
               WHEN "C"
                   COMPUTE WS-PLAFOND = IV-MONTANT
                                      - IV-AVOIR
               WHEN "W"
                   MOVE WS-SOLDE TO WS-PLAFOND
               WHEN OTHER
                   COMPUTE WS-PLAFOND = 0 - WS-SOLDE
           END-EVALUATE.
       CALCULER-SOLDE.
           COMPUTE WS-SOLDE = IV-MONTANT - IV-REGLE
                            - IV-AVOIR + IV-REMBOURSE.
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
      *----------------------------------------------------------------
      * THE NAMED INVOICE, READ BY ITS KEY AND LEFT IN INVOICE-RECORD.
      *----------------------------------------------------------------
       CHERCHER-FACTURE.
           MOVE "O" TO WS-FACTURE-TROUVEE.
           MOVE WS-FACT-SAISIE TO IV-NUMERO.
           READ INVOICE-FILE
               INVALID KEY MOVE "N" TO WS-FACTURE-TROUVEE
           END-READ.
           IF WS-INV-STATUS (1:1) NOT = "0"
               MOVE "N" TO WS-FACTURE-TROUVEE
           END-IF.
       CHERCHER-MOTIF.
           MOVE "N" TO WS-MOTIF-TROUVE.
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-NB-MOTIFS
               IF MT-CODE (WS-C) = WS-MOTIF-SAISI
                  AND (MT-TYPES (WS-C) (1:1) = WS-TYPE
                       OR MT-TYPES (WS-C) (2:1) = WS-TYPE
                       OR MT-TYPES (WS-C) (3:1) = WS-TYPE)
                   MOVE "O" TO WS-MOTIF-TROUVE
               END-IF
           END-PERFORM.
       AFFICHER-FACTURE.
           PERFORM CALCULER-SOLDE.
           DISPLAY "FACTURE " IV-NUMERO
                   " MEMBRE " IV-ID
                   " ECHEANCE " IV-DATE-ECHEANCE
                   " STATUT " IV-STATUT.
           MOVE IV-MONTANT TO WS-EDT-MONTANT.
           DISPLAY "  FACTURE     " WS-EDT-MONTANT.
           MOVE IV-REGLE TO WS-EDT-MONTANT.
           DISPLAY "  REGLE       " WS-EDT-MONTANT.
           MOVE IV-AVOIR TO WS-EDT-MONTANT.
           DISPLAY "  AVOIRS      " WS-EDT-MONTANT.
           MOVE IV-REMBOURSE TO WS-EDT-MONTANT.
           DISPLAY "  REMBOURSE   " WS-EDT-MONTANT.
           MOVE WS-SOLDE TO WS-EDT-SOLDE.
           DISPLAY "  SOLDE       " WS-EDT-SOLDE.
      *----------------------------------------------------------------
      * LIST: ONE INVOICE AND EVERY ADJUSTMENT POSTED AGAINST IT.
      *----------------------------------------------------------------
       DO-LIST.
           DISPLAY "NUMERO DE FACTURE : ".
           ACCEPT WS-FACT-SAISIE.
           IF WS-FACT-SAISIE NOT NUMERIC
               DISPLAY "NUMERO DE FACTURE INVALIDE"
               GO TO FIN-LIST.
           OPEN INPUT INVOICE-FILE.
           PERFORM CHERCHER-FACTURE.
           IF WS-FACTURE-TROUVEE NOT = "O"
               CLOSE INVOICE-FILE
               DISPLAY "FACTURE INCONNUE"
               GO TO FIN-LIST.
           PERFORM AFFICHER-FACTURE.
           MOVE IV-NUMERO TO WS-FACTURE.
           CLOSE INVOICE-FILE.
           OPEN INPUT ADJUST-FILE.
           IF WS-ADJ-STATUS NOT = "00"
               GO TO FIN-LIST.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ ADJUST-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF AJ-NUMERO = WS-FACTURE
                           MOVE AJ-MONTANT TO WS-EDT-MONTANT
                           DISPLAY "  " AJ-DATE " " AJ-TYPE " "
                                   WS-EDT-MONTANT " " AJ-MOTIF " "
                                   AJ-LIBELLE " " AJ-PAR
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ADJUST-FILE.
       FIN-LIST.
           EXIT.
      *----------------------------------------------------------------
      * LOADS THE REASON CODE TABLE. AN ABSENT OR EMPTY TABLE LEAVES
      * NOTHING VALID - THE OFFICE SEEDS MECCGRSN.DAT FIRST, AS FOR
      * THE CATEGORY TABLE.
      *----------------------------------------------------------------
       CHARGER-MOTIFS.
           MOVE 0 TO WS-NB-MOTIFS.
           OPEN INPUT REASON-FILE.
           IF WS-RSN-STATUS = "00"
               PERFORM UNTIL WS-RSN-STATUS NOT = "00"
                   READ REASON-FILE
                       AT END MOVE "10" TO WS-RSN-STATUS
                       NOT AT END
                           IF RS-CODE NOT = SPACES
                              AND WS-NB-MOTIFS < 50
                               ADD 1 TO WS-NB-MOTIFS
                               MOVE RS-CODE TO MT-CODE (WS-NB-MOTIFS)
                               MOVE RS-TYPES
                                   TO MT-TYPES (WS-NB-MOTIFS)
                               MOVE RS-LIBELLE
                                   TO MT-LIBELLE (WS-NB-MOTIFS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REASON-FILE
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
           MOVE "MECCGADJ" TO EXC-PROGRAM.
           MOVE "L" TO BDA-FONCTION.
           CALL "BUSDATE" USING BUSINESS-DATE-AREA.
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

       END PROGRAM MECCGADJ.
