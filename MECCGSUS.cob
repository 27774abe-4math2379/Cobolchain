       IDENTIFICATION DIVISION.
       PROGRAM-ID. MECCGSUS.
       AUTHOR. SHOP OPERATIONS.
      *          SUSPENSE RESOLUTION FOR THE DUES SUBSYSTEM. MECCGPAY
      *          PARKS EVERY RECEIPT IT CANNOT MATCH IN MECCGSUS.DAT;
      *          THIS PROGRAM IS THE ONLY WAY ONE LEAVES IT. COMMANDS:
      *              LIST    OPEN ITEMS, AGED FROM THE DATE PARKED
      *              APPLY   POST AN ITEM TO A NAMED INVOICE, OR TO
      *                      THE OLDEST OPEN INVOICE OF A NAMED
      *                      MEMBER - THE SAME REGISTER UPDATE AS THE
      *                      RECEIPTS RUN (IV-REGLE, "O" -> "R")
      *              REFUND  MARK AN ITEM REFUNDED TO THE PAYER
      *              RETURN  MARK AN ITEM RETURNED TO THE BANK
      *              REPORT  SUSPENSE CONTROL REPORT (MECCGSUS.RPT)
      *              EXIT
      *          EVERY RESOLUTION IS STAMPED ON THE SUSPENSE LINE
      *          WITH THE DATE AND THE SIGNED-ON OPERATOR (AUTHSRV -
      *          DESK LEVEL TO APPLY, SENIOR TO PAY MONEY BACK OUT)
      *          AND LEAVES AN AUDIT LINE IN EXCEPT.LOG. A RESOLVED
      *          LINE STAYS ON FILE, SO THE CONTROL REPORT CAN PROVE
      *          OPENING + NEW - RESOLVED = CLOSING FOR ANY PERIOD.
      *          THE REGISTER AND THE SUSPENSE FILE ARE HELD UNDER THE
      *          REGISTER INTERLOCK (MECCGINV.DAT) WHILE AN ACTION IS
      *          POSTED - THE RECEIPTS RUN HOLDS THE SAME LOCK. AN
      *          APPLIED ITEM IS ADDED TO THE RECEIPT HISTORY
      *          (MECCGENC.DAT) LIKE ANY OTHER RECEIPT POSTED. NO
      *          ITEM IS APPLIED WHILE THE BUSINESS DATE FALLS IN A
      *          CLOSED FISCAL PERIOD (PERSRV). THE REGISTER IS
      *          INDEXED - AN APPLIED ITEM READS AND REWRITES ONLY THE
      *          ONE INVOICE IT SETTLES. THE SUSPENSE FILE IS READ
      *          STRAIGHT THROUGH FOR EVERY COMMAND; A RESOLVED LINE
      *          IS WRITTEN BACK THROUGH MECCGSUS.TMP. AN ITEM IS
      *          MARKED APPLIED BEFORE THE INVOICE IS POSTED, AND PUT
      *          BACK OPEN IF THE INVOICE CANNOT BE REWRITTEN - IT IS
      *          NEVER POSTED TWICE NOR LEFT OPEN ONCE POSTED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPENSE-FILE ASSIGN TO "MECCGSUS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-SUS-STATUS.
           SELECT TEMP-FILE ASSIGN TO "MECCGSUS.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-TMP-STATUS.
           SELECT INVOICE-FILE ASSIGN TO "MECCGINV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IV-NUMERO
               ALTERNATE RECORD KEY IS IV-ID WITH DUPLICATES
               FILE STATUS IS WS-INV-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "MECCGENC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-ENC-STATUS.
           SELECT REPORT-FILE ASSIGN TO "MECCGSUS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEPTION-FILE ASSIGN TO "EXCEPT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-EXC-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "OPERATOR.CUR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-OPR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUSPENSE-FILE
                      DATA RECORD SUSPENSE-RECORD.
           COPY "MECCGSU.cpy".
       FD  TEMP-FILE
                      DATA RECORD TEMP-LIGNE.
       01  TEMP-LIGNE            PIC X(116).
       FD  INVOICE-FILE
                      DATA RECORD INVOICE-RECORD.
           COPY "MECCGIV.cpy".
       FD  HISTORY-FILE
                      DATA RECORD RECEIPT-HISTORY-RECORD.
           COPY "MECCGEN.cpy".
       FD  REPORT-FILE
                      DATA RECORD LIGNE-RPT.
       01  LIGNE-RPT             PIC X(100).
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
      *    THE SUSPENSE LINE BEING WORKED ON, SAME LAYOUT AS THE FILE.
           COPY "MECCGSU.cpy" REPLACING ==SUSPENSE-RECORD==
                                     BY ==WS-SUSPENS==
                              LEADING ==SUS== BY ==WSU==.
       01  WS-SUS-STATUS         PIC XX.
       01  WS-TMP-STATUS         PIC XX.
       01  WS-INV-STATUS         PIC XX.
       01  WS-EXC-STATUS         PIC XX.
       01  WS-ENC-STATUS         PIC XX.
       01  WS-OPR-STATUS         PIC XX.
       01  WS-OPERATEUR          PIC X(8).
       01  WS-EOF-FLAG           PIC X.
       01  WS-COMMAND            PIC X(10).
       01  WS-REPONSE            PIC X(3).
       01  WS-HEURE-EXACTE.
           05  WS-HHMMSS         PIC 9(6).
           05  FILLER            PIC 99.
       01  WS-AUJOURDHUI         PIC 9(8).
       01  WS-NUMERO-SAISI       PIC X(6).
       01  WS-NUM-OK             PIC X.
       01  WS-ITEM               PIC S9(6) COMP.
       01  WS-ID-SAISI           PIC X(8).
       01  WS-FACT-SAISIE        PIC X(8).
       01  WS-MOTIF-SAISI        PIC X(30).
       01  WS-ACTION             PIC X.
       01  WS-I                  PIC S9(4) COMP.
       01  WS-CIBLE              PIC S9(6) COMP.
       01  WS-FACTURE            PIC 9(8).
       01  WS-FACTURE-ECHEANCE   PIC 9(8).
       01  WS-FIN-MEMBRE         PIC X.
       01  WS-REECRIT            PIC X.
       01  WS-AGE                PIC S9(7).
       01  WS-SOLDE              PIC S9(5)V99.
       01  WS-EDT-NO             PIC ZZZ9.
       01  WS-EDT-MONTANT        PIC ZZZZ9.99.
       01  WS-EDT-AGE            PIC ZZZZ9.
       01  WS-EDT-NB             PIC ZZZZZ9.
       01  WS-EDT-TOTAL          PIC ZZZZZZ9.99-.
       01  WS-TOTAL-OUVERT       PIC 9(7)V99.
       01  WS-NB-OUVERTS         PIC 9(6).
           COPY "DATESRV.cpy".
           COPY "PERSRV.cpy".

      *----------------------------------------------------------------
      * THE SUSPENSE FILE IS LINE SEQUENTIAL: AN ITEM IS KNOWN BY ITS
      * LINE NUMBER (WS-NO-LIGNE AS IT IS READ), AND A RESOLVED LINE
      * IS PUT BACK BY COPYING THE FILE THROUGH MECCGSUS.TMP.
      *----------------------------------------------------------------
       01  WS-NB-SUSPENS         PIC S9(6) COMP VALUE 0.
       01  WS-NO-LIGNE           PIC S9(6) COMP.
       01  WS-SUS-OUVERT         PIC X.
       01  WS-SUS-SAUVE          PIC X.
       01  WS-SUSPENS-AVANT      PIC X(116).

      *----------------------------------------------------------------
      * CONTROL REPORT PERIOD AND TOTALS.
      *----------------------------------------------------------------
       01  WS-DU-SAISI           PIC X(8).
       01  WS-AU-SAISI           PIC X(8).
       01  WS-DU                 PIC 9(8).
       01  WS-AU                 PIC 9(8).
       01  WS-NB-OUVERTURE       PIC 9(6).
       01  WS-MT-OUVERTURE       PIC 9(7)V99.
       01  WS-NB-NOUVEAUX        PIC 9(6).
       01  WS-MT-NOUVEAUX        PIC 9(7)V99.
       01  WS-NB-APPLIQUES       PIC 9(6).
       01  WS-MT-APPLIQUES       PIC 9(7)V99.
       01  WS-NB-REMBOURSES      PIC 9(6).
       01  WS-MT-REMBOURSES      PIC 9(7)V99.
       01  WS-NB-RENVOYES        PIC 9(6).
       01  WS-MT-RENVOYES        PIC 9(7)V99.
       01  WS-NB-CLOTURE         PIC 9(6).
       01  WS-MT-CLOTURE         PIC 9(7)V99.
       01  WS-ECART              PIC S9(7)V99.
       01  WS-TR-030             PIC 9(7)V99.
       01  WS-TR-3160            PIC 9(7)V99.
       01  WS-TR-6190            PIC 9(7)V99.
       01  WS-TR-PLUS90          PIC 9(7)V99.
       01  WS-RESOL-DANS         PIC X.

       01  WS-LIGNE-TOTAL.
           05  LT-LIBELLE        PIC X(24).
           05  LT-NB             PIC ZZZZZ9.
           05  FILLER            PIC X(4)  VALUE SPACES.
           05  LT-MONTANT        PIC ZZZZZZ9.99.

       01  WS-LIGNE-ITEM.
           05  LI-NO             PIC ZZZZZ9.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  LI-DATE           PIC 9(8).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  LI-ID             PIC X(8).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  LI-NUMERO         PIC X(8).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  LI-MONTANT        PIC ZZZZ9.99.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  LI-AGE            PIC ZZZZ9.
           05  FILLER            PIC X(3)  VALUE " J ".
           05  LI-MOTIF          PIC X(30).

       01  WS-LIGNE-RESOL.
           05  LR-DATE           PIC 9(8).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  LR-ACTION         PIC X(10).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  LR-ID             PIC X(8).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  LR-MONTANT        PIC ZZZZ9.99.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  LR-PAR            PIC X(8).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  LR-CIBLE          PIC X(8).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  LR-MOTIF          PIC X(30).

       PROCEDURE DIVISION.
       MAIN.
           PERFORM LIRE-OPERATEUR.
           MOVE "L" TO BDA-FONCTION.
           CALL "BUSDATE" USING BUSINESS-DATE-AREA.
           MOVE BDA-DATE TO WS-AUJOURDHUI.
           PERFORM UNTIL 1 = 0
                DISPLAY "COMMANDE (LIST/APPLY/REFUND/RETURN/REPORT/"
                        "EXIT) : "
                ACCEPT WS-COMMAND
                MOVE FUNCTION UPPER-CASE(WS-COMMAND) TO WS-COMMAND
                EVALUATE WS-COMMAND
                        WHEN "EXIT" GO TO THE-END
                        WHEN "LIST"
                            PERFORM DO-LIST
                        WHEN "APPLY"
                            PERFORM DO-APPLY THRU FIN-APPLY
                        WHEN "REFUND"
                            MOVE "R" TO WS-ACTION
                            PERFORM DO-CLORE THRU FIN-CLORE
                        WHEN "RETURN"
                            MOVE "B" TO WS-ACTION
                            PERFORM DO-CLORE THRU FIN-CLORE
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
      * LIST: EVERY ITEM STILL IN SUSPENSE, NUMBERED (THE NUMBER IS
      * WHAT APPLY/REFUND/RETURN ASK FOR), AGED IN DAYS SINCE IT WAS
      * PARKED.
      *----------------------------------------------------------------
       DO-LIST.
           MOVE 0 TO WS-NB-OUVERTS.
           MOVE 0 TO WS-TOTAL-OUVERT.
           PERFORM OUVRIR-SUSPENS.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               PERFORM LIRE-SUSPENS
               IF WS-EOF-FLAG NOT = "Y" AND WSU-OUVERT
                   PERFORM AGER-ITEM
                   ADD 1 TO WS-NB-OUVERTS
                   ADD WSU-MONTANT TO WS-TOTAL-OUVERT
                   PERFORM GARNIR-LIGNE-ITEM
                   DISPLAY WS-LIGNE-ITEM
               END-IF
           END-PERFORM.
           PERFORM FERMER-SUSPENS.
           MOVE WS-NO-LIGNE TO WS-NB-SUSPENS.
           MOVE WS-NB-OUVERTS TO WS-EDT-NB.
           MOVE WS-TOTAL-OUVERT TO WS-EDT-TOTAL.
           DISPLAY WS-EDT-NB " ITEM(S) EN SUSPENS POUR "
                   WS-EDT-TOTAL.
      *----------------------------------------------------------------
      * APPLY: THE ITEM IS POSTED TO THE REGISTER EXACTLY AS THE
      * RECEIPTS RUN WOULD HAVE POSTED IT HAD THE RECEIPT MATCHED -
      * A NAMED INVOICE MUST BE OPEN (AND BELONG TO THE MEMBER WHEN
      * ONE IS NAMED TOO); A MEMBER ALONE TAKES THEIR OLDEST OPEN
      * INVOICE.
      *----------------------------------------------------------------
       DO-APPLY.
           MOVE "SUSP-APPLIQ" TO AUT-FONCTION.
           MOVE 1 TO AUT-NIVEAU-REQ.
           CALL "AUTHSRV" USING AUTHORITY-AREA.
           IF AUT-RETOUR NOT = "00"
               DISPLAY "APPLICATION REFUSEE - OPERATEUR NON AUTORISE"
               GO TO FIN-APPLY.
           MOVE WS-AUJOURDHUI TO PER-DATE.
           CALL "PERSRV" USING PERIOD-AREA.
           IF PER-RETOUR NOT = "00"
               DISPLAY "APPLICATION REFUSEE - PERIODE " PER-MOIS-CLOS
                       " CLOSE"
               GO TO FIN-APPLY.
           PERFORM PRENDRE-VERROU.
           IF ENQ-RETOUR NOT = "00"
               GO TO FIN-APPLY.
           PERFORM CHOISIR-ITEM.
           IF WS-ITEM = 0
               GO TO FIN-APPLY-LIBERER.
           IF WSU-MONTANT = 0
               DISPLAY "MONTANT NUL - A REMBOURSER OU RENVOYER"
               GO TO FIN-APPLY-LIBERER.
           DISPLAY "ITEM AU NOM DE : " WSU-ID.
           DISPLAY "MEMBRE (ID, BLANC = FACTURE SANS CONTROLE DU "
                   "MEMBRE) : ".
           ACCEPT WS-ID-SAISI.
           DISPLAY "FACTURE (NUMERO, BLANC = LA PLUS ANCIENNE) : ".
           ACCEPT WS-FACT-SAISIE.
           IF WS-ID-SAISI = SPACES AND WS-FACT-SAISIE = SPACES
               DISPLAY "MEMBRE OU FACTURE REQUIS"
               GO TO FIN-APPLY-LIBERER.
           IF WS-FACT-SAISIE NOT = SPACES
              AND WS-FACT-SAISIE NOT NUMERIC
               DISPLAY "NUMERO DE FACTURE INVALIDE"
               GO TO FIN-APPLY-LIBERER.
           PERFORM OUVRIR-REGISTRE.
           PERFORM CHERCHER-FACTURE THRU FIN-CHERCHER-FACTURE.
           IF WS-FACTURE = 0
               DISPLAY "AUCUNE FACTURE OUVERTE CORRESPONDANTE"
               GO TO FIN-APPLY-FERMER.
           MOVE WSU-MONTANT TO WS-EDT-MONTANT.
           DISPLAY "APPLIQUER " WS-EDT-MONTANT " A LA FACTURE "
                   IV-NUMERO " DE " IV-ID
                   " (O/N) : ".
           ACCEPT WS-REPONSE.
           IF FUNCTION UPPER-CASE(WS-REPONSE (1:1)) NOT = "O"
               DISPLAY "APPLICATION ABANDONNEE"
               GO TO FIN-APPLY-FERMER.
      *    THE SUSPENSE LINE FIRST: NOTHING IS POSTED FOR AN ITEM
      *    THAT WOULD STAY OPEN.
           MOVE WS-SUSPENS TO WS-SUSPENS-AVANT.
           MOVE "A" TO WSU-ETAT.
           MOVE WS-AUJOURDHUI TO WSU-DATE-RESOL.
           MOVE AUT-OPERATEUR TO WSU-RESOLU-PAR.
           MOVE IV-NUMERO TO WSU-CIBLE.
           MOVE SPACES TO WSU-MOTIF-RESOL.
           STRING "APPLIQUE A " IV-ID
               DELIMITED BY SIZE INTO WSU-MOTIF-RESOL.
           PERFORM SAUVER-SUSPENS THRU FIN-SAUVER-SUSPENS.
           IF WS-SUS-SAUVE NOT = "O"
               DISPLAY "RIEN N'EST APPLIQUE"
               GO TO FIN-APPLY-FERMER.
           ADD WSU-MONTANT TO IV-REGLE.
           COMPUTE WS-SOLDE = IV-MONTANT - IV-REGLE
                            - IV-AVOIR + IV-REMBOURSE.
           IF WS-SOLDE NOT > 0
               MOVE "R" TO IV-STATUT
           END-IF.
           MOVE "O" TO WS-REECRIT.
           REWRITE INVOICE-RECORD
               INVALID KEY MOVE "N" TO WS-REECRIT
           END-REWRITE.
           IF WS-REECRIT = "N"
               DISPLAY "ERREUR REECRITURE REGISTRE - STATUT "
                       WS-INV-STATUS " - RIEN N'EST APPLIQUE"
               PERFORM ROUVRIR-ITEM THRU FIN-ROUVRIR-ITEM
               GO TO FIN-APPLY-FERMER.
           PERFORM HISTORISER-RECU.
           MOVE SPACES TO EXC-VALUE.
           STRING WSU-ID " " WSU-CIBLE
               DELIMITED BY SIZE INTO EXC-VALUE.
           MOVE "SUSPENS APPLIQUE AU REGISTRE" TO EXC-REASON.
           MOVE "W" TO EXC-SEVERITY.
           PERFORM ECRIRE-EXCEPTION.
           DISPLAY "SUSPENS APPLIQUE - FACTURE " IV-NUMERO
                   " STATUT " IV-STATUT.
       FIN-APPLY-FERMER.
           CLOSE INVOICE-FILE.
       FIN-APPLY-LIBERER.
           PERFORM LIBERER-VERROU.
       FIN-APPLY.
           EXIT.
      *----------------------------------------------------------------
      * REFUND / RETURN: MONEY GOES BACK OUT, SO SENIOR AUTHORITY AND
      * A REASON ARE BOTH REQUIRED. WS-ACTION CARRIES THE NEW STATE.
      *----------------------------------------------------------------
       DO-CLORE.
           IF WS-ACTION = "R"
               MOVE "SUSP-REMB" TO AUT-FONCTION
           ELSE
               MOVE "SUSP-RENVOI" TO AUT-FONCTION
           END-IF.
           MOVE 2 TO AUT-NIVEAU-REQ.
           CALL "AUTHSRV" USING AUTHORITY-AREA.
           IF AUT-RETOUR NOT = "00"
               DISPLAY "OPERATION REFUSEE - NIVEAU INSUFFISANT"
               GO TO FIN-CLORE.
           PERFORM PRENDRE-VERROU.
           IF ENQ-RETOUR NOT = "00"
               GO TO FIN-CLORE.
           PERFORM CHOISIR-ITEM.
           IF WS-ITEM = 0
               GO TO FIN-CLORE-LIBERER.
           DISPLAY "MOTIF (OBLIGATOIRE) : ".
           ACCEPT WS-MOTIF-SAISI.
           IF WS-MOTIF-SAISI = SPACES
               DISPLAY "MOTIF REQUIS - RIEN N'EST RETENU"
               GO TO FIN-CLORE-LIBERER.
           MOVE WSU-MONTANT TO WS-EDT-MONTANT.
           IF WS-ACTION = "R"
               DISPLAY "REMBOURSER " WS-EDT-MONTANT " A " WSU-ID
                       " (O/N) : "
           ELSE
               DISPLAY "RENVOYER " WS-EDT-MONTANT " A LA BANQUE"
                       " (O/N) : "
           END-IF.
           ACCEPT WS-REPONSE.
           IF FUNCTION UPPER-CASE(WS-REPONSE (1:1)) NOT = "O"
               DISPLAY "OPERATION ABANDONNEE"
               GO TO FIN-CLORE-LIBERER.
           MOVE WS-ACTION TO WSU-ETAT.
           MOVE WS-AUJOURDHUI TO WSU-DATE-RESOL.
           MOVE AUT-OPERATEUR TO WSU-RESOLU-PAR.
           MOVE SPACES TO WSU-CIBLE.
           MOVE WS-MOTIF-SAISI TO WSU-MOTIF-RESOL.
           PERFORM SAUVER-SUSPENS THRU FIN-SAUVER-SUSPENS.
           IF WS-SUS-SAUVE NOT = "O"
               GO TO FIN-CLORE-LIBERER.
           MOVE WSU-ID TO EXC-VALUE.
           IF WS-ACTION = "R"
               MOVE "SUSPENS REMBOURSE" TO EXC-REASON
           ELSE
               MOVE "SUSPENS RENVOYE A LA BANQUE" TO EXC-REASON
           END-IF.
           MOVE "W" TO EXC-SEVERITY.
           PERFORM ECRIRE-EXCEPTION.
           DISPLAY "SUSPENS CLOS".
       FIN-CLORE-LIBERER.
           PERFORM LIBERER-VERROU.
       FIN-CLORE.
           EXIT.
      *----------------------------------------------------------------
      * THE ITEM NUMBER AS SHOWN BY LIST. DIGITS PICKED UP LEFT TO
      * RIGHT, NO LEADING ZEROS NEEDED. WS-ITEM 0 = NOTHING USABLE;
      * OTHERWISE THE LINE IS LEFT IN WS-SUSPENS.
      *----------------------------------------------------------------
       CHOISIR-ITEM.
           PERFORM DO-LIST.
           MOVE 0 TO WS-ITEM.
           IF WS-NB-OUVERTS = 0
               GO TO FIN-CHOISIR-ITEM.
           DISPLAY "NUMERO D'ITEM : ".
           ACCEPT WS-NUMERO-SAISI.
           MOVE "N" TO WS-NUM-OK.
           MOVE 0 TO WS-CIBLE.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 6
               IF WS-NUMERO-SAISI (WS-I:1) NUMERIC
                   COMPUTE WS-CIBLE = WS-CIBLE * 10
                       + FUNCTION NUMVAL (WS-NUMERO-SAISI (WS-I:1))
                   MOVE "O" TO WS-NUM-OK
               ELSE
                   IF WS-NUMERO-SAISI (WS-I:1) NOT = SPACE
                       MOVE "N" TO WS-NUM-OK
                       MOVE 7 TO WS-I
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-NUM-OK NOT = "O"
               DISPLAY "NUMERO INVALIDE"
               GO TO FIN-CHOISIR-ITEM.
           IF WS-CIBLE < 1 OR WS-CIBLE > WS-NB-SUSPENS
               DISPLAY "NUMERO HORS LISTE"
               GO TO FIN-CHOISIR-ITEM.
           PERFORM OUVRIR-SUSPENS.
           PERFORM LIRE-SUSPENS
               UNTIL WS-EOF-FLAG = "Y" OR WS-NO-LIGNE = WS-CIBLE.
           PERFORM FERMER-SUSPENS.
           IF WS-NO-LIGNE NOT = WS-CIBLE
               DISPLAY "NUMERO HORS LISTE"
               GO TO FIN-CHOISIR-ITEM.
           IF NOT WSU-OUVERT
               DISPLAY "ITEM DEJA RESOLU LE " WSU-DATE-RESOL
                       " PAR " WSU-RESOLU-PAR
               GO TO FIN-CHOISIR-ITEM.
           MOVE WS-CIBLE TO WS-ITEM.
       FIN-CHOISIR-ITEM.
           EXIT.
      *----------------------------------------------------------------
      * THE TARGET INVOICE (WS-FACTURE, 0 = NO MATCH) - SAME RULES AS
      * THE RECEIPTS RUN'S B-400-CHERCHER-FACTURE. ON A MATCH THE
      * INVOICE IS LEFT IN INVOICE-RECORD, READ BY ITS KEY.
      *----------------------------------------------------------------
       CHERCHER-FACTURE.
           MOVE 0 TO WS-FACTURE.
           IF WS-FACT-SAISIE NOT = SPACES
               MOVE WS-FACT-SAISIE TO WS-FACTURE
           ELSE
               MOVE "N" TO WS-FIN-MEMBRE
               MOVE WS-ID-SAISI TO IV-ID
               START INVOICE-FILE KEY IS EQUAL TO IV-ID
                   INVALID KEY MOVE "Y" TO WS-FIN-MEMBRE
               END-START
               PERFORM UNTIL WS-FIN-MEMBRE = "Y"
                   READ INVOICE-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-FIN-MEMBRE
                       NOT AT END
                           IF IV-ID NOT = WS-ID-SAISI
                               MOVE "Y" TO WS-FIN-MEMBRE
                           ELSE
                               IF IV-OUVERTE
                                  AND (WS-FACTURE = 0
                                       OR IV-DATE-ECHEANCE
                                          < WS-FACTURE-ECHEANCE)
                                   MOVE IV-NUMERO TO WS-FACTURE
                                   MOVE IV-DATE-ECHEANCE
                                       TO WS-FACTURE-ECHEANCE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-FACTURE = 0
               GO TO FIN-CHERCHER-FACTURE.
           MOVE WS-FACTURE TO IV-NUMERO.
           READ INVOICE-FILE
               INVALID KEY MOVE 0 TO WS-FACTURE
           END-READ.
           IF WS-FACTURE NOT = 0
              AND (NOT IV-OUVERTE
                   OR (WS-ID-SAISI NOT = SPACES
                       AND IV-ID NOT = WS-ID-SAISI))
               MOVE 0 TO WS-FACTURE
           END-IF.
       FIN-CHERCHER-FACTURE.
           EXIT.
      *----------------------------------------------------------------
      * REPORT: THE SUSPENSE CONTROL REPORT FOR A PERIOD (DEFAULT THE
      * MONTH TO DATE) - OPENING BALANCE, NEW ITEMS, RESOLVED ITEMS BY
      * ACTION, CLOSING BALANCE, THE PROOF THAT THEY ADD UP, THEN THE
      * DETAIL OF EACH RESOLUTION AND THE AGED LIST OF WHAT IS STILL
      * OPEN AT THE END OF THE PERIOD.
      *----------------------------------------------------------------
       DO-REPORT.
           MOVE WS-AUJOURDHUI TO WS-DU.
           MOVE 01 TO WS-DU (7:2).
           MOVE WS-AUJOURDHUI TO WS-AU.
           DISPLAY "PERIODE DU (AAAAMMJJ, BLANC = " WS-DU ") : ".
           ACCEPT WS-DU-SAISI.
           IF WS-DU-SAISI NOT = SPACES
               IF WS-DU-SAISI NOT NUMERIC
                   DISPLAY "DATE INVALIDE"
                   GO TO FIN-REPORT
               END-IF
               MOVE WS-DU-SAISI TO WS-DU
           END-IF.
           DISPLAY "PERIODE AU (AAAAMMJJ, BLANC = " WS-AU ") : ".
           ACCEPT WS-AU-SAISI.
           IF WS-AU-SAISI NOT = SPACES
               IF WS-AU-SAISI NOT NUMERIC
                   DISPLAY "DATE INVALIDE"
                   GO TO FIN-REPORT
               END-IF
               MOVE WS-AU-SAISI TO WS-AU
           END-IF.
           IF WS-AU < WS-DU
               DISPLAY "PERIODE INVALIDE"
               GO TO FIN-REPORT.
           MOVE 0 TO WS-NB-OUVERTURE WS-MT-OUVERTURE
                     WS-NB-NOUVEAUX WS-MT-NOUVEAUX
                     WS-NB-APPLIQUES WS-MT-APPLIQUES
                     WS-NB-REMBOURSES WS-MT-REMBOURSES
                     WS-NB-RENVOYES WS-MT-RENVOYES
                     WS-NB-CLOTURE WS-MT-CLOTURE
                     WS-TR-030 WS-TR-3160 WS-TR-6190 WS-TR-PLUS90.
           PERFORM OUVRIR-SUSPENS.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               PERFORM LIRE-SUSPENS
               IF WS-EOF-FLAG NOT = "Y"
                   PERFORM CUMULER-ITEM
               END-IF
           END-PERFORM.
           PERFORM FERMER-SUSPENS.
           OPEN OUTPUT REPORT-FILE.
           MOVE "CONTROLE DU COMPTE D'ATTENTE DES ENCAISSEMENTS"
               TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE SPACES TO LIGNE-RPT.
           STRING "PERIODE DU " WS-DU " AU " WS-AU
                  "   EDITE PAR " WS-OPERATEUR
               DELIMITED BY SIZE INTO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE ALL "=" TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE "SOLDE D'OUVERTURE" TO LT-LIBELLE.
           MOVE WS-NB-OUVERTURE TO LT-NB.
           MOVE WS-MT-OUVERTURE TO LT-MONTANT.
           PERFORM ECRIRE-TOTAL.
           MOVE "+ NOUVEAUX ITEMS" TO LT-LIBELLE.
           MOVE WS-NB-NOUVEAUX TO LT-NB.
           MOVE WS-MT-NOUVEAUX TO LT-MONTANT.
           PERFORM ECRIRE-TOTAL.
           MOVE "- APPLIQUES" TO LT-LIBELLE.
           MOVE WS-NB-APPLIQUES TO LT-NB.
           MOVE WS-MT-APPLIQUES TO LT-MONTANT.
           PERFORM ECRIRE-TOTAL.
           MOVE "- REMBOURSES" TO LT-LIBELLE.
           MOVE WS-NB-REMBOURSES TO LT-NB.
           MOVE WS-MT-REMBOURSES TO LT-MONTANT.
           PERFORM ECRIRE-TOTAL.
           MOVE "- RENVOYES A LA BANQUE" TO LT-LIBELLE.
           MOVE WS-NB-RENVOYES TO LT-NB.
           MOVE WS-MT-RENVOYES TO LT-MONTANT.
           PERFORM ECRIRE-TOTAL.
           MOVE "SOLDE DE CLOTURE" TO LT-LIBELLE.
           MOVE WS-NB-CLOTURE TO LT-NB.
           MOVE WS-MT-CLOTURE TO LT-MONTANT.
           PERFORM ECRIRE-TOTAL.
           COMPUTE WS-ECART = WS-MT-OUVERTURE + WS-MT-NOUVEAUX
                            - WS-MT-APPLIQUES - WS-MT-REMBOURSES
                            - WS-MT-RENVOYES - WS-MT-CLOTURE.
           MOVE SPACES TO LIGNE-RPT.
           IF WS-ECART = 0
               STRING "CONTROLE : OUVERTURE + NOUVEAUX - RESOLUS"
                      " = CLOTURE   OK"
                   DELIMITED BY SIZE INTO LIGNE-RPT
           ELSE
               MOVE WS-ECART TO WS-EDT-TOTAL
               STRING "CONTROLE : ECART DE " WS-EDT-TOTAL
                      " - COMPTE D'ATTENTE A EXAMINER"
                   DELIMITED BY SIZE INTO LIGNE-RPT
               MOVE "MECCGSUS.DAT" TO EXC-VALUE
               MOVE "ECART CONTROLE COMPTE ATTENTE" TO EXC-REASON
               MOVE "S" TO EXC-SEVERITY
               PERFORM ECRIRE-EXCEPTION
           END-IF.
           WRITE LIGNE-RPT.
           MOVE SPACES TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE "RESOLUTIONS DE LA PERIODE" TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE ALL "-" TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           PERFORM OUVRIR-SUSPENS.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               PERFORM LIRE-SUSPENS
               IF WS-EOF-FLAG NOT = "Y"
                   PERFORM TESTER-RESOLUTION
                   IF WS-RESOL-DANS = "O"
                       PERFORM EDITER-RESOLUTION
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM FERMER-SUSPENS.
           MOVE SPACES TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE "ITEMS OUVERTS EN FIN DE PERIODE" TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE ALL "-" TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           PERFORM OUVRIR-SUSPENS.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               PERFORM LIRE-SUSPENS
               IF WS-EOF-FLAG NOT = "Y" AND WSU-DATE NOT > WS-AU
                   PERFORM TESTER-RESOLUTION
                   IF WSU-OUVERT OR WSU-DATE-RESOL > WS-AU
                       PERFORM EDITER-OUVERT
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM FERMER-SUSPENS.
           MOVE SPACES TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE "TRANCHE  0-30 JOURS" TO LT-LIBELLE.
           MOVE ZERO TO LT-NB.
           MOVE WS-TR-030 TO LT-MONTANT.
           PERFORM ECRIRE-TOTAL.
           MOVE "TRANCHE 31-60 JOURS" TO LT-LIBELLE.
           MOVE WS-TR-3160 TO LT-MONTANT.
           PERFORM ECRIRE-TOTAL.
           MOVE "TRANCHE 61-90 JOURS" TO LT-LIBELLE.
           MOVE WS-TR-6190 TO LT-MONTANT.
           PERFORM ECRIRE-TOTAL.
           MOVE "TRANCHE + 90 JOURS" TO LT-LIBELLE.
           MOVE WS-TR-PLUS90 TO LT-MONTANT.
           PERFORM ECRIRE-TOTAL.
           CLOSE REPORT-FILE.
           DISPLAY "RAPPORT EDITE : MECCGSUS.RPT".
       FIN-REPORT.
           EXIT.
      *----------------------------------------------------------------
      * ONE LINE INTO THE PERIOD TOTALS. AN ITEM IS IN THE OPENING
      * BALANCE IF IT WAS PARKED BEFORE THE PERIOD AND NOT RESOLVED
      * BEFORE IT; IN THE CLOSING BALANCE IF PARKED BY THE END AND
      * NOT RESOLVED BY THE END.
      *----------------------------------------------------------------
       CUMULER-ITEM.
           PERFORM TESTER-RESOLUTION.
           IF WSU-DATE < WS-DU
              AND (WSU-OUVERT OR WSU-DATE-RESOL NOT < WS-DU)
               ADD 1 TO WS-NB-OUVERTURE
               ADD WSU-MONTANT TO WS-MT-OUVERTURE
           END-IF.
           IF WSU-DATE NOT < WS-DU AND WSU-DATE NOT > WS-AU
               ADD 1 TO WS-NB-NOUVEAUX
               ADD WSU-MONTANT TO WS-MT-NOUVEAUX
           END-IF.
           IF WS-RESOL-DANS = "O"
               EVALUATE TRUE
                   WHEN WSU-APPLIQUE
                       ADD 1 TO WS-NB-APPLIQUES
                       ADD WSU-MONTANT TO WS-MT-APPLIQUES
                   WHEN WSU-REMBOURSE
                       ADD 1 TO WS-NB-REMBOURSES
                       ADD WSU-MONTANT TO WS-MT-REMBOURSES
                   WHEN WSU-RENVOYE
                       ADD 1 TO WS-NB-RENVOYES
                       ADD WSU-MONTANT TO WS-MT-RENVOYES
               END-EVALUATE
           END-IF.
           IF WSU-DATE NOT > WS-AU
              AND (WSU-OUVERT OR WSU-DATE-RESOL > WS-AU)
               ADD 1 TO WS-NB-CLOTURE
               ADD WSU-MONTANT TO WS-MT-CLOTURE
           END-IF.
      *    A LINE FROM BEFORE THE RESOLUTION FIELDS EXISTED CARRIES
      *    SPACES THERE - IT IS OPEN, AND ITS DATE IS NEVER LOOKED AT.
       TESTER-RESOLUTION.
           MOVE "N" TO WS-RESOL-DANS.
           IF NOT WSU-OUVERT
               IF WSU-DATE-RESOL NOT NUMERIC
                   MOVE ZERO TO WSU-DATE-RESOL
               END-IF
               IF WSU-DATE-RESOL NOT < WS-DU
                  AND WSU-DATE-RESOL NOT > WS-AU
                   MOVE "O" TO WS-RESOL-DANS
               END-IF
           END-IF.
       EDITER-RESOLUTION.
           MOVE WSU-DATE-RESOL TO LR-DATE.
           EVALUATE TRUE
               WHEN WSU-APPLIQUE  MOVE "APPLIQUE" TO LR-ACTION
               WHEN WSU-REMBOURSE MOVE "REMBOURSE" TO LR-ACTION
               WHEN WSU-RENVOYE   MOVE "RENVOYE" TO LR-ACTION
           END-EVALUATE.
           MOVE WSU-ID TO LR-ID.
           MOVE WSU-MONTANT TO LR-MONTANT.
           MOVE WSU-RESOLU-PAR TO LR-PAR.
           MOVE WSU-CIBLE TO LR-CIBLE.
           MOVE WSU-MOTIF-RESOL TO LR-MOTIF.
           MOVE WS-LIGNE-RESOL TO LIGNE-RPT.
           WRITE LIGNE-RPT.
      *    AGED AT THE END OF THE PERIOD, BUCKETED LIKE THE RECEIPTS
      *    RUN'S BALANCE AGEE.
       EDITER-OUVERT.
           MOVE "D" TO DSA-FONCTION.
           MOVE WSU-DATE TO DSA-DATE-1.
           MOVE WS-AU TO DSA-DATE-2.
           CALL "DATESRV" USING DATE-SERVICE-AREA.
           IF DSA-RETOUR NOT = "00"
               MOVE 0 TO WS-AGE
           ELSE
               MOVE DSA-NB-JOURS TO WS-AGE
           END-IF.
           EVALUATE TRUE
               WHEN WS-AGE NOT > 30
                   ADD WSU-MONTANT TO WS-TR-030
               WHEN WS-AGE NOT > 60
                   ADD WSU-MONTANT TO WS-TR-3160
               WHEN WS-AGE NOT > 90
                   ADD WSU-MONTANT TO WS-TR-6190
               WHEN OTHER
                   ADD WSU-MONTANT TO WS-TR-PLUS90
           END-EVALUATE.
           PERFORM GARNIR-LIGNE-ITEM.
           MOVE WS-LIGNE-ITEM TO LIGNE-RPT.
           WRITE LIGNE-RPT.
       ECRIRE-TOTAL.
           MOVE WS-LIGNE-TOTAL TO LIGNE-RPT.
           WRITE LIGNE-RPT.
      *----------------------------------------------------------------
      * AGE OF THE CURRENT ITEM IN DAYS SINCE IT WAS PARKED.
      *----------------------------------------------------------------
       AGER-ITEM.
           MOVE "D" TO DSA-FONCTION.
           MOVE WSU-DATE TO DSA-DATE-1.
           MOVE WS-AUJOURDHUI TO DSA-DATE-2.
           CALL "DATESRV" USING DATE-SERVICE-AREA.
           IF DSA-RETOUR NOT = "00"
               MOVE 0 TO WS-AGE
           ELSE
               MOVE DSA-NB-JOURS TO WS-AGE
           END-IF.
       GARNIR-LIGNE-ITEM.
           IF WS-AGE < 0
               MOVE 0 TO WS-AGE
           END-IF.
           MOVE WS-NO-LIGNE TO LI-NO.
           MOVE WSU-DATE TO LI-DATE.
           MOVE WSU-ID TO LI-ID.
           MOVE WSU-NUMERO TO LI-NUMERO.
           MOVE WSU-MONTANT TO LI-MONTANT.
           MOVE WS-AGE TO LI-AGE.
           MOVE WSU-MOTIF TO LI-MOTIF.
      *----------------------------------------------------------------
      * THE APPLIED ITEM JOINS THE RECEIPT HISTORY, DATED THE DAY IT
      * WAS RECEIVED (PARKED).
      *----------------------------------------------------------------
       HISTORISER-RECU.
           OPEN EXTEND HISTORY-FILE.
           IF WS-ENC-STATUS = "35"
               OPEN OUTPUT HISTORY-FILE
               CLOSE HISTORY-FILE
               OPEN EXTEND HISTORY-FILE
           END-IF.
           MOVE WSU-DATE TO EN-DATE-RECU.
           MOVE WS-AUJOURDHUI TO EN-DATE-POSTE.
           MOVE IV-ID TO EN-ID.
           MOVE IV-NUMERO TO EN-NUMERO.
           MOVE WSU-MONTANT TO EN-MONTANT.
           MOVE "MECCGSUS" TO EN-ORIGINE.
           MOVE AUT-OPERATEUR TO EN-PAR.
           MOVE SPACE TO EN-SENS.
           WRITE RECEIPT-HISTORY-RECORD.
           CLOSE HISTORY-FILE.
      *----------------------------------------------------------------
      * THE REGISTER INTERLOCK - A SCREEN NEVER WAITS.
      *----------------------------------------------------------------
       PRENDRE-VERROU.
           MOVE "E" TO ENQ-FONCTION.
           MOVE "MECCGINV.DAT" TO ENQ-RESSOURCE.
           MOVE "MECCGSUS" TO ENQ-PROGRAMME.
           MOVE 0 TO ENQ-ATTENTE.
           CALL "ENQSRV" USING ENQUEUE-AREA.
           IF ENQ-RETOUR NOT = "00"
               DISPLAY "REGISTRE EN COURS D'UTILISATION PAR "
                       ENQ-TENU-PAR " - REESSAYER PLUS TARD"
           END-IF.
       LIBERER-VERROU.
           MOVE "D" TO ENQ-FONCTION.
           MOVE "MECCGINV.DAT" TO ENQ-RESSOURCE.
           MOVE "MECCGSUS" TO ENQ-PROGRAMME.
           CALL "ENQSRV" USING ENQUEUE-AREA.
      *----------------------------------------------------------------
      * THE SUSPENSE FILE READ STRAIGHT THROUGH: EACH LINE IN TURN IN
      * WS-SUSPENS, NUMBERED IN WS-NO-LIGNE. NO FILE, NO LINES.
      *----------------------------------------------------------------
       OUVRIR-SUSPENS.
           MOVE 0 TO WS-NO-LIGNE.
           MOVE "N" TO WS-EOF-FLAG WS-SUS-OUVERT.
           OPEN INPUT SUSPENSE-FILE.
           IF WS-SUS-STATUS = "00"
               MOVE "O" TO WS-SUS-OUVERT
           ELSE
               MOVE "Y" TO WS-EOF-FLAG
           END-IF.
       LIRE-SUSPENS.
           READ SUSPENSE-FILE
               AT END MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-NO-LIGNE
                   MOVE SUSPENSE-RECORD TO WS-SUSPENS
           END-READ.
       FERMER-SUSPENS.
           IF WS-SUS-OUVERT = "O"
               CLOSE SUSPENSE-FILE
           END-IF.
      *----------------------------------------------------------------
      * PUTS THE RESOLVED ITEM (WS-SUSPENS) BACK AS LINE WS-ITEM: THE
      * FILE IS COPIED TO MECCGSUS.TMP WITH THAT LINE REPLACED, THEN
      * COPIED BACK. THE INTERLOCK IS HELD, SO NOTHING IS APPENDED
      * MEANWHILE. WS-SUS-SAUVE "N" WHEN THE WORK FILE CANNOT BE
      * WRITTEN - THE SUSPENSE FILE IS THEN LEFT AS IT WAS.
      *----------------------------------------------------------------
       SAUVER-SUSPENS.
           MOVE "N" TO WS-SUS-SAUVE.
           OPEN OUTPUT TEMP-FILE.
           IF WS-TMP-STATUS NOT = "00"
               DISPLAY "MECCGSUS.TMP STATUT " WS-TMP-STATUS
                       " - SUSPENS NON MIS A JOUR"
               PERFORM SIGNALER-NON-SAUVE
               GO TO FIN-SAUVER-SUSPENS.
           OPEN INPUT SUSPENSE-FILE.
           IF WS-SUS-STATUS NOT = "00"
               DISPLAY "MECCGSUS.DAT STATUT " WS-SUS-STATUS
                       " - SUSPENS NON MIS A JOUR"
               CLOSE TEMP-FILE
               PERFORM SIGNALER-NON-SAUVE
               GO TO FIN-SAUVER-SUSPENS.
           MOVE 0 TO WS-NO-LIGNE.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ SUSPENSE-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-NO-LIGNE
                       IF WS-NO-LIGNE = WS-ITEM
                           MOVE WS-SUSPENS TO TEMP-LIGNE
                       ELSE
                           MOVE SUSPENSE-RECORD TO TEMP-LIGNE
                       END-IF
                       WRITE TEMP-LIGNE
               END-READ
           END-PERFORM.
           CLOSE SUSPENSE-FILE.
           CLOSE TEMP-FILE.
      *    THE COPY MUST BE READABLE BEFORE MECCGSUS.DAT IS EMPTIED.
           OPEN INPUT TEMP-FILE.
           IF WS-TMP-STATUS NOT = "00"
               DISPLAY "MECCGSUS.TMP STATUT " WS-TMP-STATUS
                       " - SUSPENS NON MIS A JOUR"
               PERFORM SIGNALER-NON-SAUVE
               GO TO FIN-SAUVER-SUSPENS.
           OPEN OUTPUT SUSPENSE-FILE.
           IF WS-SUS-STATUS NOT = "00"
               DISPLAY "MECCGSUS.DAT STATUT " WS-SUS-STATUS
                       " - SUSPENS NON MIS A JOUR"
               CLOSE TEMP-FILE
               PERFORM SIGNALER-NON-SAUVE
               GO TO FIN-SAUVER-SUSPENS.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ TEMP-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       MOVE TEMP-LIGNE TO SUSPENSE-RECORD
                       WRITE SUSPENSE-RECORD
               END-READ
           END-PERFORM.
           CLOSE TEMP-FILE.
           CLOSE SUSPENSE-FILE.
           MOVE "O" TO WS-SUS-SAUVE.
       FIN-SAUVER-SUSPENS.
           EXIT.
       SIGNALER-NON-SAUVE.
           MOVE WSU-ID TO EXC-VALUE.
           MOVE "SUSPENS NON MIS A JOUR" TO EXC-REASON.
           MOVE "S" TO EXC-SEVERITY.
           PERFORM ECRIRE-EXCEPTION.
      *----------------------------------------------------------------
      * THE INVOICE OF AN ITEM JUST MARKED APPLIED COULD NOT BE
      * REWRITTEN: THE LINE GOES BACK AS IT WAS. IF EVEN THAT FAILS
      * THE ITEM READS APPLIED WITH NOTHING POSTED, AND IS LOGGED FOR
      * CORRECTION BY HAND.
      *----------------------------------------------------------------
       ROUVRIR-ITEM.
           MOVE WS-SUSPENS-AVANT TO WS-SUSPENS.
           PERFORM SAUVER-SUSPENS THRU FIN-SAUVER-SUSPENS.
           IF WS-SUS-SAUVE = "O"
               GO TO FIN-ROUVRIR-ITEM.
           DISPLAY "ITEM MARQUE APPLIQUE SANS ECRITURE AU REGISTRE".
           MOVE WSU-ID TO EXC-VALUE.
           MOVE "SUSPENS APPLIQUE NON POSTE" TO EXC-REASON.
           MOVE "S" TO EXC-SEVERITY.
           PERFORM ECRIRE-EXCEPTION.
       FIN-ROUVRIR-ITEM.
           EXIT.
      *----------------------------------------------------------------
      * THE REGISTER, OPEN FOR UPDATE UNDER THE INTERLOCK. A REGISTER
      * NOT YET CREATED IS CREATED EMPTY - NOTHING WILL MATCH.
      *----------------------------------------------------------------
       OUVRIR-REGISTRE.
           OPEN I-O INVOICE-FILE.
           IF WS-INV-STATUS = "35"
               OPEN OUTPUT INVOICE-FILE
               CLOSE INVOICE-FILE
               OPEN I-O INVOICE-FILE
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
           MOVE "MECCGSUS" TO EXC-PROGRAM.
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

       END PROGRAM MECCGSUS.
