      *          NUMBER; WITHOUT ONE IT SETTLES THE MEMBER'S OLDEST
      *          OPEN INVOICE. A RECEIPT THAT MATCHES NOTHING IS
      *          PARKED IN THE SUSPENSE FILE (MECCGSUS.DAT), NEVER
      *          DROPPED, UNTIL MECCGSUS RESOLVES IT. AFTER POSTING,
      *          EVERY OPEN BALANCE IS AGED (30/60/90 DAYS PAST ITS
      *          DUE DATE) ON MECCGPAY.RPT,
      *          AND A MEMBER WHOSE BALANCE HAS AGED PAST THE
      *          OFFICE-SET LIMIT (MECCGPAY.CTL, DEFAULT 90 DAYS) IS
      *          FLIPPED FROM "A" TO "S" ON THE MASTER THROUGH THE
      *          NORMAL JOURNALED UPDATE PATH, SO MECCG.JRN KEEPS THE
      *          BEFORE/AFTER IMAGES. A BROKEN DECK FAILS THE RUN WITH
      *          A SEVERE EXCEPTION AND RETURN-CODE 8. SETTLEMENT,
      *          AGING AND SUSPENSION ALL WORK ON THE ADJUSTED BALANCE
      *          (CREDIT NOTES, WRITE-OFFS AND REFUNDS FROM MECCGADJ).
      *          EVERY RECEIPT POSTED IS ALSO KEPT IN THE RECEIPT
      *          HISTORY (MECCGENC.DAT) FOR THE MEMBER STATEMENTS.
      *          A RUN WHOSE BUSINESS DATE FALLS IN A CLOSED FISCAL
      *          PERIOD (PERSRV) POSTS NOTHING - SEVERE EXCEPTION AND
      *          RETURN-CODE 8, THE DECK STAYS FOR THE NEXT RUN.
      *          THE REGISTER IS INDEXED: EACH RECEIPT READS AND
      *          REWRITES ONLY ITS OWN INVOICE (BY NUMBER, OR THE
      *          MEMBER'S INVOICES THROUGH THE IV-ID ALTERNATE KEY),
      *          AND AGING AND SUSPENSION ARE ONE PASS OVER THE FILE.
      *          A HOUSEHOLD (MECCGFOY.DAT) IS BILLED ON ITS PRIMARY
      *          PAYER: A RECEIPT NAMING ANY MEMBER OF THE HOUSEHOLD
      *          SETTLES THE PAYER'S INVOICE WHEN THE MEMBER HAS NONE
      *          OPEN OF ITS OWN, AND MAY NAME THAT INVOICE BY NUMBER.
      *          A FAMILY INVOICE AGED PAST THE LIMIT SUSPENDS THE
      *          WHOLE HOUSEHOLD, NOT THE PAYER ALONE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-REC-STATUS.
           SELECT INVOICE-FILE ASSIGN TO "MECCGINV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IV-NUMERO
               ALTERNATE RECORD KEY IS IV-ID WITH DUPLICATES
               FILE STATUS IS WS-INV-STATUS.
           SELECT MASTER-FILE ASSIGN TO "MECCG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           SELECT SUSPENSE-FILE ASSIGN TO "MECCGSUS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-SUS-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "MECCGENC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-ENC-STATUS.
           SELECT HOUSEHOLD-FILE ASSIGN TO "MECCGFOY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FY-NUMERO
               ALTERNATE RECORD KEY IS FY-PAYEUR
               FILE STATUS IS WS-FOY-STATUS.
           SELECT CONTROL-FILE ASSIGN TO "MECCGPAY.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-CTL-STATUS.
           COPY "MECCGMR.cpy".
      *----------------------------------------------------------------
      * SUSPENSE: UNMATCHED RECEIPTS, STAMPED AND KEPT UNTIL THE
      * OFFICE RESOLVES THEM THROUGH MECCGSUS.
      *----------------------------------------------------------------
       FD  SUSPENSE-FILE
                      DATA RECORD SUSPENSE-RECORD.
           COPY "MECCGSU.cpy".
      *----------------------------------------------------------------
      * RECEIPT HISTORY: EVERY RECEIPT POSTED, FOR THE STATEMENTS.
      *----------------------------------------------------------------
       FD  HISTORY-FILE
                      DATA RECORD RECEIPT-HISTORY-RECORD.
           COPY "MECCGEN.cpy".
       FD  HOUSEHOLD-FILE
                      DATA RECORD HOUSEHOLD-RECORD.
           COPY "MECCGFY.cpy".
       FD  CONTROL-FILE
                      DATA RECORD CONTROL-RECORD.
       01  CONTROL-RECORD        PIC X(10).
       WORKING-STORAGE SECTION.
           COPY "BUSDATE.cpy".
           COPY "ENQSRV.cpy".
           COPY "PERSRV.cpy".
       01  WS-REC-STATUS         PIC XX.
       01  WS-INV-STATUS         PIC XX.
       01  WS-FILE-STATUS        PIC XX.
       01  WS-SUS-STATUS         PIC XX.
       01  WS-CTL-STATUS         PIC XX.
       01  WS-ENC-STATUS         PIC XX.
       01  WS-EXC-STATUS         PIC XX.
       01  WS-JRN-STATUS         PIC XX.
       01  WS-OPR-STATUS         PIC XX.
       01  WS-FOY-STATUS         PIC XX.
       01  WS-OPERATEUR          PIC X(8).
       01  WS-HEURE-EXACTE.
           05  WS-HHMMSS         PIC 9(6).
       01  WS-EDT-MONTANT        PIC ZZZZ9.99.
       01  WS-LIMITE-JOURS       PIC 9(3) VALUE 90.
       01  WS-MONTANT-RECU       PIC 9(5)V99.
       01  WS-CIBLE              PIC 9(8).
       01  WS-CIBLE-ECHEANCE     PIC 9(8).
       01  WS-FIN-MEMBRE         PIC X.
       01  WS-FIN-REGISTRE       PIC X.
       01  WS-AGE                PIC S9(7).
       01  WS-SOLDE              PIC S9(5)V99.
       01  WS-TR-030             PIC 9(7)V99 VALUE 0.
       01  WS-TR-PLUS90          PIC 9(7)V99 VALUE 0.
       01  WS-EDT-TOTAL          PIC ZZZZZZ9.99.
           COPY "DATESRV.cpy".
      *----------------------------------------------------------------
      * HOUSEHOLDS ARE READ BY KEY: A PAYER ON THE FY-PAYEUR ALTERNATE
      * KEY, A MEMBER THROUGH THE INDEX OF MEMBERS BELOW, LOADED ONCE
      * FROM MECCGFOY.DAT. WS-PAYEUR-FOYER IS THE PAYER OF THE
      * HOUSEHOLD OF WS-ID-CHERCHE (THE ID ITSELF WHEN IT IS IN NONE);
      * WS-FOYER-TROUVE SAYS WHETHER HOUSEHOLD-RECORD HOLDS IT.
      *----------------------------------------------------------------
       01  WS-FOY-OUVERT         PIC X     VALUE "N".
       01  TABLE-APPARTENANCES.
           05  WS-NB-APPART      PIC S9(4) COMP VALUE 0.
           05  APPART OCCURS 3000.
               10  AP-ID         PIC X(8).
               10  AP-NUMERO     PIC 9(6).
       01  WS-AP-NUMERO          PIC 9(6).
       01  WS-FOYER-TROUVE       PIC X.
       01  WS-M                  PIC S9(4) COMP.
       01  WS-ID-CHERCHE         PIC X(8).
       01  WS-PAYEUR-FOYER       PIC X(8).
       01  WS-ID-SUSPENDU        PIC X(8).

       01  WS-LIGNE-AGE.
           05  AGE-ID            PIC X(8).
               OPEN EXTEND EXCEPTION-FILE
           END-IF.
           PERFORM LIRE-LIMITE.
      *    NO RECEIPT IS POSTED INTO A CLOSED PERIOD.
           MOVE WS-RUN-DATE TO PER-DATE.
           CALL "PERSRV" USING PERIOD-AREA.
           IF PER-RETOUR NOT = "00"
               DISPLAY "PERIODE " PER-MOIS-CLOS " CLOSE - "
                       "ENCAISSEMENTS NON PASSES"
               MOVE WS-RUN-DATE TO EXC-VALUE
               MOVE "DATE DANS UNE PERIODE CLOSE" TO EXC-REASON
               MOVE "S" TO EXC-SEVERITY
               PERFORM ECRIRE-EXCEPTION
               MOVE "T" TO RC-TYPE
               WRITE RUN-CONTROL-RECORD
               CLOSE RUN-FILE
               CLOSE EXCEPTION-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM CHARGER-FOYERS THRU FIN-CHARGER-FOYERS.
      *    THE REGISTER IS HELD WHILE THE DECK IS POSTED - THE
      *    SUSPENSE RESOLUTION PROGRAM POSTS INTO IT TOO.
           MOVE "E" TO ENQ-FONCTION.
           MOVE "MECCGINV.DAT" TO ENQ-RESSOURCE.
           MOVE "MECCGPAY" TO ENQ-PROGRAMME.
           MOVE 60 TO ENQ-ATTENTE.
           CALL "ENQSRV" USING ENQUEUE-AREA.
           IF ENQ-RETOUR NOT = "00"
               DISPLAY "MECCGINV.DAT TENU PAR " ENQ-TENU-PAR
                       " - ENCAISSEMENTS NON PASSES"
               MOVE ENQ-TENU-PAR TO EXC-VALUE
               MOVE "REGISTRE VERROUILLE" TO EXC-REASON
               MOVE "S" TO EXC-SEVERITY
               PERFORM ECRIRE-EXCEPTION
               MOVE "T" TO RC-TYPE
               WRITE RUN-CONTROL-RECORD
               CLOSE RUN-FILE
               CLOSE EXCEPTION-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O INVOICE-FILE.
           IF WS-INV-STATUS = "35"
               OPEN OUTPUT INVOICE-FILE
               CLOSE INVOICE-FILE
               OPEN I-O INVOICE-FILE
           END-IF.
           OPEN INPUT RECEIPT-FILE.
           IF WS-REC-STATUS NOT = "00"
               CLOSE INVOICE-FILE
               PERFORM LIBERER-REGISTRE
               DISPLAY "MECCGREC.TRN ABSENT - RIEN A TRAITER"
               IF WS-FOY-OUVERT = "O"
                   CLOSE HOUSEHOLD-FILE
               END-IF
               MOVE "T" TO RC-TYPE
               WRITE RUN-CONTROL-RECORD
               CLOSE RUN-FILE
               CLOSE SUSPENSE-FILE
               OPEN EXTEND SUSPENSE-FILE
           END-IF.
           OPEN EXTEND HISTORY-FILE.
           IF WS-ENC-STATUS = "35"
               OPEN OUTPUT HISTORY-FILE
               CLOSE HISTORY-FILE
               OPEN EXTEND HISTORY-FILE
           END-IF.
           OPEN EXTEND JOURNAL-FILE.
           IF WS-JRN-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
               PERFORM E-100-SUSPENDRE-RECU
               GO TO F-300-EXIT.
           MOVE TRN-MONTANT TO WS-MONTANT-RECU (1:7).
           PERFORM B-400-CHERCHER-FACTURE THRU F-400-EXIT.
           IF WS-CIBLE = 0
               MOVE "AUCUNE FACTURE OUVERTE" TO WS-MOTIF-REJET
               PERFORM E-100-SUSPENDRE-RECU
               GO TO F-300-EXIT.
           ADD WS-MONTANT-RECU TO IV-REGLE.
           PERFORM CALCULER-SOLDE.
           IF WS-SOLDE NOT > 0
               MOVE "R" TO IV-STATUT
           END-IF.
           REWRITE INVOICE-RECORD
               INVALID KEY
                   MOVE 0 TO WS-CIBLE
           END-REWRITE.
           IF WS-CIBLE = 0
               MOVE "ERREUR REECRITURE REGISTRE" TO WS-MOTIF-REJET
               PERFORM E-100-SUSPENDRE-RECU
               GO TO F-300-EXIT.
           ADD 1 TO WS-NB-APPLIQUES.
           IF TRN-DATE-RECU NUMERIC
               MOVE TRN-DATE-RECU TO EN-DATE-RECU
           ELSE
               MOVE WS-RUN-DATE TO EN-DATE-RECU
           END-IF.
           MOVE WS-RUN-DATE TO EN-DATE-POSTE.
           MOVE IV-ID TO EN-ID.
           MOVE IV-NUMERO TO EN-NUMERO.
           MOVE WS-MONTANT-RECU TO EN-MONTANT.
           MOVE "MECCGPAY" TO EN-ORIGINE.
           MOVE WS-OPERATEUR TO EN-PAR.
           MOVE SPACE TO EN-SENS.
           WRITE RECEIPT-HISTORY-RECORD.
           MOVE SPACES TO LIGNE-RPT.
           MOVE WS-MONTANT-RECU TO WS-EDT-MONTANT.
           STRING "ENCAISSE  " TRN-ID "  FACTURE "
                  IV-NUMERO "  " WS-EDT-MONTANT
               DELIMITED BY SIZE INTO LIGNE-RPT.
           IF IV-ID NOT = TRN-ID
               STRING "  FOYER DE " IV-ID
                   DELIMITED BY SIZE INTO LIGNE-RPT (47:)
           END-IF.
           WRITE LIGNE-RPT.
       F-300-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * THE TARGET INVOICE: THE NAMED ONE WHEN THE RECEIPT CARRIES A
      * NUMBER (IT MUST BE OPEN AND BELONG TO THE MEMBER OR TO THE
      * PAYER OF ITS HOUSEHOLD), OTHERWISE THE MEMBER'S OLDEST OPEN
      * INVOICE, FOUND THROUGH THE IV-ID ALTERNATE KEY - FAILING
      * WHICH, THE OLDEST OPEN INVOICE OF ITS HOUSEHOLD'S PAYER.
      * WS-CIBLE IS THE INVOICE NUMBER, 0 = NO MATCH;
      * ON A MATCH THE INVOICE IS LEFT IN INVOICE-RECORD, READ BY ITS
      * KEY, READY TO BE REWRITTEN.
      *----------------------------------------------------------------
       B-400-CHERCHER-FACTURE.
           MOVE 0 TO WS-CIBLE.
           MOVE TRN-ID TO WS-ID-CHERCHE.
           PERFORM CHERCHER-FOYER THRU FIN-CHERCHER-FOYER.
           IF TRN-NUMERO NUMERIC AND TRN-NUMERO NOT = "00000000"
               MOVE TRN-NUMERO TO WS-CIBLE
           ELSE
               PERFORM B-410-PLUS-ANCIENNE
               IF WS-CIBLE = 0 AND WS-PAYEUR-FOYER NOT = TRN-ID
                   MOVE WS-PAYEUR-FOYER TO WS-ID-CHERCHE
                   PERFORM B-410-PLUS-ANCIENNE
               END-IF
           END-IF.
           IF WS-CIBLE = 0
               GO TO F-400-EXIT.
           MOVE WS-CIBLE TO IV-NUMERO.
           READ INVOICE-FILE
               INVALID KEY MOVE 0 TO WS-CIBLE
           END-READ.
           IF WS-CIBLE NOT = 0
              AND ((IV-ID NOT = TRN-ID AND IV-ID NOT = WS-PAYEUR-FOYER)
                   OR NOT IV-OUVERTE)
               MOVE 0 TO WS-CIBLE
           END-IF.
       F-400-EXIT.
           EXIT.
      *    THE OLDEST OPEN INVOICE OF WS-ID-CHERCHE INTO WS-CIBLE.
       B-410-PLUS-ANCIENNE.
           MOVE "N" TO WS-FIN-MEMBRE.
           MOVE WS-ID-CHERCHE TO IV-ID.
           START INVOICE-FILE KEY IS EQUAL TO IV-ID
               INVALID KEY MOVE "Y" TO WS-FIN-MEMBRE
           END-START.
           PERFORM UNTIL WS-FIN-MEMBRE = "Y"
               READ INVOICE-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-FIN-MEMBRE
                   NOT AT END
                       IF IV-ID NOT = WS-ID-CHERCHE
                           MOVE "Y" TO WS-FIN-MEMBRE
                       ELSE
                           IF IV-OUVERTE
                              AND (WS-CIBLE = 0
                                   OR IV-DATE-ECHEANCE
                                      < WS-CIBLE-ECHEANCE)
                               MOVE IV-NUMERO TO WS-CIBLE
                               MOVE IV-DATE-ECHEANCE
                                   TO WS-CIBLE-ECHEANCE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *----------------------------------------------------------------
      * UNMATCHED RECEIPT: PARKED IN SUSPENSE, LISTED, LOGGED - NEVER
      * DROPPED.
               MOVE 0 TO SUS-MONTANT
           END-IF.
           MOVE WS-MOTIF-REJET TO SUS-MOTIF.
           MOVE "O" TO SUS-ETAT.
           MOVE ZERO TO SUS-DATE-RESOL.
           MOVE SPACES TO SUS-RESOLU-PAR SUS-CIBLE SUS-MOTIF-RESOL.
           WRITE SUSPENSE-RECORD.
           MOVE SPACES TO LIGNE-RPT.
           STRING "SUSPENS   " TRN-ID "  " WS-MOTIF-REJET
           MOVE "S" TO EXC-SEVERITY.
           PERFORM ECRIRE-EXCEPTION.
      *----------------------------------------------------------------
      * END OF DECK: PROVE THE CONTROL TOTALS, RELEASE THE REGISTER,
      * AGE THE OPEN BALANCES, SUSPEND THE LONG OVERDUE, CLOSE OFF.
      *----------------------------------------------------------------
       C-100-TERMINER.
           END-IF.
           CLOSE RECEIPT-FILE.
           CLOSE SUSPENSE-FILE.
           CLOSE HISTORY-FILE.
           CLOSE INVOICE-FILE.
           PERFORM LIBERER-REGISTRE.
           PERFORM C-200-BALANCE-AGEE.
           PERFORM C-300-SUSPENDRE-MEMBRES THRU FIN-SUSPENDRE.
           CLOSE JOURNAL-FILE.
           WRITE RUN-CONTROL-RECORD.
           CLOSE RUN-FILE.
           CLOSE EXCEPTION-FILE.
           IF WS-FOY-OUVERT = "O"
               CLOSE HOUSEHOLD-FILE
           END-IF.
           IF WS-DECK-OK = "N"
               DISPLAY "ENCAISSEMENTS EN ECHEC - VOIR MECCGPAY.RPT"
               MOVE 8 TO RETURN-CODE
           WRITE LIGNE-RPT.
           MOVE ALL "-" TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           OPEN INPUT INVOICE-FILE.
           IF WS-INV-STATUS = "00"
               MOVE "N" TO WS-FIN-REGISTRE
               PERFORM UNTIL WS-FIN-REGISTRE = "Y"
                   READ INVOICE-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-FIN-REGISTRE
                       NOT AT END
                           IF IV-OUVERTE
                               PERFORM C-210-AGER-FACTURE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INVOICE-FILE
           END-IF.
           MOVE SPACES TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE WS-TR-030 TO WS-EDT-TOTAL.
           WRITE LIGNE-RPT.
       C-210-AGER-FACTURE.
           MOVE "D" TO DSA-FONCTION.
           MOVE IV-DATE-ECHEANCE TO DSA-DATE-1.
           MOVE WS-RUN-DATE TO DSA-DATE-2.
           CALL "DATESRV" USING DATE-SERVICE-AREA.
           IF DSA-RETOUR NOT = "00"
           IF WS-AGE < 0
               MOVE 0 TO WS-AGE
           END-IF.
           PERFORM CALCULER-SOLDE.
           MOVE IV-ID TO AGE-ID.
           MOVE IV-NUMERO TO AGE-NUMERO.
           MOVE IV-DATE-ECHEANCE TO AGE-ECHEANCE.
           MOVE WS-SOLDE TO AGE-SOLDE.
           MOVE WS-AGE TO AGE-JOURS.
           EVALUATE TRUE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "MECCG.DAT INDISPONIBLE - PAS DE SUSPENSION"
               GO TO FIN-SUSPENDRE.
           OPEN INPUT INVOICE-FILE.
           IF WS-INV-STATUS = "00"
               MOVE "N" TO WS-FIN-REGISTRE
               PERFORM UNTIL WS-FIN-REGISTRE = "Y"
                   READ INVOICE-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-FIN-REGISTRE
                       NOT AT END
                           IF IV-OUVERTE
                               PERFORM C-310-SUSPENDRE-UN
                                   THRU FIN-SUSPENDRE-UN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INVOICE-FILE
           END-IF.
           CLOSE MASTER-FILE.
           MOVE "D" TO ENQ-FONCTION.
           MOVE "MECCG.DAT" TO ENQ-RESSOURCE.
           EXIT.
       C-310-SUSPENDRE-UN.
           MOVE "D" TO DSA-FONCTION.
           MOVE IV-DATE-ECHEANCE TO DSA-DATE-1.
           MOVE WS-RUN-DATE TO DSA-DATE-2.
           CALL "DATESRV" USING DATE-SERVICE-AREA.
           IF DSA-RETOUR NOT = "00"
              OR DSA-NB-JOURS NOT > WS-LIMITE-JOURS
               GO TO FIN-SUSPENDRE-UN.
           PERFORM CALCULER-SOLDE.
           IF WS-SOLDE NOT > 0
               GO TO FIN-SUSPENDRE-UN.
           MOVE IV-ID TO WS-ID-SUSPENDU.
           PERFORM C-320-SUSPENDRE-ID THRU FIN-SUSPENDRE-ID.
      *    A FAMILY INVOICE COVERS THE WHOLE HOUSEHOLD - ITS MEMBERS
      *    GO WITH THE PAYER.
           IF IV-CATEG NOT = "FM"
               GO TO FIN-SUSPENDRE-UN.
           MOVE IV-ID TO WS-ID-CHERCHE.
           PERFORM CHERCHER-FOYER THRU FIN-CHERCHER-FOYER.
           IF WS-FOYER-TROUVE NOT = "O"
               GO TO FIN-SUSPENDRE-UN.
           PERFORM VARYING WS-M FROM 1 BY 1
                   UNTIL WS-M > FY-NB-MEMBRES
               MOVE FY-MEMBRE (WS-M) TO WS-ID-SUSPENDU
               PERFORM C-320-SUSPENDRE-ID THRU FIN-SUSPENDRE-ID
           END-PERFORM.
       FIN-SUSPENDRE-UN.
           EXIT.
      *    ONE MEMBER FLIPPED "A" -> "S", JOURNALED AND LOGGED.
       C-320-SUSPENDRE-ID.
           MOVE WS-ID-SUSPENDU TO MR-ID.
           READ MASTER-FILE
               INVALID KEY
                   GO TO FIN-SUSPENDRE-ID
           END-READ.
           IF NOT MR-ACTIVE
               GO TO FIN-SUSPENDRE-ID.
           MOVE MASTER-RECORD TO WS-BEFORE-IMAGE.
           MOVE "S" TO MR-STATUS.
           REWRITE MASTER-RECORD
                   MOVE "W" TO EXC-SEVERITY
                   PERFORM ECRIRE-EXCEPTION
           END-REWRITE.
       FIN-SUSPENDRE-ID.
           EXIT.
      *----------------------------------------------------------------
      * OPENS MECCGFOY.DAT FOR THE RUN (NO FILE, NO HOUSEHOLDS) AND
      * INDEXES WHICH HOUSEHOLD EVERY MEMBER BELONGS TO. AN INDEX TOO
      * SMALL FOR THE FILE WOULD LEAVE A MEMBER'S RECEIPT IN SUSPENSE
      * AND A MEMBER OUT OF ITS HOUSEHOLD'S SUSPENSION, SO THE RUN
      * STOPS BEFORE POSTING ANYTHING.
      *----------------------------------------------------------------
       CHARGER-FOYERS.
           MOVE 0 TO WS-NB-APPART.
           OPEN INPUT HOUSEHOLD-FILE.
           IF WS-FOY-STATUS NOT = "00"
               GO TO FIN-CHARGER-FOYERS.
           MOVE "O" TO WS-FOY-OUVERT.
           PERFORM UNTIL WS-FOY-STATUS NOT = "00"
               READ HOUSEHOLD-FILE NEXT RECORD
                   AT END MOVE "10" TO WS-FOY-STATUS
                   NOT AT END
                       PERFORM VARYING WS-M FROM 1 BY 1
                               UNTIL WS-M > FY-NB-MEMBRES
                           PERFORM RETENIR-APPARTENANCE
                       END-PERFORM
               END-READ
           END-PERFORM.
       FIN-CHARGER-FOYERS.
           EXIT.
       RETENIR-APPARTENANCE.
           IF WS-NB-APPART NOT < 3000
               DISPLAY "TABLE DES FOYERS SATUREE - "
                       "ENCAISSEMENTS NON PASSES"
               MOVE "MECCGFOY.DAT" TO EXC-VALUE
               MOVE "TABLE DES FOYERS SATUREE" TO EXC-REASON
               MOVE "S" TO EXC-SEVERITY
               PERFORM ECRIRE-EXCEPTION
               CLOSE HOUSEHOLD-FILE
               MOVE "T" TO RC-TYPE
               WRITE RUN-CONTROL-RECORD
               CLOSE RUN-FILE
               CLOSE EXCEPTION-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-NB-APPART.
           MOVE FY-MEMBRE (WS-M) TO AP-ID (WS-NB-APPART).
           MOVE FY-NUMERO TO AP-NUMERO (WS-NB-APPART).
      *    THE HOUSEHOLD OF WS-ID-CHERCHE, AS PAYER (READ ON ITS OWN
      *    KEY) OR AS MEMBER (THE INDEX), LEFT IN HOUSEHOLD-RECORD.
       CHERCHER-FOYER.
           MOVE "N" TO WS-FOYER-TROUVE.
           MOVE WS-ID-CHERCHE TO WS-PAYEUR-FOYER.
           IF WS-FOY-OUVERT NOT = "O"
               GO TO FIN-CHERCHER-FOYER.
           MOVE WS-ID-CHERCHE TO FY-PAYEUR.
           READ HOUSEHOLD-FILE KEY IS FY-PAYEUR
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "O" TO WS-FOYER-TROUVE
           END-READ.
           IF WS-FOYER-TROUVE = "N"
               MOVE 0 TO WS-AP-NUMERO
               PERFORM VARYING WS-M FROM 1 BY 1
                       UNTIL WS-M > WS-NB-APPART
                          OR WS-AP-NUMERO NOT = 0
                   IF AP-ID (WS-M) = WS-ID-CHERCHE
                       MOVE AP-NUMERO (WS-M) TO WS-AP-NUMERO
                   END-IF
               END-PERFORM
               IF WS-AP-NUMERO NOT = 0
                   MOVE WS-AP-NUMERO TO FY-NUMERO
                   READ HOUSEHOLD-FILE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY MOVE "O" TO WS-FOYER-TROUVE
                   END-READ
               END-IF
           END-IF.
           IF WS-FOYER-TROUVE = "O"
               MOVE FY-PAYEUR TO WS-PAYEUR-FOYER
           END-IF.
       FIN-CHERCHER-FOYER.
           EXIT.
      *----------------------------------------------------------------
      * THE ADJUSTED BALANCE OF THE INVOICE IN INVOICE-RECORD: WHAT
      * WAS BILLED, LESS RECEIPTS, LESS CREDIT NOTES AND WRITE-OFFS,
      * PLUS REFUNDS.
      *----------------------------------------------------------------
       CALCULER-SOLDE.
           COMPUTE WS-SOLDE = IV-MONTANT - IV-REGLE
                            - IV-AVOIR + IV-REMBOURSE.
       LIBERER-REGISTRE.
           MOVE "D" TO ENQ-FONCTION.
           MOVE "MECCGINV.DAT" TO ENQ-RESSOURCE.
           MOVE "MECCGPAY" TO ENQ-PROGRAMME.
           CALL "ENQSRV" USING ENQUEUE-AREA.
      *----------------------------------------------------------------
      * THE OFFICE-SET ARREARS LIMIT (DAYS) FROM MECCGPAY.CTL - THE
      * DEFAULT OF 90 STANDS WHEN THE FILE IS ABSENT OR UNREADABLE.
           MOVE "MECCGPAY" TO JR-SOURCE.
           MOVE WS-BEFORE-IMAGE TO JR-BEFORE.
           MOVE WS-AFTER-IMAGE TO JR-AFTER.
           MOVE WS-OPERATEUR TO JR-OPERATEUR.
           WRITE JOURNAL-RECORD.
       ECRIRE-EXCEPTION.
           MOVE "MECCGPAY" TO EXC-PROGRAM.
