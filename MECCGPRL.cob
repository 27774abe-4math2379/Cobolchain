       IDENTIFICATION DIVISION.
       PROGRAM-ID. MECCGPRL.
       AUTHOR. SHOP OPERATIONS.
      *          DIRECT-DEBIT COLLECTION RUN. SELECTS EVERY OPEN
      *          INVOICE OF THE REGISTER DUE IN THE COMING COLLECTION
      *          WINDOW - FROM THE BUSINESS DATE THROUGH THE N'TH
      *          WORKING DAY AFTER IT (DATESRV "O"; N FROM
      *          MECCGPRL.CTL, DEFAULT 10) - WHOSE MEMBER HOLDS AN
      *          ACTIVE MANDATE (MECCGMAN.DAT, KEYED BY MECCGMDT), AND
      *          WRITES THE BANK'S COLLECTION FILE PRELEV.DAT:
      *              H  COLLECTION DATE, RUN IDENTIFIER, CREDITOR
      *              D  ONE PER DEBIT - INVOICE NUMBER (THE BANK'S
      *                 END-TO-END REFERENCE), MANDATE, ACCOUNT,
      *                 AMOUNT (THE ADJUSTED BALANCE), DEBIT DATE
      *                 (THE DUE DATE)
      *              T  DEBIT COUNT AND CONTROL TOTAL
      *          EACH DEBIT IS POSTED TO THE REGISTER AS PAID (IV-REGLE,
      *          STATUS "R"), ENTERED IN THE RECEIPT HISTORY
      *          (MECCGENC.DAT) AND IN THE DIRECT-DEBIT HISTORY
      *          (MECCGPRL.DAT, "P"); A DEBIT THE BANK RETURNS UNPAID
      *          IS REVERSED BY MECCGRJT. AN INVOICE ALREADY RETURNED
      *          ONCE IS NEVER PRESENTED AGAIN HERE - THE OFFICE
      *          FOLLOWS IT UP. PRELEV.DAT LEAVES ONLY THROUGH
      *          ENRCYPT'S WHOLE-FILE MODE (EFILE, WITH ITS MANIFEST);
      *          THE LISTING (MECCGPRL.RPT) SAYS SO, AND A RUN REFUSES
      *          TO OVERWRITE A PRELEV.DAT STILL HOLDING DEBITS - THE
      *          OPERATOR REMOVES THE CLEAR FILE ONCE IT IS
      *          ENCRYPTED. MECCGPRL.CTL: COLUMNS 1-3 THE WINDOW IN
      *          WORKING DAYS, 4-23 THE CREDITOR IDENTIFIER THE BANK
      *          ISSUED (THE RETURNED-DEBIT FEE IN 24-30 IS READ BY
      *          MECCGRJT). NOTHING IS POSTED WHILE THE BUSINESS DATE
      *          FALLS IN A CLOSED FISCAL PERIOD (PERSRV). THE RUN
      *          WRITES ITS OWN SIDECAR (MECCGPRL.RUN).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-FILE ASSIGN TO "MECCGINV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IV-NUMERO
               ALTERNATE RECORD KEY IS IV-ID WITH DUPLICATES
               FILE STATUS IS WS-INV-STATUS.
           SELECT MANDATE-FILE ASSIGN TO "MECCGMAN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MD-ID
               ALTERNATE RECORD KEY IS MD-REFERENCE
               FILE STATUS IS WS-MAN-STATUS.
           SELECT BANK-FILE ASSIGN TO "PRELEV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-BQE-STATUS.
           SELECT COLLECT-FILE ASSIGN TO "MECCGPRL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-PRL-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "MECCGENC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-ENC-STATUS.
           SELECT CONTROL-FILE ASSIGN TO "MECCGPRL.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-CTL-STATUS.
           SELECT REPORT-FILE ASSIGN TO "MECCGPRL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-FILE ASSIGN TO "MECCGPRL.RUN"
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
       FD  MANDATE-FILE
                      DATA RECORD MANDATE-RECORD.
           COPY "MECCGMD.cpy".
      *----------------------------------------------------------------
      * THE BANK'S COLLECTION FILE - 121 CHARACTERS, WELL INSIDE WHAT
      * ENRCYPT CARRIES WHOLE.
      *----------------------------------------------------------------
       FD  BANK-FILE
                      DATA RECORD BANK-RECORD.
       01  BANK-RECORD.
           05  BQ-TYPE            PIC X.
           05  BQ-DETAIL.
               10  BQ-NUMERO      PIC 9(8).
               10  BQ-ID          PIC X(8).
               10  BQ-REFERENCE   PIC X(16).
               10  BQ-DATE-SIGN   PIC 9(8).
               10  BQ-IBAN        PIC X(34).
               10  BQ-BIC         PIC X(11).
               10  BQ-TITULAIRE   PIC X(20).
               10  BQ-MONTANT     PIC 9(5)V99.
               10  BQ-DATE-DEBIT  PIC 9(8).
           05  BQ-ENTETE REDEFINES BQ-DETAIL.
               10  BQ-H-DATE      PIC 9(8).
               10  BQ-H-RUN-ID    PIC 9(14).
               10  BQ-H-CREANCIER PIC X(20).
               10  FILLER         PIC X(78).
           05  BQ-PIED REDEFINES BQ-DETAIL.
               10  BQ-T-NOMBRE    PIC 9(6).
               10  BQ-T-TOTAL     PIC 9(9)V99.
               10  FILLER         PIC X(103).
       FD  COLLECT-FILE
                      DATA RECORD COLLECTION-RECORD.
           COPY "MECCGPL.cpy".
       FD  HISTORY-FILE
                      DATA RECORD RECEIPT-HISTORY-RECORD.
           COPY "MECCGEN.cpy".
       FD  CONTROL-FILE
                      DATA RECORD CONTROL-RECORD.
       01  CONTROL-RECORD.
           05  PC-FENETRE         PIC X(3).
           05  PC-CREANCIER       PIC X(20).
           05  PC-FRAIS           PIC X(7).
       FD  REPORT-FILE
                      DATA RECORD LIGNE-RPT.
       01  LIGNE-RPT             PIC X(100).
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
           COPY "PERSRV.cpy".
           COPY "DATESRV.cpy".
       01  WS-INV-STATUS         PIC XX.
       01  WS-MAN-STATUS         PIC XX.
       01  WS-BQE-STATUS         PIC XX.
       01  WS-PRL-STATUS         PIC XX.
       01  WS-ENC-STATUS         PIC XX.
       01  WS-CTL-STATUS         PIC XX.
       01  WS-EXC-STATUS         PIC XX.
       01  WS-OPR-STATUS         PIC XX.
       01  WS-OPERATEUR          PIC X(8).
       01  WS-HEURE-EXACTE.
           05  WS-HHMMSS         PIC 9(6).
           05  FILLER            PIC 99.
       01  WS-EOF-FLAG           PIC X    VALUE "N".
       01  WS-RUN-DATE           PIC 9(8).
       01  WS-RUN-TIME           PIC 9(6).
       01  WS-RUN-ID             PIC 9(14).
       01  WS-FENETRE            PIC 9(3) VALUE 10.
       01  WS-CREANCIER          PIC X(20) VALUE "MECCG".
       01  WS-FIN-FENETRE        PIC 9(8).
       01  WS-NB-EN-ATTENTE      PIC 9(6) VALUE 0.
       01  WS-NB-PRESENTES       PIC 9(6) VALUE 0.
       01  WS-NB-SANS-MANDAT     PIC 9(6) VALUE 0.
       01  WS-NB-DEJA-REJETES    PIC 9(6) VALUE 0.
       01  WS-TOTAL-PRESENTE     PIC 9(9)V99 VALUE 0.
       01  WS-SOLDE              PIC S9(5)V99.
       01  WS-MONTANT            PIC 9(5)V99.
       01  WS-REECRIT            PIC X.
       01  WS-DEJA-REJETE        PIC X.
       01  WS-R                  PIC S9(4) COMP.
       01  WS-EDT-NB             PIC ZZZZZ9.
       01  WS-EDT-MONTANT        PIC ZZZZ9.99.
       01  WS-EDT-TOTAL          PIC ZZZZZZZZ9.99.
      *----------------------------------------------------------------
      * INVOICES THE BANK HAS ALREADY RETURNED ONCE (MECCGPRL.DAT "R"
      * LINES) - NEVER PRESENTED AGAIN BY THIS RUN.
      *----------------------------------------------------------------
       01  WS-NB-REJETS          PIC S9(4) COMP VALUE 0.
       01  TABLE-REJETS.
           05  RJ-NUMERO OCCURS 2000 PIC 9(8).

       01  WS-LIGNE-DEBIT.
           05  LD-ID             PIC X(8).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  LD-NUMERO         PIC 9(8).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  LD-ECHEANCE       PIC 9(8).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  LD-REFERENCE      PIC X(16).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  LD-MONTANT        PIC ZZZZ9.99.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  LD-NOTE           PIC X(20).

       PROCEDURE DIVISION.
       A-000-DEBUT.
           PERFORM LIRE-OPERATEUR.
           PERFORM LIRE-DATE-METIER
           MOVE BDA-DATE TO WS-RUN-DATE.
           ACCEPT WS-RUN-TIME FROM TIME.
           COMPUTE WS-RUN-ID = WS-RUN-DATE * 1000000 + WS-RUN-TIME.
           OPEN OUTPUT RUN-FILE.
           MOVE "H" TO RC-TYPE.
           MOVE WS-RUN-ID TO RC-RUN-ID.
           MOVE 0 TO RC-RECORD-COUNT.
           MOVE WS-OPERATEUR TO RC-OPERATOR.
           WRITE RUN-CONTROL-RECORD.
           OPEN EXTEND EXCEPTION-FILE.
           IF WS-EXC-STATUS = "35"
               OPEN OUTPUT EXCEPTION-FILE
               CLOSE EXCEPTION-FILE
               OPEN EXTEND EXCEPTION-FILE
           END-IF.
      *    NOTHING IS COLLECTED INTO A CLOSED PERIOD.
           MOVE WS-RUN-DATE TO PER-DATE.
           CALL "PERSRV" USING PERIOD-AREA.
           IF PER-RETOUR NOT = "00"
               DISPLAY "PERIODE " PER-MOIS-CLOS " CLOSE - "
                       "PRELEVEMENTS NON PASSES"
               MOVE WS-RUN-DATE TO EXC-VALUE
               MOVE "DATE DANS UNE PERIODE CLOSE" TO EXC-REASON
               MOVE "S" TO EXC-SEVERITY
               PERFORM ECRIRE-EXCEPTION
               PERFORM C-200-FERMER-RUN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      *    THE LAST LOT MUST HAVE LEFT BEFORE A NEW ONE IS MADE.
           PERFORM COMPTER-EN-ATTENTE.
           IF WS-NB-EN-ATTENTE > 0
               DISPLAY "PRELEV.DAT CONTIENT " WS-NB-EN-ATTENTE
                       " PRELEVEMENT(S) NON TRANSMIS - RUN ABANDONNE"
               MOVE "PRELEV.DAT" TO EXC-VALUE
               MOVE "LOT PRECEDENT NON TRANSMIS" TO EXC-REASON
               MOVE "S" TO EXC-SEVERITY
               PERFORM ECRIRE-EXCEPTION
               PERFORM C-200-FERMER-RUN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LIRE-PARAMETRES.
           MOVE "O" TO DSA-FONCTION.
           MOVE WS-RUN-DATE TO DSA-DATE-1.
           MOVE WS-FENETRE TO DSA-NB-JOURS.
           CALL "DATESRV" USING DATE-SERVICE-AREA.
           IF DSA-RETOUR NOT = "00"
               DISPLAY "FENETRE DE PRELEVEMENT INCALCULABLE"
               MOVE WS-RUN-DATE TO EXC-VALUE
               MOVE "FENETRE DE PRELEVEMENT INVALIDE" TO EXC-REASON
               MOVE "S" TO EXC-SEVERITY
               PERFORM ECRIRE-EXCEPTION
               PERFORM C-200-FERMER-RUN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE DSA-DATE-2 TO WS-FIN-FENETRE.
           PERFORM CHARGER-REJETS.
      *    THE REGISTER IS HELD WHILE THE DEBITS ARE POSTED.
           MOVE "E" TO ENQ-FONCTION.
           MOVE "MECCGINV.DAT" TO ENQ-RESSOURCE.
           MOVE "MECCGPRL" TO ENQ-PROGRAMME.
           MOVE 60 TO ENQ-ATTENTE.
           CALL "ENQSRV" USING ENQUEUE-AREA.
           IF ENQ-RETOUR NOT = "00"
               DISPLAY "MECCGINV.DAT TENU PAR " ENQ-TENU-PAR
                       " - PRELEVEMENTS NON PASSES"
               MOVE ENQ-TENU-PAR TO EXC-VALUE
               MOVE "REGISTRE VERROUILLE" TO EXC-REASON
               MOVE "S" TO EXC-SEVERITY
               PERFORM ECRIRE-EXCEPTION
               PERFORM C-200-FERMER-RUN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O INVOICE-FILE.
           IF WS-INV-STATUS = "35"
               OPEN OUTPUT INVOICE-FILE
               CLOSE INVOICE-FILE
               OPEN I-O INVOICE-FILE
           END-IF.
           OPEN INPUT MANDATE-FILE.
           IF WS-MAN-STATUS NOT = "00"
               CLOSE INVOICE-FILE
               PERFORM LIBERER-REGISTRE
               DISPLAY "MECCGMAN.DAT ABSENT - AUCUN MANDAT"
               PERFORM C-200-FERMER-RUN
               STOP RUN
           END-IF.
           OPEN EXTEND HISTORY-FILE.
           IF WS-ENC-STATUS = "35"
               OPEN OUTPUT HISTORY-FILE
               CLOSE HISTORY-FILE
               OPEN EXTEND HISTORY-FILE
           END-IF.
           OPEN EXTEND COLLECT-FILE.
           IF WS-PRL-STATUS = "35"
               OPEN OUTPUT COLLECT-FILE
               CLOSE COLLECT-FILE
               OPEN EXTEND COLLECT-FILE
           END-IF.
           OPEN OUTPUT BANK-FILE.
           MOVE SPACES TO BANK-RECORD.
           MOVE "H" TO BQ-TYPE.
           MOVE WS-RUN-DATE TO BQ-H-DATE.
           MOVE WS-RUN-ID TO BQ-H-RUN-ID.
           MOVE WS-CREANCIER TO BQ-H-CREANCIER.
           WRITE BANK-RECORD.
           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO LIGNE-RPT.
           STRING "PRELEVEMENTS DES COTISATIONS - ECHEANCES DU "
                  WS-RUN-DATE " AU " WS-FIN-FENETRE
               DELIMITED BY SIZE INTO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE ALL "=" TO LIGNE-RPT.
           WRITE LIGNE-RPT.
       B-100-BALAYER.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ INVOICE-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF IV-OUVERTE
                          AND IV-DATE-ECHEANCE NOT < WS-RUN-DATE
                          AND IV-DATE-ECHEANCE NOT > WS-FIN-FENETRE
                           PERFORM B-200-PRESENTER THRU F-200-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM C-100-TERMINER.
      *----------------------------------------------------------------
      * ONE INVOICE IN THE WINDOW: A BALANCE TO COLLECT, AN ACTIVE
      * MANDATE, NO EARLIER RETURN. THE REGISTER IS POSTED FIRST -
      * A DEBIT THAT COULD NOT BE POSTED NEVER REACHES THE BANK.
      *----------------------------------------------------------------
       B-200-PRESENTER.
           COMPUTE WS-SOLDE = IV-MONTANT - IV-REGLE
                            - IV-AVOIR + IV-REMBOURSE.
           IF WS-SOLDE NOT > 0
               GO TO F-200-EXIT.
           MOVE WS-SOLDE TO WS-MONTANT.
           MOVE IV-ID TO MD-ID.
           READ MANDATE-FILE
               INVALID KEY MOVE SPACE TO MD-STATUT
           END-READ.
           IF NOT MD-ACTIF OR MD-DATE-SIGNATURE > WS-RUN-DATE
               ADD 1 TO WS-NB-SANS-MANDAT
               GO TO F-200-EXIT.
           PERFORM CHERCHER-REJET.
           IF WS-DEJA-REJETE = "O"
               ADD 1 TO WS-NB-DEJA-REJETES
               MOVE "DEJA REJETE - SUIVI" TO LD-NOTE
               PERFORM EDITER-DEBIT
               GO TO F-200-EXIT.
           ADD WS-MONTANT TO IV-REGLE.
           MOVE "R" TO IV-STATUT.
           MOVE "O" TO WS-REECRIT.
           REWRITE INVOICE-RECORD
               INVALID KEY MOVE "N" TO WS-REECRIT
           END-REWRITE.
           IF WS-REECRIT = "N"
               MOVE IV-NUMERO TO EXC-VALUE
               MOVE "ERREUR REECRITURE REGISTRE" TO EXC-REASON
               MOVE "S" TO EXC-SEVERITY
               PERFORM ECRIRE-EXCEPTION
               MOVE "NON POSTE - VOIR LOG" TO LD-NOTE
               PERFORM EDITER-DEBIT
               GO TO F-200-EXIT.
           MOVE SPACES TO BANK-RECORD.
           MOVE "D" TO BQ-TYPE.
           MOVE IV-NUMERO TO BQ-NUMERO.
           MOVE IV-ID TO BQ-ID.
           MOVE MD-REFERENCE TO BQ-REFERENCE.
           MOVE MD-DATE-SIGNATURE TO BQ-DATE-SIGN.
           MOVE MD-IBAN TO BQ-IBAN.
           MOVE MD-BIC TO BQ-BIC.
           MOVE MD-TITULAIRE TO BQ-TITULAIRE.
           MOVE WS-MONTANT TO BQ-MONTANT.
           MOVE IV-DATE-ECHEANCE TO BQ-DATE-DEBIT.
           WRITE BANK-RECORD.
           ADD 1 TO WS-NB-PRESENTES.
           ADD WS-MONTANT TO WS-TOTAL-PRESENTE.
           MOVE IV-DATE-ECHEANCE TO EN-DATE-RECU.
           MOVE WS-RUN-DATE TO EN-DATE-POSTE.
           MOVE IV-ID TO EN-ID.
           MOVE IV-NUMERO TO EN-NUMERO.
           MOVE WS-MONTANT TO EN-MONTANT.
           MOVE "MECCGPRL" TO EN-ORIGINE.
           MOVE WS-OPERATEUR TO EN-PAR.
           MOVE SPACE TO EN-SENS.
           WRITE RECEIPT-HISTORY-RECORD.
           MOVE "P" TO PL-TYPE.
           MOVE WS-RUN-DATE TO PL-DATE.
           MOVE WS-RUN-ID TO PL-RUN-ID.
           MOVE IV-NUMERO TO PL-NUMERO.
           MOVE IV-ID TO PL-ID.
           MOVE WS-MONTANT TO PL-MONTANT.
           MOVE MD-REFERENCE TO PL-REFERENCE.
           MOVE SPACES TO PL-MOTIF.
           MOVE 0 TO PL-FRAIS-NUMERO.
           MOVE WS-OPERATEUR TO PL-PAR.
           WRITE COLLECTION-RECORD.
           MOVE SPACES TO LD-NOTE.
           PERFORM EDITER-DEBIT.
       F-200-EXIT.
           EXIT.
       EDITER-DEBIT.
           MOVE IV-ID TO LD-ID.
           MOVE IV-NUMERO TO LD-NUMERO.
           MOVE IV-DATE-ECHEANCE TO LD-ECHEANCE.
           MOVE MD-REFERENCE TO LD-REFERENCE.
           MOVE WS-MONTANT TO LD-MONTANT.
           MOVE WS-LIGNE-DEBIT TO LIGNE-RPT.
           WRITE LIGNE-RPT.
       CHERCHER-REJET.
           MOVE "N" TO WS-DEJA-REJETE.
           PERFORM VARYING WS-R FROM 1 BY 1
                   UNTIL WS-R > WS-NB-REJETS
               IF RJ-NUMERO (WS-R) = IV-NUMERO
                   MOVE "O" TO WS-DEJA-REJETE
               END-IF
           END-PERFORM.
      *----------------------------------------------------------------
      * END OF THE REGISTER: THE CONTROL TRAILER, THE HAND-OFF TO
      * ENRCYPT, THE TOTALS.
      *----------------------------------------------------------------
       C-100-TERMINER.
           MOVE SPACES TO BANK-RECORD.
           MOVE "T" TO BQ-TYPE.
           MOVE WS-NB-PRESENTES TO BQ-T-NOMBRE.
           MOVE WS-TOTAL-PRESENTE TO BQ-T-TOTAL.
           WRITE BANK-RECORD.
           CLOSE BANK-FILE.
           CLOSE COLLECT-FILE.
           CLOSE HISTORY-FILE.
           CLOSE MANDATE-FILE.
           CLOSE INVOICE-FILE.
           PERFORM LIBERER-REGISTRE.
           MOVE SPACES TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE WS-NB-PRESENTES TO WS-EDT-NB.
           MOVE SPACES TO LIGNE-RPT.
           STRING "PRELEVEMENTS PRESENTES : " WS-EDT-NB
               DELIMITED BY SIZE INTO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE WS-TOTAL-PRESENTE TO WS-EDT-TOTAL.
           MOVE SPACES TO LIGNE-RPT.
           STRING "TOTAL DE CONTROLE      : " WS-EDT-TOTAL
               DELIMITED BY SIZE INTO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE WS-NB-SANS-MANDAT TO WS-EDT-NB.
           MOVE SPACES TO LIGNE-RPT.
           STRING "ECHEANCES SANS MANDAT  : " WS-EDT-NB
               DELIMITED BY SIZE INTO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE WS-NB-DEJA-REJETES TO WS-EDT-NB.
           MOVE SPACES TO LIGNE-RPT.
           STRING "DEJA REJETEES (SUIVI)  : " WS-EDT-NB
               DELIMITED BY SIZE INTO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE SPACES TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           IF WS-NB-PRESENTES > 0
               MOVE "A TRANSMETTRE PAR ENRCYPT EFILE : PRELEV.DAT -> "
                   TO LIGNE-RPT
               MOVE "PRELEV.CHF (+ PRELEV.CHF.MAN)" TO LIGNE-RPT (49:)
               WRITE LIGNE-RPT
               MOVE "PUIS SUPPRIMER LE FICHIER CLAIR PRELEV.DAT"
                   TO LIGNE-RPT
               WRITE LIGNE-RPT
           ELSE
               MOVE "RIEN A PRELEVER - AUCUN FICHIER A TRANSMETTRE"
                   TO LIGNE-RPT
               WRITE LIGNE-RPT
           END-IF.
           CLOSE REPORT-FILE.
           PERFORM C-200-FERMER-RUN.
           DISPLAY "PRELEVEMENTS TERMINES - " WS-NB-PRESENTES
                   " PRESENTE(S), VOIR MECCGPRL.RPT".
           IF WS-NB-PRESENTES > 0
               DISPLAY "CHIFFRER PRELEV.DAT PAR ENRCYPT EFILE AVANT "
                       "TRANSMISSION A LA BANQUE"
           END-IF.
           STOP RUN.
       C-200-FERMER-RUN.
           MOVE "T" TO RC-TYPE.
           MOVE WS-RUN-ID TO RC-RUN-ID.
           MOVE WS-NB-PRESENTES TO RC-RECORD-COUNT.
           MOVE WS-OPERATEUR TO RC-OPERATOR.
           WRITE RUN-CONTROL-RECORD.
           CLOSE RUN-FILE.
           CLOSE EXCEPTION-FILE.
       LIBERER-REGISTRE.
           MOVE "D" TO ENQ-FONCTION.
           MOVE "MECCGINV.DAT" TO ENQ-RESSOURCE.
           MOVE "MECCGPRL" TO ENQ-PROGRAMME.
           CALL "ENQSRV" USING ENQUEUE-AREA.
      *----------------------------------------------------------------
      * DEBITS STILL WAITING IN A PRELEV.DAT FROM AN EARLIER RUN. AN
      * EMPTY LOT (HEADER AND TRAILER ONLY) IS SIMPLY REPLACED.
      *----------------------------------------------------------------
       COMPTER-EN-ATTENTE.
           MOVE 0 TO WS-NB-EN-ATTENTE.
           OPEN INPUT BANK-FILE.
           IF WS-BQE-STATUS = "00"
               PERFORM UNTIL WS-BQE-STATUS NOT = "00"
                   READ BANK-FILE
                       AT END MOVE "10" TO WS-BQE-STATUS
                       NOT AT END
                           IF BQ-TYPE = "D"
                               ADD 1 TO WS-NB-EN-ATTENTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BANK-FILE
           END-IF.
      *----------------------------------------------------------------
      * THE WINDOW AND THE CREDITOR IDENTIFIER FROM MECCGPRL.CTL -
      * THE DEFAULTS STAND WHEN THE FILE OR A FIELD IS ABSENT.
      *----------------------------------------------------------------
       LIRE-PARAMETRES.
           OPEN INPUT CONTROL-FILE.
           IF WS-CTL-STATUS = "00"
               READ CONTROL-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF PC-FENETRE NUMERIC
                           MOVE PC-FENETRE TO WS-FENETRE
                       END-IF
                       IF PC-CREANCIER NOT = SPACES
                           MOVE PC-CREANCIER TO WS-CREANCIER
                       END-IF
               END-READ
               CLOSE CONTROL-FILE
           END-IF.
       CHARGER-REJETS.
           MOVE 0 TO WS-NB-REJETS.
           OPEN INPUT COLLECT-FILE.
           IF WS-PRL-STATUS = "00"
               PERFORM UNTIL WS-PRL-STATUS NOT = "00"
                   READ COLLECT-FILE
                       AT END MOVE "10" TO WS-PRL-STATUS
                       NOT AT END
                           IF PL-REJETE
                               PERFORM RETENIR-REJET
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COLLECT-FILE
           END-IF.
       RETENIR-REJET.
           IF WS-NB-REJETS < 2000
               ADD 1 TO WS-NB-REJETS
               MOVE PL-NUMERO TO RJ-NUMERO (WS-NB-REJETS)
           ELSE
               MOVE PL-NUMERO TO EXC-VALUE
               MOVE "TABLE DES REJETS PLEINE" TO EXC-REASON
               MOVE "W" TO EXC-SEVERITY
               PERFORM ECRIRE-EXCEPTION
           END-IF.
      *----------------------------------------------------------------
      * APPENDS ONE RECORD TO THE SHARED EXCEPTION LOG. CALLERS SET
      * EXC-VALUE/EXC-REASON BEFORE PERFORMING THIS.
      *----------------------------------------------------------------
       ECRIRE-EXCEPTION.
           MOVE "MECCGPRL" TO EXC-PROGRAM.
           PERFORM LIRE-DATE-METIER
           MOVE BDA-DATE TO EXC-DATE.
           ACCEPT WS-HEURE-EXACTE FROM TIME.
           MOVE WS-HHMMSS TO EXC-TIME.
           MOVE WS-OPERATEUR TO EXC-OPERATOR.
           WRITE EXCEPTION-LOG-RECORD.
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

       END PROGRAM MECCGPRL.
