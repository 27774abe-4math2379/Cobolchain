       IDENTIFICATION DIVISION.
       PROGRAM-ID. MECCGRJT.
       AUTHOR. SHOP OPERATIONS.
      *          DIRECT-DEBIT RETURNS. THE BANK SENDS BACK THE DEBITS
      *          OF A COLLECTION FILE (MECCGPRL) IT COULD NOT TAKE -
      *          ACCOUNT CLOSED, NO FUNDS, MANDATE DISPUTED. THE FILE
      *          COMES IN THROUGH TRANSRCV LIKE ANY INBOUND
      *          TRANSMITTAL AND IS LANDED AS PRELEV.RET:
      *              H  DATE OF THE RETURNS FILE
      *              D  ONE PER RETURNED DEBIT - INVOICE NUMBER (THE
      *                 END-TO-END REFERENCE WE SENT), MANDATE
      *                 REFERENCE, AMOUNT, BANK REASON CODE, DATE
      *              T  DETAIL COUNT AND CONTROL TOTAL
      *          THE FILE IS PROVED WHOLE FIRST (ONE HEADER FIRST, ONE
      *          TRAILER LAST, COUNT AND TOTAL AGREEING, EVERY FIELD
      *          READABLE); A BROKEN FILE POSTS NOTHING - SEVERE
      *          EXCEPTION AND RETURN-CODE 8. THEN EACH RETURN THAT
      *          MATCHES A DEBIT PRESENTED AND NOT YET RETURNED
      *          (MECCGPRL.DAT "P" LINE, SAME MANDATE AND AMOUNT):
      *            - REOPENS THE INVOICE (THE AMOUNT COMES BACK OUT
      *              OF IV-REGLE, STATUS "O");
      *            - ENTERS THE REVERSAL IN THE RECEIPT HISTORY
      *              (MECCGENC.DAT, EN-SENS "R");
      *            - RAISES THE RETURNED-DEBIT FEE AS A NEW INVOICE
      *              TO THE MEMBER, DUE AT ONCE (AMOUNT IN COLUMNS
      *              24-30 OF MECCGPRL.CTL, DEFAULT 5.00; ZERO RAISES
      *              NONE), NUMBERED LIKE THE BILLING RUN'S, OF THE
      *              RESERVED CATEGORY "RJ";
      *            - WRITES THE "R" LINE OF THE DIRECT-DEBIT HISTORY,
      *              WHICH KEEPS THE INVOICE OUT OF LATER COLLECTIONS;
      *            - LISTS THE MEMBER, WITH ADDRESS, FOR FOLLOW-UP ON
      *              MECCGRJT.RPT.
      *          A RETURN THAT MATCHES NOTHING IS LISTED AND LOGGED,
      *          NEVER POSTED. NOTHING IS POSTED WHILE THE BUSINESS
      *          DATE FALLS IN A CLOSED FISCAL PERIOD (PERSRV). THE
      *          RUN WRITES ITS OWN SIDECAR (MECCGRJT.RUN); PRELEV.RET
      *          IS LEFT IN PLACE - A SECOND RUN ON THE SAME FILE FINDS
      *          EVERY RETURN ALREADY POSTED AND POSTS NOTHING.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURN-FILE ASSIGN TO "PRELEV.RET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-RET-STATUS.
           SELECT INVOICE-FILE ASSIGN TO "MECCGINV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IV-NUMERO
               ALTERNATE RECORD KEY IS IV-ID WITH DUPLICATES
               FILE STATUS IS WS-INV-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO "MECCGINV.ARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-ARC-STATUS.
           SELECT MASTER-FILE ASSIGN TO "MECCG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MR-ID
               ALTERNATE RECORD KEY IS MR-NAME WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.
           SELECT COLLECT-FILE ASSIGN TO "MECCGPRL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-PRL-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "MECCGENC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-ENC-STATUS.
           SELECT CONTROL-FILE ASSIGN TO "MECCGPRL.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-CTL-STATUS.
           SELECT REPORT-FILE ASSIGN TO "MECCGRJT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-FILE ASSIGN TO "MECCGRJT.RUN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEPTION-FILE ASSIGN TO "EXCEPT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-EXC-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "OPERATOR.CUR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-OPR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RETURN-FILE
                      DATA RECORD RETURN-RECORD.
       01  RETURN-RECORD.
           05  RT-TYPE            PIC X.
           05  RT-DETAIL.
               10  RT-NUMERO      PIC 9(8).
               10  RT-REFERENCE   PIC X(16).
               10  RT-MONTANT     PIC 9(5)V99.
               10  RT-MOTIF       PIC X(4).
               10  RT-DATE-REJET  PIC 9(8).
           05  RT-ENTETE REDEFINES RT-DETAIL.
               10  RT-H-DATE      PIC 9(8).
               10  FILLER         PIC X(35).
           05  RT-PIED REDEFINES RT-DETAIL.
               10  RT-T-NOMBRE    PIC 9(6).
               10  RT-T-TOTAL     PIC 9(9)V99.
               10  FILLER         PIC X(26).
       FD  INVOICE-FILE
                      DATA RECORD INVOICE-RECORD.
           COPY "MECCGIV.cpy".
       FD  ARCHIVE-FILE
                      DATA RECORD ARCHIVE-RECORD.
       01  ARCHIVE-RECORD.
           05  ARC-DATE-ARCHIVAGE PIC 9(8).
           05  ARC-IMAGE          PIC X(63).
       FD  MASTER-FILE.
           COPY "MECCGMR.cpy".
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
       01  WS-RET-STATUS         PIC XX.
       01  WS-INV-STATUS         PIC XX.
       01  WS-ARC-STATUS         PIC XX.
       01  WS-FILE-STATUS        PIC XX.
       01  WS-PRL-STATUS         PIC XX.
       01  WS-ENC-STATUS         PIC XX.
       01  WS-CTL-STATUS         PIC XX.
       01  WS-EXC-STATUS         PIC XX.
       01  WS-OPR-STATUS         PIC XX.
       01  WS-OPERATEUR          PIC X(8).
       01  WS-HEURE-EXACTE.
           05  WS-HHMMSS         PIC 9(6).
           05  FILLER            PIC 99.
       01  WS-EOF-FLAG           PIC X.
       01  WS-ENTETE-VU          PIC X    VALUE "N".
       01  WS-PIED-VU            PIC X    VALUE "N".
       01  WS-FICHIER-OK         PIC X    VALUE "O".
       01  WS-MOTIF-REJET        PIC X(30).
       01  WS-RUN-DATE           PIC 9(8).
       01  WS-RUN-TIME           PIC 9(6).
       01  WS-RUN-ID             PIC 9(14).
       01  WS-FRAIS              PIC 9(5)V99 VALUE 5.00.
       01  WS-NB-DETAILS         PIC 9(6) VALUE 0.
       01  WS-TOTAL-DETAILS      PIC 9(9)V99 VALUE 0.
       01  WS-COUNT-ANNONCE      PIC 9(6) VALUE 0.
       01  WS-TOTAL-ANNONCE      PIC 9(9)V99 VALUE 0.
       01  WS-NB-TRAITES         PIC 9(6) VALUE 0.
       01  WS-NB-NON-TRAITES     PIC 9(6) VALUE 0.
       01  WS-NB-FRAIS           PIC 9(6) VALUE 0.
       01  WS-TOTAL-REJETE       PIC 9(9)V99 VALUE 0.
       01  WS-NB-PRESENTES       PIC S9(4) COMP.
       01  WS-NB-RETOURS         PIC S9(4) COMP.
       01  WS-MONTANT-PRESENTE   PIC 9(5)V99.
       01  WS-REECRIT            PIC X.
       01  WS-NUMERO-PRIS        PIC X.
       01  WS-PROCHAIN-NUMERO    PIC 9(8) VALUE 1.
       01  WS-FRAIS-NUMERO       PIC 9(8).
       01  WS-FACT-ID            PIC X(8).
       01  WS-DATE-REJET         PIC 9(8).
       01  WS-EDT-NB             PIC ZZZZZ9.
       01  WS-EDT-MONTANT        PIC ZZZZ9.99.
       01  WS-EDT-TOTAL          PIC ZZZZZZZZ9.99.

       01  WS-LIGNE-SUIVI-1.
           05  LS1-ID            PIC X(8).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  LS1-NOM           PIC X(20).
           05  FILLER            PIC X(10) VALUE "  FACTURE ".
           05  LS1-NUMERO        PIC 9(8).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  LS1-MONTANT       PIC ZZZZ9.99.
           05  FILLER            PIC X(8)  VALUE "  MOTIF ".
           05  LS1-MOTIF         PIC X(4).
           05  FILLER            PIC X(8)  VALUE "  FRAIS ".
           05  LS1-FRAIS         PIC X(8).
       01  WS-LIGNE-SUIVI-2.
           05  FILLER            PIC X(10) VALUE SPACES.
           05  LS2-ADRESSE       PIC X(30).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  LS2-POSTAL        PIC X(8).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  LS2-VILLE         PIC X(20).

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
      *    NO RETURN IS POSTED INTO A CLOSED PERIOD.
           MOVE WS-RUN-DATE TO PER-DATE.
           CALL "PERSRV" USING PERIOD-AREA.
           IF PER-RETOUR NOT = "00"
               DISPLAY "PERIODE " PER-MOIS-CLOS " CLOSE - "
                       "REJETS NON PASSES"
               MOVE WS-RUN-DATE TO EXC-VALUE
               MOVE "DATE DANS UNE PERIODE CLOSE" TO EXC-REASON
               MOVE "S" TO EXC-SEVERITY
               PERFORM ECRIRE-EXCEPTION
               PERFORM C-200-FERMER-RUN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LIRE-PARAMETRES.
           OPEN OUTPUT REPORT-FILE.
           MOVE "PRELEVEMENTS REJETES - MEMBRES A RELANCER"
               TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE ALL "=" TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           OPEN INPUT RETURN-FILE.
           IF WS-RET-STATUS NOT = "00"
               DISPLAY "PRELEV.RET ABSENT - RIEN A TRAITER"
               MOVE "AUCUN FICHIER DE REJETS" TO LIGNE-RPT
               WRITE LIGNE-RPT
               CLOSE REPORT-FILE
               PERFORM C-200-FERMER-RUN
               STOP RUN
           END-IF.
       B-100-CONTROLER.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ RETURN-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END PERFORM B-200-CONTROLER-LIGNE
               END-READ
           END-PERFORM.
           CLOSE RETURN-FILE.
           IF WS-ENTETE-VU = "N"
               MOVE "ENTETE ABSENTE" TO WS-MOTIF-REJET
               PERFORM E-300-FICHIER-CASSE
           END-IF.
           IF WS-PIED-VU = "N"
               MOVE "PIED ABSENT" TO WS-MOTIF-REJET
               PERFORM E-300-FICHIER-CASSE
           ELSE
               IF WS-COUNT-ANNONCE NOT = WS-NB-DETAILS
                  OR WS-TOTAL-ANNONCE NOT = WS-TOTAL-DETAILS
                   MOVE "ECART TOTAUX DE CONTROLE" TO WS-MOTIF-REJET
                   PERFORM E-300-FICHIER-CASSE
               END-IF
           END-IF.
           IF WS-FICHIER-OK = "N"
               MOVE SPACES TO LIGNE-RPT
               WRITE LIGNE-RPT
               MOVE "FICHIER DE REJETS INCOMPLET - RIEN N'EST POSTE"
                   TO LIGNE-RPT
               WRITE LIGNE-RPT
               CLOSE REPORT-FILE
               PERFORM C-200-FERMER-RUN
               DISPLAY "REJETS EN ECHEC - VOIR MECCGRJT.RPT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      *    THE FILE IS WHOLE - THE REGISTER IS HELD AND IT IS POSTED.
           MOVE "E" TO ENQ-FONCTION.
           MOVE "MECCGINV.DAT" TO ENQ-RESSOURCE.
           MOVE "MECCGRJT" TO ENQ-PROGRAMME.
           MOVE 60 TO ENQ-ATTENTE.
           CALL "ENQSRV" USING ENQUEUE-AREA.
           IF ENQ-RETOUR NOT = "00"
               DISPLAY "MECCGINV.DAT TENU PAR " ENQ-TENU-PAR
                       " - REJETS NON PASSES"
               MOVE ENQ-TENU-PAR TO EXC-VALUE
               MOVE "REGISTRE VERROUILLE" TO EXC-REASON
               MOVE "S" TO EXC-SEVERITY
               PERFORM ECRIRE-EXCEPTION
               CLOSE REPORT-FILE
               PERFORM C-200-FERMER-RUN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM CHERCHER-PROCHAIN-NUMERO.
           OPEN I-O INVOICE-FILE.
           IF WS-INV-STATUS = "35"
               OPEN OUTPUT INVOICE-FILE
               CLOSE INVOICE-FILE
               OPEN I-O INVOICE-FILE
           END-IF.
           OPEN INPUT MASTER-FILE.
           OPEN EXTEND HISTORY-FILE.
           IF WS-ENC-STATUS = "35"
               OPEN OUTPUT HISTORY-FILE
               CLOSE HISTORY-FILE
               OPEN EXTEND HISTORY-FILE
           END-IF.
           OPEN INPUT RETURN-FILE.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ RETURN-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF RT-TYPE = "D"
                           PERFORM B-300-UN-REJET THRU F-300-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RETURN-FILE.
           PERFORM C-100-TERMINER.
      *----------------------------------------------------------------
      * FIRST PASS OVER ONE LINE OF THE RETURNS FILE - STRUCTURE AND
      * CONTROL TOTALS ONLY, NOTHING IS POSTED.
      *----------------------------------------------------------------
       B-200-CONTROLER-LIGNE.
           EVALUATE RT-TYPE
               WHEN "H"
                   IF WS-ENTETE-VU = "O"
                       MOVE "DOUBLE ENTETE" TO WS-MOTIF-REJET
                       PERFORM E-300-FICHIER-CASSE
                   ELSE
                       MOVE "O" TO WS-ENTETE-VU
                   END-IF
               WHEN "T"
                   IF RT-T-NOMBRE NUMERIC AND RT-T-TOTAL NUMERIC
                       MOVE RT-T-NOMBRE TO WS-COUNT-ANNONCE
                       MOVE RT-T-TOTAL TO WS-TOTAL-ANNONCE
                   ELSE
                       MOVE "PIED ILLISIBLE" TO WS-MOTIF-REJET
                       PERFORM E-300-FICHIER-CASSE
                   END-IF
                   MOVE "O" TO WS-PIED-VU
               WHEN "D"
                   ADD 1 TO WS-NB-DETAILS
                   IF WS-ENTETE-VU = "N" OR WS-PIED-VU = "O"
                       MOVE "DETAIL HORS ENTETE/PIED"
                           TO WS-MOTIF-REJET
                       PERFORM E-300-FICHIER-CASSE
                   END-IF
                   IF RT-NUMERO NUMERIC AND RT-MONTANT NUMERIC
                       ADD RT-MONTANT TO WS-TOTAL-DETAILS
                   ELSE
                       MOVE "DETAIL ILLISIBLE" TO WS-MOTIF-REJET
                       PERFORM E-300-FICHIER-CASSE
                   END-IF
               WHEN OTHER
                   MOVE "CODE ENREGISTREMENT INVALIDE"
                       TO WS-MOTIF-REJET
                   PERFORM E-300-FICHIER-CASSE
           END-EVALUATE.
      *----------------------------------------------------------------
      * ONE RETURNED DEBIT: MATCHED AGAINST WHAT WAS PRESENTED, THEN
      * REVERSED, CHARGED AND LISTED.
      *----------------------------------------------------------------
       B-300-UN-REJET.
           PERFORM CHERCHER-PRESENTATION.
           IF WS-NB-PRESENTES = 0
               MOVE "PRELEVEMENT INCONNU" TO WS-MOTIF-REJET
               PERFORM E-100-NON-TRAITE
               GO TO F-300-EXIT.
           IF WS-NB-RETOURS NOT < WS-NB-PRESENTES
               MOVE "REJET DEJA POSTE" TO WS-MOTIF-REJET
               PERFORM E-100-NON-TRAITE
               GO TO F-300-EXIT.
           IF RT-MONTANT NOT = WS-MONTANT-PRESENTE
               MOVE "MONTANT DIFFERENT DU PRELEVE" TO WS-MOTIF-REJET
               PERFORM E-100-NON-TRAITE
               GO TO F-300-EXIT.
           MOVE RT-NUMERO TO IV-NUMERO.
           MOVE "O" TO WS-REECRIT.
           READ INVOICE-FILE
               INVALID KEY MOVE "N" TO WS-REECRIT
           END-READ.
           IF WS-REECRIT = "N"
               MOVE "FACTURE ARCHIVEE OU INCONNUE" TO WS-MOTIF-REJET
               PERFORM E-100-NON-TRAITE
               GO TO F-300-EXIT.
           IF IV-REGLE < RT-MONTANT
               MOVE "REGLE INFERIEUR AU REJET" TO WS-MOTIF-REJET
               PERFORM E-100-NON-TRAITE
               GO TO F-300-EXIT.
           SUBTRACT RT-MONTANT FROM IV-REGLE.
           MOVE "O" TO IV-STATUT.
           REWRITE INVOICE-RECORD
               INVALID KEY MOVE "N" TO WS-REECRIT
           END-REWRITE.
           IF WS-REECRIT = "N"
               MOVE "ERREUR REECRITURE REGISTRE" TO WS-MOTIF-REJET
               PERFORM E-100-NON-TRAITE
               GO TO F-300-EXIT.
           ADD 1 TO WS-NB-TRAITES.
           ADD RT-MONTANT TO WS-TOTAL-REJETE.
           MOVE IV-ID TO WS-FACT-ID.
           IF RT-DATE-REJET NUMERIC AND RT-DATE-REJET NOT = 0
               MOVE RT-DATE-REJET TO WS-DATE-REJET
           ELSE
               MOVE WS-RUN-DATE TO WS-DATE-REJET
           END-IF.
           MOVE WS-DATE-REJET TO EN-DATE-RECU.
           MOVE WS-RUN-DATE TO EN-DATE-POSTE.
           MOVE IV-ID TO EN-ID.
           MOVE IV-NUMERO TO EN-NUMERO.
           MOVE RT-MONTANT TO EN-MONTANT.
           MOVE "MECCGRJT" TO EN-ORIGINE.
           MOVE WS-OPERATEUR TO EN-PAR.
           MOVE "R" TO EN-SENS.
           WRITE RECEIPT-HISTORY-RECORD.
           MOVE 0 TO WS-FRAIS-NUMERO.
           IF WS-FRAIS > 0
               PERFORM ECRIRE-FRAIS
           END-IF.
           OPEN EXTEND COLLECT-FILE.
           IF WS-PRL-STATUS = "35"
               OPEN OUTPUT COLLECT-FILE
               CLOSE COLLECT-FILE
               OPEN EXTEND COLLECT-FILE
           END-IF.
           MOVE "R" TO PL-TYPE.
           MOVE WS-RUN-DATE TO PL-DATE.
           MOVE WS-RUN-ID TO PL-RUN-ID.
           MOVE RT-NUMERO TO PL-NUMERO.
           MOVE WS-FACT-ID TO PL-ID.
           MOVE RT-MONTANT TO PL-MONTANT.
           MOVE RT-REFERENCE TO PL-REFERENCE.
           MOVE RT-MOTIF TO PL-MOTIF.
           MOVE WS-FRAIS-NUMERO TO PL-FRAIS-NUMERO.
           MOVE WS-OPERATEUR TO PL-PAR.
           WRITE COLLECTION-RECORD.
           CLOSE COLLECT-FILE.
           MOVE SPACES TO EXC-VALUE.
           STRING RT-NUMERO " " WS-FACT-ID
               DELIMITED BY SIZE INTO EXC-VALUE.
           MOVE "PRELEVEMENT REJETE - MOTIF" TO EXC-REASON.
           MOVE RT-MOTIF TO EXC-REASON (27:4).
           MOVE "W" TO EXC-SEVERITY.
           PERFORM ECRIRE-EXCEPTION.
           PERFORM EDITER-SUIVI.
       F-300-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * THE DEBITS PRESENTED AND RETURNED SO FAR FOR THE INVOICE, AND
      * THE AMOUNT OF THE LAST ONE PRESENTED UNDER THE SAME MANDATE.
      *----------------------------------------------------------------
       CHERCHER-PRESENTATION.
           MOVE 0 TO WS-NB-PRESENTES WS-NB-RETOURS.
           MOVE 0 TO WS-MONTANT-PRESENTE.
           OPEN INPUT COLLECT-FILE.
           IF WS-PRL-STATUS = "00"
               PERFORM UNTIL WS-PRL-STATUS NOT = "00"
                   READ COLLECT-FILE
                       AT END MOVE "10" TO WS-PRL-STATUS
                       NOT AT END
                           IF PL-NUMERO = RT-NUMERO
                              AND PL-REFERENCE = RT-REFERENCE
                               IF PL-PRESENTE
                                   ADD 1 TO WS-NB-PRESENTES
                                   MOVE PL-MONTANT
                                       TO WS-MONTANT-PRESENTE
                               END-IF
                               IF PL-REJETE
                                   ADD 1 TO WS-NB-RETOURS
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COLLECT-FILE
           END-IF.
      *----------------------------------------------------------------
      * THE RETURNED-DEBIT FEE: A NEW INVOICE TO THE MEMBER, OF THE
      * RESERVED CATEGORY "RJ", DUE TODAY. A NUMBER FOUND
      * TAKEN IS LOGGED AND THE NEXT ONE USED, AS IN THE BILLING RUN.
      *----------------------------------------------------------------
       ECRIRE-FRAIS.
           MOVE "N" TO WS-NUMERO-PRIS.
           MOVE WS-PROCHAIN-NUMERO TO IV-NUMERO.
           MOVE WS-RUN-DATE TO IV-DATE-FACTURE.
           MOVE WS-FACT-ID TO IV-ID.
           MOVE "RJ" TO IV-CATEG.
           MOVE WS-RUN-DATE TO IV-DATE-ECHEANCE.
           MOVE WS-FRAIS TO IV-MONTANT.
           MOVE "O" TO IV-STATUT.
           MOVE ZERO TO IV-REGLE IV-AVOIR IV-REMBOURSE.
           WRITE INVOICE-RECORD
               INVALID KEY
                   MOVE "O" TO WS-NUMERO-PRIS
                   MOVE IV-NUMERO TO EXC-VALUE
                   MOVE "NUMERO DE FACTURE DEJA PRIS" TO EXC-REASON
                   MOVE "W" TO EXC-SEVERITY
                   PERFORM ECRIRE-EXCEPTION
           END-WRITE.
           ADD 1 TO WS-PROCHAIN-NUMERO.
           IF WS-NUMERO-PRIS = "O"
               GO TO ECRIRE-FRAIS.
           MOVE IV-NUMERO TO WS-FRAIS-NUMERO.
           ADD 1 TO WS-NB-FRAIS.
      *----------------------------------------------------------------
      * THE FOLLOW-UP LINES: WHO, WHAT CAME BACK, WHY, AND WHERE TO
      * WRITE TO THEM.
      *----------------------------------------------------------------
       EDITER-SUIVI.
           MOVE WS-FACT-ID TO MR-ID.
           READ MASTER-FILE
               INVALID KEY
                   MOVE "** MEMBRE INCONNU **" TO MR-NAME
                   MOVE SPACES TO MR-ADDRESS-1 MR-POSTAL-CODE MR-CITY
           END-READ.
           IF WS-FILE-STATUS (1:1) NOT = "0"
               MOVE "** MEMBRE INCONNU **" TO MR-NAME
               MOVE SPACES TO MR-ADDRESS-1 MR-POSTAL-CODE MR-CITY
           END-IF.
           MOVE WS-FACT-ID TO LS1-ID.
           MOVE MR-NAME TO LS1-NOM.
           MOVE RT-NUMERO TO LS1-NUMERO.
           MOVE RT-MONTANT TO LS1-MONTANT.
           MOVE RT-MOTIF TO LS1-MOTIF.
           IF WS-FRAIS-NUMERO = 0
               MOVE "AUCUNS" TO LS1-FRAIS
           ELSE
               MOVE WS-FRAIS-NUMERO TO LS1-FRAIS
           END-IF.
           MOVE WS-LIGNE-SUIVI-1 TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE MR-ADDRESS-1 TO LS2-ADRESSE.
           MOVE MR-POSTAL-CODE TO LS2-POSTAL.
           MOVE MR-CITY TO LS2-VILLE.
           MOVE WS-LIGNE-SUIVI-2 TO LIGNE-RPT.
           WRITE LIGNE-RPT.
      *----------------------------------------------------------------
      * A RETURN THAT CANNOT BE POSTED: LISTED, LOGGED, LEFT ALONE.
      *----------------------------------------------------------------
       E-100-NON-TRAITE.
           ADD 1 TO WS-NB-NON-TRAITES.
           MOVE SPACES TO LIGNE-RPT.
           MOVE RT-MONTANT TO WS-EDT-MONTANT.
           STRING "NON TRAITE  FACTURE " RT-NUMERO "  "
                  RT-REFERENCE "  " WS-EDT-MONTANT "  "
                  WS-MOTIF-REJET
               DELIMITED BY SIZE INTO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE RETURN-RECORD (1:20) TO EXC-VALUE.
           MOVE WS-MOTIF-REJET TO EXC-REASON.
           MOVE "W" TO EXC-SEVERITY.
           PERFORM ECRIRE-EXCEPTION.
      *----------------------------------------------------------------
      * FILE-STRUCTURE ERROR: SEVERE, AND NOTHING IS POSTED.
      *----------------------------------------------------------------
       E-300-FICHIER-CASSE.
           MOVE "N" TO WS-FICHIER-OK.
           MOVE SPACES TO LIGNE-RPT.
           STRING "FICHIER " RT-TYPE "      " WS-MOTIF-REJET
               DELIMITED BY SIZE INTO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE RETURN-RECORD (1:20) TO EXC-VALUE.
           MOVE WS-MOTIF-REJET TO EXC-REASON.
           MOVE "S" TO EXC-SEVERITY.
           PERFORM ECRIRE-EXCEPTION.
       C-100-TERMINER.
           CLOSE HISTORY-FILE.
           CLOSE MASTER-FILE.
           CLOSE INVOICE-FILE.
           PERFORM LIBERER-REGISTRE.
           MOVE SPACES TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE WS-NB-DETAILS TO WS-EDT-NB.
           MOVE SPACES TO LIGNE-RPT.
           STRING "REJETS RECUS        : " WS-EDT-NB
               DELIMITED BY SIZE INTO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE WS-NB-TRAITES TO WS-EDT-NB.
           MOVE SPACES TO LIGNE-RPT.
           STRING "FACTURES ROUVERTES  : " WS-EDT-NB
               DELIMITED BY SIZE INTO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE WS-TOTAL-REJETE TO WS-EDT-TOTAL.
           MOVE SPACES TO LIGNE-RPT.
           STRING "MONTANT REJETE      : " WS-EDT-TOTAL
               DELIMITED BY SIZE INTO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE WS-NB-FRAIS TO WS-EDT-NB.
           MOVE SPACES TO LIGNE-RPT.
           STRING "FRAIS FACTURES      : " WS-EDT-NB
               DELIMITED BY SIZE INTO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE WS-NB-NON-TRAITES TO WS-EDT-NB.
           MOVE SPACES TO LIGNE-RPT.
           STRING "REJETS NON TRAITES  : " WS-EDT-NB
               DELIMITED BY SIZE INTO LIGNE-RPT.
           WRITE LIGNE-RPT.
           CLOSE REPORT-FILE.
           PERFORM C-200-FERMER-RUN.
           DISPLAY "REJETS TERMINES - " WS-NB-TRAITES
                   " FACTURE(S) ROUVERTE(S), " WS-NB-NON-TRAITES
                   " NON TRAITE(S), VOIR MECCGRJT.RPT".
           STOP RUN.
       C-200-FERMER-RUN.
           MOVE "T" TO RC-TYPE.
           MOVE WS-RUN-ID TO RC-RUN-ID.
           MOVE WS-NB-TRAITES TO RC-RECORD-COUNT.
           MOVE WS-OPERATEUR TO RC-OPERATOR.
           WRITE RUN-CONTROL-RECORD.
           CLOSE RUN-FILE.
           CLOSE EXCEPTION-FILE.
       LIBERER-REGISTRE.
           MOVE "D" TO ENQ-FONCTION.
           MOVE "MECCGINV.DAT" TO ENQ-RESSOURCE.
           MOVE "MECCGRJT" TO ENQ-PROGRAMME.
           CALL "ENQSRV" USING ENQUEUE-AREA.
      *----------------------------------------------------------------
      * THE RETURNED-DEBIT FEE FROM MECCGPRL.CTL (COLUMNS 24-30,
      * 9(5)V99 WITHOUT A POINT) - THE DEFAULT STANDS WHEN ABSENT.
      *----------------------------------------------------------------
       LIRE-PARAMETRES.
           OPEN INPUT CONTROL-FILE.
           IF WS-CTL-STATUS = "00"
               READ CONTROL-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF PC-FRAIS NUMERIC
                           MOVE PC-FRAIS TO WS-FRAIS (1:7)
                       END-IF
               END-READ
               CLOSE CONTROL-FILE
           END-IF.
      *----------------------------------------------------------------
      * INVOICE NUMBERS CONTINUE FROM THE HIGHEST ALREADY ON THE
      * REGISTER OR ITS ARCHIVE - SAME RULE AS THE BILLING RUN.
      *----------------------------------------------------------------
       CHERCHER-PROCHAIN-NUMERO.
           MOVE 1 TO WS-PROCHAIN-NUMERO.
           OPEN INPUT INVOICE-FILE.
           IF WS-INV-STATUS = "00"
               PERFORM UNTIL WS-INV-STATUS NOT = "00"
                   READ INVOICE-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-INV-STATUS
                       NOT AT END
                           COMPUTE WS-PROCHAIN-NUMERO = IV-NUMERO + 1
                   END-READ
               END-PERFORM
               CLOSE INVOICE-FILE
           END-IF.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-ARC-STATUS = "00"
               PERFORM UNTIL WS-ARC-STATUS NOT = "00"
                   READ ARCHIVE-FILE
                       AT END MOVE "10" TO WS-ARC-STATUS
                       NOT AT END
                           IF ARC-IMAGE (1:8) NUMERIC
                              AND ARC-IMAGE (1:8) NOT <
                                  WS-PROCHAIN-NUMERO
                               COMPUTE WS-PROCHAIN-NUMERO =
                                   FUNCTION NUMVAL (ARC-IMAGE (1:8))
                                   + 1
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
           END-IF.
      *----------------------------------------------------------------
      * APPENDS ONE RECORD TO THE SHARED EXCEPTION LOG. CALLERS SET
      * EXC-VALUE/EXC-REASON BEFORE PERFORMING THIS.
      *----------------------------------------------------------------
       ECRIRE-EXCEPTION.
           MOVE "MECCGRJT" TO EXC-PROGRAM.
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

       END PROGRAM MECCGRJT.
