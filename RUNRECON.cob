      *          READS THE DIFFERENCE COLUMN, NOT JUST THE FLAG. THE
      *          DUES RUNS (MECCGDUE, MECCGPAY) ARE RECONCILED THE
      *          SAME WAY AGAINST AN INDEPENDENT COUNT OF THE INVOICE
      *          REGISTER (MECCGINV.DAT). MECCGADJ (CREDIT NOTES,
      *          WRITE-OFFS, REFUNDS) IS RECONCILED AGAINST A COUNT OF
      *          MECCGADJ.DAT, AND THE REGISTER IS PROVED AGAINST THOSE
      *          LINES: EVERY INVOICE'S IV-AVOIR AND IV-REMBOURSE MUST
      *          EQUAL THE SUM OF ITS ADJUSTMENT LINES. THE REPORT
      *          CLOSES WITH THE REGISTER'S OUTSTANDING BALANCE NET OF
      *          ADJUSTMENTS. SETTLED INVOICES MOVED TO THE REGISTER
      *          ARCHIVE (MECCGINV.ARC) AT YEAR END STAY IN THE PROOF,
      *          SINCE THEIR ADJUSTMENT LINES REMAIN ON FILE. ONLY
      *          INVOICES CARRYING AN ADJUSTMENT ARE HELD FOR THE
      *          PROOF; SHOULD EVEN THOSE OUTGROW THE TABLE, THE PROOF
      *          IS REPORTED NOT DONE RATHER THAN PARTLY DONE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT RUN-MECCGPAY ASSIGN TO "MECCGPAY.RUN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-RUN-STATUS.
           SELECT RUN-MECCGADJ ASSIGN TO "MECCGADJ.RUN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-RUN-STATUS.
           SELECT ADJUST-FILE ASSIGN TO "MECCGADJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-DATA-STATUS.
           SELECT INVOICE-FILE ASSIGN TO "MECCGINV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IV-NUMERO
               ALTERNATE RECORD KEY IS IV-ID WITH DUPLICATES
               FILE STATUS IS WS-DATA-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO "MECCGINV.ARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-DATA-STATUS.
           SELECT CALEND-FILE ASSIGN TO "CALEND.DAT"
           COPY "RUNCTL.cpy" REPLACING
               ==RUN-CONTROL-RECORD== BY ==RUN-MECCGPAY-RECORD==
               LEADING ==RC== BY ==RC6==.
       FD  RUN-MECCGADJ
                      DATA RECORD RUN-MECCGADJ-RECORD.
           COPY "RUNCTL.cpy" REPLACING
               ==RUN-CONTROL-RECORD== BY ==RUN-MECCGADJ-RECORD==
               LEADING ==RC== BY ==RC7==.
       FD  ADJUST-FILE
                      DATA RECORD ADJUSTMENT-RECORD.
           COPY "MECCGAJ.cpy".
       FD  INVOICE-FILE
                      DATA RECORD INVOICE-RECORD.
           COPY "MECCGIV.cpy".
       FD  ARCHIVE-FILE
                      DATA RECORD ARCHIVE-RECORD.
       01  ARCHIVE-RECORD.
           05  ARC-DATE-ARCHIVAGE PIC 9(8).
           05  ARC-IMAGE          PIC X(63).
       FD  CALEND-FILE
                      DATA RECORD LIGNE-EXP.
       01  LIGNE-EXP             PIC X(18).
       01  WS-ACTUAL             PIC S9(8).
       01  WS-ECART              PIC S9(8).
       01  WS-GLOBAL-OK          PIC X VALUE "O".
       01  WS-I                  PIC S9(4) COMP.
       01  WS-TROUVE             PIC X.
       01  WS-NB-ECARTS          PIC S9(8).
       01  WS-SOLDE              PIC S9(5)V99.
       01  WS-ENCOURS            PIC S9(9)V99.
       01  WS-EDT-ENCOURS        PIC ZZZZZZZZ9.99-.
       01  WS-EDT-NB             PIC ZZZZZZZ9.
      *    AN ARCHIVED REGISTER LINE, READ BACK FROM ARC-IMAGE.
           COPY "MECCGIV.cpy" REPLACING ==INVOICE-RECORD==
               BY ==FACTURE-LUE== LEADING ==IV== BY ==FL==.

      *----------------------------------------------------------------
      * THE REGISTER'S ADJUSTED FIELDS, COUNTED DOWN BY EACH
      * ADJUSTMENT LINE - WHAT IS LEFT AFTER MECCGADJ.DAT IS AN ECART.
      * HELD ONLY FOR INVOICES WITH A NON-ZERO IV-AVOIR/IV-REMBOURSE
      * OR NAMED BY AN ADJUSTMENT LINE; PV-CONNUE "N" = A LINE NAMES
      * AN INVOICE THE REGISTER DOES NOT HOLD.
      *----------------------------------------------------------------
       01  WS-NB-FACTURES        PIC S9(4) COMP VALUE 0.
       01  WS-PV-DEBORDE         PIC X.
       01  WS-PV-REGISTRE        PIC X.
       01  WS-P                  PIC S9(4) COMP.
       01  WS-PV-NUMERO          PIC 9(8).
       01  WS-PV-AVOIR           PIC S9(7)V99.
       01  WS-PV-REMBOURSE       PIC S9(7)V99.
       01  WS-PV-CONNUE          PIC X.
       01  TABLE-PREUVE.
           05  PREUVE OCCURS 2000.
               10  PV-NUMERO     PIC 9(8).
               10  PV-AVOIR      PIC S9(7)V99.
               10  PV-REMBOURSE  PIC S9(7)V99.
               10  PV-CONNUE     PIC X.

       01  WS-LIGNE-DETAIL.
           05  DET-PROGRAMME     PIC X(8).
           PERFORM B-400-RECONCILIER-MECCGBT.
           PERFORM B-500-RECONCILIER-MECCGDUE.
           PERFORM B-600-RECONCILIER-MECCGPAY.
           PERFORM B-700-RECONCILIER-MECCGADJ.
           PERFORM B-800-PROUVER-AJUSTEMENTS.
           MOVE SPACES TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           IF WS-GLOBAL-OK = "O"
           MOVE "MECCGPAY" TO DET-PROGRAMME.
           PERFORM C-100-EDITER-LIGNE.
      *----------------------------------------------------------------
      * MECCGADJ: CLAIMED = TRAILER OF MECCGADJ.RUN (ADJUSTMENTS POSTED
      * BY THE LAST SESSION), ACTUAL = TOTAL LINES ON MECCGADJ.DAT -
      * INFORMATIONAL, THE FILE IS APPEND-ONLY. MECCGADJ IS A DESK
      * PROGRAM THAT MAY NOT HAVE RUN AT ALL, SO A MISSING SIDECAR IS
      * REPORTED "AUCUN" WITHOUT FAILING THE MORNING; A SESSION THAT
      * OPENED BUT NEVER CLOSED STILL SHOWS "ABEND".
      *----------------------------------------------------------------
       B-700-RECONCILIER-MECCGADJ.
           MOVE "N" TO WS-H-TROUVE WS-T-TROUVE.
           MOVE 0 TO WS-CLAIMED WS-RUN-ID-LU.
           OPEN INPUT RUN-MECCGADJ.
           IF WS-RUN-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ RUN-MECCGADJ
                       AT END MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF RC7-TYPE = "H"
                               MOVE "O" TO WS-H-TROUVE
                               MOVE RC7-RUN-ID TO WS-RUN-ID-LU
                           END-IF
                           IF RC7-TYPE = "T"
                               MOVE "O" TO WS-T-TROUVE
                               MOVE RC7-RECORD-COUNT TO WS-CLAIMED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-MECCGADJ
           END-IF.
           MOVE 0 TO WS-ACTUAL.
           OPEN INPUT ADJUST-FILE.
           IF WS-DATA-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ ADJUST-FILE
                       AT END MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END ADD 1 TO WS-ACTUAL
                   END-READ
               END-PERFORM
               CLOSE ADJUST-FILE
           END-IF.
           MOVE "MECCGADJ" TO DET-PROGRAMME.
           IF WS-H-TROUVE = "N"
               MOVE WS-RUN-ID-LU TO DET-RUN-ID
               MOVE WS-CLAIMED TO DET-CLAIMED
               MOVE WS-ACTUAL TO DET-ACTUAL
               MOVE WS-ACTUAL TO DET-ECART
               MOVE "AUCUN" TO DET-ETAT
               MOVE WS-LIGNE-DETAIL TO LIGNE-RPT
               WRITE LIGNE-RPT
           ELSE
               PERFORM C-100-EDITER-LIGNE
           END-IF.
      *----------------------------------------------------------------
      * PROOF OF THE REGISTER AGAINST MECCGADJ.DAT: LOAD EACH INVOICE'S
      * IV-AVOIR / IV-REMBOURSE, TAKE OFF EVERY ADJUSTMENT LINE
      * (C AND W AGAINST IV-AVOIR, F AGAINST IV-REMBOURSE), AND COUNT
      * WHAT DOES NOT COME TO ZERO - PLUS ANY LINE NAMING AN INVOICE
      * THE REGISTER DOES NOT HOLD (KEYED READ; AN ARCHIVED INVOICE IS
      * KNOWN FROM THE ARCHIVE PASS). ANY ECART FAILS THE MORNING, AS
      * DOES A PROOF THE TABLE COULD NOT HOLD. THE OUTSTANDING BALANCE
      * IS TAKEN ON THE SAME PASS.
      *----------------------------------------------------------------
       B-800-PROUVER-AJUSTEMENTS.
           MOVE 0 TO WS-NB-FACTURES WS-NB-ECARTS WS-ENCOURS.
           MOVE "N" TO WS-PV-DEBORDE.
           OPEN INPUT INVOICE-FILE.
           IF WS-DATA-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ INVOICE-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END PERFORM CHARGER-PREUVE
                   END-READ
               END-PERFORM
               CLOSE INVOICE-FILE
           END-IF.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-DATA-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ ARCHIVE-FILE
                       AT END MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END PERFORM CHARGER-PREUVE-ARCHIVE
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
           END-IF.
           MOVE "N" TO WS-PV-REGISTRE.
           OPEN INPUT INVOICE-FILE.
           IF WS-DATA-STATUS = "00"
               MOVE "O" TO WS-PV-REGISTRE
           END-IF.
           OPEN INPUT ADJUST-FILE.
           IF WS-DATA-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ ADJUST-FILE
                       AT END MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END PERFORM IMPUTER-AJUSTEMENT
                   END-READ
               END-PERFORM
               CLOSE ADJUST-FILE
           END-IF.
           IF WS-PV-REGISTRE = "O"
               CLOSE INVOICE-FILE
           END-IF.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-FACTURES
               IF PV-AVOIR (WS-I) NOT = 0
                  OR PV-REMBOURSE (WS-I) NOT = 0
                  OR PV-CONNUE (WS-I) = "N"
                   ADD 1 TO WS-NB-ECARTS
               END-IF
           END-PERFORM.
           MOVE SPACES TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE WS-NB-ECARTS TO WS-EDT-NB.
           EVALUATE TRUE
               WHEN WS-PV-DEBORDE = "O"
                   MOVE "N" TO WS-GLOBAL-OK
                   MOVE "PREUVE REGISTRE / AJUSTEMENTS : NON FAITE - "
                       TO LIGNE-RPT
                   MOVE "PLUS DE 2000 FACTURES AJUSTEES"
                       TO LIGNE-RPT (45:)
               WHEN WS-NB-ECARTS = 0
                   MOVE "PREUVE REGISTRE / AJUSTEMENTS : OK"
                       TO LIGNE-RPT
               WHEN OTHER
                   MOVE "N" TO WS-GLOBAL-OK
                   MOVE SPACES TO LIGNE-RPT
                   STRING "PREUVE REGISTRE / AJUSTEMENTS : ECART SUR "
                          WS-EDT-NB " FACTURE(S)"
                       DELIMITED BY SIZE INTO LIGNE-RPT
           END-EVALUATE.
           WRITE LIGNE-RPT.
           MOVE WS-ENCOURS TO WS-EDT-ENCOURS.
           MOVE SPACES TO LIGNE-RPT.
           STRING "ENCOURS DU REGISTRE NET DES AJUSTEMENTS : "
                  WS-EDT-ENCOURS
               DELIMITED BY SIZE INTO LIGNE-RPT.
           WRITE LIGNE-RPT.
       CHARGER-PREUVE.
           IF IV-REGLE NOT NUMERIC
               MOVE 0 TO IV-REGLE
           END-IF.
           IF IV-AVOIR NOT NUMERIC
               MOVE 0 TO IV-AVOIR
           END-IF.
           IF IV-REMBOURSE NOT NUMERIC
               MOVE 0 TO IV-REMBOURSE
           END-IF.
           IF IV-AVOIR NOT = 0 OR IV-REMBOURSE NOT = 0
               MOVE IV-NUMERO TO WS-PV-NUMERO
               MOVE IV-AVOIR TO WS-PV-AVOIR
               MOVE IV-REMBOURSE TO WS-PV-REMBOURSE
               MOVE "O" TO WS-PV-CONNUE
               PERFORM AJOUTER-PREUVE
           END-IF.
           COMPUTE WS-SOLDE = IV-MONTANT - IV-REGLE
                            - IV-AVOIR + IV-REMBOURSE.
           IF IV-STATUT NOT = "R"
               ADD WS-SOLDE TO WS-ENCOURS
           END-IF.
      *    AN ARCHIVED INVOICE IS SETTLED - IT ENTERS THE PROOF BUT
      *    NOT THE OUTSTANDING BALANCE.
       CHARGER-PREUVE-ARCHIVE.
           MOVE ARC-IMAGE TO FACTURE-LUE.
           IF FL-AVOIR NOT NUMERIC
               MOVE 0 TO FL-AVOIR
           END-IF.
           IF FL-REMBOURSE NOT NUMERIC
               MOVE 0 TO FL-REMBOURSE
           END-IF.
           IF FL-AVOIR NOT = 0 OR FL-REMBOURSE NOT = 0
               MOVE FL-NUMERO TO WS-PV-NUMERO
               MOVE FL-AVOIR TO WS-PV-AVOIR
               MOVE FL-REMBOURSE TO WS-PV-REMBOURSE
               MOVE "O" TO WS-PV-CONNUE
               PERFORM AJOUTER-PREUVE
           END-IF.
      *    ONE ADJUSTMENT LINE TAKEN OFF ITS INVOICE. AN INVOICE NOT YET
      *    HELD (ITS FIELDS WERE ZERO, OR IT DOES NOT EXIST) IS ADDED
      *    AT ZERO, KNOWN OR NOT BY A KEYED READ OF THE REGISTER.
       IMPUTER-AJUSTEMENT.
           MOVE 0 TO WS-P.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-FACTURES OR WS-P > 0
               IF PV-NUMERO (WS-I) = AJ-NUMERO
                   MOVE WS-I TO WS-P
               END-IF
           END-PERFORM.
           IF WS-P = 0
               MOVE AJ-NUMERO TO WS-PV-NUMERO
               MOVE 0 TO WS-PV-AVOIR WS-PV-REMBOURSE
               MOVE "N" TO WS-PV-CONNUE
               IF WS-PV-REGISTRE = "O"
                   MOVE AJ-NUMERO TO IV-NUMERO
                   READ INVOICE-FILE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY MOVE "O" TO WS-PV-CONNUE
                   END-READ
               END-IF
               PERFORM AJOUTER-PREUVE
           END-IF.
           IF WS-P > 0
               IF AJ-TYPE = "F"
                   SUBTRACT AJ-MONTANT FROM PV-REMBOURSE (WS-P)
               ELSE
                   SUBTRACT AJ-MONTANT FROM PV-AVOIR (WS-P)
               END-IF
           END-IF.
      *    A NEW PROOF ENTRY FROM WS-PV-*, ITS INDEX IN WS-P (0 WHEN THE
      *    TABLE IS FULL - THE WHOLE PROOF IS THEN REPORTED NOT DONE).
       AJOUTER-PREUVE.
           MOVE 0 TO WS-P.
           IF WS-NB-FACTURES < 2000
               ADD 1 TO WS-NB-FACTURES
               MOVE WS-NB-FACTURES TO WS-P
               MOVE WS-PV-NUMERO TO PV-NUMERO (WS-P)
               MOVE WS-PV-AVOIR TO PV-AVOIR (WS-P)
               MOVE WS-PV-REMBOURSE TO PV-REMBOURSE (WS-P)
               MOVE WS-PV-CONNUE TO PV-CONNUE (WS-P)
           ELSE
               MOVE "O" TO WS-PV-DEBORDE
           END-IF.
      *----------------------------------------------------------------
      * INDEPENDENT COUNT OF THE INVOICE REGISTER.
      *----------------------------------------------------------------
       COMPTER-REGISTRE.
           IF WS-DATA-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ INVOICE-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END ADD 1 TO WS-ACTUAL
                   END-READ
