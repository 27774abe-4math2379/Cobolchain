       IDENTIFICATION DIVISION.
       PROGRAM-ID. MECCGINX.
       AUTHOR. SHOP OPERATIONS.
      *          ONE-TIME CONVERSION OF THE DUES INVOICE REGISTER FROM
      *          LINE SEQUENTIAL TO INDEXED (MECCGIV.cpy LAYOUT,
      *          PRIMARY KEY IV-NUMERO, ALTERNATE KEY IV-ID WITH
      *          DUPLICATES). READS THE EXISTING MECCGINV.DAT AND
      *          WRITES EVERY LINE INTO MECCGINV.NEW. IV-REGLE,
      *          IV-AVOIR AND IV-REMBOURSE LEFT AS SPACES ON THE
      *          OLDEST LINES ARE WRITTEN AS ZERO - EVERY READER
      *          ALREADY TREATED THEM SO. THE NEW FILE IS THEN READ
      *          BACK IN KEY ORDER AND THE REPORT (MECCGINX.RPT)
      *          PROVES THE RECORD COUNT AND THE TOTALS BILLED, PAID,
      *          CREDITED AND REFUNDED, OLD AGAINST NEW. A DUPLICATE OR
      *          NON-NUMERIC INVOICE NUMBER CANNOT BE KEYED - IT IS
      *          LISTED AND THE RUN ENDS RETURN-CODE 8, AS DOES ANY
      *          DIFFERENCE IN THE PROOF. THE OPERATOR SWAPS THE FILES
      *          IN ONCE THE REPORT BALANCES, AS FOR MECCGCNV:
      *              MECCGINV.DAT -> MECCGINV.OLD ;
      *              MECCGINV.NEW -> MECCGINV.DAT

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-REGISTER ASSIGN TO "MECCGINV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-OLD-STATUS.
           SELECT NEW-REGISTER ASSIGN TO "MECCGINV.NEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IV-NUMERO
               ALTERNATE RECORD KEY IS IV-ID WITH DUPLICATES
               FILE STATUS IS WS-NEW-STATUS.
           SELECT REPORT-FILE ASSIGN TO "MECCGINX.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-REGISTER
                      DATA RECORD OLD-INVOICE-RECORD.
           COPY "MECCGIV.cpy" REPLACING ==INVOICE-RECORD==
                                     BY ==OLD-INVOICE-RECORD==
                                     LEADING ==IV== BY ==OIV==.
       FD  NEW-REGISTER
                      DATA RECORD INVOICE-RECORD.
           COPY "MECCGIV.cpy".
       FD  REPORT-FILE
                      DATA RECORD LIGNE-RPT.
       01  LIGNE-RPT             PIC X(80).

       WORKING-STORAGE SECTION.
           COPY "BUSDATE.cpy".
       01  WS-OLD-STATUS         PIC XX.
       01  WS-NEW-STATUS         PIC XX.
       01  WS-EOF-FLAG           PIC X    VALUE "N".
       01  WS-RUN-DATE           PIC 9(8).
       01  WS-NB-LUS             PIC 9(6) VALUE 0.
       01  WS-NB-ECRITS          PIC 9(6) VALUE 0.
       01  WS-NB-REJETS          PIC 9(6) VALUE 0.
       01  WS-NB-RELUS           PIC 9(6) VALUE 0.
       01  WS-EDT-NB             PIC ZZZZZ9.
       01  WS-EDT-TOTAL          PIC ZZZZZZZZ9.99.
       01  WS-EDT-TOTAL-2        PIC ZZZZZZZZ9.99.
       01  WS-ECART              PIC X    VALUE "N".
       01  WS-DOUBLON            PIC X.

      *----------------------------------------------------------------
      * THE PROOF: WHAT WAS READ FROM THE OLD REGISTER AGAINST WHAT
      * IS READ BACK FROM THE NEW ONE.
      *----------------------------------------------------------------
       01  WS-TOTAUX-ANCIEN.
           05  TA-MONTANT        PIC 9(9)V99 VALUE 0.
           05  TA-REGLE          PIC 9(9)V99 VALUE 0.
           05  TA-AVOIR          PIC 9(9)V99 VALUE 0.
           05  TA-REMBOURSE      PIC 9(9)V99 VALUE 0.
       01  WS-TOTAUX-NOUVEAU.
           05  TN-MONTANT        PIC 9(9)V99 VALUE 0.
           05  TN-REGLE          PIC 9(9)V99 VALUE 0.
           05  TN-AVOIR          PIC 9(9)V99 VALUE 0.
           05  TN-REMBOURSE      PIC 9(9)V99 VALUE 0.
       01  WS-LIBELLE-TOTAL      PIC X(18).

       PROCEDURE DIVISION.
       A-000-DEBUT.
           PERFORM LIRE-DATE-METIER
           MOVE BDA-DATE TO WS-RUN-DATE.
           OPEN INPUT OLD-REGISTER.
           IF WS-OLD-STATUS NOT = "00"
               DISPLAY "MECCGINV.DAT ABSENT - RIEN A CONVERTIR"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT NEW-REGISTER.
           IF WS-NEW-STATUS NOT = "00"
               DISPLAY "MECCGINV.NEW NON CREE - STATUT " WS-NEW-STATUS
               CLOSE OLD-REGISTER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO LIGNE-RPT.
           STRING "CONVERSION DU REGISTRE DES FACTURES EN FICHIER "
                  "INDEXE - " WS-RUN-DATE
               DELIMITED BY SIZE INTO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE ALL "=" TO LIGNE-RPT.
           WRITE LIGNE-RPT.
       B-100-CONVERTIR.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ OLD-REGISTER
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-NB-LUS
                       PERFORM B-200-ECRIRE-NOUVEAU THRU F-200-EXIT
               END-READ
           END-PERFORM.
           CLOSE OLD-REGISTER.
           CLOSE NEW-REGISTER.
           PERFORM B-300-RELIRE-NOUVEAU.
           PERFORM C-100-TERMINER.
      *----------------------------------------------------------------
      * ONE OLD LINE: THE AMOUNTS ARE NORMALISED (SPACES = ZERO) AND
      * ADDED TO THE OLD-SIDE TOTALS BEFORE THE KEYED WRITE, SO A
      * LINE THAT CANNOT BE KEYED SHOWS UP AS A DIFFERENCE.
      *----------------------------------------------------------------
       B-200-ECRIRE-NOUVEAU.
           MOVE OLD-INVOICE-RECORD TO INVOICE-RECORD.
           IF OIV-MONTANT NOT NUMERIC
               MOVE 0 TO IV-MONTANT
           END-IF.
           IF OIV-REGLE NOT NUMERIC
               MOVE 0 TO IV-REGLE
           END-IF.
           IF OIV-AVOIR NOT NUMERIC
               MOVE 0 TO IV-AVOIR
           END-IF.
           IF OIV-REMBOURSE NOT NUMERIC
               MOVE 0 TO IV-REMBOURSE
           END-IF.
           ADD IV-MONTANT TO TA-MONTANT.
           ADD IV-REGLE TO TA-REGLE.
           ADD IV-AVOIR TO TA-AVOIR.
           ADD IV-REMBOURSE TO TA-REMBOURSE.
           IF OIV-NUMERO NOT NUMERIC
               ADD 1 TO WS-NB-REJETS
               MOVE SPACES TO LIGNE-RPT
               STRING "REJETE    " OIV-NUMERO "  " OIV-ID
                      "  NUMERO DE FACTURE NON NUMERIQUE"
                   DELIMITED BY SIZE INTO LIGNE-RPT
               WRITE LIGNE-RPT
               GO TO F-200-EXIT.
           MOVE "N" TO WS-DOUBLON.
           WRITE INVOICE-RECORD
               INVALID KEY
                   MOVE "O" TO WS-DOUBLON
               NOT INVALID KEY
                   ADD 1 TO WS-NB-ECRITS
           END-WRITE.
           IF WS-DOUBLON = "O"
               ADD 1 TO WS-NB-REJETS
               MOVE SPACES TO LIGNE-RPT
               STRING "REJETE    " IV-NUMERO "  " IV-ID
                      "  NUMERO DE FACTURE EN DOUBLE"
                   DELIMITED BY SIZE INTO LIGNE-RPT
               WRITE LIGNE-RPT
           END-IF.
       F-200-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * THE NEW REGISTER READ BACK IN KEY ORDER - THE NEW-SIDE
      * COUNT AND TOTALS COME FROM WHAT IS ACTUALLY ON THE FILE.
      *----------------------------------------------------------------
       B-300-RELIRE-NOUVEAU.
           OPEN INPUT NEW-REGISTER.
           IF WS-NEW-STATUS NOT = "00"
               DISPLAY "MECCGINV.NEW ILLISIBLE - STATUT " WS-NEW-STATUS
               MOVE "O" TO WS-ECART
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ NEW-REGISTER NEXT RECORD
                       AT END MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-NB-RELUS
                           ADD IV-MONTANT TO TN-MONTANT
                           ADD IV-REGLE TO TN-REGLE
                           ADD IV-AVOIR TO TN-AVOIR
                           ADD IV-REMBOURSE TO TN-REMBOURSE
                   END-READ
               END-PERFORM
               CLOSE NEW-REGISTER
           END-IF.
       C-100-TERMINER.
           MOVE SPACES TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE WS-NB-LUS TO WS-EDT-NB.
           MOVE SPACES TO LIGNE-RPT.
           STRING "RECORDS LUS    : " WS-EDT-NB
               DELIMITED BY SIZE INTO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE WS-NB-ECRITS TO WS-EDT-NB.
           MOVE SPACES TO LIGNE-RPT.
           STRING "RECORDS ECRITS : " WS-EDT-NB
               DELIMITED BY SIZE INTO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE WS-NB-REJETS TO WS-EDT-NB.
           MOVE SPACES TO LIGNE-RPT.
           STRING "RECORDS REJETES: " WS-EDT-NB
               DELIMITED BY SIZE INTO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE WS-NB-RELUS TO WS-EDT-NB.
           MOVE SPACES TO LIGNE-RPT.
           STRING "RECORDS RELUS  : " WS-EDT-NB
               DELIMITED BY SIZE INTO LIGNE-RPT.
           WRITE LIGNE-RPT.
           IF WS-NB-LUS NOT = WS-NB-ECRITS
              OR WS-NB-ECRITS NOT = WS-NB-RELUS
               MOVE "O" TO WS-ECART
           END-IF.
           MOVE SPACES TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE "TOTAUX                  ANCIEN       NOUVEAU"
               TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE "FACTURE  " TO WS-LIBELLE-TOTAL.
           MOVE TA-MONTANT TO WS-EDT-TOTAL.
           MOVE TN-MONTANT TO WS-EDT-TOTAL-2.
           PERFORM C-200-LIGNE-TOTAL.
           MOVE "REGLE    " TO WS-LIBELLE-TOTAL.
           MOVE TA-REGLE TO WS-EDT-TOTAL.
           MOVE TN-REGLE TO WS-EDT-TOTAL-2.
           PERFORM C-200-LIGNE-TOTAL.
           MOVE "AVOIRS   " TO WS-LIBELLE-TOTAL.
           MOVE TA-AVOIR TO WS-EDT-TOTAL.
           MOVE TN-AVOIR TO WS-EDT-TOTAL-2.
           PERFORM C-200-LIGNE-TOTAL.
           MOVE "REMBOURSE" TO WS-LIBELLE-TOTAL.
           MOVE TA-REMBOURSE TO WS-EDT-TOTAL.
           MOVE TN-REMBOURSE TO WS-EDT-TOTAL-2.
           PERFORM C-200-LIGNE-TOTAL.
           IF WS-TOTAUX-ANCIEN NOT = WS-TOTAUX-NOUVEAU
               MOVE "O" TO WS-ECART
           END-IF.
           MOVE SPACES TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           IF WS-ECART = "O"
               MOVE "*** ECART - NE PAS REMPLACER MECCGINV.DAT ***"
                   TO LIGNE-RPT
           ELSE
               MOVE "CONVERSION EQUILIBREE" TO LIGNE-RPT
           END-IF.
           WRITE LIGNE-RPT.
           CLOSE REPORT-FILE.
           IF WS-ECART = "O"
               DISPLAY "CONVERSION EN ECART - VOIR MECCGINX.RPT"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "CONVERSION TERMINEE - " WS-NB-ECRITS
                       " FACTURE(S). RENOMMER MECCGINV.NEW EN "
                       "MECCGINV.DAT"
           END-IF.
           STOP RUN.
       C-200-LIGNE-TOTAL.
           MOVE SPACES TO LIGNE-RPT.
           STRING WS-LIBELLE-TOTAL WS-EDT-TOTAL "  " WS-EDT-TOTAL-2
               DELIMITED BY SIZE INTO LIGNE-RPT.
           WRITE LIGNE-RPT.

      *----------------------------------------------------------------
      * THE SHOP'S PROCESSING DATE, THROUGH THE BUSDATE SERVICE - ONE
      * OPERATING DAY IS ONE DATE, WHATEVER THE WALL CLOCK SAYS PAST
      * MIDNIGHT.
      *----------------------------------------------------------------
       LIRE-DATE-METIER.
           MOVE "L" TO BDA-FONCTION.
           CALL "BUSDATE" USING BUSINESS-DATE-AREA.

       END PROGRAM MECCGINX.
