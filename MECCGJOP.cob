       IDENTIFICATION DIVISION.
       PROGRAM-ID. MECCGJOP.
       AUTHOR. SHOP OPERATIONS.
      *          ONE-TIME STAMPING OF THE OPERATOR ON THE HISTORY
      *          JOURNAL. THE JOURNAL RECORD NOW ENDS WITH THE
      *          OPERATOR SIGNED ON WHEN THE CHANGE WAS MADE
      *          (JR-OPERATEUR); THE ENTRIES WRITTEN BEFORE THAT
      *          CARRY NOTHING THERE AND NOBODY CAN SAY NOW WHO MADE
      *          THEM, SO THEY ARE STAMPED "INCONNU":
      *            MECCG.JRN  -> MECCGJRN.NEW (BLANK OPERATOR
      *                          STAMPED INCONNU; AN ENTRY ALREADY
      *                          STAMPED PASSES THROUGH UNCHANGED)
      *          THE DATE, TIME, SOURCE AND IMAGES ARE NOT TOUCHED, SO
      *          THE LEDGER'S DAY DIGESTS OF THE OLD DAYS STILL AGREE.
      *          THE OPERATOR SWAPS THE FILE IN ONCE THE REPORT
      *          (MECCGJOP.RPT) BALANCES, AS FOR MECCGXPD. RUNNING IT
      *          A SECOND TIME CHANGES NOTHING.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-JOURNAL ASSIGN TO "MECCG.JRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-OJR-STATUS.
           SELECT NEW-JOURNAL ASSIGN TO "MECCGJRN.NEW"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO "MECCGJOP.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-JOURNAL
                      DATA RECORD OLD-JOURNAL-RECORD.
           COPY "MECCGJR.cpy" REPLACING
               ==JOURNAL-RECORD== BY ==OLD-JOURNAL-RECORD==
               LEADING ==JR-== BY ==OJR-==.
       FD  NEW-JOURNAL
                      DATA RECORD JOURNAL-RECORD.
           COPY "MECCGJR.cpy".
       FD  REPORT-FILE
                      DATA RECORD LIGNE-RPT.
       01  LIGNE-RPT             PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-OJR-STATUS         PIC XX.
       01  WS-EOF-FLAG           PIC X.
       01  WS-NB-LUS             PIC 9(6) VALUE 0.
       01  WS-NB-MARQUES         PIC 9(6) VALUE 0.
       01  WS-NB-INCHANGES       PIC 9(6) VALUE 0.
       01  WS-NB-ECRITS          PIC 9(6) VALUE 0.
       01  WS-EDT-NB             PIC ZZZZZ9.

       PROCEDURE DIVISION.
       A-000-DEBUT.
           OPEN INPUT OLD-JOURNAL.
           IF WS-OJR-STATUS NOT = "00"
               DISPLAY "MECCG.JRN ABSENT - RIEN A CONVERTIR"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT NEW-JOURNAL.
           OPEN OUTPUT REPORT-FILE.
           MOVE "OPERATEUR SUR LE JOURNAL MECCG - ANCIENNES ENTREES"
               TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE ALL "=" TO LIGNE-RPT.
           WRITE LIGNE-RPT.
       B-100-JOURNAL.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ OLD-JOURNAL
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END PERFORM B-200-UNE-ENTREE
               END-READ
           END-PERFORM.
           CLOSE OLD-JOURNAL.
           CLOSE NEW-JOURNAL.
           GO TO C-100-TERMINER.
      *----------------------------------------------------------------
      * THE WHOLE ENTRY IS CARRIED ACROSS; ONLY A BLANK OPERATOR IS
      * FILLED IN.
      *----------------------------------------------------------------
       B-200-UNE-ENTREE.
           ADD 1 TO WS-NB-LUS.
           MOVE OLD-JOURNAL-RECORD TO JOURNAL-RECORD.
           IF JR-OPERATEUR = SPACES OR LOW-VALUES
               MOVE "INCONNU" TO JR-OPERATEUR
               ADD 1 TO WS-NB-MARQUES
           ELSE
               ADD 1 TO WS-NB-INCHANGES
           END-IF.
           WRITE JOURNAL-RECORD.
           ADD 1 TO WS-NB-ECRITS.
       C-100-TERMINER.
           MOVE SPACES TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE WS-NB-LUS TO WS-EDT-NB.
           MOVE SPACES TO LIGNE-RPT.
           STRING "ENTREES LUES        : " WS-EDT-NB
               DELIMITED BY SIZE INTO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE WS-NB-MARQUES TO WS-EDT-NB.
           MOVE SPACES TO LIGNE-RPT.
           STRING "MARQUEES INCONNU    : " WS-EDT-NB
               DELIMITED BY SIZE INTO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE WS-NB-INCHANGES TO WS-EDT-NB.
           MOVE SPACES TO LIGNE-RPT.
           STRING "DEJA MARQUEES       : " WS-EDT-NB
               DELIMITED BY SIZE INTO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE WS-NB-ECRITS TO WS-EDT-NB.
           MOVE SPACES TO LIGNE-RPT.
           STRING "JOURNAL REECRIT     : " WS-EDT-NB
               DELIMITED BY SIZE INTO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE SPACES TO LIGNE-RPT.
           IF WS-NB-ECRITS = WS-NB-LUS
               MOVE "BALANCE : OK" TO LIGNE-RPT
           ELSE
               MOVE "BALANCE : ECART - NE PAS SWAPPER" TO LIGNE-RPT
               MOVE 8 TO RETURN-CODE
           END-IF.
           WRITE LIGNE-RPT.
           CLOSE REPORT-FILE.
           DISPLAY "MARQUAGE TERMINE - " WS-NB-MARQUES
                   " ENTREE(S). SWAPPER MECCGJRN.NEW".
           STOP RUN.

       END PROGRAM MECCGJOP.
