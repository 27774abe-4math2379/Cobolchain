      *          SERVICE ("P"), THE SAME CALENDAR ARITHMETIC TA2400'S
      *          EXPORT IS BUILT ON. A 29 FEBRUARY ANNIVERSARY IN A
      *          COMMON YEAR RENEWS ON 28 FEBRUARY.
      *          A MEMBER ENROLLED THROUGH A BRANCH DECK (THE ADD IN
      *          MECCG.JRN CAME FROM "BT-" + BRANCH CODE) RENEWS ON
      *          THAT BRANCH'S WORKING DAYS - ITS OWN HOLIDAY TABLE,
      *          SHOWN IN THE BRANCH COLUMN; EVERYONE ELSE ON THE
      *          SHOP'S.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS WS-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "MECCGANN.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOURNAL-FILE ASSIGN TO "MECCG.JRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-JRN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-FILE
                      DATA RECORD LIGNE-RPT.
       01  LIGNE-RPT             PIC X(100).
       FD  JOURNAL-FILE
                      DATA RECORD JOURNAL-RECORD.
           COPY "MECCGJR.cpy".

       WORKING-STORAGE SECTION.
           COPY "BUSDATE.cpy".
       01  WS-FILE-STATUS        PIC XX.
       01  WS-JRN-STATUS         PIC XX.
       01  WS-EOF-FLAG           PIC X    VALUE "N".
       01  WS-RUN-DATE           PIC 9(8).
       01  WS-RUN-DATE-DET REDEFINES WS-RUN-DATE.
       01  WS-EDT-NB             PIC ZZZ9.
           COPY "DATESRV.cpy".

      *----------------------------------------------------------------
      * MEMBERS WHOSE LATEST ADD IN THE JOURNAL CAME FROM A BRANCH
      * DECK, WITH THAT BRANCH. A LATER ADD FROM ANYWHERE ELSE (THE
      * MEMBER RE-ENROLLED AT THE SHOP) TAKES THEM OFF AGAIN.
      *----------------------------------------------------------------
       01  WS-NB-INSCRITS        PIC S9(4) COMP VALUE 0.
       01  WS-K                  PIC S9(4) COMP.
       01  TABLE-INSCRITS-BRANCHE.
           05  INSCRIT OCCURS 2000.
               10  INS-ID        PIC X(8).
               10  INS-BRANCHE   PIC X(3).

      *----------------------------------------------------------------
      * THE MONTH'S RENEWALS, INSERTED IN RENEWAL-DATE ORDER.
      *----------------------------------------------------------------
               10  REN-ID        PIC X(8).
               10  REN-NOM       PIC X(20).
               10  REN-CATEG     PIC XX.
               10  REN-BRANCHE   PIC X(3).
       01  WS-RENOUV-TRAVAIL.
           05  TRV-DATE          PIC 9(8).
           05  TRV-LIBJOUR       PIC X(3).
           05  TRV-ID            PIC X(8).
           05  TRV-NOM           PIC X(20).
           05  TRV-CATEG         PIC XX.
           05  TRV-BRANCHE       PIC X(3).

       01  WS-LIGNE-DETAIL.
           05  DET-DATE          PIC 9(8).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  DET-CATEG         PIC XX.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  DET-BRANCHE       PIC X(3).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  DET-DECALE        PIC X(20).

       PROCEDURE DIVISION.
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM CHARGER-INSCRITS-BRANCHE.
       B-100-BALAYER.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ MASTER-FILE NEXT RECORD
               END-IF
               MOVE DSA-DATE-1 TO TRV-ORIGINE
           END-IF.
           MOVE MR-ID TO TRV-ID.
           PERFORM TROUVER-BRANCHE-MEMBRE.
           MOVE "P" TO DSA-FONCTION.
           MOVE TRV-BRANCHE TO DSA-BRANCHE.
           MOVE TRV-ORIGINE TO DSA-DATE-1.
           CALL "DATESRV" USING DATE-SERVICE-AREA.
           IF DSA-RETOUR NOT = "00"
           MOVE TRV-ID      TO REN-ID (WS-J).
           MOVE TRV-NOM     TO REN-NOM (WS-J).
           MOVE TRV-CATEG   TO REN-CATEG (WS-J).
           MOVE TRV-BRANCHE TO REN-BRANCHE (WS-J).
           ADD 1 TO WS-NB-RETENUS.
       C-100-EDITER.
           OPEN OUTPUT REPORT-FILE.
               MOVE REN-ID (WS-I)      TO DET-ID
               MOVE REN-NOM (WS-I)     TO DET-NOM
               MOVE REN-CATEG (WS-I)   TO DET-CATEG
               MOVE REN-BRANCHE (WS-I) TO DET-BRANCHE
               IF REN-DATE (WS-I) NOT = REN-ORIGINE (WS-I)
                   MOVE "DECALE (JOUR OUVRE)" TO DET-DECALE
               ELSE
           CLOSE REPORT-FILE.
           DISPLAY "RAPPORT ECRIT DANS MECCGANN.RPT".
           STOP RUN.
      *----------------------------------------------------------------
      * ONE PASS OF THE JOURNAL: EVERY ADD, IN ORDER, SETS OR CLEARS
      * THE MEMBER'S ENROLLING BRANCH.
      *----------------------------------------------------------------
       CHARGER-INSCRITS-BRANCHE.
           OPEN INPUT JOURNAL-FILE.
           IF WS-JRN-STATUS = "00"
               PERFORM UNTIL WS-JRN-STATUS NOT = "00"
                   READ JOURNAL-FILE
                       AT END MOVE "10" TO WS-JRN-STATUS
                       NOT AT END
                           IF JR-TYPE = "A"
                               PERFORM RETENIR-INSCRIPTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF.
       RETENIR-INSCRIPTION.
           MOVE JR-AFTER (1:8) TO TRV-ID.
           PERFORM TROUVER-BRANCHE-MEMBRE.
           IF JR-SOURCE (1:3) = "BT-"
               IF WS-K > WS-NB-INSCRITS
                   IF WS-NB-INSCRITS < 2000
                       ADD 1 TO WS-NB-INSCRITS
                       MOVE WS-NB-INSCRITS TO WS-K
                       MOVE TRV-ID TO INS-ID (WS-K)
                       MOVE JR-SOURCE (4:3) TO INS-BRANCHE (WS-K)
                   END-IF
               ELSE
                   MOVE JR-SOURCE (4:3) TO INS-BRANCHE (WS-K)
               END-IF
           ELSE
               IF WS-K NOT > WS-NB-INSCRITS
                   MOVE SPACES TO INS-BRANCHE (WS-K)
               END-IF
           END-IF.
      *----------------------------------------------------------------
      * TRV-ID'S ENROLLING BRANCH INTO TRV-BRANCHE (SPACES = THE
      * SHOP); WS-K IS ITS SLOT, OR ONE PAST THE END IF UNKNOWN.
      *----------------------------------------------------------------
       TROUVER-BRANCHE-MEMBRE.
           MOVE SPACES TO TRV-BRANCHE.
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-NB-INSCRITS
                      OR INS-ID (WS-K) = TRV-ID
               CONTINUE
           END-PERFORM.
           IF WS-K NOT > WS-NB-INSCRITS
               MOVE INS-BRANCHE (WS-K) TO TRV-BRANCHE
           END-IF.

      *----------------------------------------------------------------
      * THE SHOP'S PROCESSING DATE, THROUGH THE BUSDATE SERVICE - ONE
