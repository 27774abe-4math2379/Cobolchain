      *          ANY DIVERGENCE RAISES A SEVERE EXCEPT.LOG ENTRY SO
      *          NIGHTBAT'S GATE STOPS A BATCH ABOUT TO SCHEDULE FROM
      *          STALE CALENDAR DATA.
      *          THE SAME THREE PASSES THEN RUN FOR EVERY OFFICE OF
      *          THE BRANCH MASTER (BRANCH.DAT) THAT HAS CALENDAR
      *          FILES OF ITS OWN - CAL<CODE>.DAT AND CAL<CODE>.IDX
      *          FROM TA2400'S BRAN CARD, WORKDAYS.<CODE> FROM
      *          WORKDAYS - AGAINST THAT BRANCH'S HOLIDAY TABLE
      *          (DATESRV WITH DSA-BRANCHE SET).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALEND-FILE ASSIGN TO DYNAMIC WS-CAL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-CAL-STATUS.
           SELECT IDX-FILE ASSIGN TO DYNAMIC WS-IDX-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS IDX-CLE
               FILE STATUS  IS WS-IDX-STATUS.
           SELECT WORKDAY-FILE ASSIGN TO DYNAMIC WS-WRK-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-WRK-STATUS.
           SELECT REPORT-FILE ASSIGN TO "CALCHK.RPT"
           SELECT OPERATOR-FILE ASSIGN TO "OPERATOR.CUR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-OPR-STATUS.
           SELECT BRANCH-FILE ASSIGN TO "BRANCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-BR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-FILE
                      DATA RECORD OPERATOR-CUR-RECORD.
       01  OPERATOR-CUR-RECORD   PIC X(8).
       FD  BRANCH-FILE
                      DATA RECORD BRANCH-RECORD.
       01  BRANCH-RECORD.
           05  BR-CODE           PIC X(3).
           05  BR-NOM            PIC X(20).
           05  BR-CONTACT        PIC X(20).

       WORKING-STORAGE SECTION.
           COPY "BUSDATE.cpy".
       01  WS-WRK-STATUS         PIC XX.
       01  WS-EXC-STATUS         PIC XX.
       01  WS-OPR-STATUS         PIC XX.
       01  WS-BR-STATUS          PIC XX.
       01  WS-CAL-NAME           PIC X(12).
       01  WS-IDX-NAME           PIC X(12).
       01  WS-WRK-NAME           PIC X(12).
       01  WS-FICHIER-VU         PIC X.
       01  WS-OPERATEUR          PIC X(8).
       01  WS-EOF-FLAG           PIC X.
       01  WS-HEURE-EXACTE.
       01  WS-NB-IDX             PIC 9(6) VALUE 0.
       01  WS-NB-WRK             PIC 9(6) VALUE 0.
       01  WS-NB-ECARTS          PIC 9(6) VALUE 0.
      *    THE SHOP'S OWN COUNTS, KEPT BEFORE THE BRANCH PASSES ADD
      *    TO THE RUNNING ONES.
       01  WS-NB-CAL-ATELIER     PIC 9(6) VALUE 0.
       01  WS-NB-IDX-ATELIER     PIC 9(6) VALUE 0.
       01  WS-NB-WRK-ATELIER     PIC 9(6) VALUE 0.
       01  WS-NB-JOURS-BRANCHES  PIC 9(6) VALUE 0.
       01  WS-B                  PIC S9(4) COMP.
       01  WS-NB-BRANCHES        PIC S9(4) COMP VALUE 0.
       01  TABLE-BRANCHES.
           05  BRANCHE OCCURS 20.
               10  TB-CODE       PIC X(3).
               10  TB-NOM        PIC X(20).
       01  WS-EDT-NB             PIC ZZZZZ9.
       01  WS-AN-COURANT         PIC 9(4) VALUE 0.
       01  WS-MOIS-COURANT       PIC 99   VALUE 0.
           WRITE LIGNE-RPT.
           MOVE ALL "=" TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE SPACES TO DSA-BRANCHE.
           MOVE "CALEND.DAT" TO WS-CAL-NAME.
           MOVE "CALEND.IDX" TO WS-IDX-NAME.
           MOVE "WORKDAYS.DAT" TO WS-WRK-NAME.
           PERFORM B-100-CONTROLER-CALEND THRU FIN-CALEND.
           PERFORM B-200-CONTROLER-IDX THRU FIN-IDX.
           PERFORM B-300-CONTROLER-WORKDAYS THRU FIN-WRK.
           MOVE WS-NB-CAL TO WS-NB-CAL-ATELIER.
           MOVE WS-NB-IDX TO WS-NB-IDX-ATELIER.
           MOVE WS-NB-WRK TO WS-NB-WRK-ATELIER.
           PERFORM CHARGER-BRANCHES.
           PERFORM VARYING WS-B FROM 1 BY 1 UNTIL WS-B > WS-NB-BRANCHES
               PERFORM B-050-CONTROLER-BRANCHE THRU FIN-BRANCHE
           END-PERFORM.
           MOVE SPACES TO DSA-BRANCHE.
           PERFORM C-100-TERMINER.
      *----------------------------------------------------------------
      * ONE OFFICE OF THE BRANCH MASTER: ITS OWN CALENDAR FILES, IF
      * IT HAS ANY, THROUGH THE THREE PASSES AGAINST ITS OWN TABLE.
      *----------------------------------------------------------------
       B-050-CONTROLER-BRANCHE.
           MOVE TB-CODE (WS-B) TO DSA-BRANCHE.
           MOVE SPACES TO WS-CAL-NAME WS-IDX-NAME WS-WRK-NAME.
           STRING "CAL" DSA-BRANCHE ".DAT" DELIMITED BY SPACE
               INTO WS-CAL-NAME.
           STRING "CAL" DSA-BRANCHE ".IDX" DELIMITED BY SPACE
               INTO WS-IDX-NAME.
           STRING "WORKDAYS." DSA-BRANCHE DELIMITED BY SIZE
               INTO WS-WRK-NAME.
           MOVE SPACES TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE SPACES TO LIGNE-RPT.
           STRING "BRANCHE " DSA-BRANCHE " - " TB-NOM (WS-B)
               DELIMITED BY SIZE INTO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE "N" TO WS-FICHIER-VU.
           OPEN INPUT CALEND-FILE.
           IF WS-CAL-STATUS = "00"
               MOVE "O" TO WS-FICHIER-VU
               CLOSE CALEND-FILE
           END-IF.
           OPEN INPUT IDX-FILE.
           IF WS-IDX-STATUS = "00"
               MOVE "O" TO WS-FICHIER-VU
               CLOSE IDX-FILE
           END-IF.
           OPEN INPUT WORKDAY-FILE.
           IF WS-WRK-STATUS = "00"
               MOVE "O" TO WS-FICHIER-VU
               CLOSE WORKDAY-FILE
           END-IF.
           IF WS-FICHIER-VU = "N"
               MOVE "  PAS DE CALENDRIER PROPRE - CELUI DE L'ATELIER"
                   TO LIGNE-RPT
               WRITE LIGNE-RPT
               GO TO FIN-BRANCHE.
           PERFORM B-100-CONTROLER-CALEND THRU FIN-CALEND.
           PERFORM B-200-CONTROLER-IDX THRU FIN-IDX.
           PERFORM B-300-CONTROLER-WORKDAYS THRU FIN-WRK.
       FIN-BRANCHE.
           EXIT.
      *----------------------------------------------------------------
      * PASS 1: EVERY CALEND.DAT ROW AGAINST THE DATESRV "J" ANSWER.
      *----------------------------------------------------------------
       B-100-CONTROLER-CALEND.
           MOVE SPACES TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE WS-CAL-NAME TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           OPEN INPUT CALEND-FILE.
           IF WS-CAL-STATUS NOT = "00"
       B-200-CONTROLER-IDX.
           MOVE SPACES TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE WS-IDX-NAME TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           OPEN INPUT IDX-FILE.
           IF WS-IDX-STATUS NOT = "00"
       B-300-CONTROLER-WORKDAYS.
           MOVE SPACES TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE WS-WRK-NAME TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           OPEN INPUT WORKDAY-FILE.
           IF WS-WRK-STATUS NOT = "00"
       C-100-TERMINER.
           MOVE SPACES TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           COMPUTE WS-NB-JOURS-BRANCHES = WS-NB-CAL + WS-NB-IDX
               + WS-NB-WRK - WS-NB-CAL-ATELIER - WS-NB-IDX-ATELIER
               - WS-NB-WRK-ATELIER.
           MOVE WS-NB-CAL-ATELIER TO WS-EDT-NB.
           MOVE SPACES TO LIGNE-RPT.
           STRING "JOURS CALEND.DAT    : " WS-EDT-NB
               DELIMITED BY SIZE INTO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE WS-NB-IDX-ATELIER TO WS-EDT-NB.
           MOVE SPACES TO LIGNE-RPT.
           STRING "JOURS CALEND.IDX    : " WS-EDT-NB
               DELIMITED BY SIZE INTO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE WS-NB-WRK-ATELIER TO WS-EDT-NB.
           MOVE SPACES TO LIGNE-RPT.
           STRING "JOURS WORKDAYS.DAT  : " WS-EDT-NB
               DELIMITED BY SIZE INTO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE WS-NB-JOURS-BRANCHES TO WS-EDT-NB.
           MOVE SPACES TO LIGNE-RPT.
           STRING "JOURS DES BRANCHES  : " WS-EDT-NB
               DELIMITED BY SIZE INTO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE WS-NB-ECARTS TO WS-EDT-NB.
           MOVE SPACES TO LIGNE-RPT.
           STRING "DIVERGENCES         : " WS-EDT-NB
           END-IF.
           STOP RUN.
      *----------------------------------------------------------------
      * THE OFFICES OF THE BRANCH MASTER, IN FILE ORDER.
      *----------------------------------------------------------------
       CHARGER-BRANCHES.
           MOVE 0 TO WS-NB-BRANCHES.
           OPEN INPUT BRANCH-FILE.
           IF WS-BR-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ BRANCH-FILE
                       AT END MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF WS-NB-BRANCHES < 20
                              AND BR-CODE NOT = SPACES
                               ADD 1 TO WS-NB-BRANCHES
                               MOVE BR-CODE TO TB-CODE (WS-NB-BRANCHES)
                               MOVE BR-NOM TO TB-NOM (WS-NB-BRANCHES)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BRANCH-FILE
           END-IF.
      *----------------------------------------------------------------
      * THE SIGNED-ON OPERATOR (OPERATOR.CUR, WRITTEN BY ASL).
      *----------------------------------------------------------------
       LIRE-OPERATEUR.
