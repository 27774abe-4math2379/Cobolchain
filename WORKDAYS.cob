      *          CAN BE OPEN AT ONCE (A FISCAL-EXERCISE GRID SPANS
      *          TWO CALENDAR YEARS); THE OLDER ONE IS FLUSHED WHEN A
      *          THIRD APPEARS.
      *          THE SAME IS THEN DONE FOR EVERY OFFICE OF THE BRANCH
      *          MASTER (BRANCH.DAT) THAT KEEPS A HOLIDAY TABLE OF ITS
      *          OWN (FERIES.<CODE>, MAINTAINED THROUGH FERMAINT):
      *          ITS WORKING DAYS GO TO WORKDAYS.<CODE> (E.G.
      *          WORKDAYS.ROT) AND ITS MONTHS TO ITS OWN SECTION OF
      *          WORKDAYS.RPT. A BRANCH WITHOUT A TABLE WORKS THE
      *          SHOP CALENDAR AND IS ONLY NAMED AS SUCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT CALEND-FILE ASSIGN TO "CALEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-CAL-STATUS.
           SELECT WORKDAY-FILE ASSIGN TO DYNAMIC WS-WRK-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO "WORKDAYS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FERIES-FILE ASSIGN TO DYNAMIC WS-FER-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-FER-STATUS.
           SELECT BRANCH-FILE ASSIGN TO "BRANCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-BR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FERIES-FILE
                      DATA RECORD LIGNE-FER.
       01  LIGNE-FER             PIC X(8).
      *----------------------------------------------------------------
      * BRANCH MASTER: ONE LINE PER OFFICE - CODE, NAME, CONTACT.
      *----------------------------------------------------------------
       FD  BRANCH-FILE
                      DATA RECORD BRANCH-RECORD.
       01  BRANCH-RECORD.
           05  BR-CODE           PIC X(3).
           05  BR-NOM            PIC X(20).
           05  BR-CONTACT        PIC X(20).

       WORKING-STORAGE SECTION.
       01  WS-CAL-STATUS         PIC XX.
       01  WS-FER-STATUS         PIC XX.
       01  WS-BR-STATUS          PIC XX.
       01  WS-WRK-NAME           PIC X(12).
       01  WS-FER-NAME           PIC X(12).
      *    THE CALENDAR BEING GENERATED: SPACES FOR THE SHOP, ELSE
      *    THE BRANCH CODE; WS-TABLE-PROPRE "O" WHEN THE BRANCH'S OWN
      *    TABLE WAS LOADED.
       01  WS-BRANCHE            PIC X(3).
       01  WS-BRANCHE-NOM        PIC X(20).
       01  WS-TABLE-PROPRE       PIC X.
       01  WS-NB-AVANT           PIC S9(4) COMP.
       01  WS-B                  PIC S9(4) COMP.
       01  WS-NB-BRANCHES        PIC S9(4) COMP VALUE 0.
       01  TABLE-BRANCHES.
           05  BRANCHE OCCURS 20.
               10  TB-CODE       PIC X(3).
               10  TB-NOM        PIC X(20).
       01  WS-EOF-FLAG           PIC X    VALUE "N".
       01  WS-RANG-MOIS          PIC 99   VALUE 0.
       01  WS-RANG-ANNEE         PIC 9(3) VALUE 0.
           05  ENT-MOIS          PIC 99.
           05  FILLER            PIC X     VALUE "/".
           05  ENT-ANNEE         PIC 9(4).
       01  WS-LIGNE-CALENDRIER.
           05  FILLER            PIC X(25)
                                 VALUE "CALENDRIER DE LA BRANCHE ".
           05  CAL-BRANCHE       PIC X(3).
           05  FILLER            PIC X(3)  VALUE " - ".
           05  CAL-NOM           PIC X(20).
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  CAL-FICHIER       PIC X(12).
       01  WS-LIGNE-AN.
           05  FILLER            PIC X(21)
                                 VALUE "JOURS OUVRES - ANNEE ".

       PROCEDURE DIVISION.
       A-000-DEBUT.
           OPEN INPUT CALEND-FILE.
           IF WS-CAL-STATUS NOT = "00"
               DISPLAY "CALEND.DAT ABSENT - LANCER TA2400 D'ABORD"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE CALEND-FILE.
           PERFORM CHARGER-BRANCHES.
           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO WS-BRANCHE.
           MOVE "WORKDAYS.DAT" TO WS-WRK-NAME.
           PERFORM B-100-PROCESS.
           PERFORM VARYING WS-B FROM 1 BY 1 UNTIL WS-B > WS-NB-BRANCHES
               PERFORM B-050-BRANCHE
           END-PERFORM.
           CLOSE REPORT-FILE.
           STOP RUN.
      *----------------------------------------------------------------
      * ONE OFFICE OF THE BRANCH MASTER: ITS OWN CALENDAR WHEN IT
      * KEEPS A HOLIDAY TABLE, OTHERWISE A LINE SAYING IT WORKS THE
      * SHOP'S.
      *----------------------------------------------------------------
       B-050-BRANCHE.
           MOVE TB-CODE (WS-B) TO WS-BRANCHE.
           MOVE TB-NOM (WS-B) TO WS-BRANCHE-NOM.
           PERFORM CHARGER-FERIES.
           MOVE SPACES TO WS-WRK-NAME.
           STRING "WORKDAYS." WS-BRANCHE
               DELIMITED BY SIZE INTO WS-WRK-NAME.
           MOVE WS-BRANCHE TO CAL-BRANCHE.
           MOVE WS-BRANCHE-NOM TO CAL-NOM.
           IF WS-TABLE-PROPRE = "O"
               MOVE WS-WRK-NAME TO CAL-FICHIER
               PERFORM B-100-PROCESS
           ELSE
               MOVE "(ATELIER)" TO CAL-FICHIER
               MOVE WS-LIGNE-CALENDRIER TO LIGNE-RPT
               WRITE LIGNE-RPT
               MOVE SPACES TO LIGNE-RPT
               WRITE LIGNE-RPT
           END-IF.
      *----------------------------------------------------------------
      * ONE CALENDAR (THE SHOP'S, OR WS-BRANCHE'S): CALEND.DAT READ
      * AGAIN FROM THE TOP AGAINST ITS HOLIDAY TABLE.
      *----------------------------------------------------------------
       B-100-PROCESS.
           PERFORM CHARGER-FERIES.
           MOVE 0 TO WS-AN-MOBILE.
           PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > 2
               PERFORM VIDER-SLOT
           END-PERFORM.
           IF WS-BRANCHE NOT = SPACES
               MOVE WS-LIGNE-CALENDRIER TO LIGNE-RPT
               WRITE LIGNE-RPT
               MOVE SPACES TO LIGNE-RPT
               WRITE LIGNE-RPT
           END-IF.
           OPEN INPUT CALEND-FILE.
           OPEN OUTPUT WORKDAY-FILE.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ CALEND-FILE
                   AT END
                 AND TAN-OCCUPE (2) NOT = "O".
           CLOSE CALEND-FILE.
           CLOSE WORKDAY-FILE.
      *----------------------------------------------------------------
      * ONE EXPORT ROW: PICK (OR OPEN) THE SLOT FOR ITS YEAR AND
      * RECORD WHETHER THE DAY IS WORKING. NOTHING IS PRINTED UNTIL A
      * LOADS THE HOLIDAY TABLE THE SAME WAY TA2400 DOES: THE DEFAULT
      * FRENCH LIST FIRST, REPLACED BY TA2400.FER WHEN THAT FILE
      * EXISTS AND HAS AT LEAST ONE USABLE LINE (JJMM, OR JJMMAAAA
      * FOR A ONE-YEAR CLOSURE) - THEN, FOR A BRANCH, BY ITS OWN
      * FERIES.<CODE> UNDER THE SAME RULE, AS DATESRV DOES.
      *----------------------------------------------------------------
       CHARGER-FERIES.
           MOVE 8 TO WS-NBFERIES.
               MOVE FERIE-MOIS-DEFAUT (WS-DEP) TO FERIE-MOIS (WS-DEP)
               MOVE 0 TO FERIE-ANNEE (WS-DEP)
           END-PERFORM.
           MOVE "N" TO WS-TABLE-PROPRE.
           MOVE "TA2400.FER" TO WS-FER-NAME.
           PERFORM LIRE-TABLE-FERIES.
           IF WS-BRANCHE NOT = SPACES
               MOVE SPACES TO WS-FER-NAME
               STRING "FERIES." WS-BRANCHE
                   DELIMITED BY SIZE INTO WS-FER-NAME
               MOVE "O" TO WS-TABLE-PROPRE
               PERFORM LIRE-TABLE-FERIES
           END-IF.
           MOVE WS-NBFERIES TO WS-NBFERIES-FIXES.
      *----------------------------------------------------------------
      * ONE HOLIDAY FILE (WS-FER-NAME) REPLACES THE TABLE WHEN IT
      * EXISTS AND HAS AT LEAST ONE USABLE LINE; OTHERWISE THE TABLE
      * ALREADY LOADED STANDS AND WS-TABLE-PROPRE GOES BACK TO "N".
      *----------------------------------------------------------------
       LIRE-TABLE-FERIES.
           OPEN INPUT FERIES-FILE.
           IF WS-FER-STATUS NOT = "00"
               MOVE "N" TO WS-TABLE-PROPRE
           ELSE
               MOVE WS-NBFERIES TO WS-NB-AVANT
               MOVE 0 TO WS-NBFERIES
               PERFORM UNTIL WS-FER-STATUS NOT = "00"
                   READ FERIES-FILE
               END-PERFORM
               CLOSE FERIES-FILE
               IF WS-NBFERIES = 0
                   MOVE WS-NB-AVANT TO WS-NBFERIES
                   MOVE "N" TO WS-TABLE-PROPRE
               END-IF
           END-IF.
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
      * DROPS ANY PREVIOUS YEAR'S MOVABLE FEASTS AND APPENDS LUNDI DE
      * PAQUES (+1), ASCENSION (+39) AND LUNDI DE PENTECOTE (+50) FOR
