      *          YEARS IN CALEND.DAT THE CHANGE TOUCHES - THE CUE TO
      *          REGENERATE. COMMANDS: LIST / ADD / CHANGE / DELETE /
      *          EXIT; EACH ASKS WHICH FILE (FER/EVT) IT WORKS ON.
      *          FER THEN ASKS FOR A BRANCH OF BRANCH.DAT: BLANK IS
      *          THE SHOP TABLE, A CODE IS THAT OFFICE'S OWN TABLE
      *          (FERIES.<CODE>, E.G. FERIES.ROT), PREVIEWED AGAINST
      *          ITS OWN GENERATED CALENDAR (CAL<CODE>.DAT). A BRANCH
      *          WITHOUT A TABLE YET STARTS FROM A COPY OF THE SHOP'S.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FERIES-FILE ASSIGN TO DYNAMIC WS-FER-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-FER-STATUS.
           SELECT EVENTS-FILE ASSIGN TO "TA2400.EVT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-EVT-STATUS.
           SELECT CALEND-FILE ASSIGN TO DYNAMIC WS-CAL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-CAL-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "FERMAINT.JRN"
           SELECT OPERATOR-FILE ASSIGN TO "OPERATOR.CUR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-OPR-STATUS.
           SELECT BRANCH-FILE ASSIGN TO "BRANCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-BR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  LIGNE-EXP             PIC X(18).
      *----------------------------------------------------------------
      * AUDIT TRAIL OF EVERY SAVED CHANGE: WHO, WHEN, WHICH FILE,
      * WHICH ACTION, THE LINE BEFORE AND THE LINE AFTER - AND FOR A
      * BRANCH HOLIDAY TABLE, WHICH BRANCH (SPACES = THE SHOP'S).
      *----------------------------------------------------------------
       FD  AUDIT-FILE
                      DATA RECORD AUDIT-RECORD.
           05  AU-ACTION         PIC X.
           05  AU-AVANT          PIC X(40).
           05  AU-APRES          PIC X(40).
           05  AU-BRANCHE        PIC X(3).
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
       01  WS-CAL-STATUS         PIC XX.
       01  WS-AUD-STATUS         PIC XX.
       01  WS-OPR-STATUS         PIC XX.
       01  WS-BR-STATUS          PIC XX.
       01  WS-FER-NAME           PIC X(12) VALUE "TA2400.FER".
       01  WS-CAL-NAME           PIC X(12) VALUE "CALEND.DAT".
       01  WS-BRANCHE            PIC X(3)  VALUE SPACES.
       01  WS-BRANCHE-TROUVEE    PIC X.
       01  WS-OPERATEUR          PIC X(8).
       01  WS-EOF-FLAG           PIC X.
       01  WS-COMMAND            PIC X(10).
           DISPLAY "FICHIER (FER/EVT) : ".
           ACCEPT WS-FICHIER.
           MOVE FUNCTION UPPER-CASE(WS-FICHIER) TO WS-FICHIER.
           MOVE SPACES TO WS-BRANCHE.
           MOVE "TA2400.FER" TO WS-FER-NAME.
           MOVE "CALEND.DAT" TO WS-CAL-NAME.
           IF WS-FICHIER = "FER"
               PERFORM DEMANDER-BRANCHE
           END-IF.
      *----------------------------------------------------------------
      * WHOSE HOLIDAY TABLE: BLANK FOR THE SHOP, ELSE A CODE OF THE
      * BRANCH MASTER. AN UNKNOWN CODE CLEARS WS-FICHIER SO THE
      * COMMAND STOPS THERE.
      *----------------------------------------------------------------
       DEMANDER-BRANCHE.
           DISPLAY "BRANCHE (BLANC = ATELIER) : ".
           ACCEPT WS-BRANCHE.
           MOVE FUNCTION UPPER-CASE(WS-BRANCHE) TO WS-BRANCHE.
           IF WS-BRANCHE NOT = SPACES
               PERFORM VERIFIER-BRANCHE
               IF WS-BRANCHE-TROUVEE = "O"
                   MOVE SPACES TO WS-FER-NAME WS-CAL-NAME
                   STRING "FERIES." WS-BRANCHE
                       DELIMITED BY SIZE INTO WS-FER-NAME
                   STRING "CAL" WS-BRANCHE ".DAT"
                       DELIMITED BY SPACE INTO WS-CAL-NAME
               ELSE
                   DISPLAY "BRANCHE INCONNUE: " WS-BRANCHE
                   MOVE SPACES TO WS-FICHIER
               END-IF
           END-IF.
       VERIFIER-BRANCHE.
           MOVE "N" TO WS-BRANCHE-TROUVEE.
           OPEN INPUT BRANCH-FILE.
           IF WS-BR-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ BRANCH-FILE
                       AT END MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF BR-CODE = WS-BRANCHE
                               MOVE "O" TO WS-BRANCHE-TROUVEE
                               MOVE "Y" TO WS-EOF-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BRANCH-FILE
           END-IF.
       DO-LIST.
           PERFORM DEMANDER-FICHIER.
           IF WS-FICHIER NOT = "FER" AND WS-FICHIER NOT = "EVT"
       FIN-VALIDER.
           EXIT.
      *----------------------------------------------------------------
      * PREVIEW: WHICH ALREADY-GENERATED YEARS IN CALEND.DAT (THE
      * BRANCH'S CAL<CODE>.DAT FOR A BRANCH TABLE) DOES THE CHANGE
      * TOUCH? THOSE ARE THE YEARS TO REGENERATE AFTER THE
      * SAVE - SHOWN BEFORE ANYTHING IS WRITTEN.
      *----------------------------------------------------------------
       PREVISUALISER.
           PERFORM CHARGER-ANNEES THRU FIN-CHARGER-ANNEES.
           IF WS-NB-ANNEES = 0
               DISPLAY "AUCUNE ANNEE GENEREE DANS " WS-CAL-NAME
               GO TO FIN-PREVOIR.
           DISPLAY "ANNEES GENEREES TOUCHEES PAR CE CHANGEMENT :".
           PERFORM VARYING WS-I FROM 1 BY 1
               MOVE LIGNE-EXP (1:4) TO TA-ANNEE (WS-NB-ANNEES)
           END-IF.
      *----------------------------------------------------------------
      * LOADS THE EDITED FILE INTO THE LINE TABLE. A BRANCH WITH NO
      * TABLE OF ITS OWN YET IS SHOWN THE SHOP'S: ITS FIRST SAVE MUST
      * NOT DROP EVERY SHOP HOLIDAY FOR THE ONE LINE JUST TYPED.
      *----------------------------------------------------------------
       CHARGER-FICHIER.
           MOVE 0 TO WS-NB-LIGNES.
           IF WS-FICHIER = "FER"
               OPEN INPUT FERIES-FILE
               IF WS-FER-STATUS NOT = "00" AND WS-BRANCHE NOT = SPACES
                   DISPLAY "PAS ENCORE DE TABLE PROPRE - "
                           "DEPART DE LA TABLE DE L'ATELIER"
                   MOVE "TA2400.FER" TO WS-FER-NAME
                   OPEN INPUT FERIES-FILE
      *            THE NAME GOES BACK AT ONCE - THE SAVE IS THE
      *            BRANCH'S FILE, NOT THE SHOP'S.
                   MOVE SPACES TO WS-FER-NAME
                   STRING "FERIES." WS-BRANCHE
                       DELIMITED BY SIZE INTO WS-FER-NAME
               END-IF
               IF WS-FER-STATUS = "00"
                   MOVE "N" TO WS-EOF-FLAG
                   PERFORM UNTIL WS-EOF-FLAG = "Y"
           MOVE WS-ACTION TO AU-ACTION.
           MOVE WS-LIGNE-AVANT TO AU-AVANT.
           MOVE WS-LIGNE-SAISIE TO AU-APRES.
           MOVE WS-BRANCHE TO AU-BRANCHE.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-FILE.
      *----------------------------------------------------------------
