           SELECT CATEG-FILE ASSIGN TO "MECCGCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-STATUS.
           SELECT POSTAL-FILE ASSIGN TO "MECCGCP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CP-CLE
               FILE STATUS IS WS-CP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  CATEG-RECORD.
           05  CG-CODE           PIC XX.
           05  CG-LIBELLE        PIC X(20).
      *----------------------------------------------------------------
      * POSTAL-CODE REFERENCE TABLE (MECCGCP.DAT, MAINTAINED BY THE
      * OFFICE THROUGH MECCGCPM): THE CODE / TOWN PAIR ON THE FICHE
      * MUST BE ON IT.
      *----------------------------------------------------------------
       FD  POSTAL-FILE
                      DATA RECORD POSTAL-RECORD.
           COPY "MECCGCP.cpy".


       WORKING-STORAGE SECTION.
       01  WS-STATUT-AVANT       PIC X.
       01  WS-TRANSITION-OK      PIC X.
       01  WS-CATEG-TROUVEE      PIC X.
       01  WS-CP-STATUS          PIC XX.
       01  WS-CP-ACTIF           PIC X        VALUE "N".
       01  WS-CP-TROUVE          PIC X.
       01  WS-MOTIF-SAISIE       PIC X(30).
       01  WS-C                  PIC S9(4) COMP.
       01  WS-NB-CATEG           PIC S9(4) COMP VALUE 0.
               OPEN EXTEND JOURNAL-FILE
           END-IF.
           PERFORM CHARGER-CATEGORIES.
      *    NO POSTAL TABLE YET: THE ADDRESS CHECK IS SKIPPED, AND THE
      *    OPERATOR IS TOLD SO, RATHER THAN EVERY FICHE BEING REFUSED.
           OPEN INPUT POSTAL-FILE.
           IF WS-CP-STATUS = "00"
               MOVE "O" TO WS-CP-ACTIF
           ELSE
               DISPLAY "TABLE DES CODES POSTAUX ABSENTE - ADRESSES "
                       "NON CONTROLEES"
           END-IF.
       B-100-PROCESS.
           PERFORM B-200-LOOP THRU B-299-EXIT
               WITH TEST AFTER
      * THE FICHE IS RE-PRESENTED UNTIL IT PASSES EVERY CHECK THE
      * BATCH INTAKE ALSO APPLIES: A REAL CALENDAR JOIN DATE
      * (DATESRV), A CATEGORY ON THE REFERENCE TABLE (MECCGCAT.DAT),
      * A POSTAL CODE / TOWN PAIR ON THE POSTAL TABLE (MECCGCP.DAT),
      * AND A LAWFUL STATUS TRANSITION - A NEW MEMBER STARTS "A",
      * A CAN GO TO S, S TO A OR L, AND L ONLY MOVES THROUGH THE
      * RESTORE PATH IN MECCGARC. A REJECTED VALUE IS ALSO LOGGED TO
               MOVE "CATEGORIE INCONNUE" TO WS-MOTIF-SAISIE
               PERFORM E-400-SIGNALER-SAISIE
               GO TO B-450-REPRESENTER.
           PERFORM E-320-CHERCHER-CODE-POSTAL.
           IF WS-CP-TROUVE NOT = "O"
               MOVE "CODE POSTAL/VILLE INCONNU" TO WS-MOTIF-SAISIE
               PERFORM E-400-SIGNALER-SAISIE
               GO TO B-450-REPRESENTER.
           PERFORM E-350-VALIDER-TRANSITION.
           IF WS-TRANSITION-OK NOT = "O"
               MOVE "TRANSITION STATUT INVALIDE" TO WS-MOTIF-SAISIE
               END-IF
           END-PERFORM.
      *----------------------------------------------------------------
      * IS THE KEYED CODE / TOWN PAIR ON THE POSTAL TABLE? THE TABLE
      * IS HELD IN UPPER CASE. A FICHE BEING MARKED LEFT IS NOT HELD
      * UP BY AN ADDRESS NOBODY WILL WRITE TO AGAIN.
      *----------------------------------------------------------------
       E-320-CHERCHER-CODE-POSTAL.
           MOVE "O" TO WS-CP-TROUVE.
           IF WS-CP-ACTIF = "O" AND STATUS-IN-WS NOT = "L"
               MOVE FUNCTION UPPER-CASE(POSTAL-IN-WS) TO CP-CODE
               MOVE FUNCTION UPPER-CASE(CITY-IN-WS) TO CP-VILLE
               READ POSTAL-FILE
                   INVALID KEY MOVE "N" TO WS-CP-TROUVE
               END-READ
               IF WS-CP-STATUS (1:1) NOT = "0"
                   MOVE "N" TO WS-CP-TROUVE
               END-IF
           END-IF.
      *----------------------------------------------------------------
      * THE STATUS TRANSITION MATRIX. A NEW FICHE STARTS "A"; ON AN
      * EXISTING ONE A->S, S->A, S->L AND STANDING STILL ARE LAWFUL;
      * "L" NEVER MOVES HERE - ONLY MECCGARC'S RESTORE BRINGS A
           WRITE RUN-CONTROL-RECORD.
           CLOSE RUN-FILE.
           CLOSE EXCEPTION-FILE.
           IF WS-CP-ACTIF = "O"
               CLOSE POSTAL-FILE
           END-IF.
           MOVE "D" TO ENQ-FONCTION.
           MOVE "MECCG.DAT" TO ENQ-RESSOURCE.
           MOVE "MECCG" TO ENQ-PROGRAMME.
           MOVE "MECCG" TO JR-SOURCE.
           MOVE WS-BEFORE-IMAGE TO JR-BEFORE.
           MOVE WS-AFTER-IMAGE TO JR-AFTER.
           MOVE WS-OPERATEUR TO JR-OPERATEUR.
           WRITE JOURNAL-RECORD.
      *----------------------------------------------------------------
      * APPENDS ONE RECORD TO THE SHARED EXCEPTION LOG. CALLERS SET
