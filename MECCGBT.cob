      *          BROKEN DECK (NO HEADER, NO TRAILER, COUNT MISMATCH,
      *          UNKNOWN BRANCH) FAILS THE RUN WITH A SEVERE EXCEPTION
      *          AND RETURN-CODE 8.
      *          A HEADER MAY ALSO CARRY THE SENDER'S TRANSMITTAL
      *          NUMBER (H AAAAMMJJ BBB NNNNNN - THE ROTTERDAM DECKS
      *          DO).
      *          SUCH A SECTION IS ACKNOWLEDGED: EVERY DETAIL, APPLIED
      *          OR REJECTED AND WHY, GOES TO MECCGBT.ACK (MECCGAK.cpy),
      *          WHICH IS RETURNED TO THE BRANCH THROUGH ENRCYPT'S
      *          WHOLE-FILE MODE; THE OPERATOR REMOVES THE CLEAR FILE
      *          ONCE IT IS ENCRYPTED.
      *          AN ADD OR UPDATE MUST CARRY A POSTAL CODE / TOWN PAIR
      *          ON THE POSTAL TABLE (MECCGCP.DAT), AS ON THE FICHE;
      *          WITHOUT THE TABLE THE CHECK IS SKIPPED AND THE ERROR
      *          LISTING SAYS SO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT CATEG-FILE ASSIGN TO "MECCGCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-CAT-STATUS.
           SELECT ACK-FILE ASSIGN TO "MECCGBT.ACK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-ACK-STATUS.
           SELECT POSTAL-FILE ASSIGN TO "MECCGCP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CP-CLE
               FILE STATUS  IS WS-CP-STATUS.

       DATA DIVISION.
       FILE SECTION.
               10  TRN-H-DATE    PIC X(8).
               10  FILLER        PIC X.
               10  TRN-H-BRANCHE PIC X(3).
               10  FILLER        PIC X.
               10  TRN-H-ENVOI   PIC X(6).
               10  FILLER        PIC X(108).
           05  TRN-PIED REDEFINES TRN-DATA.
               10  TRN-T-COUNT   PIC X(6).
               10  FILLER        PIC X(121).
       01  CATEG-RECORD.
           05  CG-CODE           PIC XX.
           05  CG-LIBELLE        PIC X(20).
       FD  ACK-FILE
                      DATA RECORD ACK-RECORD.
           COPY "MECCGAK.cpy".
      *----------------------------------------------------------------
      * POSTAL-CODE REFERENCE TABLE - SAME FILE THE SCREEN VALIDATES
      * AGAINST (MECCGCP.DAT).
      *----------------------------------------------------------------
       FD  POSTAL-FILE
                      DATA RECORD POSTAL-RECORD.
           COPY "MECCGCP.cpy".


       WORKING-STORAGE SECTION.
       01  WS-NB-BRANCHES        PIC S9(4) COMP VALUE 0.
       01  WS-CAT-STATUS         PIC XX.
       01  WS-CATEG-TROUVEE      PIC X.
       01  WS-CP-STATUS          PIC XX.
       01  WS-CP-ACTIF           PIC X    VALUE "N".
       01  WS-CP-TROUVE          PIC X.
       01  WS-TRANSITION-OK      PIC X.
       01  WS-STATUT-AVANT       PIC X.
       01  WS-C                  PIC S9(4) COMP.
       01  WS-NB-APPLIQUES       PIC 9(6) VALUE 0.
       01  WS-NB-REJETES         PIC 9(6) VALUE 0.
       01  WS-COUNT-ANNONCE      PIC 9(6) VALUE 0.
       01  WS-ACK-STATUS         PIC XX.
       01  WS-ACK-SECTION        PIC X    VALUE "N".
       01  WS-NB-ACQUITS         PIC 9(4) VALUE 0.
       01  WS-APPLIQUES-AVANT    PIC 9(6).
       01  WS-EDT-NB             PIC ZZZZZ9.
           COPY "DATESRV.cpy".

               CLOSE JOURNAL-FILE
               OPEN EXTEND JOURNAL-FILE
           END-IF.
      *    ACKNOWLEDGEMENTS NOT YET SENT STAY IN FRONT OF TONIGHT'S.
           OPEN EXTEND ACK-FILE.
           IF WS-ACK-STATUS = "35"
               OPEN OUTPUT ACK-FILE
               CLOSE ACK-FILE
               OPEN EXTEND ACK-FILE
           END-IF.
           OPEN OUTPUT RUN-FILE.
           MOVE "H" TO RC-TYPE.
           MOVE WS-RUN-ID TO RC-RUN-ID.
           WRITE LIGNE-RPT.
           PERFORM CHARGER-BRANCHES.
           PERFORM CHARGER-CATEGORIES.
           OPEN INPUT POSTAL-FILE.
           IF WS-CP-STATUS = "00"
               MOVE "O" TO WS-CP-ACTIF
           ELSE
               MOVE "CODES POSTAUX ABSENTS - ADRESSES NON CONTROLEES"
                   TO LIGNE-RPT
               WRITE LIGNE-RPT
           END-IF.
       B-100-LIRE-DECK.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ TRANSACTION-FILE
               WHEN "A"
               WHEN "U"
               WHEN "D"
                   MOVE WS-SEC-APPLIQUES TO WS-APPLIQUES-AVANT
                   PERFORM B-300-UNE-MUTATION THRU F-300-EXIT
                   PERFORM E-800-ACQUITTER-DETAIL
               WHEN OTHER
                   ADD 1 TO WS-NB-DETAILS
                   MOVE WS-SEC-APPLIQUES TO WS-APPLIQUES-AVANT
                   MOVE "CODE MOUVEMENT INVALIDE" TO WS-MOTIF-REJET
                   PERFORM E-100-REJETER
                   PERFORM E-800-ACQUITTER-DETAIL
           END-EVALUATE.
      *----------------------------------------------------------------
      * OPENS A BRANCH SECTION: THE BRANCH CODE ON THE HEADER MUST BE
       B-250-OUVRIR-SECTION.
           MOVE "O" TO WS-ENTETE-VU.
           MOVE "N" TO WS-PIED-VU.
           MOVE "N" TO WS-ACK-SECTION.
           MOVE 0 TO WS-SEC-DETAILS WS-SEC-APPLIQUES WS-SEC-REJETES.
           MOVE TRN-H-BRANCHE TO WS-BRANCHE-COURANTE.
           PERFORM CHERCHER-BRANCHE.
               MOVE SPACES TO WS-SOURCE-JOURNAL
               STRING "BT-" WS-BRANCHE-COURANTE
                   DELIMITED BY SIZE INTO WS-SOURCE-JOURNAL
               IF TRN-H-ENVOI NUMERIC AND TRN-H-ENVOI NOT = ZERO
                   MOVE "O" TO WS-ACK-SECTION
                   ADD 1 TO WS-NB-ACQUITS
                   MOVE SPACES TO ACK-RECORD
                   MOVE "H" TO AK-CODE
                   MOVE WS-RUN-DATE TO AK-H-DATE
                   MOVE WS-BRANCHE-COURANTE TO AK-H-BRANCHE
                   MOVE TRN-H-ENVOI TO AK-H-ENVOI
                   WRITE ACK-RECORD
               END-IF
           ELSE
               MOVE "MECCGBT" TO WS-SOURCE-JOURNAL
               MOVE "BRANCHE INCONNUE" TO WS-MOTIF-REJET
               MOVE "ECART COMPTAGE SECTION" TO WS-MOTIF-REJET
               PERFORM E-300-DECK-CASSE
           END-IF.
           IF WS-ACK-SECTION = "O"
               MOVE SPACES TO ACK-RECORD
               MOVE "T" TO AK-CODE
               MOVE WS-SEC-APPLIQUES TO AK-T-APPLIQUES
               MOVE WS-SEC-REJETES TO AK-T-REJETES
               WRITE ACK-RECORD
               MOVE "N" TO WS-ACK-SECTION
           END-IF.
           MOVE WS-SEC-DETAILS TO WS-EDT-NB.
           MOVE SPACES TO LIGNE-RPT.
           STRING "  BRANCHE " WS-BRANCHE-COURANTE
                   PERFORM E-100-REJETER
                   GO TO F-400-EXIT
               END-IF
               PERFORM E-720-CHERCHER-CODE-POSTAL
               IF WS-CP-TROUVE NOT = "O"
                   MOVE "CODE POSTAL/VILLE INCONNU" TO WS-MOTIF-REJET
                   PERFORM E-100-REJETER
                   GO TO F-400-EXIT
               END-IF
           END-IF.
           IF TRN-CODE = "A" AND TRN-STATUS NOT = "A"
      *        A NEW MEMBER ALWAYS STARTS ACTIVE - THE TRANSITION
           MOVE WS-SOURCE-JOURNAL TO JR-SOURCE.
           MOVE WS-BEFORE-IMAGE TO JR-BEFORE.
           MOVE WS-AFTER-IMAGE TO JR-AFTER.
           MOVE WS-OPERATEUR TO JR-OPERATEUR.
           WRITE JOURNAL-RECORD.
      *----------------------------------------------------------------
      * NEXT MEMBER NUMBER FROM THE CENTRAL REGISTER (NEXTID.DAT,
           WRITE NEXTID-RECORD.
           CLOSE NEXTID-FILE.
      *----------------------------------------------------------------
      * ONE DETAIL OF AN ACKNOWLEDGED SECTION: APPLIED WHEN THE
      * SECTION'S APPLIED COUNT MOVED, OTHERWISE REJECTED WITH THE
      * REASON JUST LISTED.
      *----------------------------------------------------------------
       E-800-ACQUITTER-DETAIL.
           IF WS-ACK-SECTION = "O"
               MOVE SPACES TO ACK-RECORD
               MOVE "R" TO AK-CODE
               MOVE TRN-CODE TO AK-R-MVT
               MOVE TRN-ID TO AK-R-ID
               IF WS-SEC-APPLIQUES > WS-APPLIQUES-AVANT
                   MOVE "OK" TO AK-R-RESULTAT
               ELSE
                   MOVE "RJ" TO AK-R-RESULTAT
                   MOVE WS-MOTIF-REJET TO AK-R-MOTIF
               END-IF
               WRITE ACK-RECORD
           END-IF.
      *----------------------------------------------------------------
      * IS TRN-CATEG ON THE CATEGORY REFERENCE TABLE?
      *----------------------------------------------------------------
       E-700-CHERCHER-CATEGORIE.
               END-IF
           END-PERFORM.
      *----------------------------------------------------------------
      * IS THE TRN-POSTAL / TRN-CITY PAIR ON THE POSTAL TABLE? SAME
      * RULE AS THE FICHE: UPPER CASE, AND A MEMBER MARKED LEFT IS
      * NOT CHECKED.
      *----------------------------------------------------------------
       E-720-CHERCHER-CODE-POSTAL.
           MOVE "O" TO WS-CP-TROUVE.
           IF WS-CP-ACTIF = "O" AND TRN-STATUS NOT = "L"
               MOVE FUNCTION UPPER-CASE(TRN-POSTAL) TO CP-CODE
               MOVE FUNCTION UPPER-CASE(TRN-CITY) TO CP-VILLE
               READ POSTAL-FILE
                   INVALID KEY MOVE "N" TO WS-CP-TROUVE
               END-READ
               IF WS-CP-STATUS (1:1) NOT = "0"
                   MOVE "N" TO WS-CP-TROUVE
               END-IF
           END-IF.
      *----------------------------------------------------------------
      * THE STATUS TRANSITION MATRIX, SHARED RULE WITH THE SCREEN:
      * A->S, S->A, S->L AND STANDING STILL ARE LAWFUL; "L" ONLY
      * MOVES THROUGH MECCGARC'S RESTORE, NEVER THROUGH A DECK.
           WRITE RUN-CONTROL-RECORD.
           CLOSE RUN-FILE.
           CLOSE EXCEPTION-FILE.
           CLOSE ACK-FILE.
           IF WS-CP-ACTIF = "O"
               CLOSE POSTAL-FILE
           END-IF.
           IF WS-NB-ACQUITS > 0
               DISPLAY "ACCUSES DE RECEPTION DANS MECCGBT.ACK - A "
                       "RENVOYER PAR ENRCYPT EFILE"
           END-IF.
           IF WS-DECK-OK = "N"
               DISPLAY "INTAKE MECCG EN ECHEC - VOIR MECCGBT.RPT"
               MOVE 8 TO RETURN-CODE
