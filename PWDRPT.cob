       IDENTIFICATION DIVISION.
       PROGRAM-ID. PWDRPT.
       AUTHOR. SHOP OPERATIONS.
      *          MONTHLY PASSWORD AND ACCOUNT REVIEW OF THE OPERATOR
      *          MASTER (OPERMAST.DAT) UNDER THE SHOP POLICY
      *          (PASSPOL.CTL), FOR THE SUPERVISORS AND THE AUDITOR.
      *          PWDRPT.RPT LISTS:
      *            - EVERY OPERATOR WHOSE PASSWORD HAS EXPIRED, WAS
      *              NEVER DATED, IS STILL AN UNCHANGED ONE-TIME
      *              PASSWORD, OR EXPIRES WITHIN THE POLICY NOTICE
      *              (DEFAULT 14 DAYS);
      *            - EVERY OPERATOR WITH NO SIGN-ON FOR THE POLICY
      *              INACTIVITY SPAN (DEFAULT 90 DAYS) OR NEVER SIGNED
      *              ON AT ALL - CANDIDATES FOR A LOCK OR REMOVAL.
      *          A LOCKED OPERATOR IS FLAGGED ON EITHER LIST. AGES
      *          ARE COUNTED TO THE BUSINESS DATE (BUSDATE) THROUGH
      *          DATESRV, AS ASL COUNTS THEM AT SIGN-ON. THE REPORT
      *          IS FOR READING; IT CHANGES NOTHING AND ENDS RC 0.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-MAST-STATUS.
           SELECT POLICY-FILE ASSIGN TO "PASSPOL.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-POL-STATUS.
           SELECT REPORT-FILE ASSIGN TO "PWDRPT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-MASTER
                      DATA RECORD OPERATOR-RECORD.
           COPY "OPERMAST.cpy".
       FD  POLICY-FILE
                      DATA RECORD POLICY-RECORD.
           COPY "PASSPOL.cpy".
       FD  REPORT-FILE
                      DATA RECORD LIGNE-RPT.
       01  LIGNE-RPT             PIC X(80).

       WORKING-STORAGE SECTION.
           COPY "BUSDATE.cpy".
       01  WS-MAST-STATUS        PIC XX.
       01  WS-POL-STATUS         PIC XX.
       01  WS-EOF-FLAG           PIC X.
       01  WS-DATE-JOUR          PIC 9(8).
       01  WS-AGE-MAX            PIC 9(3).
       01  WS-PREAVIS            PIC 99.
       01  WS-INACTIVITE         PIC 9(3).
       01  WS-JOURS              PIC S9(7).
       01  WS-NB-OPERATEURS      PIC 9(4) VALUE 0.
       01  WS-NB-ECHEANCES       PIC 9(4) VALUE 0.
       01  WS-NB-INACTIFS        PIC 9(4) VALUE 0.
       01  WS-EDT-NB             PIC ZZZ9.
       01  WS-EDT-JOURS          PIC ZZ9.
           COPY "DATESRV.cpy".

       01  WS-LIGNE-OPER.
           05  DOP-ID            PIC X(8).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  DOP-NIVEAU        PIC X.
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  DOP-DATE          PIC X(8).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  DOP-JOURS         PIC -(4)9.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  DOP-NOTE          PIC X(30).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  DOP-VERROU        PIC X(10).

       PROCEDURE DIVISION.
       A-000-DEBUT.
           PERFORM LIRE-DATE-METIER.
           MOVE BDA-DATE TO WS-DATE-JOUR.
           PERFORM CHARGER-POLITIQUE.
           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO LIGNE-RPT.
           STRING "REVUE DES MOTS DE PASSE ET DES COMPTES AU "
                  WS-DATE-JOUR
               DELIMITED BY SIZE INTO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE ALL "=" TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE SPACES TO LIGNE-RPT.
           STRING "POLITIQUE : VALIDITE " WS-AGE-MAX
                  " J, PREAVIS " WS-PREAVIS
                  " J, INACTIVITE " WS-INACTIVITE " J"
               DELIMITED BY SIZE INTO LIGNE-RPT.
           WRITE LIGNE-RPT.
           OPEN INPUT OPERATOR-MASTER.
           IF WS-MAST-STATUS NOT = "00"
               MOVE SPACES TO LIGNE-RPT
               WRITE LIGNE-RPT
               MOVE "OPERMAST.DAT ABSENT - AUCUN OPERATEUR"
                   TO LIGNE-RPT
               WRITE LIGNE-RPT
               CLOSE REPORT-FILE
               DISPLAY "OPERMAST.DAT ABSENT - RIEN A REVOIR"
               STOP RUN.
           CLOSE OPERATOR-MASTER.
           PERFORM B-100-ECHEANCES THRU FIN-ECHEANCES.
           PERFORM B-200-INACTIFS THRU FIN-INACTIFS.
           PERFORM C-100-TERMINER.
      *----------------------------------------------------------------
      * PASS 1: PASSWORDS EXPIRED, NEVER DATED, ONE-TIME AND STILL
      * UNCHANGED, OR EXPIRING WITHIN THE NOTICE. THE DAYS COLUMN IS
      * WHAT REMAINS OF THE VALIDITY (NEGATIVE ONCE EXPIRED).
      *----------------------------------------------------------------
       B-100-ECHEANCES.
           MOVE SPACES TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE "MOTS DE PASSE EXPIRES OU A ECHEANCE" TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE "ID        N   CHANGE LE JOURS  SITUATION"
               TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           OPEN INPUT OPERATOR-MASTER.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ OPERATOR-MASTER
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-NB-OPERATEURS
                       PERFORM B-110-UNE-ECHEANCE THRU FIN-UNE-ECHEANCE
               END-READ
           END-PERFORM.
           CLOSE OPERATOR-MASTER.
           IF WS-NB-ECHEANCES = 0
               MOVE "  AUCUN" TO LIGNE-RPT
               WRITE LIGNE-RPT
           END-IF.
       FIN-ECHEANCES.
           EXIT.
       B-110-UNE-ECHEANCE.
           PERFORM PREPARER-LIGNE.
           MOVE OP-DATE-MDP TO DOP-DATE.
           IF OP-PROVISOIRE = "O"
               MOVE "PROVISOIRE NON CHANGE" TO DOP-NOTE
               GO TO ECRIRE-ECHEANCE.
           IF OP-DATE-MDP NOT NUMERIC
               MOVE "JAMAIS DATE - EXPIRE" TO DOP-NOTE
               GO TO ECRIRE-ECHEANCE.
           MOVE OP-DATE-MDP-N TO DSA-DATE-1.
           PERFORM COMPTER-JOURS.
           IF DSA-RETOUR NOT = "00"
               MOVE "DATE DE CHANGEMENT INVALIDE" TO DOP-NOTE
               GO TO ECRIRE-ECHEANCE.
           COMPUTE WS-JOURS = WS-AGE-MAX - DSA-NB-JOURS.
           MOVE WS-JOURS TO DOP-JOURS.
           IF WS-JOURS NOT > 0
               MOVE "EXPIRE" TO DOP-NOTE
               GO TO ECRIRE-ECHEANCE.
           IF WS-JOURS > WS-PREAVIS
               GO TO FIN-UNE-ECHEANCE.
           MOVE "EXPIRE BIENTOT" TO DOP-NOTE.
       ECRIRE-ECHEANCE.
           ADD 1 TO WS-NB-ECHEANCES.
           MOVE WS-LIGNE-OPER TO LIGNE-RPT.
           WRITE LIGNE-RPT.
       FIN-UNE-ECHEANCE.
           EXIT.
      *----------------------------------------------------------------
      * PASS 2: NO SIGN-ON FOR THE INACTIVITY SPAN, OR NEVER. THE DAYS
      * COLUMN IS THE TIME SINCE THE LAST SIGN-ON.
      *----------------------------------------------------------------
       B-200-INACTIFS.
           MOVE SPACES TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE WS-INACTIVITE TO WS-EDT-JOURS.
           MOVE SPACES TO LIGNE-RPT.
           STRING "OPERATEURS SANS SIGNON DEPUIS " WS-EDT-JOURS
                  " JOURS OU PLUS"
               DELIMITED BY SIZE INTO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE "ID        N   SIGNON LE JOURS  SITUATION"
               TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           OPEN INPUT OPERATOR-MASTER.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ OPERATOR-MASTER
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM B-210-UN-INACTIF THRU FIN-UN-INACTIF
               END-READ
           END-PERFORM.
           CLOSE OPERATOR-MASTER.
           IF WS-NB-INACTIFS = 0
               MOVE "  AUCUN" TO LIGNE-RPT
               WRITE LIGNE-RPT
           END-IF.
       FIN-INACTIFS.
           EXIT.
       B-210-UN-INACTIF.
           PERFORM PREPARER-LIGNE.
           MOVE OP-DERNIER-SIGNON TO DOP-DATE.
           IF OP-DERNIER-SIGNON NOT NUMERIC
               MOVE "JAMAIS CONNECTE" TO DOP-NOTE
               GO TO ECRIRE-INACTIF.
           MOVE OP-DERNIER-SIGNON-N TO DSA-DATE-1.
           PERFORM COMPTER-JOURS.
           IF DSA-RETOUR NOT = "00"
               MOVE "DATE DE SIGNON INVALIDE" TO DOP-NOTE
               GO TO ECRIRE-INACTIF.
           IF DSA-NB-JOURS < WS-INACTIVITE
               GO TO FIN-UN-INACTIF.
           MOVE DSA-NB-JOURS TO DOP-JOURS.
           MOVE "INACTIF" TO DOP-NOTE.
       ECRIRE-INACTIF.
           ADD 1 TO WS-NB-INACTIFS.
           MOVE WS-LIGNE-OPER TO LIGNE-RPT.
           WRITE LIGNE-RPT.
       FIN-UN-INACTIF.
           EXIT.
       PREPARER-LIGNE.
           MOVE OP-ID TO DOP-ID.
           MOVE OP-NIVEAU TO DOP-NIVEAU.
           MOVE SPACES TO DOP-DATE DOP-NOTE DOP-VERROU.
           MOVE 0 TO DOP-JOURS.
           IF OP-LOCKED = "L"
               MOVE "VERROUILLE" TO DOP-VERROU
           END-IF.
      *    DSA-NB-JOURS = DAYS FROM DSA-DATE-1 TO THE BUSINESS DATE.
       COMPTER-JOURS.
           MOVE "D" TO DSA-FONCTION.
           MOVE WS-DATE-JOUR TO DSA-DATE-2.
           CALL "DATESRV" USING DATE-SERVICE-AREA.
       C-100-TERMINER.
           MOVE SPACES TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE WS-NB-OPERATEURS TO WS-EDT-NB.
           MOVE SPACES TO LIGNE-RPT.
           STRING "OPERATEURS AU FICHIER      : " WS-EDT-NB
               DELIMITED BY SIZE INTO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE WS-NB-ECHEANCES TO WS-EDT-NB.
           MOVE SPACES TO LIGNE-RPT.
           STRING "EXPIRES OU A ECHEANCE      : " WS-EDT-NB
               DELIMITED BY SIZE INTO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE WS-NB-INACTIFS TO WS-EDT-NB.
           MOVE SPACES TO LIGNE-RPT.
           STRING "SANS SIGNON RECENT         : " WS-EDT-NB
               DELIMITED BY SIZE INTO LIGNE-RPT.
           WRITE LIGNE-RPT.
           CLOSE REPORT-FILE.
           DISPLAY "REVUE ECRITE DANS PWDRPT.RPT - " WS-NB-ECHEANCES
                   " ECHEANCE(S), " WS-NB-INACTIFS " INACTIF(S)".
           STOP RUN.
      *----------------------------------------------------------------
      * THE SHOP PASSWORD POLICY (PASSPOL.CTL); A FIELD BLANK OR OUT
      * OF RANGE, OR THE WHOLE FILE ABSENT, KEEPS THE DEFAULT - THE
      * SAME RULE AS ASL.
      *----------------------------------------------------------------
       CHARGER-POLITIQUE.
           MOVE 90 TO WS-AGE-MAX.
           MOVE 14 TO WS-PREAVIS.
           MOVE 90 TO WS-INACTIVITE.
           OPEN INPUT POLICY-FILE.
           IF WS-POL-STATUS = "00"
               READ POLICY-FILE
                   AT END CONTINUE
                   NOT AT END PERFORM RETENIR-POLITIQUE
               END-READ
               CLOSE POLICY-FILE
           END-IF.
       RETENIR-POLITIQUE.
           IF PP-AGE-MAX NUMERIC AND PP-AGE-MAX NOT = "000"
               MOVE PP-AGE-MAX TO WS-AGE-MAX
           END-IF.
           IF PP-PREAVIS NUMERIC
               MOVE PP-PREAVIS TO WS-PREAVIS
           END-IF.
           IF PP-INACTIVITE NUMERIC AND PP-INACTIVITE NOT = "000"
               MOVE PP-INACTIVITE TO WS-INACTIVITE
           END-IF.

      *----------------------------------------------------------------
      * THE SHOP'S PROCESSING DATE, THROUGH THE BUSDATE SERVICE - ONE
      * OPERATING DAY IS ONE DATE, WHATEVER THE WALL CLOCK SAYS PAST
      * MIDNIGHT.
      *----------------------------------------------------------------
       LIRE-DATE-METIER.
           MOVE "L" TO BDA-FONCTION.
           CALL "BUSDATE" USING BUSINESS-DATE-AREA.

       END PROGRAM PWDRPT.
