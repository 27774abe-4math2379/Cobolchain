       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPRAUDIT.
       AUTHOR. SHOP OPERATIONS.
      *          ACTIVITY AUDIT PER OPERATOR AND PERIOD, FOR THE
      *          SUPERVISORS AND THE AUDITOR. WHAT ONE OPERATOR DID
      *          WAS SPREAD OVER SIX FILES, EACH READ ITS OWN WAY;
      *          THIS PROGRAM MERGES THEM INTO ONE LISTING
      *          (OPRAUDIT.RPT), BY OPERATOR THEN DATE AND TIME:
      *            MECCG.JRN     MEMBER ADDS, UPDATES AND DELETES
      *            EXCEPT.LOG    EXCEPTIONS RAISED IN THE SESSION
      *            FERMAINT.JRN  HOLIDAY AND EVENT TABLE EDITS
      *            KEYREG.PND    KEY CHANGES ENTERED, STILL PENDING
      *            KEYREG.DAT    KEY CHANGES ENTERED AND APPROVED
      *            SPOOL.CAT     REPRINTS OF SPOOLED REPORTS
      *            VISITES.DAT   DESK CHECK-INS OF MEMBERS
      *            MECCGADJ.DAT  CREDIT NOTES, WRITE-OFFS, REFUNDS
      *          THEN LISTS THE SEGREGATION-OF-DUTIES CONFLICTS:
      *            - AN OPERATOR WHO ADDED A MEMBER (AT ANY DATE)
      *              POSTING A WRITE-OFF OR A REFUND FOR THAT MEMBER
      *              IN THE PERIOD;
      *            - A KEY REGISTRY LINE ENTERED AND APPROVED BY THE
      *              SAME OPERATOR (KEYMAINT REFUSES IT - ONLY AN
      *              EDIT OUTSIDE IT COULD LEAVE ONE);
      *            - A SEVERE EXCEPTION RELEASED (EXCSUIVI.DAT) BY THE
      *              OPERATOR WHOSE SESSION RAISED IT.
      *          ASKS FOR AN OPERATOR (BLANK = ALL) AND THE PERIOD
      *          (DEFAULT THE MONTH TO DATE). JOURNAL ENTRIES FROM
      *          BEFORE THE OPERATOR STAMP READ "INCONNU" AND ARE
      *          NEVER COUNTED AS A CONFLICT. SUPERVISOR LEVEL; THE
      *          REPORT CHANGES NOTHING.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE ASSIGN TO "MECCG.JRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-JRN-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO "EXCEPT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-EXC-STATUS.
           SELECT FERIE-AUDIT-FILE ASSIGN TO "FERMAINT.JRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-FER-STATUS.
           SELECT PENDING-FILE ASSIGN TO "KEYREG.PND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-PND-STATUS.
           SELECT REGISTRY-FILE ASSIGN TO "KEYREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-REG-STATUS.
           SELECT CATALOG-FILE ASSIGN TO "SPOOL.CAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-CAT-STATUS.
           SELECT VISIT-FILE ASSIGN TO "VISITES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-VIS-STATUS.
           SELECT ADJUST-FILE ASSIGN TO "MECCGADJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-ADJ-STATUS.
           SELECT STATE-FILE ASSIGN TO "EXCSUIVI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ES-CLE
               FILE STATUS IS WS-EST-STATUS.
           SELECT REPORT-FILE ASSIGN TO "OPRAUDIT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE
                      DATA RECORD JOURNAL-RECORD.
           COPY "MECCGJR.cpy".
       FD  EXCEPTION-FILE
                      DATA RECORD EXCEPTION-LOG-RECORD.
           COPY "EXCLOG.cpy".
      *----------------------------------------------------------------
      * FERMAINT'S CHANGE JOURNAL - ONE LINE PER TABLE EDIT.
      *----------------------------------------------------------------
       FD  FERIE-AUDIT-FILE
                      DATA RECORD AUDIT-RECORD.
       01  AUDIT-RECORD.
           05  AU-DATE           PIC 9(8).
           05  AU-TIME           PIC 9(6).
           05  AU-OPERATEUR      PIC X(8).
           05  AU-FICHIER        PIC X(3).
           05  AU-ACTION         PIC X.
           05  AU-AVANT          PIC X(40).
           05  AU-APRES          PIC X(40).
           05  AU-BRANCHE        PIC X(3).
      *----------------------------------------------------------------
      * KEYMAINT'S TWO FILES, AS KEYMAINT WRITES THEM.
      *----------------------------------------------------------------
       FD  PENDING-FILE
                      DATA RECORD PENDING-RECORD.
       01  PENDING-RECORD.
           05  PD-ID             PIC X(4).
           05  PD-EFF-FROM       PIC 9(8).
           05  PD-EFF-TO         PIC 9(8).
           05  PD-KEY            PIC X(8).
           05  PD-SAISIE-PAR     PIC X(8).
           05  PD-DATE-SAISIE    PIC 9(8).
       FD  REGISTRY-FILE
                      DATA RECORD REGISTRY-RECORD.
       01  REGISTRY-RECORD.
           05  KR-ID             PIC X(4).
           05  KR-EFF-FROM       PIC 9(8).
           05  KR-EFF-TO         PIC 9(8).
           05  KR-KEY            PIC X(8).
           05  KR-SAISIE-PAR     PIC X(8).
           05  KR-APPROUVE-PAR   PIC X(8).
           05  KR-DATE-SAISIE    PIC X(8).
           05  KR-DATE-SAISIE-N REDEFINES KR-DATE-SAISIE
                                 PIC 9(8).
           05  KR-DATE-APPROB    PIC X(8).
           05  KR-DATE-APPROB-N REDEFINES KR-DATE-APPROB
                                 PIC 9(8).
      *----------------------------------------------------------------
      * THE SPOOL CATALOGUE - ONLY ITS REPRINT LINES ("R") COUNT HERE.
      *----------------------------------------------------------------
       FD  CATALOG-FILE
                      DATA RECORD CATALOG-RECORD.
       01  CATALOG-RECORD.
           05  SP-NUMERO         PIC 9(6).
           05  SP-DATE           PIC 9(8).
           05  SP-TIME           PIC 9(6).
           05  SP-TYPE           PIC X(12).
           05  SP-PROGRAMME      PIC X(8).
           05  SP-OPERATEUR      PIC X(8).
           05  SP-ETAT           PIC X.
       FD  VISIT-FILE
                      DATA RECORD VISIT-RECORD.
       01  VISIT-RECORD.
           05  VI-DATE           PIC 9(8).
           05  VI-TIME           PIC 9(6).
           05  VI-ID             PIC X(8).
           05  VI-OPERATEUR      PIC X(8).
       FD  ADJUST-FILE
                      DATA RECORD ADJUSTMENT-RECORD.
           COPY "MECCGAJ.cpy".
       FD  STATE-FILE.
           COPY "EXCST.cpy".
       FD  REPORT-FILE
                      DATA RECORD LIGNE-RPT.
       01  LIGNE-RPT             PIC X(100).

       WORKING-STORAGE SECTION.
           COPY "BUSDATE.cpy".
           COPY "AUTHSRV.cpy".
       01  WS-JRN-STATUS         PIC XX.
       01  WS-EXC-STATUS         PIC XX.
       01  WS-FER-STATUS         PIC XX.
       01  WS-PND-STATUS         PIC XX.
       01  WS-REG-STATUS         PIC XX.
       01  WS-CAT-STATUS         PIC XX.
       01  WS-VIS-STATUS         PIC XX.
       01  WS-ADJ-STATUS         PIC XX.
       01  WS-EST-STATUS         PIC XX.
       01  WS-EOF-FLAG           PIC X.
       01  WS-AUJOURDHUI         PIC 9(8).
       01  WS-OPER-DEMANDE       PIC X(8).
       01  WS-DU                 PIC 9(8).
       01  WS-AU                 PIC 9(8).
       01  WS-DU-SAISI           PIC X(8).
       01  WS-AU-SAISI           PIC X(8).
       01  WS-I                  PIC S9(4) COMP.
       01  WS-J                  PIC S9(4) COMP.
       01  WS-NB-DEBORDES        PIC 9(5) VALUE 0.
       01  WS-NB-NON-DATEES      PIC 9(5) VALUE 0.
       01  WS-NB-CONFLITS        PIC 9(5) VALUE 0.
       01  WS-NB-OPER            PIC 9(5) VALUE 0.
       01  WS-NB-OPERATEURS      PIC 9(4) VALUE 0.
       01  WS-OPER-COURANT       PIC X(8).
       01  WS-AJOUTE-PAR         PIC X(8).
       01  WS-EDT-NB             PIC ZZZZ9.
       01  WS-EDT-MONTANT        PIC ZZZZ9.99.

      *----------------------------------------------------------------
      * EVERY ACTION KEPT FOR THE PERIOD, INSERTED IN OPERATOR + DATE
      * + TIME ORDER AS THE FILES ARE READ (THE MECCGDOS WAY).
      *----------------------------------------------------------------
       01  WS-NB-EVTS            PIC S9(4) COMP VALUE 0.
       01  TABLE-EVTS.
           05  EVT OCCURS 3000.
               10  EV-CLE.
                   15  EV-OPER   PIC X(8).
                   15  EV-DATE   PIC 9(8).
                   15  EV-TIME   PIC 9(6).
               10  EV-SOURCE     PIC X(8).
               10  EV-DETAIL     PIC X(44).
       01  WS-EVT-TRAVAIL.
           05  TRV-CLE.
               10  TRV-OPER      PIC X(8).
               10  TRV-DATE      PIC 9(8).
               10  TRV-TIME      PIC 9(6).
           05  TRV-SOURCE        PIC X(8).
           05  TRV-DETAIL        PIC X(44).

      *----------------------------------------------------------------
      * WHO ADDED EACH MEMBER, FROM THE WHOLE JOURNAL (AN ADD BEFORE
      * THE PERIOD STILL CONFLICTS WITH A WRITE-OFF INSIDE IT).
      *----------------------------------------------------------------
       01  WS-NB-AJOUTS          PIC S9(4) COMP VALUE 0.
       01  TABLE-AJOUTS.
           05  AJOUT OCCURS 5000.
               10  AJT-ID        PIC X(8).
               10  AJT-OPER      PIC X(8).

       01  WS-LIGNE-EVT.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  DEV-DATE          PIC 9(8).
           05  FILLER            PIC X     VALUE SPACE.
           05  DEV-TIME          PIC 9(6).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  DEV-SOURCE        PIC X(8).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  DEV-DETAIL        PIC X(44).
       01  WS-LIGNE-CONFLIT.
           05  DCF-OPER          PIC X(8).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  DCF-DATE          PIC X(8).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  DCF-TEXTE         PIC X(70).

       PROCEDURE DIVISION.
       A-000-DEBUT.
           MOVE "OPRAUDIT" TO AUT-FONCTION.
           MOVE 3 TO AUT-NIVEAU-REQ.
           CALL "AUTHSRV" USING AUTHORITY-AREA.
           IF AUT-RETOUR NOT = "00"
               DISPLAY "AUDIT REFUSE - NIVEAU INSUFFISANT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LIRE-DATE-METIER.
           MOVE BDA-DATE TO WS-AUJOURDHUI.
           PERFORM A-100-DEMANDER THRU FIN-DEMANDER.
           PERFORM B-100-JOURNAL THRU FIN-JOURNAL.
           PERFORM B-200-EXCEPTIONS THRU FIN-EXCEPTIONS.
           PERFORM B-300-FERIES THRU FIN-FERIES.
           PERFORM B-400-CLES.
           PERFORM B-500-REIMPRESSIONS THRU FIN-REIMPRESSIONS.
           PERFORM B-600-VISITES THRU FIN-VISITES.
           PERFORM B-700-AJUSTEMENTS THRU FIN-AJUSTEMENTS.
           OPEN OUTPUT REPORT-FILE.
           PERFORM C-100-ENTETE.
           PERFORM C-200-ACTIVITE.
           PERFORM C-300-CONFLITS.
           PERFORM C-900-TERMINER.
      *----------------------------------------------------------------
      * THE OPERATOR AND THE PERIOD; A BAD ANSWER ENDS THE RUN.
      *----------------------------------------------------------------
       A-100-DEMANDER.
           DISPLAY "OPERATEUR (BLANC = TOUS) : ".
           ACCEPT WS-OPER-DEMANDE.
           MOVE FUNCTION UPPER-CASE(WS-OPER-DEMANDE)
               TO WS-OPER-DEMANDE.
           MOVE WS-AUJOURDHUI TO WS-DU.
           MOVE 01 TO WS-DU (7:2).
           MOVE WS-AUJOURDHUI TO WS-AU.
           DISPLAY "PERIODE DU (AAAAMMJJ, BLANC = " WS-DU ") : ".
           ACCEPT WS-DU-SAISI.
           IF WS-DU-SAISI NOT = SPACES
               IF WS-DU-SAISI NOT NUMERIC
                   DISPLAY "DATE INVALIDE"
                   GO TO A-190-ABANDON
               END-IF
               MOVE WS-DU-SAISI TO WS-DU
           END-IF.
           DISPLAY "PERIODE AU (AAAAMMJJ, BLANC = " WS-AU ") : ".
           ACCEPT WS-AU-SAISI.
           IF WS-AU-SAISI NOT = SPACES
               IF WS-AU-SAISI NOT NUMERIC
                   DISPLAY "DATE INVALIDE"
                   GO TO A-190-ABANDON
               END-IF
               MOVE WS-AU-SAISI TO WS-AU
           END-IF.
           IF WS-AU < WS-DU
               DISPLAY "PERIODE INVALIDE"
               GO TO A-190-ABANDON.
           GO TO FIN-DEMANDER.
       A-190-ABANDON.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
       FIN-DEMANDER.
           EXIT.
      *----------------------------------------------------------------
      * MECCG.JRN: EVERY ENTRY OF THE PERIOD, AND WHO ADDED WHOM OVER
      * THE WHOLE FILE. AN ENTRY NOT YET STAMPED COUNTS AS INCONNU.
      *----------------------------------------------------------------
       B-100-JOURNAL.
           OPEN INPUT JOURNAL-FILE.
           IF WS-JRN-STATUS NOT = "00"
               GO TO FIN-JOURNAL.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ JOURNAL-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END PERFORM B-110-UNE-ENTREE
               END-READ
           END-PERFORM.
           CLOSE JOURNAL-FILE.
       FIN-JOURNAL.
           EXIT.
       B-110-UNE-ENTREE.
           IF JR-OPERATEUR = SPACES OR LOW-VALUES
               MOVE "INCONNU" TO JR-OPERATEUR
           END-IF.
           IF JR-TYPE = "A" AND JR-OPERATEUR NOT = "INCONNU"
              AND WS-NB-AJOUTS < 5000
               ADD 1 TO WS-NB-AJOUTS
               MOVE JR-AFTER (1:8) TO AJT-ID (WS-NB-AJOUTS)
               MOVE JR-OPERATEUR TO AJT-OPER (WS-NB-AJOUTS)
           END-IF.
           MOVE JR-OPERATEUR TO TRV-OPER.
           MOVE JR-DATE TO TRV-DATE.
           MOVE JR-TIME TO TRV-TIME.
           MOVE "MECCGJRN" TO TRV-SOURCE.
           MOVE SPACES TO TRV-DETAIL.
           EVALUATE JR-TYPE
               WHEN "A"
                   STRING "AJOUT " JR-AFTER (1:8) " " JR-AFTER (9:20)
                       DELIMITED BY SIZE INTO TRV-DETAIL
               WHEN "U"
                   STRING "MODIF " JR-AFTER (1:8) " " JR-AFTER (9:20)
                       DELIMITED BY SIZE INTO TRV-DETAIL
               WHEN OTHER
                   STRING "SUPPR " JR-BEFORE (1:8) " "
                          JR-BEFORE (9:20)
                       DELIMITED BY SIZE INTO TRV-DETAIL
           END-EVALUATE.
           MOVE JR-SOURCE TO TRV-DETAIL (37:8).
           PERFORM B-900-RETENIR THRU FIN-RETENIR.
      *----------------------------------------------------------------
      * EXCEPT.LOG: WHAT EACH SESSION RAISED.
      *----------------------------------------------------------------
       B-200-EXCEPTIONS.
           OPEN INPUT EXCEPTION-FILE.
           IF WS-EXC-STATUS NOT = "00"
               GO TO FIN-EXCEPTIONS.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ EXCEPTION-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       MOVE EXC-OPERATOR TO TRV-OPER
                       MOVE EXC-DATE TO TRV-DATE
                       MOVE EXC-TIME TO TRV-TIME
                       MOVE "EXCEPT" TO TRV-SOURCE
                       MOVE SPACES TO TRV-DETAIL
                       STRING EXC-SEVERITY " " EXC-PROGRAM " "
                              EXC-REASON
                           DELIMITED BY SIZE INTO TRV-DETAIL
                       PERFORM B-900-RETENIR THRU FIN-RETENIR
               END-READ
           END-PERFORM.
           CLOSE EXCEPTION-FILE.
       FIN-EXCEPTIONS.
           EXIT.
      *----------------------------------------------------------------
      * FERMAINT.JRN: TABLE, ACTION AND THE LINE AS LEFT (THE LINE
      * AS IT WAS, FOR A DELETE), THEN THE BRANCH WHOSE HOLIDAY TABLE
      * IT WAS - A HOLIDAY LINE IS EIGHT CHARACTERS, SO THE END OF THE
      * DETAIL IS FREE FOR IT.
      *----------------------------------------------------------------
       B-300-FERIES.
           OPEN INPUT FERIE-AUDIT-FILE.
           IF WS-FER-STATUS NOT = "00"
               GO TO FIN-FERIES.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ FERIE-AUDIT-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       MOVE AU-OPERATEUR TO TRV-OPER
                       MOVE AU-DATE TO TRV-DATE
                       MOVE AU-TIME TO TRV-TIME
                       MOVE "FERMAINT" TO TRV-SOURCE
                       MOVE SPACES TO TRV-DETAIL
                       IF AU-APRES = SPACES
                           STRING AU-FICHIER " " AU-ACTION " "
                                  AU-AVANT
                               DELIMITED BY SIZE INTO TRV-DETAIL
                       ELSE
                           STRING AU-FICHIER " " AU-ACTION " "
                                  AU-APRES
                               DELIMITED BY SIZE INTO TRV-DETAIL
                       END-IF
                       IF AU-BRANCHE NOT = SPACES
                           MOVE AU-BRANCHE TO TRV-DETAIL (42:3)
                       END-IF
                       PERFORM B-900-RETENIR THRU FIN-RETENIR
               END-READ
           END-PERFORM.
           CLOSE FERIE-AUDIT-FILE.
       FIN-FERIES.
           EXIT.
      *----------------------------------------------------------------
      * KEYMAINT: PENDING ENTRIES UNDER THEIR ENTRY DATE; EACH
      * REGISTRY LINE TWICE - THE ENTRY AND THE APPROVAL. A REGISTRY
      * LINE WRITTEN BEFORE THE DATES WERE KEPT CANNOT BE PLACED IN A
      * PERIOD AND IS ONLY COUNTED. NO TIME IS KEPT FOR EITHER.
      *----------------------------------------------------------------
       B-400-CLES.
           OPEN INPUT PENDING-FILE.
           IF WS-PND-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ PENDING-FILE
                       AT END MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           MOVE PD-SAISIE-PAR TO TRV-OPER
                           MOVE PD-DATE-SAISIE TO TRV-DATE
                           MOVE 0 TO TRV-TIME
                           MOVE "KEYMAINT" TO TRV-SOURCE
                           MOVE SPACES TO TRV-DETAIL
                           STRING "SAISIE CLE " PD-ID " DU "
                                  PD-EFF-FROM " EN ATTENTE"
                               DELIMITED BY SIZE INTO TRV-DETAIL
                           PERFORM B-900-RETENIR THRU FIN-RETENIR
                   END-READ
               END-PERFORM
               CLOSE PENDING-FILE
           END-IF.
           OPEN INPUT REGISTRY-FILE.
           IF WS-REG-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ REGISTRY-FILE
                       AT END MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM B-410-UNE-CLE THRU FIN-CLE-REGISTRE
                   END-READ
               END-PERFORM
               CLOSE REGISTRY-FILE
           END-IF.
       B-410-UNE-CLE.
           IF KR-DATE-SAISIE NOT NUMERIC
              OR KR-DATE-APPROB NOT NUMERIC
               ADD 1 TO WS-NB-NON-DATEES
               GO TO FIN-CLE-REGISTRE.
           MOVE KR-SAISIE-PAR TO TRV-OPER.
           MOVE KR-DATE-SAISIE-N TO TRV-DATE.
           MOVE 0 TO TRV-TIME.
           MOVE "KEYMAINT" TO TRV-SOURCE.
           MOVE SPACES TO TRV-DETAIL.
           STRING "SAISIE CLE " KR-ID " DU " KR-EFF-FROM
                  " APPROUVEE"
               DELIMITED BY SIZE INTO TRV-DETAIL.
           PERFORM B-900-RETENIR THRU FIN-RETENIR.
           MOVE KR-APPROUVE-PAR TO TRV-OPER.
           MOVE KR-DATE-APPROB-N TO TRV-DATE.
           MOVE SPACES TO TRV-DETAIL.
           STRING "APPROBATION CLE " KR-ID " SAISIE PAR "
                  KR-SAISIE-PAR
               DELIMITED BY SIZE INTO TRV-DETAIL.
           PERFORM B-900-RETENIR THRU FIN-RETENIR.
       FIN-CLE-REGISTRE.
           EXIT.
      *----------------------------------------------------------------
      * SPOOL.CAT: THE REPRINT LINES ONLY - A CAPTURE IS THE NIGHT'S
      * OR THE DESK'S ROUTINE, A REPRINT IS SOMEONE LOOKING.
      *----------------------------------------------------------------
       B-500-REIMPRESSIONS.
           OPEN INPUT CATALOG-FILE.
           IF WS-CAT-STATUS NOT = "00"
               GO TO FIN-REIMPRESSIONS.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ CATALOG-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF SP-ETAT = "R"
                           MOVE SP-OPERATEUR TO TRV-OPER
                           MOVE SP-DATE TO TRV-DATE
                           MOVE SP-TIME TO TRV-TIME
                           MOVE "SPOOLER" TO TRV-SOURCE
                           MOVE SPACES TO TRV-DETAIL
                           STRING "REIMPRESSION SP" SP-NUMERO " "
                                  SP-TYPE
                               DELIMITED BY SIZE INTO TRV-DETAIL
                           PERFORM B-900-RETENIR THRU FIN-RETENIR
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CATALOG-FILE.
       FIN-REIMPRESSIONS.
           EXIT.
       B-600-VISITES.
           OPEN INPUT VISIT-FILE.
           IF WS-VIS-STATUS NOT = "00"
               GO TO FIN-VISITES.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ VISIT-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       MOVE VI-OPERATEUR TO TRV-OPER
                       MOVE VI-DATE TO TRV-DATE
                       MOVE VI-TIME TO TRV-TIME
                       MOVE "MECCGVIS" TO TRV-SOURCE
                       MOVE SPACES TO TRV-DETAIL
                       STRING "PASSAGE MEMBRE " VI-ID
                           DELIMITED BY SIZE INTO TRV-DETAIL
                       PERFORM B-900-RETENIR THRU FIN-RETENIR
               END-READ
           END-PERFORM.
           CLOSE VISIT-FILE.
       FIN-VISITES.
           EXIT.
       B-700-AJUSTEMENTS.
           OPEN INPUT ADJUST-FILE.
           IF WS-ADJ-STATUS NOT = "00"
               GO TO FIN-AJUSTEMENTS.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ ADJUST-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       MOVE AJ-PAR TO TRV-OPER
                       MOVE AJ-DATE TO TRV-DATE
                       MOVE AJ-TIME TO TRV-TIME
                       MOVE "MECCGADJ" TO TRV-SOURCE
                       MOVE AJ-MONTANT TO WS-EDT-MONTANT
                       MOVE SPACES TO TRV-DETAIL
                       EVALUATE TRUE
                           WHEN AJ-AVOIR
                               MOVE "AVOIR" TO TRV-DETAIL
                           WHEN AJ-PERTE
                               MOVE "PERTE" TO TRV-DETAIL
                           WHEN OTHER
                               MOVE "REMBOURS." TO TRV-DETAIL
                       END-EVALUATE
                       STRING "FACT " AJ-NUMERO " " AJ-ID " "
                              WS-EDT-MONTANT
                           DELIMITED BY SIZE INTO TRV-DETAIL (11:34)
                       PERFORM B-900-RETENIR THRU FIN-RETENIR
               END-READ
           END-PERFORM.
           CLOSE ADJUST-FILE.
       FIN-AJUSTEMENTS.
           EXIT.
      *----------------------------------------------------------------
      * ONE ACTION INTO THE TABLE IF IT IS IN THE PERIOD AND FOR THE
      * OPERATOR ASKED; PAST THE TABLE'S ROOM IT IS ONLY COUNTED.
      *----------------------------------------------------------------
       B-900-RETENIR.
           IF TRV-OPER = SPACES
               MOVE "INCONNU" TO TRV-OPER
           END-IF.
           IF TRV-DATE < WS-DU OR TRV-DATE > WS-AU
               GO TO FIN-RETENIR.
           IF WS-OPER-DEMANDE NOT = SPACES
              AND TRV-OPER NOT = WS-OPER-DEMANDE
               GO TO FIN-RETENIR.
           IF WS-NB-EVTS NOT < 3000
               ADD 1 TO WS-NB-DEBORDES
               GO TO FIN-RETENIR.
           MOVE WS-NB-EVTS TO WS-J.
           PERFORM UNTIL WS-J < 1
                      OR EV-CLE (WS-J) NOT > TRV-CLE
               MOVE EVT (WS-J) TO EVT (WS-J + 1)
               SUBTRACT 1 FROM WS-J
           END-PERFORM.
           ADD 1 TO WS-J.
           MOVE WS-EVT-TRAVAIL TO EVT (WS-J).
           ADD 1 TO WS-NB-EVTS.
       FIN-RETENIR.
           EXIT.
       C-100-ENTETE.
           MOVE "AUDIT DE L'ACTIVITE DES OPERATEURS" TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE SPACES TO LIGNE-RPT.
           IF WS-OPER-DEMANDE = SPACES
               STRING "PERIODE DU " WS-DU " AU " WS-AU
                      "   TOUS LES OPERATEURS   EDITE PAR "
                      AUT-OPERATEUR
                   DELIMITED BY SIZE INTO LIGNE-RPT
           ELSE
               STRING "PERIODE DU " WS-DU " AU " WS-AU
                      "   OPERATEUR " WS-OPER-DEMANDE
                      "   EDITE PAR " AUT-OPERATEUR
                   DELIMITED BY SIZE INTO LIGNE-RPT
           END-IF.
           WRITE LIGNE-RPT.
           MOVE ALL "=" TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           IF WS-NB-DEBORDES > 0
               MOVE WS-NB-DEBORDES TO WS-EDT-NB
               MOVE SPACES TO LIGNE-RPT
               STRING "ATTENTION - " WS-EDT-NB
                      " ACTION(S) AU-DELA DE 3000 NON LISTEE(S) - "
                      "RESTREINDRE LA PERIODE"
                   DELIMITED BY SIZE INTO LIGNE-RPT
               WRITE LIGNE-RPT
           END-IF.
      *----------------------------------------------------------------
      * THE ACTIONS, ONE BLOCK PER OPERATOR WITH ITS COUNT.
      *----------------------------------------------------------------
       C-200-ACTIVITE.
           MOVE SPACES TO WS-OPER-COURANT.
           MOVE 0 TO WS-NB-OPER.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NB-EVTS
               IF EV-OPER (WS-I) NOT = WS-OPER-COURANT
                   PERFORM C-210-TOTAL-OPERATEUR
                   MOVE EV-OPER (WS-I) TO WS-OPER-COURANT
                   ADD 1 TO WS-NB-OPERATEURS
                   MOVE SPACES TO LIGNE-RPT
                   WRITE LIGNE-RPT
                   STRING "OPERATEUR " WS-OPER-COURANT
                       DELIMITED BY SIZE INTO LIGNE-RPT
                   WRITE LIGNE-RPT
               END-IF
               MOVE EV-DATE (WS-I) TO DEV-DATE
               MOVE EV-TIME (WS-I) TO DEV-TIME
               MOVE EV-SOURCE (WS-I) TO DEV-SOURCE
               MOVE EV-DETAIL (WS-I) TO DEV-DETAIL
               MOVE WS-LIGNE-EVT TO LIGNE-RPT
               WRITE LIGNE-RPT
               ADD 1 TO WS-NB-OPER
           END-PERFORM.
           PERFORM C-210-TOTAL-OPERATEUR.
           IF WS-NB-EVTS = 0
               MOVE SPACES TO LIGNE-RPT
               WRITE LIGNE-RPT
               MOVE "  AUCUNE ACTION SUR LA PERIODE" TO LIGNE-RPT
               WRITE LIGNE-RPT
           END-IF.
       C-210-TOTAL-OPERATEUR.
           IF WS-NB-OPER > 0
               MOVE WS-NB-OPER TO WS-EDT-NB
               MOVE SPACES TO LIGNE-RPT
               STRING "  " WS-EDT-NB " ACTION(S) POUR "
                      WS-OPER-COURANT
                   DELIMITED BY SIZE INTO LIGNE-RPT
               WRITE LIGNE-RPT
           END-IF.
           MOVE 0 TO WS-NB-OPER.
      *----------------------------------------------------------------
      * SEGREGATION OF DUTIES. INCONNU IS NEVER A PARTY TO A CONFLICT;
      * AN OPERATOR ASKED FOR LIMITS THE LIST TO THEIR OWN.
      *----------------------------------------------------------------
       C-300-CONFLITS.
           MOVE SPACES TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE "CONFLITS DE SEPARATION DES TACHES" TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE "OPER.     DATE      CONFLIT" TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           PERFORM C-310-AJOUT-ET-PERTE THRU FIN-AJOUT-ET-PERTE.
           PERFORM C-320-CLE-SANS-CONTROLE THRU FIN-CLE-SANS-CONTROLE.
           PERFORM C-330-LIBERATION THRU FIN-LIBERATION.
           IF WS-NB-CONFLITS = 0
               MOVE "  AUCUN" TO LIGNE-RPT
               WRITE LIGNE-RPT
           END-IF.
      *    A WRITE-OFF OR REFUND IN THE PERIOD FOR A MEMBER ITS POSTER
      *    ADDED.
       C-310-AJOUT-ET-PERTE.
           OPEN INPUT ADJUST-FILE.
           IF WS-ADJ-STATUS NOT = "00"
               GO TO FIN-AJOUT-ET-PERTE.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ ADJUST-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF (AJ-PERTE OR AJ-REMBOURSEMENT)
                          AND AJ-DATE NOT < WS-DU
                          AND AJ-DATE NOT > WS-AU
                          AND (WS-OPER-DEMANDE = SPACES
                               OR AJ-PAR = WS-OPER-DEMANDE)
                           PERFORM C-311-CHERCHER-AJOUT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ADJUST-FILE.
       FIN-AJOUT-ET-PERTE.
           EXIT.
       C-311-CHERCHER-AJOUT.
           MOVE SPACES TO WS-AJOUTE-PAR.
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-NB-AJOUTS
               IF AJT-ID (WS-J) = AJ-ID
                  AND AJT-OPER (WS-J) = AJ-PAR
                   MOVE AJ-PAR TO WS-AJOUTE-PAR
               END-IF
           END-PERFORM.
           IF WS-AJOUTE-PAR NOT = SPACES
               ADD 1 TO WS-NB-CONFLITS
               MOVE AJ-PAR TO DCF-OPER
               MOVE AJ-DATE TO DCF-DATE
               MOVE SPACES TO DCF-TEXTE
               IF AJ-PERTE
                   STRING "A AJOUTE LE MEMBRE " AJ-ID
                          " ET PASSE SA PERTE, FACT " AJ-NUMERO
                       DELIMITED BY SIZE INTO DCF-TEXTE
               ELSE
                   STRING "A AJOUTE LE MEMBRE " AJ-ID
                          " ET PASSE SON REMBOURS., FACT " AJ-NUMERO
                       DELIMITED BY SIZE INTO DCF-TEXTE
               END-IF
               MOVE WS-LIGNE-CONFLIT TO LIGNE-RPT
               WRITE LIGNE-RPT
           END-IF.
      *    A KEY ENTERED AND APPROVED BY ONE PERSON. A LINE FROM BEFORE
      *    THE DATES WERE KEPT IS LISTED WHATEVER THE PERIOD.
       C-320-CLE-SANS-CONTROLE.
           OPEN INPUT REGISTRY-FILE.
           IF WS-REG-STATUS NOT = "00"
               GO TO FIN-CLE-SANS-CONTROLE.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ REGISTRY-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END PERFORM C-321-UNE-CLE THRU FIN-UNE-CLE
               END-READ
           END-PERFORM.
           CLOSE REGISTRY-FILE.
       FIN-CLE-SANS-CONTROLE.
           EXIT.
       C-321-UNE-CLE.
           IF KR-APPROUVE-PAR NOT = KR-SAISIE-PAR
              OR KR-SAISIE-PAR = SPACES
              OR KR-SAISIE-PAR = "INCONNU"
               GO TO FIN-UNE-CLE.
           IF WS-OPER-DEMANDE NOT = SPACES
              AND KR-SAISIE-PAR NOT = WS-OPER-DEMANDE
               GO TO FIN-UNE-CLE.
           IF KR-DATE-APPROB NUMERIC
               IF KR-DATE-APPROB-N < WS-DU
                  OR KR-DATE-APPROB-N > WS-AU
                   GO TO FIN-UNE-CLE
               END-IF
           END-IF.
           ADD 1 TO WS-NB-CONFLITS.
           MOVE KR-SAISIE-PAR TO DCF-OPER.
           MOVE KR-DATE-APPROB TO DCF-DATE.
           MOVE SPACES TO DCF-TEXTE.
           STRING "A SAISI ET APPROUVE SEUL LA CLE " KR-ID
                  " DU " KR-EFF-FROM
               DELIMITED BY SIZE INTO DCF-TEXTE.
           MOVE WS-LIGNE-CONFLIT TO LIGNE-RPT.
           WRITE LIGNE-RPT.
       FIN-UNE-CLE.
           EXIT.
      *    A SEVERE EXCEPTION RELEASED IN THE PERIOD BY THE OPERATOR
      *    WHOSE SESSION RAISED IT.
       C-330-LIBERATION.
           OPEN INPUT STATE-FILE.
           IF WS-EST-STATUS NOT = "00"
               GO TO FIN-LIBERATION.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ STATE-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF ES-LIBEREE
                          AND ES-LIB-PAR = ES-EXC-OPER
                          AND ES-LIB-PAR NOT = SPACES
                          AND ES-LIB-PAR NOT = "INCONNU"
                          AND ES-LIB-DATE NOT < WS-DU
                          AND ES-LIB-DATE NOT > WS-AU
                          AND (WS-OPER-DEMANDE = SPACES
                               OR ES-LIB-PAR = WS-OPER-DEMANDE)
                           PERFORM C-331-EDITER-LIBERATION
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STATE-FILE.
       FIN-LIBERATION.
           EXIT.
       C-331-EDITER-LIBERATION.
           ADD 1 TO WS-NB-CONFLITS.
           MOVE ES-LIB-PAR TO DCF-OPER.
           MOVE ES-LIB-DATE TO DCF-DATE.
           MOVE SPACES TO DCF-TEXTE.
           STRING "A LIBERE SA PROPRE ANOMALIE " ES-PROGRAM " "
                  ES-REASON
               DELIMITED BY SIZE INTO DCF-TEXTE.
           MOVE WS-LIGNE-CONFLIT TO LIGNE-RPT.
           WRITE LIGNE-RPT.
       C-900-TERMINER.
           MOVE SPACES TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE WS-NB-OPERATEURS TO WS-EDT-NB.
           MOVE SPACES TO LIGNE-RPT.
           STRING "OPERATEURS ACTIFS          : " WS-EDT-NB
               DELIMITED BY SIZE INTO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE WS-NB-EVTS TO WS-EDT-NB.
           MOVE SPACES TO LIGNE-RPT.
           STRING "ACTIONS LISTEES            : " WS-EDT-NB
               DELIMITED BY SIZE INTO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE WS-NB-CONFLITS TO WS-EDT-NB.
           MOVE SPACES TO LIGNE-RPT.
           STRING "CONFLITS                   : " WS-EDT-NB
               DELIMITED BY SIZE INTO LIGNE-RPT.
           WRITE LIGNE-RPT.
           IF WS-NB-NON-DATEES > 0
               MOVE WS-NB-NON-DATEES TO WS-EDT-NB
               MOVE SPACES TO LIGNE-RPT
               STRING "LIGNES DE CLE NON DATEES   : " WS-EDT-NB
                   DELIMITED BY SIZE INTO LIGNE-RPT
               WRITE LIGNE-RPT
           END-IF.
           CLOSE REPORT-FILE.
           DISPLAY "AUDIT ECRIT DANS OPRAUDIT.RPT - " WS-NB-CONFLITS
                   " CONFLIT(S)".
           STOP RUN.

      *----------------------------------------------------------------
      * THE SHOP'S PROCESSING DATE, THROUGH THE BUSDATE SERVICE - ONE
      * OPERATING DAY IS ONE DATE, WHATEVER THE WALL CLOCK SAYS PAST
      * MIDNIGHT.
      *----------------------------------------------------------------
       LIRE-DATE-METIER.
           MOVE "L" TO BDA-FONCTION.
           CALL "BUSDATE" USING BUSINESS-DATE-AREA.

       END PROGRAM OPRAUDIT.
