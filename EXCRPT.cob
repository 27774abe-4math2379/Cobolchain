      *                      TREND, AND THE VALUES THAT RECUR (THE
      *                      SAME BAD ID REJECTED EVERY NIGHT MEANS A
      *                      STUCK UPSTREAM DECK);
      *            SUIVI   - WORKS THROUGH THE ENTRIES STILL OPEN:
      *                      LISTS EVERY LIVE ENTRY NOT YET RESOLVED,
      *                      NUMBERED, THEN TAKES ONE NUMBER AT A TIME
      *                      TO ACKNOWLEDGE IT, RESOLVE IT (WITH A
      *                      NOTE) OR - A SEVERE ENTRY, SUPERVISOR
      *                      ONLY - RELEASE IT WITH A REASON SO THE
      *                      NIGHT GATE AND THE DAYBOOK COUNT IT AS
      *                      CLEARED. THE STATE IS KEPT IN EXCSUIVI.DAT
      *                      (EXCST.cpy), EACH CHANGE PASSES AUTHSRV
      *                      AND IS JOURNALED IN EXCSUIVI.JRN, BEFORE
      *                      AND AFTER IMAGES;
      *            ARCHIVE - MOVES THE REVIEWED ENTRIES TO EXCEPT.ARC
      *                      (STAMPED WITH THE ARCHIVING DATE) AND
      *                      EMPTIES THE LIVE LOG - THE FOLLOW-UP
      *                      STATES STAY ON EXCSUIVI.DAT;
      *            EXIT    - LEAVES THE PROGRAM.

       ENVIRONMENT DIVISION.
               FILE STATUS  IS WS-ARC-STATUS.
           SELECT REPORT-FILE ASSIGN TO "EXCRPT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STATE-FILE ASSIGN TO "EXCSUIVI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ES-CLE
               FILE STATUS IS WS-EST-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "EXCSUIVI.JRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-AUD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-FILE
                      DATA RECORD LIGNE-RPT.
       01  LIGNE-RPT             PIC X(80).
       FD  STATE-FILE
                      DATA RECORD EXCEPTION-STATE-RECORD.
           COPY "EXCST.cpy".
      *----------------------------------------------------------------
      * AUDIT TRAIL OF EVERY FOLLOW-UP CHANGE: WHO, WHEN, WHICH
      * ACTION ("A" ACKNOWLEDGED, "R" RESOLVED, "L" RELEASED), THE
      * STATE RECORD BEFORE AND AFTER.
      *----------------------------------------------------------------
       FD  AUDIT-FILE
                      DATA RECORD AUDIT-RECORD.
       01  AUDIT-RECORD.
           05  AU-DATE           PIC 9(8).
           05  AU-TIME           PIC 9(6).
           05  AU-OPERATEUR      PIC X(8).
           05  AU-ACTION         PIC X.
           05  AU-AVANT          PIC X(249).
           05  AU-APRES          PIC X(249).

       WORKING-STORAGE SECTION.
           COPY "BUSDATE.cpy".
           COPY "AUTHSRV.cpy".
       01  WS-EXC-STATUS         PIC XX.
       01  WS-ARC-STATUS         PIC XX.
       01  WS-EST-STATUS         PIC XX.
       01  WS-AUD-STATUS         PIC XX.
       01  WS-HEURE-EXACTE.
           05  WS-HHMMSS         PIC 9(6).
           05  FILLER            PIC 99.
       01  WS-FIN-SUIVI          PIC X.
       01  WS-NUM-SAISI          PIC X(4).
       01  WS-IX                 PIC S9(4) COMP.
       01  WS-EDT-IX             PIC ZZZ9.
       01  WS-ACTION             PIC X.
       01  WS-TEXTE              PIC X(60).
       01  WS-CONFIRME           PIC X.
       01  WS-EXISTE             PIC X.
       01  WS-ECRIT              PIC X.
       01  WS-NB-AFFICHES        PIC S9(4) COMP.
       01  WS-AVANT              PIC X(249).
       01  WS-LIB-ETAT           PIC X(10).
       01  WS-EOF-FLAG           PIC X.
       01  WS-COMMAND            PIC X(10).
       01  WS-JOUR               PIC 9(8).
               10  VAL-PROG      PIC X(8).
               10  VAL-NB        PIC 9(6).

      *----------------------------------------------------------------
      * SUIVI: THE LIVE LOG IN MEMORY, EACH ENTRY WITH ITS OCCURRENCE
      * RANK AND ITS FOLLOW-UP STATE.
      *----------------------------------------------------------------
       01  TABLE-SUIVI.
           05  WS-NB-SUIVI       PIC S9(4) COMP VALUE 0.
           05  SUIVI-ENT OCCURS 1000.
               10  SV-IMAGE      PIC X(81).
               10  SV-RANG       PIC 99.
               10  SV-ETAT       PIC X.
               10  SV-LIBERE     PIC X.
       01  WS-VUE-EXC.
           05  VUE-PROGRAM       PIC X(8).
           05  VUE-DATE          PIC 9(8).
           05  VUE-TIME          PIC 9(6).
           05  VUE-VALUE         PIC X(20).
           05  VUE-REASON        PIC X(30).
           05  VUE-SEVERITY      PIC X.
           05  VUE-OPERATOR      PIC X(8).

       PROCEDURE DIVISION.
       MAIN.
           PERFORM UNTIL 1 = 0
                DISPLAY "COMMANDE (REPORT/SUIVI/ARCHIVE/EXIT) : "
                ACCEPT WS-COMMAND
                MOVE FUNCTION UPPER-CASE(WS-COMMAND) TO WS-COMMAND
                EVALUATE WS-COMMAND
                        WHEN "EXIT"    GO TO THE-END
                        WHEN "REPORT"  PERFORM DO-REPORT
                        WHEN "SUIVI"
                            PERFORM DO-SUIVI THRU FIN-SUIVI
                        WHEN "ARCHIVE" PERFORM DO-ARCHIVE
                        WHEN OTHER
                            DISPLAY "COMMANDE INCONNUE: " WS-COMMAND
           END-PERFORM.
           CLOSE REPORT-FILE.
      *----------------------------------------------------------------
      * SUIVI: THE OPEN AND ACKNOWLEDGED ENTRIES ARE LISTED, THEN
      * WORKED ONE NUMBER AT A TIME UNTIL A BLANK ANSWER.
      *----------------------------------------------------------------
       DO-SUIVI.
           PERFORM LIRE-DATE-METIER
           MOVE BDA-DATE TO WS-JOUR.
           PERFORM CHARGER-SUIVI THRU FIN-CHARGER-SUIVI.
           IF WS-NB-SUIVI = 0
               DISPLAY "EXCEPT.LOG ABSENT OU VIDE"
               GO TO FIN-SUIVI.
           PERFORM AFFICHER-SUIVI.
           MOVE "N" TO WS-FIN-SUIVI.
           PERFORM TRAITER-UN-NUMERO THRU FIN-TRAITER
               UNTIL WS-FIN-SUIVI = "O".
       FIN-SUIVI.
           EXIT.
      *    THE LIVE LOG, THEN THE STATE OF EACH ENTRY BY ITS KEY.
       CHARGER-SUIVI.
           MOVE 0 TO WS-NB-SUIVI.
           OPEN INPUT EXCEPTION-FILE.
           IF WS-EXC-STATUS NOT = "00"
               GO TO FIN-CHARGER-SUIVI.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ EXCEPTION-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-NB-SUIVI < 1000
                           PERFORM RETENIR-SUIVI
                       ELSE
                           DISPLAY "PLUS DE 1000 ENTREES - ARCHIVER "
                                   "D'ABORD LES ENTREES RESOLUES"
                           MOVE "Y" TO WS-EOF-FLAG
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE EXCEPTION-FILE.
           OPEN INPUT STATE-FILE.
           IF WS-EST-STATUS NOT = "00"
               GO TO FIN-CHARGER-SUIVI.
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > WS-NB-SUIVI
               MOVE SV-IMAGE (WS-IX) TO ES-IMAGE
               MOVE SV-RANG (WS-IX) TO ES-RANG
               READ STATE-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE ES-ETAT TO SV-ETAT (WS-IX)
                       MOVE ES-LIBERE TO SV-LIBERE (WS-IX)
               END-READ
           END-PERFORM.
           CLOSE STATE-FILE.
       FIN-CHARGER-SUIVI.
           EXIT.
      *    THE RANK IS THE NUMBER OF IDENTICAL LINES BEFORE THIS ONE,
      *    PLUS ONE - THE NIGHT GATE AND THE DAYBOOK COUNT THE SAME
      *    WAY.
       RETENIR-SUIVI.
           ADD 1 TO WS-NB-SUIVI.
           MOVE EXCEPTION-LOG-RECORD TO SV-IMAGE (WS-NB-SUIVI).
           MOVE 1 TO SV-RANG (WS-NB-SUIVI).
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I NOT < WS-NB-SUIVI
               IF SV-IMAGE (WS-I) = SV-IMAGE (WS-NB-SUIVI)
                   ADD 1 TO SV-RANG (WS-NB-SUIVI)
               END-IF
           END-PERFORM.
           MOVE "O" TO SV-ETAT (WS-NB-SUIVI).
           MOVE "N" TO SV-LIBERE (WS-NB-SUIVI).
       AFFICHER-SUIVI.
           MOVE 0 TO WS-NB-AFFICHES.
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > WS-NB-SUIVI
               IF SV-ETAT (WS-IX) NOT = "R"
                   ADD 1 TO WS-NB-AFFICHES
                   PERFORM AFFICHER-ENTREE
               END-IF
           END-PERFORM.
           IF WS-NB-AFFICHES = 0
               DISPLAY "TOUTES LES ENTREES SONT RESOLUES"
           END-IF.
       AFFICHER-ENTREE.
           MOVE SV-IMAGE (WS-IX) TO WS-VUE-EXC.
           MOVE WS-IX TO WS-EDT-IX.
           EVALUATE SV-ETAT (WS-IX)
               WHEN "A"    MOVE "ACQUITTEE" TO WS-LIB-ETAT
               WHEN "R"    MOVE "RESOLUE"   TO WS-LIB-ETAT
               WHEN OTHER  MOVE "OUVERTE"   TO WS-LIB-ETAT
           END-EVALUATE.
           IF SV-LIBERE (WS-IX) = "O"
               MOVE "LIBEREE" TO WS-LIB-ETAT
           END-IF.
           DISPLAY WS-EDT-IX " " VUE-SEVERITY " " VUE-DATE " "
                   VUE-TIME " " VUE-PROGRAM " " VUE-REASON " "
                   VUE-VALUE " " WS-LIB-ETAT.
      *----------------------------------------------------------------
      * ONE NUMBER: THE ENTRY AND ITS STATE SHOWN, THEN THE ACTION.
      *----------------------------------------------------------------
       TRAITER-UN-NUMERO.
           DISPLAY "NUMERO A TRAITER (BLANC = FIN, L = LISTE) : ".
           ACCEPT WS-NUM-SAISI.
           MOVE FUNCTION UPPER-CASE(WS-NUM-SAISI) TO WS-NUM-SAISI.
           IF WS-NUM-SAISI = SPACES
               MOVE "O" TO WS-FIN-SUIVI
               GO TO FIN-TRAITER.
           IF WS-NUM-SAISI = "L"
               PERFORM AFFICHER-SUIVI
               GO TO FIN-TRAITER.
           MOVE 0 TO WS-IX.
           IF WS-NUM-SAISI (1:1) NUMERIC
               COMPUTE WS-IX = FUNCTION NUMVAL (WS-NUM-SAISI)
           END-IF.
           IF WS-IX < 1 OR WS-IX > WS-NB-SUIVI
               DISPLAY "NUMERO INVALIDE"
               GO TO FIN-TRAITER.
           PERFORM AFFICHER-ENTREE.
           PERFORM OUVRIR-ETATS.
           PERFORM LIRE-ETAT.
           IF ES-NOTE NOT = SPACES
               DISPLAY "  NOTE : " ES-NOTE
               DISPLAY "  PAR " ES-OPERATEUR " LE " ES-DATE " A "
                       ES-TIME
           END-IF.
           IF ES-LIBEREE
               DISPLAY "  LIBEREE PAR " ES-LIB-PAR " LE " ES-LIB-DATE
                       " : " ES-LIB-MOTIF
           END-IF.
           DISPLAY "ACTION (A=ACQUITTER R=RESOUDRE L=LIBERER "
                   "BLANC=RIEN) : ".
           ACCEPT WS-ACTION.
           MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION.
           EVALUATE WS-ACTION
               WHEN "A"
                   PERFORM ACQUITTER THRU FIN-ACQUITTER
               WHEN "R"
                   PERFORM RESOUDRE THRU FIN-RESOUDRE
               WHEN "L"
                   PERFORM LIBERER THRU FIN-LIBERER
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           CLOSE STATE-FILE.
       FIN-TRAITER.
           EXIT.
      *    ACKNOWLEDGED: SOMEONE HAS SEEN IT AND OWNS IT.
       ACQUITTER.
           IF NOT ES-OUVERTE
               DISPLAY "ENTREE DEJA ACQUITTEE OU RESOLUE"
               GO TO FIN-ACQUITTER.
           MOVE "EXC-ACQUIT" TO AUT-FONCTION.
           MOVE 1 TO AUT-NIVEAU-REQ.
           CALL "AUTHSRV" USING AUTHORITY-AREA.
           IF AUT-RETOUR NOT = "00"
               DISPLAY "ACQUITTEMENT REFUSE - NIVEAU INSUFFISANT"
               GO TO FIN-ACQUITTER.
           DISPLAY "NOTE (FACULTATIVE) : ".
           ACCEPT WS-TEXTE.
           MOVE EXCEPTION-STATE-RECORD TO WS-AVANT.
           MOVE "A" TO ES-ETAT.
           IF WS-TEXTE NOT = SPACES
               MOVE WS-TEXTE TO ES-NOTE
           END-IF.
           PERFORM ENREGISTRER-ETAT.
       FIN-ACQUITTER.
           EXIT.
      *    RESOLVED: THE CAUSE IS DEALT WITH - THE NOTE SAYS HOW.
       RESOUDRE.
           IF ES-RESOLUE
               DISPLAY "ENTREE DEJA RESOLUE"
               GO TO FIN-RESOUDRE.
           MOVE "EXC-RESOUD" TO AUT-FONCTION.
           MOVE 1 TO AUT-NIVEAU-REQ.
           CALL "AUTHSRV" USING AUTHORITY-AREA.
           IF AUT-RETOUR NOT = "00"
               DISPLAY "RESOLUTION REFUSEE - NIVEAU INSUFFISANT"
               GO TO FIN-RESOUDRE.
           DISPLAY "NOTE DE RESOLUTION : ".
           ACCEPT WS-TEXTE.
           IF WS-TEXTE = SPACES
               DISPLAY "NOTE OBLIGATOIRE - RIEN N'EST SAUVE"
               GO TO FIN-RESOUDRE.
           MOVE EXCEPTION-STATE-RECORD TO WS-AVANT.
           MOVE "R" TO ES-ETAT.
           MOVE WS-TEXTE TO ES-NOTE.
           PERFORM ENREGISTRER-ETAT.
       FIN-RESOUDRE.
           EXIT.
      *    RELEASED: A SUPERVISOR LETS THE NIGHT GO ON DESPITE A
      *    SEVERE ENTRY, AND SAYS WHY. AN OPEN ENTRY IS ACKNOWLEDGED
      *    BY THE SAME STROKE.
       LIBERER.
           IF ES-SEVERITY NOT = "S"
               DISPLAY "SEULE UNE ENTREE GRAVE (S) SE LIBERE"
               GO TO FIN-LIBERER.
           IF ES-LIBEREE
               DISPLAY "ENTREE DEJA LIBEREE"
               GO TO FIN-LIBERER.
           MOVE "EXC-LIBERE" TO AUT-FONCTION.
           MOVE 3 TO AUT-NIVEAU-REQ.
           CALL "AUTHSRV" USING AUTHORITY-AREA.
           IF AUT-RETOUR NOT = "00"
               DISPLAY "LIBERATION REFUSEE - RESERVEE AU SUPERVISEUR"
               GO TO FIN-LIBERER.
           DISPLAY "MOTIF DE LA LIBERATION : ".
           ACCEPT WS-TEXTE.
           IF WS-TEXTE = SPACES
               DISPLAY "MOTIF OBLIGATOIRE - RIEN N'EST SAUVE"
               GO TO FIN-LIBERER.
           PERFORM CONFIRMER.
           IF WS-CONFIRME NOT = "O"
               GO TO FIN-LIBERER.
           MOVE EXCEPTION-STATE-RECORD TO WS-AVANT.
           IF ES-OUVERTE
               MOVE "A" TO ES-ETAT
           END-IF.
           MOVE "O" TO ES-LIBERE.
           MOVE AUT-OPERATEUR TO ES-LIB-PAR.
           MOVE WS-JOUR TO ES-LIB-DATE.
           ACCEPT WS-HEURE-EXACTE FROM TIME.
           MOVE WS-HHMMSS TO ES-LIB-TIME.
           MOVE WS-TEXTE TO ES-LIB-MOTIF.
           PERFORM ENREGISTRER-ETAT.
       FIN-LIBERER.
           EXIT.
      *    THE STATE RECORD OF ENTRY WS-IX - A BLANK OPEN ONE WHEN THE
      *    ENTRY HAS NEVER BEEN WORKED.
       LIRE-ETAT.
           MOVE SV-IMAGE (WS-IX) TO ES-IMAGE.
           MOVE SV-RANG (WS-IX) TO ES-RANG.
           MOVE "O" TO WS-EXISTE.
           READ STATE-FILE
               INVALID KEY MOVE "N" TO WS-EXISTE
           END-READ.
           IF WS-EXISTE = "N"
               MOVE SPACES TO EXCEPTION-STATE-RECORD
               MOVE SV-IMAGE (WS-IX) TO ES-IMAGE
               MOVE SV-RANG (WS-IX) TO ES-RANG
               MOVE "O" TO ES-ETAT
               MOVE "N" TO ES-LIBERE
               MOVE 0 TO ES-DATE ES-TIME ES-LIB-DATE ES-LIB-TIME
           END-IF.
      *    THE CHANGED STATE WRITTEN (OR REWRITTEN), JOURNALED, AND
      *    CARRIED INTO THE TABLE.
       ENREGISTRER-ETAT.
           MOVE AUT-OPERATEUR TO ES-OPERATEUR.
           MOVE WS-JOUR TO ES-DATE.
           ACCEPT WS-HEURE-EXACTE FROM TIME.
           MOVE WS-HHMMSS TO ES-TIME.
           MOVE "O" TO WS-ECRIT.
           IF WS-EXISTE = "O"
               REWRITE EXCEPTION-STATE-RECORD
                   INVALID KEY MOVE "N" TO WS-ECRIT
               END-REWRITE
           ELSE
               WRITE EXCEPTION-STATE-RECORD
                   INVALID KEY MOVE "N" TO WS-ECRIT
               END-WRITE
           END-IF.
           IF WS-ECRIT = "N"
               DISPLAY "ERREUR ECRITURE EXCSUIVI.DAT - STATUT "
                       WS-EST-STATUS " - RIEN N'EST SAUVE"
           ELSE
               MOVE ES-ETAT TO SV-ETAT (WS-IX)
               MOVE ES-LIBERE TO SV-LIBERE (WS-IX)
               PERFORM JOURNALISER
               PERFORM AFFICHER-ENTREE
           END-IF.
       OUVRIR-ETATS.
           OPEN I-O STATE-FILE.
           IF WS-EST-STATUS = "35"
               OPEN OUTPUT STATE-FILE
               CLOSE STATE-FILE
               OPEN I-O STATE-FILE
           END-IF.
       CONFIRMER.
           DISPLAY "CONFIRMER (O/N) : ".
           ACCEPT WS-CONFIRME.
           MOVE FUNCTION UPPER-CASE(WS-CONFIRME) TO WS-CONFIRME.
           IF WS-CONFIRME NOT = "O"
               DISPLAY "ABANDONNE - RIEN N'EST SAUVE"
           END-IF.
      *    ONE AUDIT LINE PER SAVED CHANGE, STAMPED WITH THE OPERATOR
      *    AUTHSRV RETURNED.
       JOURNALISER.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUD-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
               CLOSE AUDIT-FILE
               OPEN EXTEND AUDIT-FILE
           END-IF.
           MOVE WS-JOUR TO AU-DATE.
           MOVE WS-HHMMSS TO AU-TIME.
           MOVE AUT-OPERATEUR TO AU-OPERATEUR.
           MOVE WS-ACTION TO AU-ACTION.
           MOVE WS-AVANT TO AU-AVANT.
           MOVE EXCEPTION-STATE-RECORD TO AU-APRES.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-FILE.
      *----------------------------------------------------------------
      * ARCHIVE: EVERY LIVE ENTRY IS APPENDED TO EXCEPT.ARC STAMPED
      * WITH TODAY'S DATE, THEN THE LIVE LOG IS EMPTIED SO OLD NOISE
      * STOPS BURYING NEW PROBLEMS.
