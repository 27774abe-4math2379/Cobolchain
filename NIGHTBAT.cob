       IDENTIFICATION DIVISION.
       PROGRAM-ID. NIGHTBAT.
       AUTHOR. SHOP OPERATIONS.
      *          NIGHTLY BATCH DRIVER - RUNS THE NIGHT'S STEPS IN
      *          SEQUENCE, RECORDING EACH STEP'S COMPLETION SO A
      *          RESTART AFTER AN ABEND SKIPS WHATEVER STEPS ALREADY
      *          FINISHED. THE STEPS ARE NOT CODED HERE: THE
      *          OPERATIONS DESK DEFINES THE NIGHT IN NIGHTBAT.JOB
      *          (NIGHTJOB.cpy) - STEP NUMBER, PROGRAM AND COMMAND,
      *          RUN CONDITION (EVERY NIGHT, WORKING DAYS, LAST
      *          WORKING DAY OF THE MONTH, NTH WORKING DAY, FISCAL
      *          PERIOD END, A DAY OF THE WEEK), THE STEPS IT DEPENDS
      *          ON, THE HIGHEST ACCEPTABLE RETURN CODE AND ANY
      *          CONTROL CARDS. A NEW STEP IS A NEW LINE, NOT A
      *          PROGRAM CHANGE. EVERY STEP IS JOURNALED, SKIPPED AND
      *          CHECKPOINTED THE SAME WAY; THE EXCEPTION GATE AND THE
      *          DATE ROLL CLOSE THE NIGHT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT EXCEPTION-FILE ASSIGN TO "EXCEPT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-EXC-STATUS.
           SELECT JOB-FILE ASSIGN TO "NIGHTBAT.JOB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-JOB-STATUS.
           SELECT CARD-FILE ASSIGN TO DYNAMIC WS-CARD-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONTROL-FILE ASSIGN TO "MECCGCLO.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-CTL-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "NIGHTBAT.JRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-JRN-STATUS.
           SELECT STATE-FILE ASSIGN TO "EXCSUIVI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ES-CLE
               FILE STATUS IS WS-EST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXCEPTION-FILE
                      DATA RECORD EXCEPTION-LOG-RECORD.
           COPY "EXCLOG.cpy".
       FD  JOB-FILE
                      DATA RECORD JOB-LINE.
           COPY "NIGHTJOB.cpy".
       FD  CARD-FILE
                      DATA RECORD CONTROL-CARD.
       01  CONTROL-CARD           PIC X(40).
       FD  CONTROL-FILE
                      DATA RECORD CONTROL-RECORD.
       01  CONTROL-RECORD         PIC X(10).
      *----------------------------------------------------------------
      * PERMANENT RUN JOURNAL, KEPT ACROSS NIGHTS: ONE "S" RECORD AT
      * EACH STEP START AND ONE "E" AT ITS END (RETURN CODE AND
       FD  JOURNAL-FILE
                      DATA RECORD NIGHT-JOURNAL-RECORD.
           COPY "NIGHTJR.cpy".
       FD  STATE-FILE
                      DATA RECORD EXCEPTION-STATE-RECORD.
           COPY "EXCST.cpy".

       WORKING-STORAGE SECTION.
           COPY "BUSDATE.cpy".
       01  WS-BATCH-TIME          PIC 9(6).
       01  WS-NB-WARNINGS         PIC 9(6)  VALUE 0.
       01  WS-NB-SEVERES          PIC 9(6)  VALUE 0.
       01  WS-NB-LIBEREES         PIC 9(6)  VALUE 0.
       01  WS-EST-STATUS          PIC XX.
       01  WS-ETATS-OUVERTS       PIC X.
      *    EVERY SEVERE LINE OF THE LIVE LOG SEEN SO FAR, TO NUMBER
      *    THE OCCURRENCE OF EACH ONE AS EXCRPT DOES.
       01  TABLE-SEVERES.
           05  WS-NB-IMAGES       PIC S9(4) COMP VALUE 0.
           05  WS-IMAGE-S         PIC X(81) OCCURS 1000.
       01  WS-IX-IMG              PIC S9(4) COMP.
       01  WS-RANG-S              PIC 99.
       01  WS-JRN-STATUS          PIC XX.
       01  WS-STEP-NO             PIC 9(2).
       01  WS-STEP-RC             PIC 9(4).
       01  WS-JOUR-OUVRE          PIC X.
       01  WS-DERNIER-OUVRE       PIC X.
           COPY "DATESRV.cpy".
       01  WS-JOB-STATUS          PIC XX.
       01  WS-CTL-STATUS          PIC XX.
       01  WS-CARD-NAME           PIC X(12).
       01  WS-OUVERTURE-EXO       PIC 99 VALUE 1.
       01  WS-NO-LIGNE            PIC 9(4).
       01  WS-EDT-LIGNE           PIC ZZZ9.
       01  WS-NB-ERREURS-JOB      PIC 9(4).
       01  WS-ERREURS-AVANT       PIC 9(4).
       01  WS-MOTIF-JOB           PIC X(40).
       01  WS-N                   PIC 99.
       01  WS-COND-N              PIC 99.
       01  WS-EDT-N               PIC Z9.
       01  WS-RC-MAX              PIC 9(4).
       01  WS-STEP-CHERCHE        PIC 99.
       01  WS-DEP-SAUTEE          PIC 99.
       01  WS-CONDITION-OK        PIC X.
       01  WS-LIB-SAUT            PIC X(40).
       01  WS-QUOTIENT            PIC 99.
       01  WS-RESTE               PIC 99.
       01  WS-J                   PIC S9(4) COMP.
       01  WS-JX                  PIC S9(4) COMP.
       01  WS-K                   PIC S9(4) COMP.
       01  WS-C                   PIC S9(4) COMP.
       01  WS-D                   PIC S9(4) COMP.
       01  TABLE-DEP-LUES.
           05  WS-DEP             PIC 99 OCCURS 5.
      *----------------------------------------------------------------
      * THE NIGHT AS NIGHTBAT.JOB DEFINES IT. TJ-ETAT IS TONIGHT'S
      * OUTCOME: "A" NOT YET, "F" DONE (NOW OR BEFORE A RESTART), "K"
      * SKIPPED.
      *----------------------------------------------------------------
       01  TABLE-JOBS.
           05  WS-NB-JOBS         PIC S9(4) COMP VALUE 0.
           05  JOB-ENT OCCURS 30.
               10  TJ-STEP        PIC 99.
               10  TJ-PROGRAM     PIC X(8).
               10  TJ-CONDITION   PIC X(7).
               10  TJ-COND-N      PIC 99.
               10  TJ-DEP         PIC 99 OCCURS 5.
               10  TJ-RC-MAX      PIC 9(4).
               10  TJ-COMMANDE    PIC X(30).
               10  TJ-ETAT        PIC X.
       01  TABLE-CARTES.
           05  WS-NB-CARTES       PIC S9(4) COMP VALUE 0.
           05  CARTE-ENT OCCURS 100.
               10  TC-STEP        PIC 99.
               10  TC-FICHIER     PIC X(12).
               10  TC-CARTE       PIC X(40).
               10  TC-LIGNE       PIC 9(4).

       PROCEDURE DIVISION.
       MAIN-BATCH.
           MOVE BDA-DATE TO WS-BATCH-DATE.
           ACCEPT WS-HEURE-8 FROM TIME.
           MOVE WS-HEURE-HHMMSS TO WS-BATCH-TIME.
           PERFORM CHARGER-JOBS THRU FIN-CHARGER-JOBS.
           IF WS-NB-ERREURS-JOB > 0 OR WS-NB-JOBS = 0
               DISPLAY "NIGHTLY BATCH ABORTED - NIGHTBAT.JOB IN ERROR"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LIRE-OUVERTURE-EXO.
           PERFORM EVALUER-CALENDRIER.
           PERFORM READ-CHECKPOINT.

           PERFORM EXECUTER-JOB THRU FIN-EXECUTER-JOB
               VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-NB-JOBS.

           PERFORM GATE-EXCEPTIONS.
           PERFORM RESET-CHECKPOINT.
           PERFORM ROLL-DATE-METIER.
           IF WS-NB-SEVERES > 0
               DISPLAY "NIGHTLY BATCH FLAGGED FAILED - "
                       WS-NB-SEVERES " SEVERE EXCEPTION(S)"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "NIGHTLY BATCH COMPLETE - "
                       WS-NB-WARNINGS " WARNING(S)"
           END-IF.
           IF WS-NB-LIBEREES > 0
               DISPLAY "  " WS-NB-LIBEREES " SEVERE EXCEPTION(S) "
                       "RELEASED BY A SUPERVISOR"
           END-IF.
           STOP RUN.

      *----------------------------------------------------------------
      * LOADS AND CHECKS THE NIGHT'S JOB DEFINITION (NIGHTBAT.JOB,
      * NIGHTJOB.cpy LAYOUT) BEFORE ANY STEP RUNS. EVERY FAULTY LINE
      * IS NAMED ON THE CONSOLE; ONE FAULT, OR NO STEP AT ALL, AND
      * THE NIGHT DOES NOT START - HALF A NIGHT RUN FROM HALF A FILE
      * IS WORSE THAN NONE.
      *----------------------------------------------------------------
       CHARGER-JOBS.
           MOVE 0 TO WS-NB-JOBS WS-NB-CARTES WS-NB-ERREURS-JOB.
           MOVE 0 TO WS-NO-LIGNE.
           OPEN INPUT JOB-FILE.
           IF WS-JOB-STATUS NOT = "00"
               DISPLAY "NIGHTBAT.JOB ABSENT OR UNREADABLE - STATUS "
                       WS-JOB-STATUS
               ADD 1 TO WS-NB-ERREURS-JOB
               GO TO FIN-CHARGER-JOBS.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ JOB-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-NO-LIGNE
                       EVALUATE JB-TYPE
                           WHEN "J"
                               PERFORM CHARGER-UN-STEP
                           WHEN "C"
                               PERFORM CHARGER-UNE-CARTE
                           WHEN "*"
                               CONTINUE
                           WHEN SPACE
                               IF JOB-LINE NOT = SPACES
                                   MOVE "UNKNOWN LINE TYPE"
                                       TO WS-MOTIF-JOB
                                   PERFORM ERREUR-JOB
                               END-IF
                           WHEN OTHER
                               MOVE "UNKNOWN LINE TYPE" TO WS-MOTIF-JOB
                               PERFORM ERREUR-JOB
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE JOB-FILE.
      *    A CARD MAY SIT ANYWHERE IN THE FILE, BUT ITS STEP MUST BE
      *    DEFINED.
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > WS-NB-CARTES
               MOVE TC-STEP (WS-C) TO WS-STEP-CHERCHE
               PERFORM CHERCHER-STEP
               IF WS-JX = 0
                   MOVE TC-LIGNE (WS-C) TO WS-NO-LIGNE
                   MOVE "CARD FOR AN UNDEFINED STEP" TO WS-MOTIF-JOB
                   PERFORM ERREUR-JOB
               END-IF
           END-PERFORM.
           IF WS-NB-JOBS = 0 AND WS-NB-ERREURS-JOB = 0
               DISPLAY "NIGHTBAT.JOB DEFINES NO STEP"
           END-IF.
       FIN-CHARGER-JOBS.
           EXIT.
       CHARGER-UN-STEP.
           MOVE WS-NB-ERREURS-JOB TO WS-ERREURS-AVANT.
           IF WS-NB-JOBS NOT < 30
               MOVE "MORE THAN 30 STEPS" TO WS-MOTIF-JOB
               PERFORM ERREUR-JOB
           END-IF.
           IF JB-STEP NOT NUMERIC OR JB-STEP = "00"
               MOVE "STEP NUMBER NOT 01-99" TO WS-MOTIF-JOB
               PERFORM ERREUR-JOB
           ELSE
               MOVE JB-STEP TO WS-N
               IF WS-NB-JOBS > 0
                   IF WS-N NOT > TJ-STEP (WS-NB-JOBS)
                       MOVE "STEP NUMBERS NOT ASCENDING" TO WS-MOTIF-JOB
                       PERFORM ERREUR-JOB
                   END-IF
               END-IF
           END-IF.
           IF JB-PROGRAM = SPACES OR JB-COMMANDE = SPACES
               MOVE "PROGRAM OR COMMAND MISSING" TO WS-MOTIF-JOB
               PERFORM ERREUR-JOB
           END-IF.
           MOVE 0 TO WS-COND-N.
           IF JB-COND-N NUMERIC
               MOVE JB-COND-N TO WS-COND-N
           ELSE
               IF JB-COND-N NOT = SPACES
                   MOVE "N NOT NUMERIC" TO WS-MOTIF-JOB
                   PERFORM ERREUR-JOB
               END-IF
           END-IF.
           EVALUATE JB-CONDITION
               WHEN "TOUS"
               WHEN "OUVRE"
               WHEN "FINMOIS"
                   CONTINUE
               WHEN "NOUVRE"
                   IF WS-COND-N < 1 OR WS-COND-N > 23
                       MOVE "NOUVRE NEEDS N 01-23" TO WS-MOTIF-JOB
                       PERFORM ERREUR-JOB
                   END-IF
               WHEN "FINPER"
                   IF WS-COND-N < 1 OR WS-COND-N > 12
                       MOVE "FINPER NEEDS N 01-12" TO WS-MOTIF-JOB
                       PERFORM ERREUR-JOB
                   END-IF
               WHEN "JOURSEM"
                   IF WS-COND-N < 1 OR WS-COND-N > 7
                       MOVE "JOURSEM NEEDS N 01-07" TO WS-MOTIF-JOB
                       PERFORM ERREUR-JOB
                   END-IF
               WHEN OTHER
                   MOVE "UNKNOWN RUN CONDITION" TO WS-MOTIF-JOB
                   PERFORM ERREUR-JOB
           END-EVALUATE.
           MOVE 0 TO WS-RC-MAX.
           IF JB-RC-MAX NUMERIC
               MOVE JB-RC-MAX TO WS-RC-MAX
           ELSE
               IF JB-RC-MAX NOT = SPACES
                   MOVE "MAXIMUM RC NOT NUMERIC" TO WS-MOTIF-JOB
                   PERFORM ERREUR-JOB
               END-IF
           END-IF.
           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > 5
               MOVE 0 TO WS-DEP (WS-D)
               IF JB-DEPEND (WS-D) NOT = SPACES
                   PERFORM CONTROLER-DEPENDANCE
               END-IF
           END-PERFORM.
           IF WS-NB-ERREURS-JOB = WS-ERREURS-AVANT
               ADD 1 TO WS-NB-JOBS
               MOVE WS-N TO TJ-STEP (WS-NB-JOBS)
               MOVE JB-PROGRAM TO TJ-PROGRAM (WS-NB-JOBS)
               MOVE JB-CONDITION TO TJ-CONDITION (WS-NB-JOBS)
               MOVE WS-COND-N TO TJ-COND-N (WS-NB-JOBS)
               MOVE WS-RC-MAX TO TJ-RC-MAX (WS-NB-JOBS)
               MOVE JB-COMMANDE TO TJ-COMMANDE (WS-NB-JOBS)
               MOVE "A" TO TJ-ETAT (WS-NB-JOBS)
               PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > 5
                   MOVE WS-DEP (WS-D) TO TJ-DEP (WS-NB-JOBS WS-D)
               END-PERFORM
           END-IF.
      *    A DEPENDENCY NAMES A STEP ALREADY DEFINED ABOVE THIS ONE.
       CONTROLER-DEPENDANCE.
           IF JB-DEPEND (WS-D) NOT NUMERIC
               MOVE "DEPENDENCY NOT NUMERIC" TO WS-MOTIF-JOB
               PERFORM ERREUR-JOB
           ELSE
               MOVE JB-DEPEND (WS-D) TO WS-STEP-CHERCHE
               PERFORM CHERCHER-STEP
               IF WS-JX = 0
                   MOVE "DEPENDS ON AN UNDEFINED OR LATER STEP"
                       TO WS-MOTIF-JOB
                   PERFORM ERREUR-JOB
               ELSE
                   MOVE WS-STEP-CHERCHE TO WS-DEP (WS-D)
               END-IF
           END-IF.
       CHARGER-UNE-CARTE.
           IF WS-NB-CARTES NOT < 100
               MOVE "MORE THAN 100 CARDS" TO WS-MOTIF-JOB
               PERFORM ERREUR-JOB
           ELSE
               IF JC-STEP NOT NUMERIC OR JC-FICHIER = SPACES
                   MOVE "CARD WITHOUT STEP OR CARD FILE"
                       TO WS-MOTIF-JOB
                   PERFORM ERREUR-JOB
               ELSE
                   ADD 1 TO WS-NB-CARTES
                   MOVE JC-STEP TO TC-STEP (WS-NB-CARTES)
                   MOVE JC-FICHIER TO TC-FICHIER (WS-NB-CARTES)
                   MOVE JC-CARTE TO TC-CARTE (WS-NB-CARTES)
                   MOVE WS-NO-LIGNE TO TC-LIGNE (WS-NB-CARTES)
               END-IF
           END-IF.
       ERREUR-JOB.
           ADD 1 TO WS-NB-ERREURS-JOB.
           MOVE WS-NO-LIGNE TO WS-EDT-LIGNE.
           DISPLAY "NIGHTBAT.JOB LINE " WS-EDT-LIGNE ": " WS-MOTIF-JOB.
      *    WS-JX = THE TABLE ENTRY OF STEP WS-STEP-CHERCHE, 0 IF NONE.
       CHERCHER-STEP.
           MOVE 0 TO WS-JX.
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-NB-JOBS OR WS-JX > 0
               IF TJ-STEP (WS-K) = WS-STEP-CHERCHE
                   MOVE WS-K TO WS-JX
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * ONE STEP OF THE NIGHT, WHATEVER ITS PROGRAM. IN ORDER: ITS RUN
      * CONDITION (A STEP THE CALENDAR SKIPS IS JOURNALED "K"), ITS
      * DEPENDENCIES (A STEP WHOSE DEPENDENCY WAS SKIPPED TONIGHT IS
      * SKIPPED TOO - BOTH ARE RE-DECIDED IDENTICALLY ON A RESTART,
      * THE DATE BEING THE SAME), THE CHECKPOINT (A STEP AN ABENDED
      * RUN ALREADY FINISHED IS NOT RUN TWICE), THEN THE RUN ITSELF.
      * A RETURN CODE ABOVE THE STEP'S MAXIMUM STOPS THE NIGHT; THE
      * CHECKPOINT LETS THE RESTART RESUME AT THAT STEP.
      *----------------------------------------------------------------
       EXECUTER-JOB.
           MOVE TJ-STEP (WS-J) TO WS-STEP-NO.
           PERFORM EVALUER-CONDITION.
           IF WS-CONDITION-OK = "N"
               DISPLAY WS-LIB-SAUT " - STEP " WS-STEP-NO " SAUTE"
               MOVE "K" TO TJ-ETAT (WS-J)
               PERFORM JOURNAL-SAUT
               GO TO FIN-EXECUTER-JOB.
           MOVE 0 TO WS-DEP-SAUTEE.
           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > 5
               IF TJ-DEP (WS-J WS-D) > 0 AND WS-DEP-SAUTEE = 0
                   MOVE TJ-DEP (WS-J WS-D) TO WS-STEP-CHERCHE
                   PERFORM CHERCHER-STEP
                   IF TJ-ETAT (WS-JX) = "K"
                       MOVE WS-STEP-CHERCHE TO WS-DEP-SAUTEE
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-DEP-SAUTEE > 0
               DISPLAY "STEP " WS-DEP-SAUTEE " SAUTE CETTE NUIT - STEP "
                       WS-STEP-NO " SAUTE"
               MOVE "K" TO TJ-ETAT (WS-J)
               PERFORM JOURNAL-SAUT
               GO TO FIN-EXECUTER-JOB.
           IF WS-STEP-NO NOT > WS-LAST-STEP
               DISPLAY "STEP " WS-STEP-NO " ALREADY COMPLETE - SKIPPING"
               MOVE "F" TO TJ-ETAT (WS-J)
               GO TO FIN-EXECUTER-JOB.
           PERFORM LANCER-STEP.
           IF WS-STEP-OK = "Y"
               MOVE "F" TO TJ-ETAT (WS-J)
               PERFORM WRITE-CHECKPOINT
           ELSE
               DISPLAY "NIGHTLY BATCH ABORTED - STEP " WS-STEP-NO
                       " FAILED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       FIN-EXECUTER-JOB.
           EXIT.
       LANCER-STEP.
           DISPLAY "STEP " WS-STEP-NO ": " TJ-PROGRAM (WS-J)
                   " (" TJ-COMMANDE (WS-J) ")".
           PERFORM JOURNAL-DEBUT.
           PERFORM ECRIRE-CARTES.
      *    THE STEP'S RETURN CODE IS KEPT BEFORE JOURNAL-FIN, WHOSE
      *    BUSDATE CALL RESETS RETURN-CODE. THE SHELL HANDS BACK A
      *    WAIT STATUS - THE PROGRAM'S EXIT CODE TIMES 256.
           CALL "SYSTEM" USING TJ-COMMANDE (WS-J)
           MOVE RETURN-CODE TO WS-STEP-RC
           IF WS-STEP-RC > 255
               DIVIDE 256 INTO WS-STEP-RC
           END-IF.
           PERFORM JOURNAL-FIN.
           IF WS-STEP-RC NOT > TJ-RC-MAX (WS-J)
               MOVE WS-STEP-NO TO WS-LAST-STEP
               MOVE "Y" TO WS-STEP-OK
               IF WS-STEP-RC NOT = 0
                   DISPLAY "STEP " WS-STEP-NO " RETURN CODE "
                           WS-STEP-RC " - ACCEPTED"
               END-IF
           ELSE
               DISPLAY "STEP " WS-STEP-NO " FAILED - RETURN CODE "
                       WS-STEP-RC
               MOVE "N" TO WS-STEP-OK
           END-IF.
      *    THE STEP'S CONTROL CARDS, EACH CARD FILE REWRITTEN WITH
      *    ITS CARDS IN FILE ORDER. THE PROGRAM CONSUMES THEM.
       ECRIRE-CARTES.
           MOVE SPACES TO WS-CARD-NAME.
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > WS-NB-CARTES
               IF TC-STEP (WS-C) = WS-STEP-NO
                   IF TC-FICHIER (WS-C) NOT = WS-CARD-NAME
                       IF WS-CARD-NAME NOT = SPACES
                           CLOSE CARD-FILE
                       END-IF
                       MOVE TC-FICHIER (WS-C) TO WS-CARD-NAME
                       OPEN OUTPUT CARD-FILE
                   END-IF
                   MOVE TC-CARTE (WS-C) TO CONTROL-CARD
                   WRITE CONTROL-CARD
               END-IF
           END-PERFORM.
           IF WS-CARD-NAME NOT = SPACES
               CLOSE CARD-FILE
           END-IF.

      *----------------------------------------------------------------
      * THE STEP'S RUN CONDITION AGAINST TONIGHT'S CALENDAR. WHEN IT
      * DOES NOT HOLD, WS-LIB-SAUT SAYS WHY FOR THE CONSOLE.
      *----------------------------------------------------------------
       EVALUER-CONDITION.
           MOVE "O" TO WS-CONDITION-OK.
           EVALUATE TJ-CONDITION (WS-J)
               WHEN "OUVRE"
                   IF WS-JOUR-OUVRE = "N"
                       MOVE "N" TO WS-CONDITION-OK
                       MOVE "JOUR NON OUVRE" TO WS-LIB-SAUT
                   END-IF
               WHEN "FINMOIS"
                   IF WS-DERNIER-OUVRE = "N"
                       MOVE "N" TO WS-CONDITION-OK
                       MOVE "PAS LE DERNIER JOUR OUVRE" TO WS-LIB-SAUT
                   END-IF
               WHEN "NOUVRE"
                   PERFORM EVALUER-NIEME-OUVRE
               WHEN "FINPER"
                   PERFORM EVALUER-FIN-PERIODE
               WHEN "JOURSEM"
                   PERFORM EVALUER-JOUR-SEMAINE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *    TONIGHT IS THE NTH WORKING DAY OF ITS MONTH (DATESRV "N").
       EVALUER-NIEME-OUVRE.
           MOVE "N" TO DSA-FONCTION.
           MOVE WS-BATCH-DATE TO DSA-DATE-1.
           MOVE TJ-COND-N (WS-J) TO DSA-NB-JOURS.
           CALL "DATESRV" USING DATE-SERVICE-AREA.
           IF DSA-RETOUR NOT = "00" OR DSA-DATE-2 NOT = WS-BATCH-DATE
               MOVE "N" TO WS-CONDITION-OK
               MOVE TJ-COND-N (WS-J) TO WS-EDT-N
               MOVE SPACES TO WS-LIB-SAUT
               STRING "PAS LE " WS-EDT-N "E JOUR OUVRE DU MOIS"
                   DELIMITED BY SIZE INTO WS-LIB-SAUT
           END-IF.
      *    TONIGHT CLOSES A FISCAL PERIOD (A PERIOD IS ONE CALENDAR
      *    MONTH, SO ITS LAST WORKING DAY) WHOSE NUMBER IS A MULTIPLE
      *    OF N (DATESRV "F", EXERCISE OPENING FROM MECCGCLO.CTL).
       EVALUER-FIN-PERIODE.
           MOVE "N" TO WS-CONDITION-OK.
           MOVE "PAS UNE FIN DE PERIODE FISCALE" TO WS-LIB-SAUT.
           IF WS-DERNIER-OUVRE = "O"
               MOVE "F" TO DSA-FONCTION
               MOVE WS-BATCH-DATE TO DSA-DATE-1
               MOVE WS-OUVERTURE-EXO TO DSA-NB-JOURS
               CALL "DATESRV" USING DATE-SERVICE-AREA
               IF DSA-RETOUR = "00"
                   DIVIDE DSA-PERIODE-FISC BY TJ-COND-N (WS-J)
                       GIVING WS-QUOTIENT REMAINDER WS-RESTE
                   IF WS-RESTE = 0
                       MOVE "O" TO WS-CONDITION-OK
                   END-IF
               END-IF
           END-IF.
      *    TONIGHT'S BUSINESS DATE FALLS ON WEEKDAY N, 1 = MONDAY
      *    (DATESRV "J").
       EVALUER-JOUR-SEMAINE.
           MOVE "J" TO DSA-FONCTION.
           MOVE WS-BATCH-DATE TO DSA-DATE-1.
           CALL "DATESRV" USING DATE-SERVICE-AREA.
           IF DSA-RETOUR NOT = "00"
              OR DSA-JOURSEM NOT = TJ-COND-N (WS-J)
               MOVE "N" TO WS-CONDITION-OK
               MOVE "PAS LE JOUR DE LA SEMAINE" TO WS-LIB-SAUT
           END-IF.
      *----------------------------------------------------------------
      * FINAL GATE: SCANS THE EXCEPTIONS OF THIS OPERATING DAY.
      * EVERY PROGRAM NOW STAMPS THE SHARED PROCESSING DATE
      * FAILED SO NOBODY SHIPS OUTPUT FROM A COMPROMISED RUN.
      * ENTRIES WITHOUT A SEVERITY (WRITTEN BEFORE THE FIELD
      * EXISTED) COUNT AS WARNINGS.
      * A SEVERE ENTRY A SUPERVISOR HAS RELEASED THROUGH EXCRPT SUIVI
      * (EXCSUIVI.DAT, ES-LIBERE "O") IS LISTED AS RELEASED AND NO
      * LONGER FAILS THE NIGHT. THE ENTRY IS FOUND BY ITS LOG IMAGE
      * AND ITS OCCURRENCE RANK AMONG IDENTICAL LINES, SO THE RANK
      * IS COUNTED OVER THE WHOLE LIVE LOG, NOT ONLY TONIGHT.
      * ACKNOWLEDGING OR RESOLVING AN ENTRY DOES NOT CLEAR IT - ONLY
      * THE SUPERVISOR'S RELEASE DOES.
      *----------------------------------------------------------------
       GATE-EXCEPTIONS.
           MOVE 0 TO WS-NB-WARNINGS WS-NB-SEVERES WS-NB-LIBEREES.
           MOVE 0 TO WS-NB-IMAGES.
           MOVE "N" TO WS-ETATS-OUVERTS.
           OPEN INPUT STATE-FILE.
           IF WS-EST-STATUS = "00"
               MOVE "O" TO WS-ETATS-OUVERTS
           END-IF.
           OPEN INPUT EXCEPTION-FILE.
           IF WS-EXC-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
                   READ EXCEPTION-FILE
                       AT END MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF EXC-SEVERITY = "S"
                               PERFORM RANG-SEVERE
                           END-IF
                           IF EXC-DATE NOT < WS-BATCH-DATE
                               IF EXC-SEVERITY = "S"
                                   PERFORM GATE-SEVERE
                               ELSE
                                   ADD 1 TO WS-NB-WARNINGS
                               END-IF
               END-PERFORM
               CLOSE EXCEPTION-FILE
           END-IF.
           IF WS-ETATS-OUVERTS = "O"
               CLOSE STATE-FILE
           END-IF.
      *    OCCURRENCE OF THIS SEVERE LINE: ONE PLUS THE IDENTICAL
      *    LINES ALREADY READ.
       RANG-SEVERE.
           MOVE 1 TO WS-RANG-S.
           PERFORM VARYING WS-IX-IMG FROM 1 BY 1
                   UNTIL WS-IX-IMG > WS-NB-IMAGES
               IF WS-IMAGE-S (WS-IX-IMG) = EXCEPTION-LOG-RECORD
                   ADD 1 TO WS-RANG-S
               END-IF
           END-PERFORM.
           IF WS-NB-IMAGES < 1000
               ADD 1 TO WS-NB-IMAGES
               MOVE EXCEPTION-LOG-RECORD TO WS-IMAGE-S (WS-NB-IMAGES)
           END-IF.
       GATE-SEVERE.
           MOVE "N" TO ES-LIBERE.
           IF WS-ETATS-OUVERTS = "O"
               MOVE EXCEPTION-LOG-RECORD TO ES-IMAGE
               MOVE WS-RANG-S TO ES-RANG
               READ STATE-FILE
                   INVALID KEY MOVE "N" TO ES-LIBERE
               END-READ
           END-IF.
           IF ES-LIBEREE
               ADD 1 TO WS-NB-LIBEREES
               DISPLAY "  SEVERE RELEASED: " EXC-PROGRAM " "
                       EXC-REASON " BY " ES-LIB-PAR
           ELSE
               ADD 1 TO WS-NB-SEVERES
               DISPLAY "  SEVERE: " EXC-PROGRAM " " EXC-REASON
           END-IF.

      *----------------------------------------------------------------
           END-IF.

      *----------------------------------------------------------------
      * A STEP SKIPPED BY ITS RUN CONDITION, OR BECAUSE A STEP IT
      * DEPENDS ON WAS SKIPPED, IS JOURNALED ("K") SO THE MORNING
      * REPORT SHOWS THE DECISION, NOT A HOLE.
      *----------------------------------------------------------------
       JOURNAL-SAUT.
           PERFORM OUVRIR-JOURNAL.
           CLOSE CHECKPOINT-FILE.

      *----------------------------------------------------------------
      * CLEARS THE CHECKPOINT ONCE EVERY STEP HAS FINISHED, SO
      * TOMORROW NIGHT'S RUN STARTS FROM THE FIRST STEP AGAIN.
      *----------------------------------------------------------------
       RESET-CHECKPOINT.
           MOVE 0 TO WS-LAST-STEP.
           PERFORM WRITE-CHECKPOINT.

      *----------------------------------------------------------------
      * THE MONTH THE FISCAL EXERCISE OPENS, FROM MECCGCLO.CTL (01 TO
      * 12) AS THE PERIOD CLOSE READS IT - JANUARY WHEN THE FILE IS
      * ABSENT OR UNREADABLE.
      *----------------------------------------------------------------
       LIRE-OUVERTURE-EXO.
           OPEN INPUT CONTROL-FILE.
           IF WS-CTL-STATUS = "00"
               READ CONTROL-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF CONTROL-RECORD (1:2) NUMERIC
                           MOVE CONTROL-RECORD (1:2)
                               TO WS-OUVERTURE-EXO
                       END-IF
               END-READ
               CLOSE CONTROL-FILE
           END-IF.
           IF WS-OUVERTURE-EXO < 1 OR WS-OUVERTURE-EXO > 12
               MOVE 1 TO WS-OUVERTURE-EXO
           END-IF.

      *----------------------------------------------------------------
      * THE SHOP'S PROCESSING DATE, THROUGH THE BUSDATE SERVICE - ONE
      * OPERATING DAY IS ONE DATE, WHATEVER THE WALL CLOCK SAYS PAST
