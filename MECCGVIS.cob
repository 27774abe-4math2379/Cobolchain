       AUTHOR. SHOP OPERATIONS.
      *          FRONT-DESK ATTENDANCE LOG, REPLACING THE PAPER BOOK.
      *          COMMANDS:
      *            ENTREE  - ONE CHECK-IN: TAKES A CARD NUMBER OR AN
      *                      MR-ID (OR "?" FOR THE SAME NAME SEARCH
      *                      THE MECCG SCREEN HAS) - A NUMBER ON FILE
      *                      AS A CARD IS TAKEN AS A CARD -, VALIDATES
      *                      IT AGAINST MECCG.DAT (A MEMBER MARKED
      *                      LEFT IS REFUSED) AND AGAINST THE CARD
      *                      FILE (MECCGCAR.DAT): A CARD DECLARED LOST,
      *                      BLOCKED OR PAST ITS EXPIRY IS REFUSED, AND
      *                      A MEMBER KEYED BY MR-ID MUST HOLD A
      *                      CURRENT ACTIVE CARD. EVERY REFUSAL IS
      *                      LOGGED IN EXCEPT.LOG WITH ITS REASON. IT
      *                      REQUIRES A SIGNED-ON OPERATOR, REFUSES A
      *                      DATE THE CALENDAR SAYS WE ARE CLOSED
      *                      (CALEND.IDX HOLIDAY FLAG "F" OR WEEKEND;
      *                      DATESRV "P" DECIDES WHEN THE YEAR IS NOT
      *                      GENERATED),
      *                      AND STAMPS A VISIT RECORD (VISITES.DAT)
      *                      KEYED BY DATE;
      *            RAPPORT - MONTHLY REPORT (MECCGVIS.RPT): VISITS PER
               FILE STATUS  IS WS-VIS-STATUS.
           SELECT REPORT-FILE ASSIGN TO "MECCGVIS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CARD-FILE ASSIGN TO "MECCGCAR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-NUMERO
               ALTERNATE RECORD KEY IS CA-ID WITH DUPLICATES
               FILE STATUS IS WS-CAR-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO "EXCEPT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-EXC-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "OPERATOR.CUR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-OPR-STATUS.
       FD  REPORT-FILE
                      DATA RECORD LIGNE-RPT.
       01  LIGNE-RPT             PIC X(80).
       FD  CARD-FILE
                      DATA RECORD CARD-RECORD.
           COPY "MECCGCA.cpy".
       FD  EXCEPTION-FILE
                      DATA RECORD EXCEPTION-LOG-RECORD.
           COPY "EXCLOG.cpy".
       FD  OPERATOR-FILE
                      DATA RECORD OPERATOR-CUR-RECORD.
       01  OPERATOR-CUR-RECORD   PIC X(8).
       01  WS-IDX-STATUS         PIC XX.
       01  WS-VIS-STATUS         PIC XX.
       01  WS-OPR-STATUS         PIC XX.
       01  WS-CAR-STATUS         PIC XX.
       01  WS-EXC-STATUS         PIC XX.
       01  WS-OPERATEUR          PIC X(8).
       01  WS-EOF-FLAG           PIC X.
       01  WS-COMMAND            PIC X(10).
       01  WS-ID-SAISI           PIC X(8).
       01  WS-CARTES-OUVERTES    PIC X.
       01  WS-PAR-CARTE          PIC X.
       01  WS-NB-CARTES          PIC S9(4) COMP.
       01  WS-CARTE-ACTIVE       PIC X.
       01  WS-EXPIRATION         PIC 9(8).
       01  WS-FIN-CARTES         PIC X.
       01  WS-REFUS              PIC X(30).
       01  WS-REFUS-VALEUR       PIC X(20).
       01  WS-JOUR               PIC 9(8).
       01  WS-HEURE-EXACTE.
           05  WS-HHMMSS         PIC 9(6).
           DISPLAY "FINISH"
           STOP RUN.
      *----------------------------------------------------------------
      * ONE CHECK-IN: OPERATOR, CALENDAR, CARD, MEMBER - IN THAT
      * ORDER.
      *----------------------------------------------------------------
       DO-ENTREE.
           IF WS-OPERATEUR = "INCONNU"
           IF WS-OUVERT NOT = "O"
               DISPLAY "ATELIER FERME CE JOUR - ENTREE REFUSEE"
               GO TO FIN-ENTREE.
           DISPLAY "CARTE OU ID DU MEMBRE (OU ?) : ".
           ACCEPT WS-ID-SAISI.
           OPEN INPUT MASTER-FILE.
           IF WS-FILE-STATUS NOT = "00"
               END-IF
               MOVE WS-SEARCH-CHOICE TO WS-ID-SAISI
           END-IF.
           MOVE "N" TO WS-CARTES-OUVERTES.
           OPEN INPUT CARD-FILE.
           IF WS-CAR-STATUS = "00"
               MOVE "O" TO WS-CARTES-OUVERTES
           ELSE
               DISPLAY "MECCGCAR.DAT ABSENT - CARTE NON CONTROLEE"
           END-IF.
           MOVE SPACES TO WS-REFUS.
           PERFORM E-100-CARTE-SAISIE THRU F-100-EXIT.
           IF WS-REFUS NOT = SPACES
               GO TO FIN-ENTREE-REFUS.
           MOVE WS-ID-SAISI TO MR-ID.
           READ MASTER-FILE
               INVALID KEY
                   DISPLAY "ID " WS-ID-SAISI " INCONNU"
                   PERFORM FERMER-ENTREE
                   GO TO FIN-ENTREE
           END-READ.
           IF MR-LEFT
               MOVE "MEMBRE PARTI (L)" TO WS-REFUS
               MOVE MR-ID TO WS-REFUS-VALEUR
               GO TO FIN-ENTREE-REFUS.
           IF WS-PAR-CARTE NOT = "O"
               PERFORM E-200-CARTE-DU-MEMBRE THRU F-200-EXIT
               IF WS-REFUS NOT = SPACES
                   GO TO FIN-ENTREE-REFUS
               END-IF
           END-IF.
           PERFORM FERMER-ENTREE.
           OPEN EXTEND VISIT-FILE.
           IF WS-VIS-STATUS = "35"
               OPEN OUTPUT VISIT-FILE
           WRITE VISIT-RECORD.
           CLOSE VISIT-FILE.
           DISPLAY "ENTREE NOTEE - " MR-NAME.
           GO TO FIN-ENTREE.
      *    A REFUSAL: SHOWN, LOGGED WITH ITS REASON, NOTHING STAMPED.
       FIN-ENTREE-REFUS.
           PERFORM FERMER-ENTREE.
           DISPLAY "ENTREE REFUSEE - " WS-REFUS.
           MOVE WS-REFUS-VALEUR TO EXC-VALUE.
           MOVE WS-REFUS TO EXC-REASON.
           MOVE "W" TO EXC-SEVERITY.
           PERFORM ECRIRE-EXCEPTION.
       FIN-ENTREE.
           EXIT.
       FERMER-ENTREE.
           CLOSE MASTER-FILE.
           IF WS-CARTES-OUVERTES = "O"
               CLOSE CARD-FILE
           END-IF.
      *----------------------------------------------------------------
      * A NUMBER KEYED THAT IS ON FILE AS A CARD: THE CARD MUST BE
      * ACTIVE AND NOT PAST ITS EXPIRY; ITS MEMBER IS THE ONE CHECKED
      * IN.
      *----------------------------------------------------------------
       E-100-CARTE-SAISIE.
           MOVE "N" TO WS-PAR-CARTE.
           IF WS-CARTES-OUVERTES NOT = "O" OR WS-ID-SAISI NOT NUMERIC
               GO TO F-100-EXIT.
           MOVE WS-ID-SAISI TO CA-NUMERO.
           READ CARD-FILE
               INVALID KEY GO TO F-100-EXIT
           END-READ.
           MOVE "O" TO WS-PAR-CARTE.
           MOVE SPACES TO WS-REFUS-VALEUR.
           STRING CA-NUMERO " " CA-ID
               DELIMITED BY SIZE INTO WS-REFUS-VALEUR.
           EVALUATE TRUE
               WHEN CA-PERDUE
                   MOVE "CARTE DECLAREE PERDUE" TO WS-REFUS
               WHEN CA-BLOQUEE
                   MOVE SPACES TO WS-REFUS
                   STRING "CARTE BLOQUEE " CA-MOTIF
                       DELIMITED BY SIZE INTO WS-REFUS
               WHEN CA-DATE-EXPIRATION < WS-JOUR
                   MOVE SPACES TO WS-REFUS
                   STRING "CARTE EXPIREE LE " CA-DATE-EXPIRATION
                       DELIMITED BY SIZE INTO WS-REFUS
               WHEN OTHER
                   MOVE CA-ID TO WS-ID-SAISI
           END-EVALUATE.
       F-100-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * A MEMBER KEYED BY MR-ID: ITS ACTIVE CARD (THE LATEST EXPIRY IF
      * SEVERAL) MUST EXIST AND NOT BE PAST ITS EXPIRY.
      *----------------------------------------------------------------
       E-200-CARTE-DU-MEMBRE.
           IF WS-CARTES-OUVERTES NOT = "O"
               GO TO F-200-EXIT.
           MOVE 0 TO WS-NB-CARTES WS-EXPIRATION.
           MOVE "N" TO WS-CARTE-ACTIVE.
           MOVE "N" TO WS-FIN-CARTES.
           MOVE MR-ID TO CA-ID.
           START CARD-FILE KEY IS EQUAL TO CA-ID
               INVALID KEY MOVE "Y" TO WS-FIN-CARTES
           END-START.
           PERFORM UNTIL WS-FIN-CARTES = "Y"
               READ CARD-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-FIN-CARTES
                   NOT AT END
                       IF CA-ID NOT = MR-ID
                           MOVE "Y" TO WS-FIN-CARTES
                       ELSE
                           ADD 1 TO WS-NB-CARTES
                           IF CA-ACTIVE
                              AND CA-DATE-EXPIRATION NOT <
                                  WS-EXPIRATION
                               MOVE "O" TO WS-CARTE-ACTIVE
                               MOVE CA-DATE-EXPIRATION
                                 TO WS-EXPIRATION
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE MR-ID TO WS-REFUS-VALEUR.
           EVALUATE TRUE
               WHEN WS-NB-CARTES = 0
                   MOVE "AUCUNE CARTE EMISE" TO WS-REFUS
               WHEN WS-CARTE-ACTIVE NOT = "O"
                   MOVE "CARTE PERDUE OU BLOQUEE" TO WS-REFUS
               WHEN WS-EXPIRATION < WS-JOUR
                   MOVE SPACES TO WS-REFUS
                   STRING "CARTE EXPIREE LE " WS-EXPIRATION
                       DELIMITED BY SIZE INTO WS-REFUS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       F-200-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * IS THE SHOP OPEN TODAY? THE INDEXED CALENDAR EXPORT ANSWERS
      * DIRECTLY (WEEKEND OR HOLIDAY FLAG "F" = CLOSED); WHEN THE
           END-PERFORM.
           CLOSE REPORT-FILE.
      *----------------------------------------------------------------
      * APPENDS ONE RECORD TO THE SHARED EXCEPTION LOG. CALLERS SET
      * EXC-VALUE/EXC-REASON/EXC-SEVERITY BEFORE PERFORMING THIS.
      *----------------------------------------------------------------
       ECRIRE-EXCEPTION.
           OPEN EXTEND EXCEPTION-FILE.
           IF WS-EXC-STATUS = "35"
               OPEN OUTPUT EXCEPTION-FILE
               CLOSE EXCEPTION-FILE
               OPEN EXTEND EXCEPTION-FILE
           END-IF.
           MOVE "MECCGVIS" TO EXC-PROGRAM.
           MOVE WS-JOUR TO EXC-DATE.
           ACCEPT WS-HEURE-EXACTE FROM TIME.
           MOVE WS-HHMMSS TO EXC-TIME.
           MOVE WS-OPERATEUR TO EXC-OPERATOR.
           WRITE EXCEPTION-LOG-RECORD.
           CLOSE EXCEPTION-FILE.
      *----------------------------------------------------------------
      * THE SIGNED-ON OPERATOR (OPERATOR.CUR, WRITTEN BY ASL) - THE
      * CHECK-IN REFUSES TO STAMP WITHOUT ONE.
      *----------------------------------------------------------------
