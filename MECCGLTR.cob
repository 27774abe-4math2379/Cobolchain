      *          COUNT FOR RECONCILIATION AGAINST THE RENEWAL COUNT.
      *          A MISSING TEMPLATE FALLS BACK ON THE BUILT-IN TEXT,
      *          THE WAY THE HOLIDAY TABLE FALLS BACK IN DATESRV.
      *          A HOUSEHOLD (MECCGFOY.DAT) GETS ONE LETTER, ON ITS
      *          PRIMARY PAYER'S RENEWAL DATE AND ADDRESSED TO THE
      *          PAYER; THE OTHER MEMBERS GET NONE OF THEIR OWN. A
      *          TEMPLATE LINE CARRYING THE MARKER &FOYER IS REPLACED
      *          BY THE LIST OF THE MEMBERS COVERED (PAYER FIRST), OR
      *          DROPPED ON AN INDIVIDUAL LETTER; A TEMPLATE WITHOUT
      *          THE MARKER GETS THE LIST AT THE END OF THE LETTER.
      *          A MEMBER WHOSE PAYER IS NO LONGER ACTIVE GETS ITS OWN
      *          LETTER, AS IT IS BILLED ON ITS OWN BY MECCGDUE. A
      *          MEMBER ENROLLED THROUGH A BRANCH DECK RENEWS ON THAT
      *          BRANCH'S WORKING DAYS, AS ON THE LISTING.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT TEMPLATE-FILE ASSIGN TO "MECCGLTR.TPL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-TPL-STATUS.
           SELECT HOUSEHOLD-FILE ASSIGN TO "MECCGFOY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FY-NUMERO
               ALTERNATE RECORD KEY IS FY-PAYEUR
               FILE STATUS IS WS-FOY-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "MECCG.JRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-JRN-STATUS.
           SELECT REPORT-FILE ASSIGN TO "MECCGLTR.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       FD  TEMPLATE-FILE
                      DATA RECORD LIGNE-TPL.
       01  LIGNE-TPL             PIC X(80).
       FD  HOUSEHOLD-FILE
                      DATA RECORD HOUSEHOLD-RECORD.
           COPY "MECCGFY.cpy".
       FD  JOURNAL-FILE
                      DATA RECORD JOURNAL-RECORD.
           COPY "MECCGJR.cpy".
       FD  REPORT-FILE
                      DATA RECORD LIGNE-RPT.
       01  LIGNE-RPT             PIC X(80).
           COPY "BUSDATE.cpy".
       01  WS-FILE-STATUS        PIC XX.
       01  WS-TPL-STATUS         PIC XX.
       01  WS-FOY-STATUS         PIC XX.
       01  WS-JRN-STATUS         PIC XX.
       01  WS-EOF-FLAG           PIC X    VALUE "N".
       01  WS-RUN-DATE           PIC 9(8).
       01  WS-RUN-DATE-DET REDEFINES WS-RUN-DATE.
       01  WS-NB-LETTRES         PIC 9(4) VALUE 0.
       01  WS-LIGNES-PAGE        PIC S9(4) COMP.
       01  WS-EDT-NB             PIC ZZZ9.
       01  WS-NB-COUVERTS        PIC 9(4) VALUE 0.
       01  WS-NB-MARQUE          PIC S9(4) COMP.
       01  WS-FOYER-EDITE        PIC X.
           COPY "DATESRV.cpy".

      *----------------------------------------------------------------
               VALUE "VOTRE ADHESION ARRIVE A ECHEANCE LE &DATE.".
           05  FILLER PIC X(80)
               VALUE "MERCI DE LA RENOUVELER AU SECRETARIAT.".
           05  FILLER PIC X(80) VALUE "&FOYER".
           05  FILLER PIC X(80) VALUE SPACES.
           05  FILLER PIC X(80) VALUE "LE SECRETARIAT".
       01  REDEFTEXTE REDEFINES TEXTE-DEFAUT.
           05  TPL-DEFAUT OCCURS 13 PIC X(80).

      *----------------------------------------------------------------
      * HOUSEHOLDS ARE READ BY KEY AS THE SWEEP REACHES THEM: A PAYER
      * ON THE FY-PAYEUR ALTERNATE KEY, A MEMBER THROUGH THE INDEX OF
      * MEMBERS BELOW, LOADED ONCE FROM MECCGFOY.DAT. FOYER-COURANT
      * HOLDS THE HOUSEHOLD FOUND - THE PAYER (AND WHETHER IT IS STILL
      * ACTIVE ON THE MASTER) AND THE MEMBERS IT COVERS, WITH THEIR
      * NAMES FOR THE LETTER. WS-FO-ROLE ("P" PAYER, "M" MEMBER,
      * SPACE NEITHER) SAYS WHERE THE CURRENT MEMBER STANDS.
      *----------------------------------------------------------------
       01  WS-FOY-OUVERT         PIC X     VALUE "N".
       01  TABLE-APPARTENANCES.
           05  WS-NB-APPART      PIC S9(4) COMP VALUE 0.
           05  APPART OCCURS 3000.
               10  AP-ID         PIC X(8).
               10  AP-NUMERO     PIC 9(6).
       01  WS-AP-NUMERO          PIC 9(6).
       01  FOYER-COURANT.
           05  FC-PAYEUR         PIC X(8).
           05  FC-PAYEUR-NOM     PIC X(20).
           05  FC-ACTIF          PIC X.
           05  FC-NB             PIC 99.
           05  FC-MEMBRE OCCURS 9.
               10  FC-MB-ID      PIC X(8).
               10  FC-MB-NOM     PIC X(20).
       01  WS-FO-ROLE            PIC X.
       01  WS-M                  PIC S9(4) COMP.
       01  WS-MR-SAUVE           PIC X(127).
      *----------------------------------------------------------------
      * MEMBERS WHOSE LATEST ADD IN THE JOURNAL CAME FROM A BRANCH
      * DECK, WITH THAT BRANCH - THE SAME TABLE AS MECCGANN, SO THE
      * LETTER GIVES THE DATE THE RENEWAL LISTING SHOWS.
      *----------------------------------------------------------------
       01  WS-NB-INSCRITS        PIC S9(4) COMP VALUE 0.
       01  WS-K                  PIC S9(4) COMP.
       01  TABLE-INSCRITS-BRANCHE.
           05  INSCRIT OCCURS 2000.
               10  INS-ID        PIC X(8).
               10  INS-BRANCHE   PIC X(3).
       01  WS-ID-INSCRIT         PIC X(8).
       01  WS-BRANCHE-INSCRIT    PIC X(3).
       01  WS-INSCRITS-SATURE    PIC X     VALUE "N".
       01  WS-LIGNE-FOYER.
           05  FILLER            PIC X(4)  VALUE SPACES.
           05  LF-ID             PIC X(8).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  LF-NOM            PIC X(20).

      *----------------------------------------------------------------
      * THE MONTH'S RENEWALS, INSERTED IN POSTAL-CODE ORDER FOR THE
               10  LET-ADR2      PIC X(30).
               10  LET-VILLE     PIC X(20).
               10  LET-DATE      PIC 9(8).
               10  LET-FOYER     PIC 9(6).
       01  WS-LETTRE-TRAVAIL.
           05  TRV-CP            PIC X(8).
           05  TRV-ID            PIC X(8).
           05  TRV-ADR2          PIC X(30).
           05  TRV-VILLE         PIC X(20).
           05  TRV-DATE          PIC 9(8).
           05  TRV-FOYER         PIC 9(6).

      *----------------------------------------------------------------
      * SUBSTITUTION WORK AREA: THE TEMPLATE LINE IS SCANNED LEFT TO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM CHARGER-FOYERS THRU FIN-CHARGER-FOYERS.
           PERFORM CHARGER-INSCRITS-BRANCHE.
       B-100-BALAYER.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ MASTER-FILE NEXT RECORD
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM C-100-EDITER.
      *----------------------------------------------------------------
      * SAME RENEWAL-DATE CONSTRUCTION AS THE LISTING: TARGET MONTH,
      * 29/02 CLAMPED, SHIFTED TO THE NEXT WORKING DAY VIA DATESRV.
      *----------------------------------------------------------------
       B-200-RETENIR-MEMBRE.
      *    A MEMBER OF A HOUSEHOLD IS WRITTEN TO THROUGH ITS PAYER.
           PERFORM CHERCHER-FOYER THRU FIN-CHERCHER-FOYER.
           IF WS-FO-ROLE = "M" AND FC-ACTIF = "O"
               ADD 1 TO WS-NB-COUVERTS
               GO TO F-200-EXIT.
           MOVE 0 TO TRV-FOYER.
           IF WS-FO-ROLE = "P"
               MOVE FY-NUMERO TO TRV-FOYER
           END-IF.
           IF WS-NB-RETENUS NOT < 500
               DISPLAY "TABLE LETTRES PLEINE - PRODUCTION TRONQUEE"
               MOVE "Y" TO WS-EOF-FLAG
               END-IF
               MOVE DSA-DATE-1 TO WS-ORIGINE
           END-IF.
           MOVE MR-ID TO WS-ID-INSCRIT.
           PERFORM TROUVER-BRANCHE-MEMBRE.
           MOVE "P" TO DSA-FONCTION.
           MOVE WS-BRANCHE-INSCRIT TO DSA-BRANCHE.
           MOVE WS-ORIGINE TO DSA-DATE-1.
           CALL "DATESRV" USING DATE-SERVICE-AREA.
           IF DSA-RETOUR NOT = "00"
           MOVE TRV-ADR2  TO LET-ADR2 (WS-J).
           MOVE TRV-VILLE TO LET-VILLE (WS-J).
           MOVE TRV-DATE  TO LET-DATE (WS-J).
           MOVE TRV-FOYER TO LET-FOYER (WS-J).
           ADD 1 TO WS-NB-RETENUS.
       C-100-EDITER.
           OPEN OUTPUT REPORT-FILE.
           STRING "LETTRES EDITEES : " WS-EDT-NB
               DELIMITED BY SIZE INTO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE WS-NB-COUVERTS TO WS-EDT-NB.
           MOVE SPACES TO LIGNE-RPT.
           STRING "MEMBRES COUVERTS PAR UN FOYER : " WS-EDT-NB
               DELIMITED BY SIZE INTO LIGNE-RPT.
           WRITE LIGNE-RPT.
           CLOSE REPORT-FILE.
           CLOSE MASTER-FILE.
           IF WS-FOY-OUVERT = "O"
               CLOSE HOUSEHOLD-FILE
           END-IF.
           DISPLAY "LETTRES ECRITES DANS MECCGLTR.RPT - "
                   WS-NB-LETTRES " LETTRE(S)".
           STOP RUN.
      *----------------------------------------------------------------
       C-200-UNE-LETTRE.
           MOVE 0 TO WS-LIGNES-PAGE.
           MOVE "N" TO WS-FOYER-EDITE.
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-NB-TPL
               MOVE TPL-LIGNE (WS-J) TO WS-SRC
               MOVE 0 TO WS-NB-MARQUE
               INSPECT WS-SRC TALLYING WS-NB-MARQUE FOR ALL "&FOYER"
               IF WS-NB-MARQUE > 0
                   PERFORM C-300-LISTE-FOYER
               ELSE
                   PERFORM SUBSTITUER-LIGNE
                   MOVE WS-DST TO LIGNE-RPT
                   WRITE LIGNE-RPT
                   ADD 1 TO WS-LIGNES-PAGE
               END-IF
           END-PERFORM.
           IF WS-FOYER-EDITE = "N"
               PERFORM C-300-LISTE-FOYER
           END-IF.
           PERFORM UNTIL WS-LIGNES-PAGE NOT < 66
               MOVE SPACES TO LIGNE-RPT
               WRITE LIGNE-RPT
           END-PERFORM.
           ADD 1 TO WS-NB-LETTRES.
      *----------------------------------------------------------------
      * THE &FOYER LINE: ON A HOUSEHOLD LETTER, THE MEMBERS COVERED,
      * PAYER FIRST; ON AN INDIVIDUAL LETTER, NOTHING. PRINTED ONCE.
      * THE HOUSEHOLD IS READ AGAIN BY ITS NUMBER FOR THE LIST.
      *----------------------------------------------------------------
       C-300-LISTE-FOYER.
           MOVE "O" TO WS-FOYER-EDITE.
           MOVE SPACE TO WS-FO-ROLE.
           IF LET-FOYER (WS-I) > 0
               MOVE LET-FOYER (WS-I) TO FY-NUMERO
               READ HOUSEHOLD-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "P" TO WS-FO-ROLE
                       PERFORM RETENIR-FOYER
               END-READ
           END-IF.
           IF WS-FO-ROLE = "P"
               MOVE SPACES TO LIGNE-RPT
               WRITE LIGNE-RPT
               MOVE "ADHESION FAMILIALE - MEMBRES COUVERTS :"
                   TO LIGNE-RPT
               WRITE LIGNE-RPT
               MOVE FC-PAYEUR TO LF-ID
               MOVE FC-PAYEUR-NOM TO LF-NOM
               MOVE WS-LIGNE-FOYER TO LIGNE-RPT
               WRITE LIGNE-RPT
               ADD 3 TO WS-LIGNES-PAGE
               PERFORM VARYING WS-M FROM 1 BY 1
                       UNTIL WS-M > FC-NB
                   MOVE FC-MB-ID (WS-M) TO LF-ID
                   MOVE FC-MB-NOM (WS-M) TO LF-NOM
                   MOVE WS-LIGNE-FOYER TO LIGNE-RPT
                   WRITE LIGNE-RPT
                   ADD 1 TO WS-LIGNES-PAGE
               END-PERFORM
           END-IF.
      *----------------------------------------------------------------
      * MARKER SUBSTITUTION, LONGEST MARKER FIRST AT EACH POSITION SO
      * &VILLE IS NEVER READ AS &V PLUS NOISE.
      *----------------------------------------------------------------
               CLOSE TEMPLATE-FILE
           END-IF.
           IF WS-NB-TPL = 0
               MOVE 13 TO WS-NB-TPL
               PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 13
                   MOVE TPL-DEFAUT (WS-J) TO TPL-LIGNE (WS-J)
               END-PERFORM
           END-IF.
      *----------------------------------------------------------------
      * OPENS MECCGFOY.DAT FOR THE RUN (NO FILE, NO HOUSEHOLDS) AND
      * INDEXES WHICH HOUSEHOLD EVERY MEMBER BELONGS TO. AN INDEX TOO
      * SMALL FOR THE FILE WOULD SEND A COVERED MEMBER A LETTER OF ITS
      * OWN, SO THE RUN STOPS BEFORE WRITING ANY.
      *----------------------------------------------------------------
       CHARGER-FOYERS.
           MOVE 0 TO WS-NB-APPART.
           OPEN INPUT HOUSEHOLD-FILE.
           IF WS-FOY-STATUS NOT = "00"
               GO TO FIN-CHARGER-FOYERS.
           MOVE "O" TO WS-FOY-OUVERT.
           PERFORM UNTIL WS-FOY-STATUS NOT = "00"
               READ HOUSEHOLD-FILE NEXT RECORD
                   AT END MOVE "10" TO WS-FOY-STATUS
                   NOT AT END
                       PERFORM VARYING WS-M FROM 1 BY 1
                               UNTIL WS-M > FY-NB-MEMBRES
                           PERFORM RETENIR-APPARTENANCE
                       END-PERFORM
               END-READ
           END-PERFORM.
       FIN-CHARGER-FOYERS.
           EXIT.
       RETENIR-APPARTENANCE.
           IF WS-NB-APPART NOT < 3000
               DISPLAY "TABLE DES FOYERS SATUREE - RUN ABANDONNE"
               CLOSE HOUSEHOLD-FILE
               CLOSE MASTER-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-NB-APPART.
           MOVE FY-MEMBRE (WS-M) TO AP-ID (WS-NB-APPART).
           MOVE FY-NUMERO TO AP-NUMERO (WS-NB-APPART).
      *----------------------------------------------------------------
      * WHERE MR-ID STANDS: PAYER (READ ON ITS OWN KEY) OR MEMBER (THE
      * INDEX) OF A HOUSEHOLD, WHICH IS THEN PUT IN FOYER-COURANT.
      *----------------------------------------------------------------
       CHERCHER-FOYER.
           MOVE SPACE TO WS-FO-ROLE.
           IF WS-FOY-OUVERT NOT = "O"
               GO TO FIN-CHERCHER-FOYER.
           MOVE MR-ID TO FY-PAYEUR.
           READ HOUSEHOLD-FILE KEY IS FY-PAYEUR
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "P" TO WS-FO-ROLE
           END-READ.
           IF WS-FO-ROLE = SPACE
               MOVE 0 TO WS-AP-NUMERO
               PERFORM VARYING WS-M FROM 1 BY 1
                       UNTIL WS-M > WS-NB-APPART
                          OR WS-AP-NUMERO NOT = 0
                   IF AP-ID (WS-M) = MR-ID
                       MOVE AP-NUMERO (WS-M) TO WS-AP-NUMERO
                   END-IF
               END-PERFORM
               IF WS-AP-NUMERO NOT = 0
                   MOVE WS-AP-NUMERO TO FY-NUMERO
                   READ HOUSEHOLD-FILE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY MOVE "M" TO WS-FO-ROLE
                   END-READ
               END-IF
           END-IF.
           IF WS-FO-ROLE NOT = SPACE
               PERFORM RETENIR-FOYER
           END-IF.
       FIN-CHERCHER-FOYER.
           EXIT.
      *    THE PAYER AND THE MEMBERS ARE READ ON THE MASTER BY KEY;
      *    THE SWEEP'S OWN RECORD IS THEN READ BACK, WHICH ALSO PUTS
      *    THE SWEEP BACK WHERE IT WAS.
       RETENIR-FOYER.
           MOVE MASTER-RECORD TO WS-MR-SAUVE.
           MOVE FY-PAYEUR TO FC-PAYEUR.
           MOVE "N" TO FC-ACTIF.
           MOVE SPACES TO FC-PAYEUR-NOM.
           MOVE FY-PAYEUR TO MR-ID.
           READ MASTER-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE MR-NAME TO FC-PAYEUR-NOM
                   IF MR-ACTIVE
                       MOVE "O" TO FC-ACTIF
                   END-IF
           END-READ.
           MOVE FY-NB-MEMBRES TO FC-NB.
           PERFORM VARYING WS-M FROM 1 BY 1
                   UNTIL WS-M > FY-NB-MEMBRES
               MOVE FY-MEMBRE (WS-M) TO FC-MB-ID (WS-M)
               MOVE FY-MEMBRE (WS-M) TO MR-ID
               READ MASTER-FILE
                   INVALID KEY
                       MOVE "INCONNU" TO FC-MB-NOM (WS-M)
                   NOT INVALID KEY
                       MOVE MR-NAME TO FC-MB-NOM (WS-M)
               END-READ
           END-PERFORM.
           MOVE WS-MR-SAUVE TO MASTER-RECORD.
           READ MASTER-FILE
               INVALID KEY CONTINUE
           END-READ.
      *----------------------------------------------------------------
      * ONE PASS OF THE JOURNAL: EVERY ADD, IN ORDER, SETS OR CLEARS
      * THE MEMBER'S ENROLLING BRANCH. A TABLE TOO SMALL FOR THE
      * JOURNAL LEAVES THE MEMBERS IT MISSES ON THE SHOP'S CALENDAR,
      * WHICH IS SIGNALLED.
      *----------------------------------------------------------------
       CHARGER-INSCRITS-BRANCHE.
           OPEN INPUT JOURNAL-FILE.
           IF WS-JRN-STATUS = "00"
               PERFORM UNTIL WS-JRN-STATUS NOT = "00"
                   READ JOURNAL-FILE
                       AT END MOVE "10" TO WS-JRN-STATUS
                       NOT AT END
                           IF JR-TYPE = "A"
                               PERFORM RETENIR-INSCRIPTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF.
           IF WS-INSCRITS-SATURE = "O"
               DISPLAY "TABLE DES INSCRITS PAR BRANCHE SATUREE"
           END-IF.
       RETENIR-INSCRIPTION.
           MOVE JR-AFTER (1:8) TO WS-ID-INSCRIT.
           PERFORM TROUVER-BRANCHE-MEMBRE.
           IF JR-SOURCE (1:3) = "BT-"
               IF WS-K > WS-NB-INSCRITS
                   IF WS-NB-INSCRITS < 2000
                       ADD 1 TO WS-NB-INSCRITS
                       MOVE WS-NB-INSCRITS TO WS-K
                       MOVE WS-ID-INSCRIT TO INS-ID (WS-K)
                       MOVE JR-SOURCE (4:3) TO INS-BRANCHE (WS-K)
                   ELSE
                       MOVE "O" TO WS-INSCRITS-SATURE
                   END-IF
               ELSE
                   MOVE JR-SOURCE (4:3) TO INS-BRANCHE (WS-K)
               END-IF
           ELSE
               IF WS-K NOT > WS-NB-INSCRITS
                   MOVE SPACES TO INS-BRANCHE (WS-K)
               END-IF
           END-IF.
      *----------------------------------------------------------------
      * WS-ID-INSCRIT'S ENROLLING BRANCH INTO WS-BRANCHE-INSCRIT
      * (SPACES = THE SHOP); WS-K IS ITS SLOT, OR ONE PAST THE END IF
      * UNKNOWN.
      *----------------------------------------------------------------
       TROUVER-BRANCHE-MEMBRE.
           MOVE SPACES TO WS-BRANCHE-INSCRIT.
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-NB-INSCRITS
                      OR INS-ID (WS-K) = WS-ID-INSCRIT
               CONTINUE
           END-PERFORM.
           IF WS-K NOT > WS-NB-INSCRITS
               MOVE INS-BRANCHE (WS-K) TO WS-BRANCHE-INSCRIT
           END-IF.

      *----------------------------------------------------------------
      * THE SHOP'S PROCESSING DATE, THROUGH THE BUSDATE SERVICE - ONE
