       IDENTIFICATION DIVISION.
       PROGRAM-ID. MECCGCRT.
       AUTHOR. SHOP OPERATIONS.
      *          MEMBERSHIP CARD PRINT RUN. READS THE MEMBER MASTER AND
      *          ISSUES A CARD (MECCGCAR.DAT, MECCGCA.cpy LAYOUT) TO:
      *            - EVERY ACTIVE MEMBER WHO HAS NEVER HELD ONE (A NEW
      *              MEMBER), VALID TO ITS NEXT RENEWAL DATE;
      *            - EVERY ACTIVE MEMBER WHOSE CARD HAS BEEN RENEWED:
      *              A DUES INVOICE FALLING DUE ON OR AFTER THE CARD'S
      *              EXPIRY IS SETTLED ON THE REGISTER. THE NEW CARD
      *              RUNS TO THE FOLLOWING RENEWAL DATE AND THE OLD
      *              ONE IS BLOCKED AS REPLACED.
      *          THE RENEWAL DATE IS BUILT AS MECCGANN BUILDS IT
      *          (ANNIVERSARY, 29/02 CLAMPED TO 28 IN A COMMON YEAR,
      *          NEXT WORKING DAY BY DATESRV "P", ON THE CALENDAR OF
      *          THE BRANCH THE MEMBER ENROLLED AT WHEN IT CAME IN
      *          THROUGH A BRANCH DECK), SO IT IS ALSO THE DUE DATE
      *          MECCGDUE PUTS ON THE RENEWAL INVOICE. A
      *          MEMBER OF A HOUSEHOLD (MECCGFOY.DAT) WHOSE PAYER IS
      *          ACTIVE RENEWS WITH ITS PAYER: THE PAYER'S ANNIVERSARY
      *          AND THE PAYER'S FAMILY INVOICE COUNT. A MEMBER WITH
      *          NO ACTIVE CARD LEFT (LOST OR BLOCKED) IS NOT ISSUED
      *          ONE HERE - THAT IS THE DESK'S DECISION (MECCGCAR).
      *          THE CARDS TO PRINT GO TO MECCGCRT.CRT, ONE BOXED
      *          IMAGE EACH; THE CONTROL LISTING AND TOTALS TO
      *          MECCGCRT.RPT. A MEMBER WHOSE RENEWAL DATE CANNOT BE
      *          BUILT IS SKIPPED AND LOGGED IN EXCEPT.LOG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO "MECCG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MR-ID
               ALTERNATE RECORD KEY IS MR-NAME WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.
           SELECT CARD-FILE ASSIGN TO "MECCGCAR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-NUMERO
               ALTERNATE RECORD KEY IS CA-ID WITH DUPLICATES
               FILE STATUS IS WS-CAR-STATUS.
           SELECT INVOICE-FILE ASSIGN TO "MECCGINV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IV-NUMERO
               ALTERNATE RECORD KEY IS IV-ID WITH DUPLICATES
               FILE STATUS IS WS-INV-STATUS.
           SELECT HOUSEHOLD-FILE ASSIGN TO "MECCGFOY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FY-NUMERO
               ALTERNATE RECORD KEY IS FY-PAYEUR
               FILE STATUS IS WS-FOY-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "MECCG.JRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-JRN-STATUS.
           SELECT PRINT-FILE ASSIGN TO "MECCGCRT.CRT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO "MECCGCRT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEPTION-FILE ASSIGN TO "EXCEPT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-EXC-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "OPERATOR.CUR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-OPR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE.
           COPY "MECCGMR.cpy".
       FD  CARD-FILE
                      DATA RECORD CARD-RECORD.
           COPY "MECCGCA.cpy".
       FD  INVOICE-FILE
                      DATA RECORD INVOICE-RECORD.
           COPY "MECCGIV.cpy".
       FD  HOUSEHOLD-FILE
                      DATA RECORD HOUSEHOLD-RECORD.
           COPY "MECCGFY.cpy".
       FD  JOURNAL-FILE
                      DATA RECORD JOURNAL-RECORD.
           COPY "MECCGJR.cpy".
       FD  PRINT-FILE
                      DATA RECORD LIGNE-CRT.
       01  LIGNE-CRT             PIC X(80).
       FD  REPORT-FILE
                      DATA RECORD LIGNE-RPT.
       01  LIGNE-RPT             PIC X(100).
       FD  EXCEPTION-FILE
                      DATA RECORD EXCEPTION-LOG-RECORD.
           COPY "EXCLOG.cpy".
       FD  OPERATOR-FILE
                      DATA RECORD OPERATOR-CUR-RECORD.
       01  OPERATOR-CUR-RECORD   PIC X(8).

       WORKING-STORAGE SECTION.
           COPY "BUSDATE.cpy".
       01  WS-FILE-STATUS        PIC XX.
       01  WS-CAR-STATUS         PIC XX.
       01  WS-INV-STATUS         PIC XX.
       01  WS-FOY-STATUS         PIC XX.
       01  WS-JRN-STATUS         PIC XX.
       01  WS-EXC-STATUS         PIC XX.
       01  WS-OPR-STATUS         PIC XX.
       01  WS-OPERATEUR          PIC X(8).
       01  WS-HEURE-EXACTE.
           05  WS-HHMMSS         PIC 9(6).
           05  FILLER            PIC 99.
       01  WS-EOF-FLAG           PIC X    VALUE "N".
       01  WS-FIN-MEMBRE         PIC X.
       01  WS-REGISTRE-OUVERT    PIC X.
       01  WS-RUN-DATE           PIC 9(8).
       01  WS-PROCHAIN-NUMERO    PIC 9(8).
       01  WS-ID-ANCRE           PIC X(8).
       01  WS-JOIN-ANCRE         PIC 9(8).
       01  WS-JOIN-MOIS          PIC 99.
       01  WS-JOIN-JOUR          PIC 99.
       01  WS-BASE               PIC 9(8).
       01  WS-BASE-DET REDEFINES WS-BASE.
           05  WS-BASE-AN        PIC 9(4).
           05  FILLER            PIC 9(4).
       01  WS-AN                 PIC 9(4).
       01  WS-ORIGINE            PIC 9(8).
       01  WS-EXPIRATION         PIC 9(8).
       01  WS-DATE-OK            PIC X.
       01  WS-NB-CARTES          PIC S9(4) COMP.
       01  WS-CARTE-ACTIVE       PIC X.
       01  WS-ANCIEN-NUMERO      PIC 9(8).
       01  WS-ANCIENNE-EXP       PIC 9(8).
       01  WS-RENOUVELE          PIC X.
       01  WS-NATURE             PIC X(10).
       01  WS-ECRIT              PIC X.
       01  WS-ESSAIS             PIC S9(4) COMP.
       01  WS-NB-NOUVELLES       PIC 9(5) VALUE 0.
       01  WS-NB-RENOUVELEES     PIC 9(5) VALUE 0.
       01  WS-NB-A-JOUR          PIC 9(5) VALUE 0.
       01  WS-NB-SANS-CARTE      PIC 9(5) VALUE 0.
       01  WS-NB-ERREURS         PIC 9(5) VALUE 0.
       01  WS-EDT-NB             PIC ZZZZ9.
           COPY "DATESRV.cpy".

      *----------------------------------------------------------------
      * HOUSEHOLDS ARE READ BY KEY AS THE SWEEP REACHES THEM: A PAYER
      * ON THE FY-PAYEUR ALTERNATE KEY, A MEMBER THROUGH THE INDEX OF
      * MEMBERS BELOW, LOADED ONCE FROM MECCGFOY.DAT. WS-FO-ROLE ("P"
      * PAYER, "M" MEMBER, SPACE NEITHER) SAYS WHERE THE CURRENT
      * MEMBER STANDS; FC- IS ITS PAYER - WHETHER STILL ACTIVE, AND
      * ITS JOIN DATE FOR THE ANNIVERSARY.
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
           05  FC-ACTIF          PIC X.
           05  FC-JOIN           PIC 9(8).
       01  WS-FO-ROLE            PIC X.
       01  WS-M                  PIC S9(4) COMP.
       01  WS-MR-SAUVE           PIC X(127).
      *----------------------------------------------------------------
      * MEMBERS WHOSE LATEST ADD IN THE JOURNAL CAME FROM A BRANCH
      * DECK, WITH THAT BRANCH - THE SAME TABLE AS MECCGANN, SO THE
      * CARD RUNS TO THE DATE THE RENEWAL LISTING SHOWS.
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

       01  WS-LIGNE-DETAIL.
           05  DET-NUMERO        PIC 9(8).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  DET-ID            PIC X(8).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  DET-NOM           PIC X(20).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  DET-NATURE        PIC X(10).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  DET-EXPIRATION    PIC 9(8).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  DET-REMPLACE      PIC X(20).

       01  WS-CARTE-CADRE        PIC X(44) VALUE
           "+------------------------------------------+".
       01  WS-CARTE-LIGNE.
           05  FILLER            PIC X(2)  VALUE "| ".
           05  CRT-TEXTE         PIC X(40).
           05  FILLER            PIC X(2)  VALUE " |".

       PROCEDURE DIVISION.
       A-000-DEBUT.
           PERFORM LIRE-OPERATEUR.
           PERFORM LIRE-DATE-METIER
           MOVE BDA-DATE TO WS-RUN-DATE.
           OPEN INPUT MASTER-FILE.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "MECCG.DAT ABSENT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O CARD-FILE.
           IF WS-CAR-STATUS = "35"
               OPEN OUTPUT CARD-FILE
               CLOSE CARD-FILE
               OPEN I-O CARD-FILE
           END-IF.
           IF WS-CAR-STATUS NOT = "00"
               DISPLAY "MECCGCAR.DAT INACCESSIBLE - STATUT "
                       WS-CAR-STATUS
               CLOSE MASTER-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      *    WITHOUT THE REGISTER NO RENEWAL CAN BE PROVED - NEW CARDS
      *    ARE STILL ISSUED.
           MOVE "N" TO WS-REGISTRE-OUVERT.
           OPEN INPUT INVOICE-FILE.
           IF WS-INV-STATUS = "00"
               MOVE "O" TO WS-REGISTRE-OUVERT
           ELSE
               DISPLAY "MECCGINV.DAT ABSENT - AUCUN RENOUVELLEMENT"
           END-IF.
           PERFORM CHARGER-FOYERS THRU FIN-CHARGER-FOYERS.
           PERFORM CHARGER-INSCRITS-BRANCHE.
           PERFORM CHERCHER-DERNIER-NUMERO.
           OPEN OUTPUT PRINT-FILE.
           OPEN OUTPUT REPORT-FILE.
           PERFORM C-100-ENTETE.
       B-100-BALAYER.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ MASTER-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF MR-ACTIVE
                           PERFORM B-200-TRAITER-MEMBRE
                                   THRU F-200-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM C-900-TOTAUX.
           CLOSE MASTER-FILE CARD-FILE PRINT-FILE REPORT-FILE.
           IF WS-REGISTRE-OUVERT = "O"
               CLOSE INVOICE-FILE
           END-IF.
           IF WS-FOY-OUVERT = "O"
               CLOSE HOUSEHOLD-FILE
           END-IF.
           DISPLAY "CARTES NOUVELLES : " WS-NB-NOUVELLES
                   "  RENOUVELEES : " WS-NB-RENOUVELEES.
           STOP RUN.
      *----------------------------------------------------------------
      * ONE ACTIVE MEMBER: WHICH CARDS IT HOLDS, THEN A FIRST CARD,
      * A RENEWAL CARD, OR NOTHING.
      *----------------------------------------------------------------
       B-200-TRAITER-MEMBRE.
           MOVE MR-ID TO WS-ID-ANCRE.
           MOVE MR-JOIN-DATE TO WS-JOIN-ANCRE.
           PERFORM CHERCHER-FOYER THRU FIN-CHERCHER-FOYER.
           IF WS-FO-ROLE = "M" AND FC-ACTIF = "O"
               MOVE FC-PAYEUR TO WS-ID-ANCRE
               MOVE FC-JOIN TO WS-JOIN-ANCRE
           END-IF.
           PERFORM B-300-LIRE-CARTES.
           IF WS-NB-CARTES = 0
               MOVE WS-RUN-DATE TO WS-BASE
               PERFORM B-500-CALCULER-EXPIRATION THRU F-500-EXIT
               IF WS-DATE-OK NOT = "O"
                   GO TO F-200-EXIT
               END-IF
               MOVE 0 TO WS-ANCIEN-NUMERO
               MOVE "NOUVELLE" TO WS-NATURE
               PERFORM B-600-EMETTRE-CARTE THRU F-600-EXIT
               GO TO F-200-EXIT.
           IF WS-CARTE-ACTIVE NOT = "O"
               ADD 1 TO WS-NB-SANS-CARTE
               GO TO F-200-EXIT.
           PERFORM B-400-CHERCHER-REGLEMENT THRU F-400-EXIT.
           IF WS-RENOUVELE NOT = "O"
               ADD 1 TO WS-NB-A-JOUR
               GO TO F-200-EXIT.
      *    THE NEW CARD RUNS FROM THE LATER OF THE OLD EXPIRY AND
      *    TODAY TO THE FOLLOWING RENEWAL DATE.
           MOVE WS-ANCIENNE-EXP TO WS-BASE.
           IF WS-RUN-DATE > WS-BASE
               MOVE WS-RUN-DATE TO WS-BASE
           END-IF.
           PERFORM B-500-CALCULER-EXPIRATION THRU F-500-EXIT.
           IF WS-DATE-OK NOT = "O"
               GO TO F-200-EXIT.
           MOVE "RENOUVELEE" TO WS-NATURE.
           PERFORM B-600-EMETTRE-CARTE THRU F-600-EXIT.
           IF WS-ECRIT = "O"
               PERFORM B-700-BLOQUER-ANCIENNE THRU F-700-EXIT
           END-IF.
       F-200-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * EVERY CARD OF THE MEMBER, THROUGH THE CA-ID KEY: HOW MANY,
      * AND THE ACTIVE ONE (THE LATEST EXPIRY WHEN THERE ARE SEVERAL).
      *----------------------------------------------------------------
       B-300-LIRE-CARTES.
           MOVE 0 TO WS-NB-CARTES.
           MOVE "N" TO WS-CARTE-ACTIVE.
           MOVE 0 TO WS-ANCIEN-NUMERO WS-ANCIENNE-EXP.
           MOVE "N" TO WS-FIN-MEMBRE.
           MOVE MR-ID TO CA-ID.
           START CARD-FILE KEY IS EQUAL TO CA-ID
               INVALID KEY MOVE "Y" TO WS-FIN-MEMBRE
           END-START.
           PERFORM UNTIL WS-FIN-MEMBRE = "Y"
               READ CARD-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-FIN-MEMBRE
                   NOT AT END
                       IF CA-ID NOT = MR-ID
                           MOVE "Y" TO WS-FIN-MEMBRE
                       ELSE
                           ADD 1 TO WS-NB-CARTES
                           IF CA-ACTIVE
                              AND CA-DATE-EXPIRATION NOT <
                                  WS-ANCIENNE-EXP
                               MOVE "O" TO WS-CARTE-ACTIVE
                               MOVE CA-NUMERO TO WS-ANCIEN-NUMERO
                               MOVE CA-DATE-EXPIRATION
                                 TO WS-ANCIENNE-EXP
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *----------------------------------------------------------------
      * RENEWED = A SETTLED DUES INVOICE OF THE MEMBER (OR OF ITS
      * HOUSEHOLD PAYER) FALLING DUE ON OR AFTER THE CARD'S EXPIRY.
      * EVENT AND RETURNED-DEBIT FEES ARE NOT DUES.
      *----------------------------------------------------------------
       B-400-CHERCHER-REGLEMENT.
           MOVE "N" TO WS-RENOUVELE.
           IF WS-REGISTRE-OUVERT NOT = "O"
               GO TO F-400-EXIT.
           MOVE "N" TO WS-FIN-MEMBRE.
           MOVE WS-ID-ANCRE TO IV-ID.
           START INVOICE-FILE KEY IS EQUAL TO IV-ID
               INVALID KEY MOVE "Y" TO WS-FIN-MEMBRE
           END-START.
           PERFORM UNTIL WS-FIN-MEMBRE = "Y"
               READ INVOICE-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-FIN-MEMBRE
                   NOT AT END
                       IF IV-ID NOT = WS-ID-ANCRE
                           MOVE "Y" TO WS-FIN-MEMBRE
                       ELSE
                           IF IV-REGLEE
                              AND IV-DATE-ECHEANCE NOT <
                                  WS-ANCIENNE-EXP
                              AND IV-CATEG NOT = "EV"
                              AND IV-CATEG NOT = "RJ"
                               MOVE "O" TO WS-RENOUVELE
                               MOVE "Y" TO WS-FIN-MEMBRE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       F-400-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * THE FIRST RENEWAL DATE AFTER WS-BASE: THE ANNIVERSARY OF
      * WS-JOIN-ANCRE IN WS-BASE'S YEAR, ELSE IN THE NEXT ONE - BUILT
      * AS MECCGANN BUILDS IT, ON THE CALENDAR OF WS-ID-ANCRE'S
      * ENROLLING BRANCH.
      *----------------------------------------------------------------
       B-500-CALCULER-EXPIRATION.
           MOVE "N" TO WS-DATE-OK.
           MOVE WS-ID-ANCRE TO WS-ID-INSCRIT.
           PERFORM TROUVER-BRANCHE-MEMBRE.
           COMPUTE WS-JOIN-MOIS = FUNCTION MOD
               (FUNCTION INTEGER (WS-JOIN-ANCRE / 100) 100).
           COMPUTE WS-JOIN-JOUR = FUNCTION MOD (WS-JOIN-ANCRE, 100).
           IF WS-JOIN-ANCRE = 0
               MOVE "DATE D'ADHESION ABSENTE" TO EXC-REASON
               GO TO F-500-ERREUR.
           MOVE WS-BASE-AN TO WS-AN.
           PERFORM B-510-ANNIVERSAIRE THRU F-510-EXIT.
           IF WS-DATE-OK = "O" AND WS-EXPIRATION NOT > WS-BASE
               ADD 1 TO WS-AN
               PERFORM B-510-ANNIVERSAIRE THRU F-510-EXIT
           END-IF.
           IF WS-DATE-OK = "O"
               GO TO F-500-EXIT.
           MOVE "ECHEANCE CARTE NON CALCULEE" TO EXC-REASON.
       F-500-ERREUR.
           MOVE "N" TO WS-DATE-OK.
           MOVE MR-ID TO EXC-VALUE.
           MOVE "W" TO EXC-SEVERITY.
           PERFORM ECRIRE-EXCEPTION.
           ADD 1 TO WS-NB-ERREURS.
           MOVE SPACES TO LIGNE-RPT.
           STRING "  " MR-ID "  " MR-NAME "  NON EMISE - " EXC-REASON
               DELIMITED BY SIZE INTO LIGNE-RPT.
           WRITE LIGNE-RPT.
       F-500-EXIT.
           EXIT.
       B-510-ANNIVERSAIRE.
           MOVE "N" TO WS-DATE-OK.
           COMPUTE WS-ORIGINE = WS-AN * 10000
               + WS-JOIN-MOIS * 100 + WS-JOIN-JOUR.
           MOVE "V" TO DSA-FONCTION.
           MOVE WS-ORIGINE TO DSA-DATE-1.
           CALL "DATESRV" USING DATE-SERVICE-AREA.
           IF DSA-RETOUR NOT = "00"
               SUBTRACT 1 FROM DSA-DATE-1
               CALL "DATESRV" USING DATE-SERVICE-AREA
               IF DSA-RETOUR NOT = "00"
                   GO TO F-510-EXIT
               END-IF
               MOVE DSA-DATE-1 TO WS-ORIGINE
           END-IF.
           MOVE "P" TO DSA-FONCTION.
           MOVE WS-BRANCHE-INSCRIT TO DSA-BRANCHE.
           MOVE WS-ORIGINE TO DSA-DATE-1.
           CALL "DATESRV" USING DATE-SERVICE-AREA.
           IF DSA-RETOUR NOT = "00"
               GO TO F-510-EXIT.
           MOVE DSA-DATE-2 TO WS-EXPIRATION.
           MOVE "O" TO WS-DATE-OK.
       F-510-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * A NEW CARD WRITTEN UNDER THE NEXT NUMBER - A NUMBER FOUND
      * TAKEN (THE DESK ISSUED ONE SINCE THE SCAN) IS SKIPPED - THEN
      * PRINTED AND LISTED.
      *----------------------------------------------------------------
       B-600-EMETTRE-CARTE.
           MOVE "N" TO WS-ECRIT.
           MOVE 0 TO WS-ESSAIS.
           PERFORM UNTIL WS-ECRIT = "O" OR WS-ESSAIS > 20
               MOVE SPACES TO CARD-RECORD
               MOVE WS-PROCHAIN-NUMERO TO CA-NUMERO
               MOVE MR-ID TO CA-ID
               MOVE WS-RUN-DATE TO CA-DATE-EMISSION CA-DATE-ETAT
               MOVE WS-EXPIRATION TO CA-DATE-EXPIRATION
               MOVE "A" TO CA-ETAT
               MOVE WS-ANCIEN-NUMERO TO CA-REMPLACE
               MOVE WS-OPERATEUR TO CA-PAR
               ADD 1 TO WS-PROCHAIN-NUMERO
               ADD 1 TO WS-ESSAIS
               MOVE "O" TO WS-ECRIT
               WRITE CARD-RECORD
                   INVALID KEY MOVE "N" TO WS-ECRIT
               END-WRITE
           END-PERFORM.
           IF WS-ECRIT NOT = "O"
               MOVE MR-ID TO EXC-VALUE
               MOVE "CARTE NON ECRITE" TO EXC-REASON
               MOVE "W" TO EXC-SEVERITY
               PERFORM ECRIRE-EXCEPTION
               ADD 1 TO WS-NB-ERREURS
               GO TO F-600-EXIT.
           IF WS-ANCIEN-NUMERO = 0
               ADD 1 TO WS-NB-NOUVELLES
           ELSE
               ADD 1 TO WS-NB-RENOUVELEES
           END-IF.
           PERFORM C-200-IMPRIMER-CARTE.
           MOVE CA-NUMERO TO DET-NUMERO.
           MOVE MR-ID TO DET-ID.
           MOVE MR-NAME TO DET-NOM.
           MOVE WS-NATURE TO DET-NATURE.
           MOVE CA-DATE-EXPIRATION TO DET-EXPIRATION.
           MOVE SPACES TO DET-REMPLACE.
           IF WS-ANCIEN-NUMERO NOT = 0
               STRING "REMPLACE " WS-ANCIEN-NUMERO
                   DELIMITED BY SIZE INTO DET-REMPLACE
           END-IF.
           MOVE WS-LIGNE-DETAIL TO LIGNE-RPT.
           WRITE LIGNE-RPT.
       F-600-EXIT.
           EXIT.
      *    THE CARD REPLACED BY A RENEWAL IS BLOCKED - ONE ACTIVE CARD
      *    PER MEMBER.
       B-700-BLOQUER-ANCIENNE.
           MOVE WS-ANCIEN-NUMERO TO CA-NUMERO.
           READ CARD-FILE
               INVALID KEY GO TO F-700-EXIT
           END-READ.
           MOVE "B" TO CA-ETAT.
           MOVE "REMPLACEE RENOUVEL." TO CA-MOTIF.
           MOVE WS-RUN-DATE TO CA-DATE-ETAT.
           MOVE WS-OPERATEUR TO CA-PAR.
           REWRITE CARD-RECORD
               INVALID KEY
                   MOVE WS-ANCIEN-NUMERO TO EXC-VALUE
                   MOVE "ANCIENNE CARTE NON BLOQUEE" TO EXC-REASON
                   MOVE "W" TO EXC-SEVERITY
                   PERFORM ECRIRE-EXCEPTION
           END-REWRITE.
       F-700-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * ONE BOXED CARD IMAGE ON MECCGCRT.CRT.
      *----------------------------------------------------------------
       C-200-IMPRIMER-CARTE.
           MOVE WS-CARTE-CADRE TO LIGNE-CRT.
           WRITE LIGNE-CRT.
           MOVE "MECCG - CARTE DE MEMBRE" TO CRT-TEXTE.
           MOVE WS-CARTE-LIGNE TO LIGNE-CRT.
           WRITE LIGNE-CRT.
           MOVE SPACES TO CRT-TEXTE.
           STRING "CARTE NO   " CA-NUMERO
               DELIMITED BY SIZE INTO CRT-TEXTE.
           MOVE WS-CARTE-LIGNE TO LIGNE-CRT.
           WRITE LIGNE-CRT.
           MOVE SPACES TO CRT-TEXTE.
           STRING "MEMBRE     " MR-ID
               DELIMITED BY SIZE INTO CRT-TEXTE.
           MOVE WS-CARTE-LIGNE TO LIGNE-CRT.
           WRITE LIGNE-CRT.
           MOVE SPACES TO CRT-TEXTE.
           STRING "           " MR-NAME
               DELIMITED BY SIZE INTO CRT-TEXTE.
           MOVE WS-CARTE-LIGNE TO LIGNE-CRT.
           WRITE LIGNE-CRT.
           MOVE SPACES TO CRT-TEXTE.
           STRING "VALABLE DU " CA-DATE-EMISSION " AU "
                  CA-DATE-EXPIRATION
               DELIMITED BY SIZE INTO CRT-TEXTE.
           MOVE WS-CARTE-LIGNE TO LIGNE-CRT.
           WRITE LIGNE-CRT.
           MOVE WS-CARTE-CADRE TO LIGNE-CRT.
           WRITE LIGNE-CRT.
           MOVE SPACES TO LIGNE-CRT.
           WRITE LIGNE-CRT.
       C-100-ENTETE.
           MOVE SPACES TO LIGNE-RPT.
           STRING "CARTES DE MEMBRE EMISES LE " WS-RUN-DATE
               DELIMITED BY SIZE INTO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE ALL "=" TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE "CARTE     MEMBRE    NOM                   NATURE"
             TO LIGNE-RPT.
           MOVE "EXPIRE LE" TO LIGNE-RPT (55:9).
           WRITE LIGNE-RPT.
       C-900-TOTAUX.
           MOVE SPACES TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE WS-NB-NOUVELLES TO WS-EDT-NB.
           MOVE SPACES TO LIGNE-RPT.
           STRING "CARTES NOUVELLES           : " WS-EDT-NB
               DELIMITED BY SIZE INTO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE WS-NB-RENOUVELEES TO WS-EDT-NB.
           MOVE SPACES TO LIGNE-RPT.
           STRING "CARTES RENOUVELEES         : " WS-EDT-NB
               DELIMITED BY SIZE INTO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE WS-NB-A-JOUR TO WS-EDT-NB.
           MOVE SPACES TO LIGNE-RPT.
           STRING "CARTES EN COURS, INCHANGEES: " WS-EDT-NB
               DELIMITED BY SIZE INTO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE WS-NB-SANS-CARTE TO WS-EDT-NB.
           MOVE SPACES TO LIGNE-RPT.
           STRING "SANS CARTE ACTIVE (GUICHET): " WS-EDT-NB
               DELIMITED BY SIZE INTO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE WS-NB-ERREURS TO WS-EDT-NB.
           MOVE SPACES TO LIGNE-RPT.
           STRING "NON EMISES (EXCEPT.LOG)    : " WS-EDT-NB
               DELIMITED BY SIZE INTO LIGNE-RPT.
           WRITE LIGNE-RPT.
      *----------------------------------------------------------------
      * THE HIGHEST CARD NUMBER ON FILE - NUMBERING CARRIES ON FROM
      * IT.
      *----------------------------------------------------------------
       CHERCHER-DERNIER-NUMERO.
           MOVE 1 TO WS-PROCHAIN-NUMERO.
           MOVE ZERO TO CA-NUMERO.
           MOVE "N" TO WS-FIN-MEMBRE.
           START CARD-FILE KEY IS NOT LESS THAN CA-NUMERO
               INVALID KEY MOVE "Y" TO WS-FIN-MEMBRE
           END-START.
           PERFORM UNTIL WS-FIN-MEMBRE = "Y"
               READ CARD-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-FIN-MEMBRE
                   NOT AT END
                       COMPUTE WS-PROCHAIN-NUMERO = CA-NUMERO + 1
               END-READ
           END-PERFORM.
      *----------------------------------------------------------------
      * OPENS MECCGFOY.DAT FOR THE RUN (NO FILE, NO HOUSEHOLDS) AND
      * INDEXES WHICH HOUSEHOLD EVERY MEMBER BELONGS TO. AN INDEX TOO
      * SMALL FOR THE FILE WOULD DATE A COVERED MEMBER'S CARD ON ITS
      * OWN ANNIVERSARY, SO THE RUN STOPS BEFORE ISSUING ANY.
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
               MOVE "MECCGFOY.DAT" TO EXC-VALUE
               MOVE "TABLE DES FOYERS SATUREE" TO EXC-REASON
               MOVE "S" TO EXC-SEVERITY
               PERFORM ECRIRE-EXCEPTION
               CLOSE HOUSEHOLD-FILE
               CLOSE MASTER-FILE CARD-FILE
               IF WS-REGISTRE-OUVERT = "O"
                   CLOSE INVOICE-FILE
               END-IF
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
      *    THE PAYER'S STATE AND JOIN DATE ARE READ ON THE MASTER BY
      *    KEY; THE SWEEP'S OWN RECORD IS THEN READ BACK, WHICH ALSO
      *    PUTS THE SWEEP BACK WHERE IT WAS.
       RETENIR-FOYER.
           MOVE MASTER-RECORD TO WS-MR-SAUVE.
           MOVE FY-PAYEUR TO FC-PAYEUR.
           MOVE "N" TO FC-ACTIF.
           MOVE 0 TO FC-JOIN.
           MOVE FY-PAYEUR TO MR-ID.
           READ MASTER-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF MR-ACTIVE
                       MOVE "O" TO FC-ACTIF
                   END-IF
                   MOVE MR-JOIN-DATE TO FC-JOIN
           END-READ.
           MOVE WS-MR-SAUVE TO MASTER-RECORD.
           READ MASTER-FILE
               INVALID KEY CONTINUE
           END-READ.
      *----------------------------------------------------------------
      * ONE PASS OF THE JOURNAL: EVERY ADD, IN ORDER, SETS OR CLEARS
      * THE MEMBER'S ENROLLING BRANCH. A TABLE TOO SMALL FOR THE
      * JOURNAL LEAVES THE MEMBERS IT MISSES ON THE SHOP'S CALENDAR,
      * WHICH IS LOGGED.
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
               MOVE "MECCG.JRN" TO EXC-VALUE
               MOVE "TABLE DES INSCRITS SATUREE" TO EXC-REASON
               MOVE "W" TO EXC-SEVERITY
               PERFORM ECRIRE-EXCEPTION
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
           MOVE "MECCGCRT" TO EXC-PROGRAM.
           MOVE WS-RUN-DATE TO EXC-DATE.
           ACCEPT WS-HEURE-EXACTE FROM TIME.
           MOVE WS-HHMMSS TO EXC-TIME.
           MOVE WS-OPERATEUR TO EXC-OPERATOR.
           WRITE EXCEPTION-LOG-RECORD.
           CLOSE EXCEPTION-FILE.
      *----------------------------------------------------------------
      * THE SIGNED-ON OPERATOR (OPERATOR.CUR, WRITTEN BY ASL) -
      * STAMPED ON EVERY CARD ISSUED.
      *----------------------------------------------------------------
       LIRE-OPERATEUR.
           MOVE "INCONNU" TO WS-OPERATEUR.
           OPEN INPUT OPERATOR-FILE.
           IF WS-OPR-STATUS = "00"
               READ OPERATOR-FILE
                   AT END CONTINUE
                   NOT AT END MOVE OPERATOR-CUR-RECORD TO WS-OPERATEUR
               END-READ
               CLOSE OPERATOR-FILE
           END-IF.

      *----------------------------------------------------------------
      * THE SHOP'S PROCESSING DATE, THROUGH THE BUSDATE SERVICE - ONE
      * OPERATING DAY IS ONE DATE, WHATEVER THE WALL CLOCK SAYS PAST
      * MIDNIGHT.
      *----------------------------------------------------------------
       LIRE-DATE-METIER.
           MOVE "L" TO BDA-FONCTION.
           CALL "BUSDATE" USING BUSINESS-DATE-AREA.

       END PROGRAM MECCGCRT.
