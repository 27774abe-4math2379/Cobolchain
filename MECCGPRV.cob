       IDENTIFICATION DIVISION.
       PROGRAM-ID. MECCGPRV.
       AUTHOR. SHOP OPERATIONS.
      *          DUES REVENUE FORECAST FOR ONE FISCAL EXERCISE, WITH AN
      *          OPTIONAL RATE-CHANGE WHAT-IF, FOR THE COMMITTEE'S
      *          AUTUMN BUDGET. FOR EVERY ACTIVE MEMBER THE RENEWAL
      *          DATE IN THE EXERCISE IS BUILT EXACTLY AS THE BILLING
      *          RUN BUILDS IT (MECCGDUE / MECCGANN: JOIN-DATE
      *          ANNIVERSARY, 29/02 CLAMPED, NEXT WORKING DAY) AND THE
      *          RATE IN FORCE AT THAT DATE IS TAKEN FROM DUESRATE.DAT,
      *          FUTURE-DATED REVISIONS INCLUDED. EACH AMOUNT IS THEN
      *          REDUCED BY THE CATEGORY'S ATTRITION: THE LEAVERS OF
      *          THE LAST TWELVE MONTHS IN MECCG.JRN (A MEMBER MARKED
      *          LEFT OR DELETED) OVER THE CATEGORY'S ACTIVE MEMBERS
      *          PLUS THOSE LEAVERS, APPLIED PRO RATA TO THE MONTHS
      *          BETWEEN TODAY AND THE RENEWAL (A RENEWAL ALREADY PAST
      *          IS TAKEN AT FACE). THE EXERCISE OPENS IN THE MONTH
      *          GIVEN IN MECCGCLO.CTL, AS FOR THE PERIOD CLOSE.
      *          WHAT-IF: THE OPERATOR NAMES AN ALTERNATIVE RATE FILE
      *          (DUESRATE.DAT LAYOUT); ITS RESULT PRINTS BESIDE THE
      *          CURRENT RATES, WITH THE DIFFERENCE. BOTH RATE FILES
      *          ARE ONLY READ. THE REPORT (MECCGPRV.RPT) GIVES THE
      *          ATTRITION TABLE, THE EXPECTED BILLING BY MONTH AND
      *          CATEGORY, AND THE TOTALS BY CATEGORY AND OVERALL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO "MECCG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MR-ID
               ALTERNATE RECORD KEY IS MR-NAME WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "MECCG.JRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-JRN-STATUS.
           SELECT RATE-FILE ASSIGN TO "DUESRATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-TAR-STATUS.
           SELECT VARIANT-FILE ASSIGN TO DYNAMIC WS-NOM-VARIANTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-VAR-STATUS.
           SELECT CONTROL-FILE ASSIGN TO "MECCGCLO.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-CTL-STATUS.
           SELECT REPORT-FILE ASSIGN TO "MECCGPRV.RPT"
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
       FD  JOURNAL-FILE
                      DATA RECORD JOURNAL-RECORD.
           COPY "MECCGJR.cpy".
       FD  RATE-FILE
                      DATA RECORD RATE-RECORD.
       01  RATE-RECORD.
           05  TF-CATEG          PIC XX.
           05  TF-DU             PIC 9(8).
           05  TF-AU             PIC 9(8).
           05  TF-MONTANT        PIC 9(5)V99.
       FD  VARIANT-FILE
                      DATA RECORD VARIANT-RECORD.
       01  VARIANT-RECORD.
           05  TV-CATEG          PIC XX.
           05  TV-DU             PIC 9(8).
           05  TV-AU             PIC 9(8).
           05  TV-MONTANT        PIC 9(5)V99.
       FD  CONTROL-FILE
                      DATA RECORD CONTROL-RECORD.
       01  CONTROL-RECORD        PIC X(10).
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
           COPY "DATESRV.cpy".
      *    THE JOURNAL'S BEFORE AND AFTER IMAGES, SEEN AS MEMBERS.
           COPY "MECCGMR.cpy" REPLACING ==MASTER-RECORD==
               BY ==JRN-AVANT== LEADING ==MR== BY ==JA==.
           COPY "MECCGMR.cpy" REPLACING ==MASTER-RECORD==
               BY ==JRN-APRES== LEADING ==MR== BY ==JP==.
       01  WS-FILE-STATUS        PIC XX.
       01  WS-JRN-STATUS         PIC XX.
       01  WS-TAR-STATUS         PIC XX.
       01  WS-VAR-STATUS         PIC XX.
       01  WS-CTL-STATUS         PIC XX.
       01  WS-EXC-STATUS         PIC XX.
       01  WS-OPR-STATUS         PIC XX.
       01  WS-OPERATEUR          PIC X(8).
       01  WS-HEURE-EXACTE.
           05  WS-HHMMSS         PIC 9(6).
           05  FILLER            PIC 99.
       01  WS-EOF-FLAG           PIC X.
       01  WS-RUN-DATE           PIC 9(8).
       01  WS-RUN-DATE-DET REDEFINES WS-RUN-DATE.
           05  WS-RUN-AN         PIC 9(4).
           05  WS-RUN-MOIS       PIC 99.
           05  WS-RUN-JOUR       PIC 99.
       01  WS-DEPUIS             PIC 9(8).
       01  WS-OUVERTURE-EXO      PIC 99 VALUE 1.
       01  WS-EXERCICE           PIC 9(4).
       01  WS-REPONSE            PIC X(4).
       01  WS-NOM-VARIANTE       PIC X(30).
       01  WS-AVEC-VARIANTE      PIC X    VALUE "N".
       01  WS-JOIN-MOIS          PIC 99.
       01  WS-JOIN-JOUR          PIC 99.
       01  WS-CIBLE-AN           PIC 9(4).
       01  WS-ORIGINE            PIC 9(8).
       01  WS-ECHEANCE           PIC 9(8).
       01  WS-ECHEANCE-DET REDEFINES WS-ECHEANCE.
           05  WS-ECH-AN         PIC 9(4).
           05  WS-ECH-MOIS       PIC 99.
           05  WS-ECH-JOUR       PIC 99.
       01  WS-MOIS-ECART         PIC S9(4) COMP.
       01  WS-SURVIE             PIC S9V9(4).
       01  WS-M                  PIC S9(4) COMP.
       01  WS-C                  PIC S9(4) COMP.
       01  WS-T                  PIC S9(4) COMP.
       01  WS-RANG               PIC S9(4) COMP.
       01  WS-CATEG              PIC XX.
       01  WS-MEILLEUR-DU        PIC 9(8).
       01  WS-TARIF-TROUVE       PIC X.
       01  WS-MONTANT            PIC 9(5)V99.
       01  WS-MONTANT-VAR        PIC 9(5)V99.
       01  WS-VAR-TROUVE         PIC X.
       01  WS-NB-ACTIFS          PIC 9(6) VALUE 0.
       01  WS-NB-SANS-TARIF      PIC 9(6) VALUE 0.
       01  WS-NB-DEPARTS         PIC 9(6) VALUE 0.
       01  WS-EDT-NB             PIC ZZZZZ9.
       01  WS-EDT-TAUX           PIC ZZ9.99.
       01  WS-EDT-TOTAL          PIC ZZZZZZZ9.99.
       01  WS-EDT-ECART          PIC -ZZZZZZZ9.99.
      *----------------------------------------------------------------
      * RATE TABLES IN MEMORY - CURRENT AND WHAT-IF. SMALL, AS IN THE
      * BILLING RUN.
      *----------------------------------------------------------------
       01  WS-NB-TARIFS          PIC S9(4) COMP VALUE 0.
       01  TABLE-TARIFS.
           05  TARIF OCCURS 50.
               10  TAR-CATEG     PIC XX.
               10  TAR-DU        PIC 9(8).
               10  TAR-AU        PIC 9(8).
               10  TAR-MONTANT   PIC 9(5)V99.
       01  WS-NB-VARIANTES       PIC S9(4) COMP VALUE 0.
       01  TABLE-VARIANTES.
           05  VARIANTE OCCURS 50.
               10  VAR-CATEG     PIC XX.
               10  VAR-DU        PIC 9(8).
               10  VAR-AU        PIC 9(8).
               10  VAR-MONTANT   PIC 9(5)V99.
      *----------------------------------------------------------------
      * ONE ENTRY PER CATEGORY: ATTRITION, THEN THE FORECAST FOR EACH
      * MONTH OF THE EXERCISE (1 = OPENING MONTH) - MEMBERS RENEWING,
      * GROSS AT CURRENT RATES, NET OF ATTRITION AT CURRENT AND AT
      * WHAT-IF RATES.
      *----------------------------------------------------------------
       01  WS-NB-CATEG           PIC S9(4) COMP VALUE 0.
       01  TABLE-CATEG.
           05  CATEG OCCURS 20.
               10  CA-CODE       PIC XX.
               10  CA-ACTIFS     PIC 9(6).
               10  CA-DEPARTS    PIC 9(6).
               10  CA-TAUX       PIC 9V9(4).
               10  CA-MOIS OCCURS 12.
                   15  CM-NB     PIC 9(6).
                   15  CM-BRUT   PIC 9(7)V99.
                   15  CM-NET    PIC 9(7)V99.
                   15  CM-VAR    PIC 9(7)V99.
       01  WS-TOT-NB             PIC 9(6).
       01  WS-TOT-BRUT           PIC 9(9)V99.
       01  WS-TOT-NET            PIC 9(9)V99.
       01  WS-TOT-VAR            PIC 9(9)V99.
       01  WS-GEN-NB             PIC 9(6) VALUE 0.
       01  WS-GEN-BRUT           PIC 9(9)V99 VALUE 0.
       01  WS-GEN-NET            PIC 9(9)V99 VALUE 0.
       01  WS-GEN-VAR            PIC 9(9)V99 VALUE 0.
       01  WS-ECART              PIC S9(9)V99.
       01  WS-AAAAMM             PIC 9(6).

       01  WS-LIGNE-ATTRITION.
           05  LA-CATEG          PIC XX.
           05  FILLER            PIC X(6)  VALUE SPACES.
           05  LA-ACTIFS         PIC ZZZZZ9.
           05  FILLER            PIC X(6)  VALUE SPACES.
           05  LA-DEPARTS        PIC ZZZZZ9.
           05  FILLER            PIC X(6)  VALUE SPACES.
           05  LA-TAUX           PIC ZZ9.99.
           05  FILLER            PIC X(2)  VALUE " %".
       01  WS-LIGNE-PREVISION.
           05  LP-LIBELLE        PIC X(8).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  LP-CATEG          PIC XX.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  LP-NB             PIC ZZZZZ9.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  LP-BRUT           PIC ZZZZZZZ9.99.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  LP-NET            PIC ZZZZZZZ9.99.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  LP-VAR            PIC X(11).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  LP-ECART          PIC X(12).

       PROCEDURE DIVISION.
       A-000-DEBUT.
           PERFORM LIRE-OPERATEUR.
           PERFORM LIRE-DATE-METIER
           MOVE BDA-DATE TO WS-RUN-DATE.
           PERFORM LIRE-OUVERTURE-EXO.
      *    DEFAULT: THE EXERCISE AFTER THE ONE TODAY FALLS IN.
           MOVE "F" TO DSA-FONCTION.
           MOVE WS-RUN-DATE TO DSA-DATE-1.
           MOVE WS-OUVERTURE-EXO TO DSA-NB-JOURS.
           CALL "DATESRV" USING DATE-SERVICE-AREA.
           COMPUTE WS-EXERCICE = DSA-EXERCICE + 1.
           DISPLAY "EXERCICE A PREVOIR (AAAA, ENTREE = " WS-EXERCICE
                   ") : ".
           ACCEPT WS-REPONSE.
           IF WS-REPONSE NOT = SPACES
               IF WS-REPONSE NUMERIC AND WS-REPONSE > "1900"
                   MOVE WS-REPONSE TO WS-EXERCICE
               ELSE
                   DISPLAY "EXERCICE INVALIDE: " WS-REPONSE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           DISPLAY "FICHIER DE TARIFS VARIANTE (ENTREE = AUCUN) : ".
           ACCEPT WS-NOM-VARIANTE.
           MOVE FUNCTION UPPER-CASE(WS-NOM-VARIANTE)
               TO WS-NOM-VARIANTE.
           OPEN EXTEND EXCEPTION-FILE.
           IF WS-EXC-STATUS = "35"
               OPEN OUTPUT EXCEPTION-FILE
               CLOSE EXCEPTION-FILE
               OPEN EXTEND EXCEPTION-FILE
           END-IF.
           PERFORM CHARGER-TARIFS.
           IF WS-NB-TARIFS = 0
               DISPLAY "DUESRATE.DAT ABSENT OU VIDE - PAS DE PREVISION"
               MOVE "DUESRATE.DAT" TO EXC-VALUE
               MOVE "TABLE DES TARIFS ABSENTE" TO EXC-REASON
               MOVE "W" TO EXC-SEVERITY
               PERFORM ECRIRE-EXCEPTION
               CLOSE EXCEPTION-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-NOM-VARIANTE NOT = SPACES
               PERFORM CHARGER-VARIANTE
               IF WS-NB-VARIANTES = 0
                   DISPLAY WS-NOM-VARIANTE
                           " ABSENT OU VIDE - PAS DE VARIANTE"
                   MOVE WS-NOM-VARIANTE TO EXC-VALUE
                   MOVE "TARIFS VARIANTE ABSENTS" TO EXC-REASON
                   MOVE "W" TO EXC-SEVERITY
                   PERFORM ECRIRE-EXCEPTION
                   CLOSE EXCEPTION-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "O" TO WS-AVEC-VARIANTE
           END-IF.
           OPEN INPUT MASTER-FILE.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "MECCG.DAT ABSENT"
               CLOSE EXCEPTION-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           INITIALIZE TABLE-CATEG.
       B-100-COMPTER-ACTIFS.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ MASTER-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF MR-ACTIVE
                           MOVE MR-CATEGORY TO WS-CATEG
                           PERFORM TROUVER-CATEG
                           IF WS-RANG > 0
                               ADD 1 TO CA-ACTIFS (WS-RANG)
                               ADD 1 TO WS-NB-ACTIFS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM B-200-ATTRITION THRU FIN-ATTRITION.
      *    SECOND PASS: EVERY ACTIVE MEMBER'S RENEWAL IN THE EXERCISE.
           CLOSE MASTER-FILE.
           OPEN INPUT MASTER-FILE.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ MASTER-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF MR-ACTIVE AND MR-JOIN-DATE NOT = 0
                           PERFORM B-300-PREVOIR-MEMBRE
                                   THRU F-300-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MASTER-FILE.
           PERFORM C-100-EDITER.
           CLOSE EXCEPTION-FILE.
           DISPLAY "PREVISION EXERCICE " WS-EXERCICE
                   " TERMINEE - VOIR MECCGPRV.RPT".
           STOP RUN.
      *----------------------------------------------------------------
      * LEAVERS OF THE LAST TWELVE MONTHS, BY THE CATEGORY THEY LEFT
      * FROM: AN UPDATE TURNING A MEMBER TO "L", OR A DELETE OF A
      * MEMBER WHO HAD NOT ALREADY LEFT. THE RATE IS LEAVERS OVER
      * (ACTIVE NOW + LEAVERS).
      *----------------------------------------------------------------
       B-200-ATTRITION.
           COMPUTE WS-DEPUIS = WS-RUN-DATE - 10000.
           OPEN INPUT JOURNAL-FILE.
           IF WS-JRN-STATUS NOT = "00"
               GO TO C-200-TAUX.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ JOURNAL-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF JR-DATE > WS-DEPUIS
                          AND JR-DATE NOT > WS-RUN-DATE
                           MOVE JR-BEFORE TO JRN-AVANT
                           MOVE JR-AFTER TO JRN-APRES
                           IF (JR-TYPE = "U" AND JP-LEFT
                               AND NOT JA-LEFT)
                              OR (JR-TYPE = "D" AND NOT JA-LEFT)
                               MOVE JA-CATEGORY TO WS-CATEG
                               PERFORM TROUVER-CATEG
                               IF WS-RANG > 0
                                   ADD 1 TO CA-DEPARTS (WS-RANG)
                                   ADD 1 TO WS-NB-DEPARTS
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE JOURNAL-FILE.
       C-200-TAUX.
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > WS-NB-CATEG
               IF CA-ACTIFS (WS-C) + CA-DEPARTS (WS-C) > 0
                   COMPUTE CA-TAUX (WS-C) ROUNDED =
                       CA-DEPARTS (WS-C) /
                       (CA-ACTIFS (WS-C) + CA-DEPARTS (WS-C))
               END-IF
           END-PERFORM.
       FIN-ATTRITION.
           EXIT.
      *----------------------------------------------------------------
      * ONE MEMBER: THE RENEWAL DATE IN THE EXERCISE (SAME ARITHMETIC
      * AS THE BILLING RUN), THE RATES IN FORCE THEN, AND THE SHARE
      * EXPECTED TO SURVIVE ATTRITION UNTIL THAT DATE.
      *----------------------------------------------------------------
       B-300-PREVOIR-MEMBRE.
           COMPUTE WS-JOIN-MOIS = FUNCTION MOD
               (FUNCTION INTEGER (MR-JOIN-DATE / 100) 100).
           COMPUTE WS-JOIN-JOUR = FUNCTION MOD (MR-JOIN-DATE, 100).
           IF WS-JOIN-MOIS < 1 OR WS-JOIN-MOIS > 12
               GO TO F-300-EXIT.
           MOVE WS-EXERCICE TO WS-CIBLE-AN.
           IF WS-JOIN-MOIS < WS-OUVERTURE-EXO
               ADD 1 TO WS-CIBLE-AN
           END-IF.
           COMPUTE WS-ORIGINE = WS-CIBLE-AN * 10000
               + WS-JOIN-MOIS * 100 + WS-JOIN-JOUR.
      *    NO RENEWAL BEFORE THE FIRST ANNIVERSARY.
           IF WS-ORIGINE NOT > MR-JOIN-DATE
               GO TO F-300-EXIT.
           MOVE "V" TO DSA-FONCTION.
           MOVE WS-ORIGINE TO DSA-DATE-1.
           CALL "DATESRV" USING DATE-SERVICE-AREA.
           IF DSA-RETOUR NOT = "00"
               SUBTRACT 1 FROM DSA-DATE-1
               CALL "DATESRV" USING DATE-SERVICE-AREA
               IF DSA-RETOUR NOT = "00"
                   GO TO F-300-EXIT
               END-IF
               MOVE DSA-DATE-1 TO WS-ORIGINE
           END-IF.
           MOVE "P" TO DSA-FONCTION.
           MOVE WS-ORIGINE TO DSA-DATE-1.
           CALL "DATESRV" USING DATE-SERVICE-AREA.
           IF DSA-RETOUR NOT = "00"
               GO TO F-300-EXIT.
           MOVE DSA-DATE-2 TO WS-ECHEANCE.
      *    THE MONTH OF THE EXERCISE IS THE ANNIVERSARY MONTH, EVEN
      *    WHEN THE WORKING-DAY SHIFT CROSSES INTO THE NEXT ONE - AS
      *    THE BILLING RUN DOES.
           COMPUTE WS-M = WS-JOIN-MOIS - WS-OUVERTURE-EXO + 1.
           IF WS-M < 1
               ADD 12 TO WS-M
           END-IF.
           MOVE MR-CATEGORY TO WS-CATEG.
           PERFORM TROUVER-CATEG.
           IF WS-RANG = 0
               GO TO F-300-EXIT.
           PERFORM CHERCHER-TARIF.
           IF WS-TARIF-TROUVE NOT = "O"
               ADD 1 TO WS-NB-SANS-TARIF
               MOVE 0 TO WS-MONTANT
           END-IF.
           MOVE 0 TO WS-MONTANT-VAR.
           IF WS-AVEC-VARIANTE = "O"
               PERFORM CHERCHER-VARIANTE
           END-IF.
           COMPUTE WS-MOIS-ECART = (WS-ECH-AN * 12 + WS-ECH-MOIS)
               - (WS-RUN-AN * 12 + WS-RUN-MOIS).
           IF WS-MOIS-ECART < 0
               MOVE 0 TO WS-MOIS-ECART
           END-IF.
           COMPUTE WS-SURVIE ROUNDED =
               1 - CA-TAUX (WS-RANG) * WS-MOIS-ECART / 12.
           IF WS-SURVIE < 0
               MOVE 0 TO WS-SURVIE
           END-IF.
           ADD 1 TO CM-NB (WS-RANG WS-M).
           ADD WS-MONTANT TO CM-BRUT (WS-RANG WS-M).
           COMPUTE CM-NET (WS-RANG WS-M) ROUNDED =
               CM-NET (WS-RANG WS-M) + WS-MONTANT * WS-SURVIE.
           COMPUTE CM-VAR (WS-RANG WS-M) ROUNDED =
               CM-VAR (WS-RANG WS-M) + WS-MONTANT-VAR * WS-SURVIE.
       F-300-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * THE CATEGORY'S ENTRY (ADDED WHEN FIRST SEEN). WS-RANG = 0 WHEN
      * THE TABLE IS FULL - LOGGED ONCE PER CATEGORY MISSED.
      *----------------------------------------------------------------
       TROUVER-CATEG.
           MOVE 0 TO WS-RANG.
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-NB-CATEG OR WS-RANG > 0
               IF CA-CODE (WS-C) = WS-CATEG
                   MOVE WS-C TO WS-RANG
               END-IF
           END-PERFORM.
           IF WS-RANG = 0
               IF WS-NB-CATEG < 20
                   ADD 1 TO WS-NB-CATEG
                   MOVE WS-NB-CATEG TO WS-RANG
                   MOVE WS-CATEG TO CA-CODE (WS-RANG)
               ELSE
                   MOVE WS-CATEG TO EXC-VALUE
                   MOVE "TABLE DES CATEGORIES PLEINE" TO EXC-REASON
                   MOVE "W" TO EXC-SEVERITY
                   PERFORM ECRIRE-EXCEPTION
               END-IF
           END-IF.
      *----------------------------------------------------------------
      * THE RATE IN FORCE AT WS-ECHEANCE FOR WS-CATEG: EFFECTIVE RANGE
      * COVERS THE DATE, LATEST EFFECTIVE-FROM WINS - THE BILLING
      * RUN'S RULE, ON EACH TABLE.
      *----------------------------------------------------------------
       CHERCHER-TARIF.
           MOVE "N" TO WS-TARIF-TROUVE.
           MOVE 0 TO WS-MEILLEUR-DU.
           PERFORM VARYING WS-T FROM 1 BY 1
                   UNTIL WS-T > WS-NB-TARIFS
               IF TAR-CATEG (WS-T) = WS-CATEG
                  AND TAR-DU (WS-T) NOT > WS-ECHEANCE
                  AND TAR-AU (WS-T) NOT < WS-ECHEANCE
                  AND TAR-DU (WS-T) NOT < WS-MEILLEUR-DU
                   MOVE TAR-DU (WS-T) TO WS-MEILLEUR-DU
                   MOVE TAR-MONTANT (WS-T) TO WS-MONTANT
                   MOVE "O" TO WS-TARIF-TROUVE
               END-IF
           END-PERFORM.
       CHERCHER-VARIANTE.
           MOVE "N" TO WS-VAR-TROUVE.
           MOVE 0 TO WS-MEILLEUR-DU.
           PERFORM VARYING WS-T FROM 1 BY 1
                   UNTIL WS-T > WS-NB-VARIANTES
               IF VAR-CATEG (WS-T) = WS-CATEG
                  AND VAR-DU (WS-T) NOT > WS-ECHEANCE
                  AND VAR-AU (WS-T) NOT < WS-ECHEANCE
                  AND VAR-DU (WS-T) NOT < WS-MEILLEUR-DU
                   MOVE VAR-DU (WS-T) TO WS-MEILLEUR-DU
                   MOVE VAR-MONTANT (WS-T) TO WS-MONTANT-VAR
                   MOVE "O" TO WS-VAR-TROUVE
               END-IF
           END-PERFORM.
      *----------------------------------------------------------------
      * THE REPORT: ATTRITION, THEN MONTH BY MONTH, THEN BY CATEGORY.
      *----------------------------------------------------------------
       C-100-EDITER.
           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO LIGNE-RPT.
           STRING "PREVISION DES COTISATIONS - EXERCICE " WS-EXERCICE
                  "   EDITEE LE " WS-RUN-DATE
               DELIMITED BY SIZE INTO LIGNE-RPT.
           WRITE LIGNE-RPT.
           IF WS-AVEC-VARIANTE = "O"
               MOVE SPACES TO LIGNE-RPT
               STRING "VARIANTE : " WS-NOM-VARIANTE
                      " COMPAREE A DUESRATE.DAT"
                   DELIMITED BY SIZE INTO LIGNE-RPT
               WRITE LIGNE-RPT
           END-IF.
           MOVE ALL "=" TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE SPACES TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE "ATTRITION SUR DOUZE MOIS (MECCG.JRN)" TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE "CAT     ACTIFS      DEPARTS      TAUX" TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > WS-NB-CATEG
               MOVE CA-CODE (WS-C) TO LA-CATEG
               MOVE CA-ACTIFS (WS-C) TO LA-ACTIFS
               MOVE CA-DEPARTS (WS-C) TO LA-DEPARTS
               COMPUTE LA-TAUX = CA-TAUX (WS-C) * 100
               MOVE WS-LIGNE-ATTRITION TO LIGNE-RPT
               WRITE LIGNE-RPT
           END-PERFORM.
           MOVE SPACES TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE "FACTURATION ATTENDUE PAR MOIS ET CATEGORIE"
               TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE SPACES TO LIGNE-RPT.
           STRING "MOIS      CAT  MEMBRES   BRUT ACTUEL    NET ACTUEL"
                  "  NET VARIANTE         ECART"
               DELIMITED BY SIZE INTO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE ALL "-" TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 12
               PERFORM C-110-UN-MOIS
           END-PERFORM.
           MOVE SPACES TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE "TOTAL DE L'EXERCICE PAR CATEGORIE" TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE ALL "-" TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > WS-NB-CATEG
               MOVE 0 TO WS-TOT-NB WS-TOT-BRUT WS-TOT-NET WS-TOT-VAR
               PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 12
                   ADD CM-NB (WS-C WS-M) TO WS-TOT-NB
                   ADD CM-BRUT (WS-C WS-M) TO WS-TOT-BRUT
                   ADD CM-NET (WS-C WS-M) TO WS-TOT-NET
                   ADD CM-VAR (WS-C WS-M) TO WS-TOT-VAR
               END-PERFORM
               MOVE "EXERCICE" TO LP-LIBELLE
               MOVE CA-CODE (WS-C) TO LP-CATEG
               PERFORM C-120-LIGNE
           END-PERFORM.
           MOVE ALL "-" TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE WS-GEN-NB TO WS-TOT-NB.
           MOVE WS-GEN-BRUT TO WS-TOT-BRUT.
           MOVE WS-GEN-NET TO WS-TOT-NET.
           MOVE WS-GEN-VAR TO WS-TOT-VAR.
           MOVE "TOTAL" TO LP-LIBELLE.
           MOVE "**" TO LP-CATEG.
           PERFORM C-120-LIGNE.
           MOVE SPACES TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE WS-NB-ACTIFS TO WS-EDT-NB.
           MOVE SPACES TO LIGNE-RPT.
           STRING "MEMBRES ACTIFS      : " WS-EDT-NB
               DELIMITED BY SIZE INTO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE WS-NB-DEPARTS TO WS-EDT-NB.
           MOVE SPACES TO LIGNE-RPT.
           STRING "DEPARTS SUR 12 MOIS : " WS-EDT-NB
               DELIMITED BY SIZE INTO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE WS-NB-SANS-TARIF TO WS-EDT-NB.
           MOVE SPACES TO LIGNE-RPT.
           STRING "RENOUVELLEMENTS SANS TARIF : " WS-EDT-NB
                  " (COMPTES A ZERO)"
               DELIMITED BY SIZE INTO LIGNE-RPT.
           WRITE LIGNE-RPT.
           CLOSE REPORT-FILE.
      *----------------------------------------------------------------
      * ONE MONTH OF THE EXERCISE: A LINE PER CATEGORY RENEWING, THEN
      * THE MONTH'S TOTAL.
      *----------------------------------------------------------------
       C-110-UN-MOIS.
           COMPUTE WS-ECH-MOIS = WS-OUVERTURE-EXO + WS-M - 1.
           MOVE WS-EXERCICE TO WS-ECH-AN.
           IF WS-ECH-MOIS > 12
               SUBTRACT 12 FROM WS-ECH-MOIS
               ADD 1 TO WS-ECH-AN
           END-IF.
           COMPUTE WS-AAAAMM = WS-ECH-AN * 100 + WS-ECH-MOIS.
           MOVE 0 TO WS-TOT-NB WS-TOT-BRUT WS-TOT-NET WS-TOT-VAR.
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > WS-NB-CATEG
               IF CM-NB (WS-C WS-M) > 0
                   ADD CM-NB (WS-C WS-M) TO WS-TOT-NB
                   ADD CM-BRUT (WS-C WS-M) TO WS-TOT-BRUT
                   ADD CM-NET (WS-C WS-M) TO WS-TOT-NET
                   ADD CM-VAR (WS-C WS-M) TO WS-TOT-VAR
                   MOVE SPACES TO WS-LIGNE-PREVISION
                   MOVE WS-AAAAMM TO LP-LIBELLE
                   MOVE CA-CODE (WS-C) TO LP-CATEG
                   MOVE CM-NB (WS-C WS-M) TO LP-NB
                   MOVE CM-BRUT (WS-C WS-M) TO LP-BRUT
                   MOVE CM-NET (WS-C WS-M) TO LP-NET
                   IF WS-AVEC-VARIANTE = "O"
                       MOVE CM-VAR (WS-C WS-M) TO WS-EDT-TOTAL
                       MOVE WS-EDT-TOTAL TO LP-VAR
                       COMPUTE WS-ECART = CM-VAR (WS-C WS-M)
                           - CM-NET (WS-C WS-M)
                       MOVE WS-ECART TO WS-EDT-ECART
                       MOVE WS-EDT-ECART TO LP-ECART
                   END-IF
                   MOVE WS-LIGNE-PREVISION TO LIGNE-RPT
                   WRITE LIGNE-RPT
               END-IF
           END-PERFORM.
           ADD WS-TOT-NB TO WS-GEN-NB.
           ADD WS-TOT-BRUT TO WS-GEN-BRUT.
           ADD WS-TOT-NET TO WS-GEN-NET.
           ADD WS-TOT-VAR TO WS-GEN-VAR.
           MOVE WS-AAAAMM TO LP-LIBELLE.
           MOVE "**" TO LP-CATEG.
           PERFORM C-120-LIGNE.
      *----------------------------------------------------------------
      * A TOTAL LINE FROM WS-TOT-*, LABEL AND CATEGORY ALREADY SET.
      *----------------------------------------------------------------
       C-120-LIGNE.
           MOVE WS-TOT-NB TO LP-NB.
           MOVE WS-TOT-BRUT TO LP-BRUT.
           MOVE WS-TOT-NET TO LP-NET.
           MOVE SPACES TO LP-VAR LP-ECART.
           IF WS-AVEC-VARIANTE = "O"
               MOVE WS-TOT-VAR TO WS-EDT-TOTAL
               MOVE WS-EDT-TOTAL TO LP-VAR
               COMPUTE WS-ECART = WS-TOT-VAR - WS-TOT-NET
               MOVE WS-ECART TO WS-EDT-ECART
               MOVE WS-EDT-ECART TO LP-ECART
           END-IF.
           MOVE WS-LIGNE-PREVISION TO LIGNE-RPT.
           WRITE LIGNE-RPT.
      *----------------------------------------------------------------
      * LOADS DUESRATE.DAT, AS THE BILLING RUN DOES. A LINE WITH
      * NON-NUMERIC DATES OR AMOUNT IS SKIPPED AND LOGGED.
      *----------------------------------------------------------------
       CHARGER-TARIFS.
           MOVE 0 TO WS-NB-TARIFS.
           OPEN INPUT RATE-FILE.
           IF WS-TAR-STATUS = "00"
               PERFORM UNTIL WS-TAR-STATUS NOT = "00"
                   READ RATE-FILE
                       AT END MOVE "10" TO WS-TAR-STATUS
                       NOT AT END
                           IF TF-DU NUMERIC AND TF-AU NUMERIC
                              AND TF-MONTANT NUMERIC
                              AND WS-NB-TARIFS < 50
                               ADD 1 TO WS-NB-TARIFS
                               MOVE TF-CATEG
                                   TO TAR-CATEG (WS-NB-TARIFS)
                               MOVE TF-DU
                                   TO TAR-DU (WS-NB-TARIFS)
                               MOVE TF-AU
                                   TO TAR-AU (WS-NB-TARIFS)
                               MOVE TF-MONTANT
                                   TO TAR-MONTANT (WS-NB-TARIFS)
                           ELSE
                               MOVE TF-CATEG TO EXC-VALUE
                               MOVE "LIGNE TARIF INVALIDE"
                                   TO EXC-REASON
                               MOVE "W" TO EXC-SEVERITY
                               PERFORM ECRIRE-EXCEPTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RATE-FILE
           END-IF.
      *----------------------------------------------------------------
      * LOADS THE WHAT-IF RATE FILE NAMED BY THE OPERATOR - SAME
      * LAYOUT AND SAME CHECKS AS DUESRATE.DAT.
      *----------------------------------------------------------------
       CHARGER-VARIANTE.
           MOVE 0 TO WS-NB-VARIANTES.
           OPEN INPUT VARIANT-FILE.
           IF WS-VAR-STATUS = "00"
               PERFORM UNTIL WS-VAR-STATUS NOT = "00"
                   READ VARIANT-FILE
                       AT END MOVE "10" TO WS-VAR-STATUS
                       NOT AT END
                           IF TV-DU NUMERIC AND TV-AU NUMERIC
                              AND TV-MONTANT NUMERIC
                              AND WS-NB-VARIANTES < 50
                               ADD 1 TO WS-NB-VARIANTES
                               MOVE TV-CATEG
                                   TO VAR-CATEG (WS-NB-VARIANTES)
                               MOVE TV-DU
                                   TO VAR-DU (WS-NB-VARIANTES)
                               MOVE TV-AU
                                   TO VAR-AU (WS-NB-VARIANTES)
                               MOVE TV-MONTANT
                                   TO VAR-MONTANT (WS-NB-VARIANTES)
                           ELSE
                               MOVE TV-CATEG TO EXC-VALUE
                               MOVE "LIGNE TARIF VARIANTE INVALIDE"
                                   TO EXC-REASON
                               MOVE "W" TO EXC-SEVERITY
                               PERFORM ECRIRE-EXCEPTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VARIANT-FILE
           END-IF.
      *----------------------------------------------------------------
      * THE EXERCISE'S OPENING MONTH, SHARED WITH THE PERIOD CLOSE.
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
      * APPENDS ONE RECORD TO THE SHARED EXCEPTION LOG. CALLERS SET
      * EXC-VALUE/EXC-REASON BEFORE PERFORMING THIS.
      *----------------------------------------------------------------
       ECRIRE-EXCEPTION.
           MOVE "MECCGPRV" TO EXC-PROGRAM.
           PERFORM LIRE-DATE-METIER
           MOVE BDA-DATE TO EXC-DATE.
           ACCEPT WS-HEURE-EXACTE FROM TIME.
           MOVE WS-HHMMSS TO EXC-TIME.
           MOVE WS-OPERATEUR TO EXC-OPERATOR.
           WRITE EXCEPTION-LOG-RECORD.
      *----------------------------------------------------------------
      * THE SIGNED-ON OPERATOR (OPERATOR.CUR, WRITTEN BY ASL).
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

       END PROGRAM MECCGPRV.
