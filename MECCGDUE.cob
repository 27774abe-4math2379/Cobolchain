      *          INCLUDED), LOOKS THE DUES AMOUNT UP IN THE RATE TABLE
      *          (DUESRATE.DAT, KEYED BY MR-CATEGORY WITH EFFECTIVE
      *          DATES - LATEST EFFECTIVE-FROM WINS WHEN RANGES
      *          OVERLAP, LIKE THE KEY REGISTRY), WRITES ONE INVOICE
      *          TO THE REGISTER (MECCGINV.DAT, MECCGIV.cpy LAYOUT)
      *          AND PRINTS ONE BILLING STATEMENT PER MEMBER ON
      *          MECCGDUE.RPT. A MEMBER WHOSE CATEGORY HAS NO RATE IN
      *          GOES ON THE LISTING AND IN EXCEPT.LOG LIKE ANY OTHER
      *          BAD VALUE. THE RUN WRITES ITS OWN SIDECAR
      *          (MECCGDUE.RUN) SO RUNRECON CAN PROVE THE INVOICE
      *          COUNT LIKE ANY OTHER OUTPUT. A RUN WHOSE BUSINESS
      *          DATE FALLS IN A CLOSED FISCAL PERIOD (PERSRV) BILLS
      *          NOTHING. INVOICE NUMBERING ALSO COUNTS THE SETTLED
      *          INVOICES MOVED TO MECCGINV.ARC AT YEAR END, SO A
      *          NUMBER IS NEVER ISSUED TWICE. THE REGISTER IS
      *          INDEXED: THE RERUN CHECK READS ONLY THE MEMBER'S OWN
      *          INVOICES THROUGH THE IV-ID ALTERNATE KEY, SO THERE IS
      *          NO LIMIT ON HOW MUCH IS ALREADY BILLED. A HOUSEHOLD
      *          (MECCGFOY.DAT) IS BILLED ONCE: ITS PRIMARY PAYER, ON
      *          THE PAYER'S OWN RENEWAL DATE, AT THE FAMILY RATE
      *          (CATEGORY "FM" OF DUESRATE.DAT), THE STATEMENT
      *          LISTING THE MEMBERS COVERED. THE OTHER MEMBERS ARE
      *          LISTED AS COVERED AND NOT BILLED - UNLESS THE PAYER
      *          IS NO LONGER ACTIVE, WHEN THEY ARE BILLED ON THEIR
      *          OWN AND THE CASE IS LOGGED. HOUSEHOLDS ARE READ BY
      *          KEY AS THE SWEEP REACHES THEM; A MEMBER INDEX TOO
      *          SMALL FOR MECCGFOY.DAT STOPS THE RUN UNBILLED. A
      *          MEMBER ENROLLED THROUGH A BRANCH DECK FALLS DUE ON
      *          THAT BRANCH'S WORKING DAYS, AS ON THE RENEWAL LISTING.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-TAR-STATUS.
           SELECT INVOICE-FILE ASSIGN TO "MECCGINV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IV-NUMERO
               ALTERNATE RECORD KEY IS IV-ID WITH DUPLICATES
               FILE STATUS IS WS-INV-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO "MECCGINV.ARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-ARC-STATUS.
           SELECT REPORT-FILE ASSIGN TO "MECCGDUE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HOUSEHOLD-FILE ASSIGN TO "MECCGFOY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FY-NUMERO
               ALTERNATE RECORD KEY IS FY-PAYEUR
               FILE STATUS IS WS-FOY-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "MECCG.JRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-JRN-STATUS.
           SELECT RUN-FILE ASSIGN TO "MECCGDUE.RUN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEPTION-FILE ASSIGN TO "EXCEPT.LOG"
       FD  INVOICE-FILE
                      DATA RECORD INVOICE-RECORD.
           COPY "MECCGIV.cpy".
       FD  ARCHIVE-FILE
                      DATA RECORD ARCHIVE-RECORD.
       01  ARCHIVE-RECORD.
           05  ARC-DATE-ARCHIVAGE PIC 9(8).
           05  ARC-IMAGE          PIC X(63).
       FD  HOUSEHOLD-FILE
                      DATA RECORD HOUSEHOLD-RECORD.
           COPY "MECCGFY.cpy".
       FD  JOURNAL-FILE
                      DATA RECORD JOURNAL-RECORD.
           COPY "MECCGJR.cpy".
       FD  REPORT-FILE
                      DATA RECORD LIGNE-RPT.
       01  LIGNE-RPT             PIC X(100).
       01  WS-FILE-STATUS        PIC XX.
       01  WS-TAR-STATUS         PIC XX.
       01  WS-INV-STATUS         PIC XX.
       01  WS-ARC-STATUS         PIC XX.
       01  WS-FOY-STATUS         PIC XX.
       01  WS-JRN-STATUS         PIC XX.
       01  WS-EXC-STATUS         PIC XX.
       01  WS-OPR-STATUS         PIC XX.
       01  WS-OPERATEUR          PIC X(8).
       01  WS-NB-FACTURES        PIC 9(6) VALUE 0.
       01  WS-NB-SANS-TARIF      PIC 9(6) VALUE 0.
       01  WS-NB-DEJA            PIC 9(6) VALUE 0.
       01  WS-NB-COUVERTS        PIC 9(6) VALUE 0.
       01  WS-CATEG-FACT         PIC XX.
       01  WS-DEJA-FACTURE       PIC X.
       01  WS-FIN-MEMBRE         PIC X.
       01  WS-NUMERO-PRIS        PIC X.
       01  WS-EDT-NB             PIC ZZZZZ9.
       01  WS-EDT-MONTANT        PIC ZZZZ9.99.
       01  WS-EDT-TOTAL          PIC ZZZZZZ9.99.
           COPY "DATESRV.cpy".
           COPY "PERSRV.cpy".
      *----------------------------------------------------------------
      * THE RATE TABLE IN MEMORY - SMALL (A HANDFUL OF CATEGORIES,
      * A FEW REVISIONS EACH).
               10  TAR-DU        PIC 9(8).
               10  TAR-AU        PIC 9(8).
               10  TAR-MONTANT   PIC 9(5)V99.
      *----------------------------------------------------------------
      * HOUSEHOLDS ARE READ BY KEY AS THE SWEEP REACHES THEM: A PAYER
      * ON THE FY-PAYEUR ALTERNATE KEY, A MEMBER THROUGH THE INDEX OF
      * MEMBERS BELOW, LOADED ONCE FROM MECCGFOY.DAT. FOYER-COURANT
      * HOLDS THE HOUSEHOLD FOUND - THE PAYER (AND WHETHER IT IS STILL
      * ACTIVE ON THE MASTER) AND THE MEMBERS IT COVERS, WITH THEIR
      * NAMES FOR THE STATEMENT. WS-FO-ROLE ("P" PAYER, "M" MEMBER,
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
      * DUE DATE FALLS ON THE WORKING DAY THE RENEWAL LISTING SHOWS.
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

       01  WS-LIGNE-AVIS-1.
           05  FILLER            PIC X(20)
           05  AV4-ECHEANCE      PIC 9(8).
           05  FILLER            PIC X(11) VALUE "   MONTANT ".
           05  AV4-MONTANT       PIC ZZZZ9.99.
       01  WS-LIGNE-AVIS-5.
           05  FILLER            PIC X(10) VALUE SPACES.
           05  AV5-ID            PIC X(8).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  AV5-NOM           PIC X(20).

       PROCEDURE DIVISION.
       A-000-DEBUT.
               CLOSE EXCEPTION-FILE
               OPEN EXTEND EXCEPTION-FILE
           END-IF.
      *    NOTHING IS BILLED INTO A CLOSED PERIOD.
           MOVE WS-RUN-DATE TO PER-DATE.
           CALL "PERSRV" USING PERIOD-AREA.
           IF PER-RETOUR NOT = "00"
               DISPLAY "PERIODE " PER-MOIS-CLOS " CLOSE - RUN ABANDONNE"
               MOVE WS-RUN-DATE TO EXC-VALUE
               MOVE "DATE DANS UNE PERIODE CLOSE" TO EXC-REASON
               MOVE "S" TO EXC-SEVERITY
               PERFORM ECRIRE-EXCEPTION
               PERFORM C-200-FERMER-RUN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM CHARGER-TARIFS.
           IF WS-NB-TARIFS = 0
               DISPLAY "DUESRATE.DAT ABSENT OU VIDE - RUN ABANDONNE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM CHARGER-FOYERS THRU FIN-CHARGER-FOYERS.
           PERFORM CHARGER-INSCRITS-BRANCHE.
           OPEN I-O INVOICE-FILE.
           IF WS-INV-STATUS = "35"
               OPEN OUTPUT INVOICE-FILE
               CLOSE INVOICE-FILE
               OPEN I-O INVOICE-FILE
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO LIGNE-RPT.
               END-READ
           END-PERFORM.
           CLOSE MASTER-FILE.
           IF WS-FOY-OUVERT = "O"
               CLOSE HOUSEHOLD-FILE
           END-IF.
           PERFORM C-100-TERMINER.
      *----------------------------------------------------------------
      * ONE MEMBER TO BILL: THE RENEWAL DATE IS BUILT IN THE TARGET
      * APPLIED.
      *----------------------------------------------------------------
       B-200-FACTURER-MEMBRE.
      *    A MEMBER COVERED BY AN ACTIVE PAYER IS BILLED THROUGH THE
      *    PAYER'S FAMILY INVOICE, NOT ON ITS OWN.
           MOVE MR-CATEGORY TO WS-CATEG-FACT.
           PERFORM CHERCHER-FOYER THRU FIN-CHERCHER-FOYER.
           IF WS-FO-ROLE = "P"
               MOVE "FM" TO WS-CATEG-FACT
           END-IF.
           IF WS-FO-ROLE = "M" AND FC-ACTIF = "O"
               ADD 1 TO WS-NB-COUVERTS
               MOVE SPACES TO LIGNE-RPT
               STRING "COUVERT     " MR-ID "  " MR-NAME
                      "  PAR LE FOYER DE " FC-PAYEUR
                   DELIMITED BY SIZE INTO LIGNE-RPT
               WRITE LIGNE-RPT
               GO TO F-200-EXIT.
           IF WS-FO-ROLE = "M"
               MOVE MR-ID TO EXC-VALUE
               MOVE "PAYEUR DU FOYER INACTIF" TO EXC-REASON
               MOVE "W" TO EXC-SEVERITY
               PERFORM ECRIRE-EXCEPTION
           END-IF.
           COMPUTE WS-ORIGINE = WS-CIBLE-AN * 10000
               + WS-CIBLE-MOIS * 100 + WS-JOIN-JOUR.
           MOVE "V" TO DSA-FONCTION.
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
               ADD 1 TO WS-NB-SANS-TARIF
               MOVE SPACES TO LIGNE-RPT
               STRING "SANS TARIF  " MR-ID "  " MR-NAME
                      "  CATEGORIE " WS-CATEG-FACT
                   DELIMITED BY SIZE INTO LIGNE-RPT
               WRITE LIGNE-RPT
               MOVE WS-CATEG-FACT TO EXC-VALUE
               MOVE "CATEGORIE SANS TARIF EN VIGUEUR" TO EXC-REASON
               MOVE "W" TO EXC-SEVERITY
               PERFORM ECRIRE-EXCEPTION
       F-200-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * THE RATE IN FORCE AT WS-ECHEANCE FOR WS-CATEG-FACT (THE
      * MEMBER'S CATEGORY, OR "FM" FOR A HOUSEHOLD): EFFECTIVE RANGE
      * COVERS THE DATE, LATEST EFFECTIVE-FROM WINS.
      *----------------------------------------------------------------
       CHERCHER-TARIF.
           MOVE "N" TO WS-TARIF-TROUVE.
           MOVE 0 TO WS-MEILLEUR-DU.
           PERFORM VARYING WS-T FROM 1 BY 1
                   UNTIL WS-T > WS-NB-TARIFS
               IF TAR-CATEG (WS-T) = WS-CATEG-FACT
                  AND TAR-DU (WS-T) NOT > WS-ECHEANCE
                  AND TAR-AU (WS-T) NOT < WS-ECHEANCE
                  AND TAR-DU (WS-T) NOT < WS-MEILLEUR-DU
                   MOVE "O" TO WS-TARIF-TROUVE
               END-IF
           END-PERFORM.
      *----------------------------------------------------------------
      * A RERUN OF THE MONTH (AFTER AN ABEND, SAY) MUST NOT BILL
      * ANYBODY A SECOND TIME: THE MEMBER'S OWN INVOICES, THROUGH THE
      * IV-ID ALTERNATE KEY, ARE CHECKED FOR THE SAME DUE DATE. EVENT
      * FEES ("EV") AND RETURNED-DEBIT FEES ("RJ") ARE NOT DUES AND
      * DO NOT COUNT.
      *----------------------------------------------------------------
       CHERCHER-DEJA-FACTURE.
           MOVE "N" TO WS-DEJA-FACTURE.
           MOVE "N" TO WS-FIN-MEMBRE.
           MOVE MR-ID TO IV-ID.
           START INVOICE-FILE KEY IS EQUAL TO IV-ID
               INVALID KEY MOVE "Y" TO WS-FIN-MEMBRE
           END-START.
           PERFORM UNTIL WS-FIN-MEMBRE = "Y"
               READ INVOICE-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-FIN-MEMBRE
                   NOT AT END
                       IF IV-ID NOT = MR-ID
                           MOVE "Y" TO WS-FIN-MEMBRE
                       ELSE
                           IF IV-DATE-ECHEANCE = WS-ECHEANCE
                              AND IV-CATEG NOT = "EV"
                              AND IV-CATEG NOT = "RJ"
                               MOVE "O" TO WS-DEJA-FACTURE
                               MOVE "Y" TO WS-FIN-MEMBRE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *----------------------------------------------------------------
      * A NUMBER FOUND TAKEN (ANOTHER BILLING RUN SINCE THE NUMBERING
      * SCAN) IS LOGGED AND THE INVOICE TAKES THE NEXT ONE.
      *----------------------------------------------------------------
       ECRIRE-FACTURE.
           MOVE "N" TO WS-NUMERO-PRIS.
           MOVE WS-PROCHAIN-NUMERO TO IV-NUMERO.
           MOVE WS-RUN-DATE TO IV-DATE-FACTURE.
           MOVE MR-ID TO IV-ID.
           MOVE WS-CATEG-FACT TO IV-CATEG.
           MOVE WS-ECHEANCE TO IV-DATE-ECHEANCE.
           MOVE WS-MONTANT TO IV-MONTANT.
           MOVE "O" TO IV-STATUT.
           MOVE ZERO TO IV-REGLE IV-AVOIR IV-REMBOURSE.
           WRITE INVOICE-RECORD
               INVALID KEY
                   MOVE "O" TO WS-NUMERO-PRIS
                   MOVE IV-NUMERO TO EXC-VALUE
                   MOVE "NUMERO DE FACTURE DEJA PRIS" TO EXC-REASON
                   MOVE "W" TO EXC-SEVERITY
                   PERFORM ECRIRE-EXCEPTION
           END-WRITE.
           ADD 1 TO WS-PROCHAIN-NUMERO.
           IF WS-NUMERO-PRIS = "O"
               GO TO ECRIRE-FACTURE.
           ADD 1 TO WS-NB-FACTURES.
           ADD WS-MONTANT TO WS-TOTAL-FACTURE.
      *----------------------------------------------------------------
           MOVE MR-CITY TO AV3-VILLE.
           MOVE WS-LIGNE-AVIS-3 TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE WS-CATEG-FACT TO AV4-CATEG.
           MOVE WS-ECHEANCE TO AV4-ECHEANCE.
           MOVE WS-MONTANT TO AV4-MONTANT.
           MOVE WS-LIGNE-AVIS-4 TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           IF WS-FO-ROLE = "P"
               MOVE "ADHESION FAMILIALE - MEMBRES COUVERTS :"
                   TO LIGNE-RPT
               WRITE LIGNE-RPT
               PERFORM VARYING WS-M FROM 1 BY 1
                       UNTIL WS-M > FC-NB
                   MOVE FC-MB-ID (WS-M) TO AV5-ID
                   MOVE FC-MB-NOM (WS-M) TO AV5-NOM
                   MOVE WS-LIGNE-AVIS-5 TO LIGNE-RPT
                   WRITE LIGNE-RPT
               END-PERFORM
           END-IF.
           MOVE ALL "-" TO LIGNE-RPT.
           WRITE LIGNE-RPT.
      *----------------------------------------------------------------
      * OPENS MECCGFOY.DAT FOR THE RUN (NO FILE, NO HOUSEHOLDS) AND
      * INDEXES WHICH HOUSEHOLD EVERY MEMBER BELONGS TO. AN INDEX TOO
      * SMALL FOR THE FILE WOULD BILL A COVERED MEMBER ON ITS OWN, SO
      * THE RUN STOPS BEFORE BILLING ANYTHING.
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
               CLOSE MASTER-FILE
               PERFORM C-200-FERMER-RUN
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
           MOVE FY-PAYEUR TO MR-ID.
           READ MASTER-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
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
      * LOADS DUESRATE.DAT. A LINE WITH NON-NUMERIC DATES OR AMOUNT IS
      * SKIPPED AND LOGGED - A HALF-TYPED RATE MUST NEVER BE BILLED.
      *----------------------------------------------------------------
           END-IF.
      *----------------------------------------------------------------
      * INVOICE NUMBERS CONTINUE FROM THE HIGHEST ALREADY ON THE
      * REGISTER OR ITS ARCHIVE - THE REGISTER IS THE NUMBERING
      * AUTHORITY. IT IS READ IN KEY ORDER, SO THE LAST INVOICE READ
      * CARRIES THE HIGHEST NUMBER.
      *----------------------------------------------------------------
       CHERCHER-PROCHAIN-NUMERO.
           MOVE 1 TO WS-PROCHAIN-NUMERO.
           OPEN INPUT INVOICE-FILE.
           IF WS-INV-STATUS = "00"
               PERFORM UNTIL WS-INV-STATUS NOT = "00"
                   READ INVOICE-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-INV-STATUS
                       NOT AT END
                           COMPUTE WS-PROCHAIN-NUMERO = IV-NUMERO + 1
                   END-READ
               END-PERFORM
               CLOSE INVOICE-FILE
           END-IF.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-ARC-STATUS = "00"
               PERFORM UNTIL WS-ARC-STATUS NOT = "00"
                   READ ARCHIVE-FILE
                       AT END MOVE "10" TO WS-ARC-STATUS
                       NOT AT END
                           IF ARC-IMAGE (1:8) NUMERIC
                              AND ARC-IMAGE (1:8) NOT <
                                  WS-PROCHAIN-NUMERO
                               COMPUTE WS-PROCHAIN-NUMERO =
                                   FUNCTION NUMVAL (ARC-IMAGE (1:8))
                                   + 1
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
           END-IF.
       C-100-TERMINER.
           CLOSE INVOICE-FILE.
           STRING "DEJA FACTURES       : " WS-EDT-NB
               DELIMITED BY SIZE INTO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE WS-NB-COUVERTS TO WS-EDT-NB.
           MOVE SPACES TO LIGNE-RPT.
           STRING "COUVERTS PAR FOYER  : " WS-EDT-NB
               DELIMITED BY SIZE INTO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE WS-TOTAL-FACTURE TO WS-EDT-TOTAL.
           MOVE SPACES TO LIGNE-RPT.
           STRING "TOTAL APPELE        : " WS-EDT-TOTAL
