       IDENTIFICATION DIVISION.
       PROGRAM-ID. MECCGREF.
       AUTHOR. SHOP OPERATIONS.
      *          REFERENTIAL INTEGRITY SWEEP ON THE MEMBER SIDE, THE
      *          COUNTERPART OF CALCHK FOR THE CALENDAR. NOTHING ELSE
      *          CHECKS THAT THE MEMBER IDS OTHER FILES POINT TO STILL
      *          EXIST - AFTER A MECCGDUP MERGE OR A MECCGARC PURGE
      *          SOME POINT AT NOTHING. EVERY ID BELOW MUST BE ON
      *          MECCG.DAT OR IN MECCG.ARC:
      *            MECCGINV.DAT  INVOICE REGISTER
      *            MECCGSUS.DAT  SUSPENSE ITEMS (WHEN A MEMBER IS NAMED)
      *            VISITES.DAT   ATTENDANCE LOG
      *            ROOMBOOK.DAT  ROOM BOOKINGS (SHOP BOOKINGS EXCEPTED)
      *            MECCG.JRN     BEFORE/AFTER IMAGES OF THE JOURNAL
      *            MECCGXRF.DAT  NEW IDS OF THE OLD-TO-NEW CROSS-REF
      *            MECCGFOY.DAT  HOUSEHOLD PAYERS AND MEMBERS
      *          EVERY MR-CATEGORY ON THE MASTER MUST BE ON
      *          MECCGCAT.DAT, AND - FOR A MEMBER NOT MARKED LEFT -
      *          HAVE A RATE IN FORCE IN DUESRATE.DAT AT THE BUSINESS
      *          DATE. AN OPEN INVOICE OR A BOOKING FROM TODAY ON THAT
      *          BELONGS TO A MEMBER MARKED LEFT (OR ARCHIVED) IS
      *          FLAGGED FOR THE OFFICE. WHEN ANY HOUSEHOLD EXISTS,
      *          THE FAMILY RATE ("FM") MUST BE IN FORCE TOO.
      *          EVERY FINDING IS PRINTED ON MECCGREF.RPT AND LOGGED
      *          TO EXCEPT.LOG. SEVERE ("S") WHEN SOMETHING STILL
      *          LIVE POINTS AT NOTHING - AN OPEN INVOICE, AN OPEN
      *          SUSPENSE ITEM OR A COMING BOOKING WITHOUT A MEMBER, A
      *          CATEGORY MISSING FROM THE CATALOGUE OR WITHOUT A
      *          RATE - SO NIGHTBAT'S GATE STOPS THE NIGHT; A WARNING
      *          ("W") FOR HISTORY THAT POINTS AT NOTHING AND FOR THE
      *          LEFT-MEMBER CASES. A HISTORY ORPHAN IS REPORTED ONCE
      *          PER FILE, HOWEVER MANY LINES CARRY IT. THE RUN ENDS
      *          WITH RC 0 WHATEVER IT FINDS - THE GATE, NOT THE STEP,
      *          DECIDES THE NIGHT - AND RC 8 ONLY WHEN THE MASTER
      *          CANNOT BE READ, OR THE ARCHIVED IDS CANNOT BE INDEXED
      *          (MECCGREF.WRK, REBUILT FROM MECCG.ARC EACH RUN AND
      *          READ BY KEY) - WITHOUT THEM EVERY ARCHIVED ID WOULD
      *          COME OUT AS POINTING AT NOTHING.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO "MECCG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MR-ID
               ALTERNATE RECORD KEY IS MR-NAME WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO "MECCG.ARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-ARC-STATUS.
           SELECT ARCHIVE-INDEX ASSIGN TO "MECCGREF.WRK"
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS AX-ID
               FILE STATUS  IS WS-AX-STATUS.
           SELECT CATEG-FILE ASSIGN TO "MECCGCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-CAT-STATUS.
           SELECT RATE-FILE ASSIGN TO "DUESRATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-TAR-STATUS.
           SELECT INVOICE-FILE ASSIGN TO "MECCGINV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IV-NUMERO
               ALTERNATE RECORD KEY IS IV-ID WITH DUPLICATES
               FILE STATUS IS WS-INV-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO "MECCGSUS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-SUS-STATUS.
           SELECT VISIT-FILE ASSIGN TO "VISITES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-VIS-STATUS.
           SELECT BOOKING-FILE ASSIGN TO "ROOMBOOK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BK-CLE
               FILE STATUS IS WS-BKG-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "MECCG.JRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-JRN-STATUS.
           SELECT XREF-FILE ASSIGN TO "MECCGXRF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-XRF-STATUS.
           SELECT HOUSEHOLD-FILE ASSIGN TO "MECCGFOY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FY-NUMERO
               ALTERNATE RECORD KEY IS FY-PAYEUR
               FILE STATUS IS WS-FOY-STATUS.
           SELECT REPORT-FILE ASSIGN TO "MECCGREF.RPT"
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
       FD  ARCHIVE-FILE
                      DATA RECORD ARCHIVE-RECORD.
       01  ARCHIVE-RECORD.
           05  ARC-DATE-ARCHIVAGE PIC 9(8).
           05  ARC-IMAGE          PIC X(127).
      *    THE ARCHIVED IDS, ONE RECORD EACH, FOR THE LOOKUP BY KEY.
       FD  ARCHIVE-INDEX
                      DATA RECORD ARCHIVE-INDEX-RECORD.
       01  ARCHIVE-INDEX-RECORD.
           05  AX-ID              PIC X(8).
       FD  CATEG-FILE
                      DATA RECORD CATEG-RECORD.
       01  CATEG-RECORD.
           05  CG-CODE           PIC XX.
           05  CG-LIBELLE        PIC X(20).
       FD  RATE-FILE
                      DATA RECORD RATE-RECORD.
       01  RATE-RECORD.
           05  TF-CATEG          PIC XX.
           05  TF-DU             PIC 9(8).
           05  TF-AU             PIC 9(8).
           05  TF-MONTANT        PIC 9(5)V99.
       FD  INVOICE-FILE
                      DATA RECORD INVOICE-RECORD.
           COPY "MECCGIV.cpy".
       FD  SUSPENSE-FILE
                      DATA RECORD SUSPENSE-RECORD.
           COPY "MECCGSU.cpy".
       FD  VISIT-FILE
                      DATA RECORD VISIT-RECORD.
       01  VISIT-RECORD.
           05  VI-DATE           PIC 9(8).
           05  VI-TIME           PIC 9(6).
           05  VI-ID             PIC X(8).
           05  VI-OPERATEUR      PIC X(8).
       FD  BOOKING-FILE
                      DATA RECORD BOOKING-RECORD.
           COPY "ROOMBK.cpy".
       FD  JOURNAL-FILE
                      DATA RECORD JOURNAL-RECORD.
           COPY "MECCGJR.cpy".
       FD  XREF-FILE
                      DATA RECORD XREF-RECORD.
       01  XREF-RECORD.
           05  XR-ANCIEN         PIC X(4).
           05  FILLER            PIC X(2).
           05  XR-NOUVEAU        PIC X(8).
           05  FILLER            PIC X(2).
           05  XR-NOM            PIC X(20).
       FD  HOUSEHOLD-FILE
                      DATA RECORD HOUSEHOLD-RECORD.
           COPY "MECCGFY.cpy".
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
       01  WS-ARC-STATUS         PIC XX.
       01  WS-AX-STATUS          PIC XX.
       01  WS-CAT-STATUS         PIC XX.
       01  WS-TAR-STATUS         PIC XX.
       01  WS-INV-STATUS         PIC XX.
       01  WS-SUS-STATUS         PIC XX.
       01  WS-VIS-STATUS         PIC XX.
       01  WS-BKG-STATUS         PIC XX.
       01  WS-JRN-STATUS         PIC XX.
       01  WS-XRF-STATUS         PIC XX.
       01  WS-FOY-STATUS         PIC XX.
       01  WS-EXC-STATUS         PIC XX.
       01  WS-OPR-STATUS         PIC XX.
       01  WS-OPERATEUR          PIC X(8).
       01  WS-EOF-FLAG           PIC X.
       01  WS-HEURE-EXACTE.
           05  WS-HHMMSS         PIC 9(6).
           05  FILLER            PIC 99.
       01  WS-AUJOURDHUI         PIC 9(8).
       01  WS-I                  PIC S9(4) COMP.
       01  WS-K                  PIC S9(4) COMP.
       01  WS-EDT-NB             PIC ZZZZZ9.
      *    THE ID LOOKED UP AND WHERE IT WAS FOUND: "M" ON THE
      *    MASTER (WS-STATUT-MEMBRE THEN SET), "A" ONLY IN THE
      *    ARCHIVE, "N" NOWHERE.
       01  WS-ID-CHERCHE         PIC X(8).
       01  WS-ID-TROUVE          PIC X.
           88  ID-SUR-MASTER     VALUE "M".
           88  ID-ARCHIVE        VALUE "A".
           88  ID-INCONNU        VALUE "N".
       01  WS-STATUT-MEMBRE      PIC X.
      *    ONE FINDING, AS PRINTED AND LOGGED.
       01  WS-FICHIER            PIC X(12).
       01  WS-GRAVITE            PIC X.
       01  WS-MOTIF              PIC X(30).
       01  WS-NB-CONTROLES       PIC 9(8) VALUE 0.
       01  WS-NB-SEVERES         PIC 9(6) VALUE 0.
       01  WS-NB-AVERTIS         PIC 9(6) VALUE 0.
       01  WS-NB-LUS             PIC 9(8).
       01  WS-LIGNE-ECART.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  LE-GRAVITE        PIC X.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  LE-FICHIER        PIC X(12).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  LE-ID             PIC X(8).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  LE-MOTIF          PIC X(30).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  LE-DETAIL         PIC X(20).

      *----------------------------------------------------------------
      * THE CATEGORY CATALOGUE, THE RATES AND THE CATEGORIES MET ON
      * THE MASTER, IN MEMORY FOR THE SWEEP (THE ARCHIVED IDS ARE ON
      * MECCGREF.WRK).
      *----------------------------------------------------------------
       01  TABLE-CATEG.
           05  WS-NB-CATEG       PIC S9(4) COMP VALUE 0.
           05  CATEG-CODE OCCURS 50 PIC XX.
       01  TABLE-TARIFS.
           05  WS-NB-TARIFS      PIC S9(4) COMP VALUE 0.
           05  TARIF OCCURS 50.
               10  TAR-CATEG     PIC XX.
               10  TAR-DU        PIC 9(8).
               10  TAR-AU        PIC 9(8).
       01  TABLE-CATEG-MEMBRES.
           05  WS-NB-CM          PIC S9(4) COMP VALUE 0.
           05  CATEG-MEMBRE OCCURS 50.
               10  CM-CODE       PIC XX.
               10  CM-NB         PIC 9(6).
               10  CM-NB-ACTIFS  PIC 9(6).
      *    HISTORY ORPHANS ALREADY REPORTED FOR THE CURRENT FILE.
       01  TABLE-DEJA-VUS.
           05  WS-NB-VUS         PIC S9(4) COMP VALUE 0.
           05  VU-ID OCCURS 500  PIC X(8).
       01  WS-DEJA-VU            PIC X.

       PROCEDURE DIVISION.
       A-000-DEBUT.
           PERFORM LIRE-OPERATEUR.
           PERFORM LIRE-DATE-METIER.
           MOVE BDA-DATE TO WS-AUJOURDHUI.
           OPEN INPUT MASTER-FILE.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "MECCG.DAT ILLISIBLE - CONTROLE IMPOSSIBLE"
               MOVE "MECCG.DAT" TO EXC-VALUE
               MOVE "MASTER ILLISIBLE - PAS DE CTRL" TO EXC-REASON
               MOVE "S" TO EXC-SEVERITY
               PERFORM ECRIRE-EXCEPTION
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO LIGNE-RPT.
           STRING "CONTROLE D'INTEGRITE DES REFERENCES MEMBRES - "
                  WS-AUJOURDHUI
               DELIMITED BY SIZE INTO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE ALL "=" TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           PERFORM B-100-CHARGER-TABLES.
           PERFORM B-200-CONTROLER-MASTER THRU FIN-MASTER.
           PERFORM B-300-CONTROLER-FACTURES THRU FIN-FACTURES.
           PERFORM B-400-CONTROLER-ATTENTE THRU FIN-ATTENTE.
           PERFORM B-500-CONTROLER-VISITES THRU FIN-VISITES.
           PERFORM B-600-CONTROLER-RESERV THRU FIN-RESERV.
           PERFORM B-700-CONTROLER-JOURNAL THRU FIN-JOURNAL.
           PERFORM B-800-CONTROLER-XREF THRU FIN-XREF.
           PERFORM B-900-CONTROLER-FOYERS THRU FIN-FOYERS.
           CLOSE MASTER-FILE.
           CLOSE ARCHIVE-INDEX.
           PERFORM C-100-TERMINER.
           STOP RUN.
      *----------------------------------------------------------------
      * ARCHIVED IDS, CATEGORY CATALOGUE AND RATES. A RATE LINE WITH
      * NON-NUMERIC DATES IS IGNORED HERE - MECCGDUE LOGS THOSE.
      *----------------------------------------------------------------
       B-100-CHARGER-TABLES.
           PERFORM B-110-INDEXER-ARCHIVE.
           OPEN INPUT CATEG-FILE.
           IF WS-CAT-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ CATEG-FILE
                       AT END MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF WS-NB-CATEG < 50
                               ADD 1 TO WS-NB-CATEG
                               MOVE CG-CODE TO CATEG-CODE (WS-NB-CATEG)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CATEG-FILE
           END-IF.
           OPEN INPUT RATE-FILE.
           IF WS-TAR-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ RATE-FILE
                       AT END MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF TF-DU NUMERIC AND TF-AU NUMERIC
                              AND WS-NB-TARIFS < 50
                               ADD 1 TO WS-NB-TARIFS
                               MOVE TF-CATEG TO TAR-CATEG (WS-NB-TARIFS)
                               MOVE TF-DU TO TAR-DU (WS-NB-TARIFS)
                               MOVE TF-AU TO TAR-AU (WS-NB-TARIFS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RATE-FILE
           END-IF.
      *----------------------------------------------------------------
      * THE ARCHIVED IDS, INDEXED ON MECCGREF.WRK FROM MECCG.ARC (AN
      * ID ARCHIVED TWICE IS KEPT ONCE). NO ARCHIVE, AN EMPTY INDEX.
      * AN INDEX THAT CANNOT BE BUILT STOPS THE SWEEP.
      *----------------------------------------------------------------
       B-110-INDEXER-ARCHIVE.
           OPEN OUTPUT ARCHIVE-INDEX.
           IF WS-AX-STATUS NOT = "00"
               PERFORM B-190-INDEX-IMPOSSIBLE.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-ARC-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ ARCHIVE-FILE
                       AT END MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           MOVE ARC-IMAGE (1:8) TO AX-ID
                           WRITE ARCHIVE-INDEX-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           IF WS-AX-STATUS NOT = "00"
                              AND WS-AX-STATUS NOT = "22"
                               PERFORM B-190-INDEX-IMPOSSIBLE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
           END-IF.
           CLOSE ARCHIVE-INDEX.
           OPEN INPUT ARCHIVE-INDEX.
           IF WS-AX-STATUS NOT = "00"
               PERFORM B-190-INDEX-IMPOSSIBLE.
       B-190-INDEX-IMPOSSIBLE.
           DISPLAY "MECCGREF.WRK STATUT " WS-AX-STATUS
                   " - CONTROLE IMPOSSIBLE".
           MOVE "MECCGREF.WRK" TO EXC-VALUE.
           MOVE "INDEX ARCHIVE IMPOSSIBLE" TO EXC-REASON.
           MOVE "S" TO EXC-SEVERITY.
           PERFORM ECRIRE-EXCEPTION.
           MOVE "INDEX DES IDS ARCHIVES IMPOSSIBLE - CONTROLE ARRETE"
               TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           CLOSE REPORT-FILE.
           CLOSE MASTER-FILE.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
      *----------------------------------------------------------------
      * PASS 1: THE MASTER'S CATEGORIES, GATHERED THEN CHECKED ONCE
      * EACH - ON THE CATALOGUE, AND WITH A RATE IN FORCE WHEN ANY
      * MEMBER STILL BILLED CARRIES THEM.
      *----------------------------------------------------------------
       B-200-CONTROLER-MASTER.
           PERFORM ENTETE-FICHIER.
           MOVE "MECCG.DAT" TO WS-FICHIER.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ MASTER-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-NB-LUS
                       PERFORM B-210-CUMULER-CATEGORIE
               END-READ
           END-PERFORM.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-NB-CM
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-NB-CATEG
                          OR CATEG-CODE (WS-I) = CM-CODE (WS-K)
                   CONTINUE
               END-PERFORM
               MOVE CM-NB (WS-K) TO WS-EDT-NB
               MOVE SPACES TO LE-DETAIL
               STRING WS-EDT-NB " MEMBRE(S)"
                   DELIMITED BY SIZE INTO LE-DETAIL
               MOVE CM-CODE (WS-K) TO WS-ID-CHERCHE
               IF WS-I > WS-NB-CATEG
                   MOVE "S" TO WS-GRAVITE
                   MOVE "CATEGORIE ABSENTE DE MECCGCAT" TO WS-MOTIF
                   PERFORM SIGNALER-ECART
               END-IF
               IF CM-NB-ACTIFS (WS-K) > 0
                   PERFORM B-220-CHERCHER-TARIF
               END-IF
           END-PERFORM.
           PERFORM PIED-FICHIER.
       FIN-MASTER.
           EXIT.
       B-210-CUMULER-CATEGORIE.
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-NB-CM
                      OR CM-CODE (WS-K) = MR-CATEGORY
               CONTINUE
           END-PERFORM.
           IF WS-K > WS-NB-CM
               IF WS-NB-CM < 50
                   ADD 1 TO WS-NB-CM
                   MOVE WS-NB-CM TO WS-K
                   MOVE MR-CATEGORY TO CM-CODE (WS-K)
                   MOVE 0 TO CM-NB (WS-K) CM-NB-ACTIFS (WS-K)
               ELSE
                   MOVE WS-NB-CM TO WS-K
               END-IF
           END-IF.
           ADD 1 TO CM-NB (WS-K).
           IF NOT MR-LEFT
               ADD 1 TO CM-NB-ACTIFS (WS-K)
           END-IF.
      *    A RATE IN FORCE AT THE BUSINESS DATE FOR CM-CODE (WS-K).
       B-220-CHERCHER-TARIF.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-TARIFS
                      OR (TAR-CATEG (WS-I) = CM-CODE (WS-K)
                          AND TAR-DU (WS-I) NOT > WS-AUJOURDHUI
                          AND TAR-AU (WS-I) NOT < WS-AUJOURDHUI)
               CONTINUE
           END-PERFORM.
           IF WS-I > WS-NB-TARIFS
               MOVE CM-NB-ACTIFS (WS-K) TO WS-EDT-NB
               MOVE SPACES TO LE-DETAIL
               STRING WS-EDT-NB " FACTURABLE(S)"
                   DELIMITED BY SIZE INTO LE-DETAIL
               MOVE "S" TO WS-GRAVITE
               MOVE "CATEGORIE SANS TARIF EN VIGUEUR" TO WS-MOTIF
               PERFORM SIGNALER-ECART
           END-IF.
      *----------------------------------------------------------------
      * PASS 2: THE INVOICE REGISTER. AN OPEN INVOICE WITHOUT A
      * MEMBER IS A RECEIVABLE NOBODY OWES - SEVERE.
      *----------------------------------------------------------------
       B-300-CONTROLER-FACTURES.
           PERFORM ENTETE-FICHIER.
           MOVE "MECCGINV.DAT" TO WS-FICHIER.
           OPEN INPUT INVOICE-FILE.
           IF WS-INV-STATUS NOT = "00"
               PERFORM FICHIER-ABSENT
               GO TO FIN-FACTURES.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ INVOICE-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-NB-LUS
                       MOVE IV-ID TO WS-ID-CHERCHE
                       PERFORM CHERCHER-MEMBRE
                       MOVE SPACES TO LE-DETAIL
                       STRING "FACTURE " IV-NUMERO
                           DELIMITED BY SIZE INTO LE-DETAIL
                       EVALUATE TRUE
                           WHEN ID-INCONNU AND IV-OUVERTE
                               MOVE "S" TO WS-GRAVITE
                               MOVE "FACTURE OUVERTE SANS MEMBRE"
                                   TO WS-MOTIF
                               PERFORM SIGNALER-ECART
                           WHEN ID-INCONNU
                               MOVE "W" TO WS-GRAVITE
                               MOVE "FACTURE REGLEE SANS MEMBRE"
                                   TO WS-MOTIF
                               PERFORM SIGNALER-ECART
                           WHEN IV-OUVERTE
                            AND (ID-ARCHIVE OR WS-STATUT-MEMBRE = "L")
                               MOVE "W" TO WS-GRAVITE
                               MOVE "FACTURE OUVERTE - MEMBRE PARTI"
                                   TO WS-MOTIF
                               PERFORM SIGNALER-ECART
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE INVOICE-FILE.
           PERFORM PIED-FICHIER.
       FIN-FACTURES.
           EXIT.
      *----------------------------------------------------------------
      * PASS 3: SUSPENSE ITEMS NAMING A MEMBER. AN OPEN ITEM WAITING
      * ON A MEMBER WHO DOES NOT EXIST CAN NEVER BE APPLIED.
      *----------------------------------------------------------------
       B-400-CONTROLER-ATTENTE.
           PERFORM ENTETE-FICHIER.
           MOVE "MECCGSUS.DAT" TO WS-FICHIER.
           OPEN INPUT SUSPENSE-FILE.
           IF WS-SUS-STATUS NOT = "00"
               PERFORM FICHIER-ABSENT
               GO TO FIN-ATTENTE.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ SUSPENSE-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-NB-LUS
                       IF SUS-ID NOT = SPACES
                           MOVE SUS-ID TO WS-ID-CHERCHE
                           PERFORM CHERCHER-MEMBRE
                           IF ID-INCONNU
                               MOVE SPACES TO LE-DETAIL
                               STRING "PARQUE LE " SUS-DATE
                                   DELIMITED BY SIZE INTO LE-DETAIL
                               IF SUS-OUVERT
                                   MOVE "S" TO WS-GRAVITE
                                   MOVE "ATTENTE OUVERTE SANS MEMBRE"
                                       TO WS-MOTIF
                               ELSE
                                   MOVE "W" TO WS-GRAVITE
                                   MOVE "ATTENTE SOLDEE SANS MEMBRE"
                                       TO WS-MOTIF
                               END-IF
                               PERFORM SIGNALER-ECART
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SUSPENSE-FILE.
           PERFORM PIED-FICHIER.
       FIN-ATTENTE.
           EXIT.
      *----------------------------------------------------------------
      * PASS 4: THE ATTENDANCE LOG - HISTORY ONLY.
      *----------------------------------------------------------------
       B-500-CONTROLER-VISITES.
           PERFORM ENTETE-FICHIER.
           MOVE "VISITES.DAT" TO WS-FICHIER.
           OPEN INPUT VISIT-FILE.
           IF WS-VIS-STATUS NOT = "00"
               PERFORM FICHIER-ABSENT
               GO TO FIN-VISITES.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ VISIT-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-NB-LUS
                       MOVE VI-ID TO WS-ID-CHERCHE
                       PERFORM CHERCHER-MEMBRE
                       IF ID-INCONNU
                           MOVE SPACES TO LE-DETAIL
                           STRING "VISITE DU " VI-DATE
                               DELIMITED BY SIZE INTO LE-DETAIL
                           MOVE "W" TO WS-GRAVITE
                           MOVE "VISITE D'UN MEMBRE INCONNU"
                               TO WS-MOTIF
                           PERFORM SIGNALER-HISTORIQUE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE VISIT-FILE.
           PERFORM PIED-FICHIER.
       FIN-VISITES.
           EXIT.
      *----------------------------------------------------------------
      * PASS 5: ROOM BOOKINGS. A BOOKING FROM TODAY ON HOLDS A ROOM -
      * WITHOUT A MEMBER IT IS SEVERE; FOR A MEMBER WHO HAS LEFT IT
      * IS FLAGGED FOR THE OFFICE. SHOP BOOKINGS (NO ID) ARE SKIPPED.
      *----------------------------------------------------------------
       B-600-CONTROLER-RESERV.
           PERFORM ENTETE-FICHIER.
           MOVE "ROOMBOOK.DAT" TO WS-FICHIER.
           OPEN INPUT BOOKING-FILE.
           IF WS-BKG-STATUS NOT = "00"
               PERFORM FICHIER-ABSENT
               GO TO FIN-RESERV.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ BOOKING-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-NB-LUS
                       IF BK-ID NOT = SPACES
                           PERFORM B-610-UNE-RESERVATION
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BOOKING-FILE.
           PERFORM PIED-FICHIER.
       FIN-RESERV.
           EXIT.
       B-610-UNE-RESERVATION.
           MOVE BK-ID TO WS-ID-CHERCHE.
           PERFORM CHERCHER-MEMBRE.
           MOVE SPACES TO LE-DETAIL.
           STRING BK-SALLE " " BK-DATE " " BK-CRENEAU "H"
               DELIMITED BY SIZE INTO LE-DETAIL.
           EVALUATE TRUE
               WHEN ID-INCONNU AND BK-DATE NOT < WS-AUJOURDHUI
                   MOVE "S" TO WS-GRAVITE
                   MOVE "RESERVATION A VENIR SANS MEMBRE" TO WS-MOTIF
                   PERFORM SIGNALER-ECART
               WHEN ID-INCONNU
                   MOVE "W" TO WS-GRAVITE
                   MOVE "RESERVATION PASSEE SANS MEMBRE" TO WS-MOTIF
                   PERFORM SIGNALER-HISTORIQUE
               WHEN BK-DATE NOT < WS-AUJOURDHUI
                AND (ID-ARCHIVE OR WS-STATUT-MEMBRE = "L")
                   MOVE "W" TO WS-GRAVITE
                   MOVE "RESERVATION A VENIR - PARTI" TO WS-MOTIF
                   PERFORM SIGNALER-ECART
           END-EVALUATE.
      *----------------------------------------------------------------
      * PASS 6: THE HISTORY JOURNAL - EVERY MEMBER IMAGE, BEFORE AND
      * AFTER.
      *----------------------------------------------------------------
       B-700-CONTROLER-JOURNAL.
           PERFORM ENTETE-FICHIER.
           MOVE "MECCG.JRN" TO WS-FICHIER.
           OPEN INPUT JOURNAL-FILE.
           IF WS-JRN-STATUS NOT = "00"
               PERFORM FICHIER-ABSENT
               GO TO FIN-JOURNAL.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ JOURNAL-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-NB-LUS
                       IF JR-BEFORE (1:8) NOT = SPACES
                           MOVE JR-BEFORE (1:8) TO WS-ID-CHERCHE
                           PERFORM B-710-UNE-IMAGE
                       END-IF
                       IF JR-AFTER (1:8) NOT = SPACES
                          AND JR-AFTER (1:8) NOT = JR-BEFORE (1:8)
                           MOVE JR-AFTER (1:8) TO WS-ID-CHERCHE
                           PERFORM B-710-UNE-IMAGE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE JOURNAL-FILE.
           PERFORM PIED-FICHIER.
       FIN-JOURNAL.
           EXIT.
       B-710-UNE-IMAGE.
           PERFORM CHERCHER-MEMBRE.
           IF ID-INCONNU
               MOVE SPACES TO LE-DETAIL
               STRING JR-TYPE " DU " JR-DATE " " JR-SOURCE
                   DELIMITED BY SIZE INTO LE-DETAIL
               MOVE "W" TO WS-GRAVITE
               MOVE "JOURNAL - MEMBRE INCONNU" TO WS-MOTIF
               PERFORM SIGNALER-HISTORIQUE
           END-IF.
      *----------------------------------------------------------------
      * PASS 7: THE NEW IDS OF THE EXPANSION CROSS-REFERENCE.
      *----------------------------------------------------------------
       B-800-CONTROLER-XREF.
           PERFORM ENTETE-FICHIER.
           MOVE "MECCGXRF.DAT" TO WS-FICHIER.
           OPEN INPUT XREF-FILE.
           IF WS-XRF-STATUS NOT = "00"
               PERFORM FICHIER-ABSENT
               GO TO FIN-XREF.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ XREF-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-NB-LUS
                       MOVE XR-NOUVEAU TO WS-ID-CHERCHE
                       PERFORM CHERCHER-MEMBRE
                       IF ID-INCONNU
                           MOVE SPACES TO LE-DETAIL
                           STRING "ANCIEN ID " XR-ANCIEN
                               DELIMITED BY SIZE INTO LE-DETAIL
                           MOVE "W" TO WS-GRAVITE
                           MOVE "CORRESPONDANCE SANS MEMBRE"
                               TO WS-MOTIF
                           PERFORM SIGNALER-ECART
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE XREF-FILE.
           PERFORM PIED-FICHIER.
       FIN-XREF.
           EXIT.
      *----------------------------------------------------------------
      * PASS 8: THE HOUSEHOLDS. A PAYER OR MEMBER WHO IS GONE LEAVES
      * THE FAMILY BILLED ANOTHER WAY THAN THE OFFICE EXPECTS - A
      * WARNING. NO FAMILY RATE IN FORCE MEANS NO HOUSEHOLD CAN BE
      * BILLED - SEVERE, LIKE ANY OTHER CATEGORY WITHOUT A RATE.
      *----------------------------------------------------------------
       B-900-CONTROLER-FOYERS.
           PERFORM ENTETE-FICHIER.
           MOVE "MECCGFOY.DAT" TO WS-FICHIER.
           OPEN INPUT HOUSEHOLD-FILE.
           IF WS-FOY-STATUS NOT = "00"
               PERFORM FICHIER-ABSENT
               GO TO FIN-FOYERS.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ HOUSEHOLD-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-NB-LUS
                       PERFORM B-910-UN-FOYER
               END-READ
           END-PERFORM.
           CLOSE HOUSEHOLD-FILE.
           IF WS-NB-LUS > 0
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-NB-TARIFS
                          OR (TAR-CATEG (WS-I) = "FM"
                              AND TAR-DU (WS-I) NOT > WS-AUJOURDHUI
                              AND TAR-AU (WS-I) NOT < WS-AUJOURDHUI)
                   CONTINUE
               END-PERFORM
               IF WS-I > WS-NB-TARIFS
                   MOVE WS-NB-LUS TO WS-EDT-NB
                   MOVE SPACES TO LE-DETAIL
                   STRING WS-EDT-NB " FOYER(S)"
                       DELIMITED BY SIZE INTO LE-DETAIL
                   MOVE "FM" TO WS-ID-CHERCHE
                   MOVE "S" TO WS-GRAVITE
                   MOVE "TARIF FAMILLE ABSENT" TO WS-MOTIF
                   PERFORM SIGNALER-ECART
               END-IF
           END-IF.
           PERFORM PIED-FICHIER.
       FIN-FOYERS.
           EXIT.
       B-910-UN-FOYER.
           MOVE SPACES TO LE-DETAIL.
           STRING "FOYER " FY-NUMERO
               DELIMITED BY SIZE INTO LE-DETAIL.
           MOVE FY-PAYEUR TO WS-ID-CHERCHE.
           PERFORM CHERCHER-MEMBRE.
           IF ID-INCONNU
               MOVE "W" TO WS-GRAVITE
               MOVE "PAYEUR DE FOYER SANS MEMBRE" TO WS-MOTIF
               PERFORM SIGNALER-ECART
           ELSE
               IF ID-ARCHIVE OR WS-STATUT-MEMBRE = "L"
                   MOVE "W" TO WS-GRAVITE
                   MOVE "PAYEUR DE FOYER PARTI" TO WS-MOTIF
                   PERFORM SIGNALER-ECART
               END-IF
           END-IF.
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > FY-NB-MEMBRES
               MOVE FY-MEMBRE (WS-K) TO WS-ID-CHERCHE
               PERFORM CHERCHER-MEMBRE
               IF ID-INCONNU
                   MOVE "W" TO WS-GRAVITE
                   MOVE "MEMBRE DE FOYER INEXISTANT" TO WS-MOTIF
                   PERFORM SIGNALER-ECART
               END-IF
           END-PERFORM.
      *----------------------------------------------------------------
      * WHERE IS WS-ID-CHERCHE: ON THE MASTER, ONLY IN THE ARCHIVE,
      * OR NOWHERE.
      *----------------------------------------------------------------
       CHERCHER-MEMBRE.
           ADD 1 TO WS-NB-CONTROLES.
           MOVE SPACE TO WS-STATUT-MEMBRE.
           MOVE WS-ID-CHERCHE TO MR-ID.
           READ MASTER-FILE
               INVALID KEY MOVE "N" TO WS-ID-TROUVE
               NOT INVALID KEY
                   MOVE "M" TO WS-ID-TROUVE
                   MOVE MR-STATUS TO WS-STATUT-MEMBRE
           END-READ.
           IF ID-INCONNU
               MOVE WS-ID-CHERCHE TO AX-ID
               READ ARCHIVE-INDEX
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE "A" TO WS-ID-TROUVE
               END-READ
           END-IF.
      *----------------------------------------------------------------
      * ONE FINDING: PRINTED, COUNTED AND LOGGED WITH ITS SEVERITY.
      * CALLERS SET WS-ID-CHERCHE, WS-GRAVITE, WS-MOTIF, LE-DETAIL.
      *----------------------------------------------------------------
       SIGNALER-ECART.
           MOVE WS-GRAVITE TO LE-GRAVITE.
           MOVE WS-FICHIER TO LE-FICHIER.
           MOVE WS-ID-CHERCHE TO LE-ID.
           MOVE WS-MOTIF TO LE-MOTIF.
           MOVE WS-LIGNE-ECART TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           IF WS-GRAVITE = "S"
               ADD 1 TO WS-NB-SEVERES
           ELSE
               ADD 1 TO WS-NB-AVERTIS
           END-IF.
           MOVE SPACES TO EXC-VALUE.
           STRING WS-FICHIER DELIMITED BY SPACE
                  " " WS-ID-CHERCHE DELIMITED BY SIZE
               INTO EXC-VALUE.
           MOVE WS-MOTIF TO EXC-REASON.
           MOVE WS-GRAVITE TO EXC-SEVERITY.
           PERFORM ECRIRE-EXCEPTION.
      *    A HISTORY ORPHAN ONCE PER FILE, HOWEVER MANY LINES CARRY IT.
       SIGNALER-HISTORIQUE.
           MOVE "N" TO WS-DEJA-VU.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-NB-VUS
               IF VU-ID (WS-K) = WS-ID-CHERCHE
                   MOVE "O" TO WS-DEJA-VU
               END-IF
           END-PERFORM.
           IF WS-DEJA-VU = "N"
               IF WS-NB-VUS < 500
                   ADD 1 TO WS-NB-VUS
                   MOVE WS-ID-CHERCHE TO VU-ID (WS-NB-VUS)
               END-IF
               PERFORM SIGNALER-ECART
           END-IF.
       ENTETE-FICHIER.
           MOVE 0 TO WS-NB-LUS WS-NB-VUS.
           MOVE SPACES TO LIGNE-RPT.
           WRITE LIGNE-RPT.
       PIED-FICHIER.
           MOVE WS-NB-LUS TO WS-EDT-NB.
           MOVE SPACES TO LIGNE-RPT.
           STRING WS-FICHIER "  " WS-EDT-NB " ENREGISTREMENT(S) LU(S)"
               DELIMITED BY SIZE INTO LIGNE-RPT.
           WRITE LIGNE-RPT.
       FICHIER-ABSENT.
           MOVE SPACES TO LIGNE-RPT.
           STRING WS-FICHIER "  FICHIER ABSENT"
               DELIMITED BY SIZE INTO LIGNE-RPT.
           WRITE LIGNE-RPT.
       C-100-TERMINER.
           MOVE SPACES TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE WS-NB-CONTROLES TO WS-EDT-NB.
           MOVE SPACES TO LIGNE-RPT.
           STRING "REFERENCES CONTROLEES : " WS-EDT-NB
               DELIMITED BY SIZE INTO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE WS-NB-SEVERES TO WS-EDT-NB.
           MOVE SPACES TO LIGNE-RPT.
           STRING "ECARTS GRAVES (S)     : " WS-EDT-NB
               DELIMITED BY SIZE INTO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE WS-NB-AVERTIS TO WS-EDT-NB.
           MOVE SPACES TO LIGNE-RPT.
           STRING "AVERTISSEMENTS (W)    : " WS-EDT-NB
               DELIMITED BY SIZE INTO LIGNE-RPT.
           WRITE LIGNE-RPT.
           CLOSE REPORT-FILE.
           IF WS-NB-SEVERES + WS-NB-AVERTIS > 0
               DISPLAY "REFERENCES MEMBRES : " WS-NB-SEVERES
                       " GRAVE(S), " WS-NB-AVERTIS
                       " AVERTISSEMENT(S) - VOIR MECCGREF.RPT"
           ELSE
               DISPLAY "REFERENCES MEMBRES COHERENTES"
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
           MOVE "MECCGREF" TO EXC-PROGRAM.
           MOVE WS-AUJOURDHUI TO EXC-DATE.
           ACCEPT WS-HEURE-EXACTE FROM TIME.
           MOVE WS-HHMMSS TO EXC-TIME.
           MOVE WS-OPERATEUR TO EXC-OPERATOR.
           WRITE EXCEPTION-LOG-RECORD.
           CLOSE EXCEPTION-FILE.
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
      * THE SHOP'S PROCESSING DATE, THROUGH THE BUSDATE SERVICE.
      *----------------------------------------------------------------
       LIRE-DATE-METIER.
           MOVE "L" TO BDA-FONCTION.
           CALL "BUSDATE" USING BUSINESS-DATE-AREA.

       END PROGRAM MECCGREF.
