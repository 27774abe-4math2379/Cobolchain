       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROOMBOOK.
       AUTHOR. SHOP OPERATIONS.
      *          ROOM BOOKING DIARY ON THE SHOP CALENDAR, REPLACING THE
      *          WALL SHEET THAT CONTRADICTS TA2400.EVT HALF THE TIME.
      *          THE SHOP'S ROOMS (MEETING ROOM, WORKSHOP, LIBRARY
      *          TABLE...) ARE IN THE ROOM TABLE (ROOMSAL.DAT - CODE,
      *          CAPACITY, FIRST AND LAST BOOKABLE SLOT, LABEL),
      *          MAINTAINED BY THE OFFICE. THE BOOKING FILE
      *          (ROOMBOOK.DAT, ROOMBK.cpy) IS KEYED ON ROOM, DATE AND
      *          HOUR SLOT. COMMANDS:
      *            RESERVER - ONE BOOKING: ROOM, DATE (AAAAMMJJ, MUST
      *                       BE A WORKING DAY BY DATESRV - NO
      *                       BOOKINGS ON CLOSED DAYS), HOUR SLOT
      *                       (WITHIN THE ROOM'S HOURS), MEMBER ID
      *                       (VALIDATED AGAINST MECCG.DAT WHEN GIVEN;
      *                       SPACES FOR A SHOP BOOKING), NUMBER OF
      *                       PEOPLE (NOT OVER THE ROOM'S CAPACITY)
      *                       AND A LABEL. A DAY CARRYING A TA2400.EVT
      *                       EVENT (AN INVENTORY DAY) BLOCKS EVERY
      *                       ROOM, AND A TAKEN SLOT IS REFUSED.
      *            SERIE    - A RECURRING BOOKING OF ONE ROOM AND SLOT,
      *                       WEEKLY, FORTNIGHTLY OR ON THE NTH (OR
      *                       LAST) WEEKDAY OF THE MONTH, FROM A FIRST
      *                       TO A LAST DATE (A YEAR AT MOST). EVERY
      *                       DATE PASSES THE SAME CHECKS AS RESERVER;
      *                       A DATE THAT CANNOT BE TAKEN (CLOSED DAY,
      *                       EVENT, SLOT TAKEN) IS SKIPPED, AND THE
      *                       DATES TAKEN AND SKIPPED ARE LISTED.
      *            ANNULER  - ONE BOOKING, OR IT AND THE LATER DATES
      *                       OF ITS SERIES.
      *            JOUR     - PRINTED DAILY SHEET FOR ONE DATE, ALL
      *                       ROOMS SIDE BY SIDE, EVERY BOOKABLE SLOT.
      *            SEMAINE  - WEEKLY DIARY: THE DATE GIVEN AND THE
      *                       SIX DAYS AFTER IT, ROOMS SIDE BY SIDE,
      *                       BOOKED SLOTS ONLY.
      *            MOIS     - MONTHLY ROOM UTILISATION: HOURS BOOKED
      *                       AGAINST HOURS BOOKABLE (WORKING DAYS NOT
      *                       BLOCKED BY AN EVENT, TIMES THE ROOM'S
      *                       HOURS), PER ROOM.
      *            SALLES   - THE ROOM TABLE ON THE SCREEN.
      *            EXIT     - LEAVES THE PROGRAM.
      *          THE PRINTS GO TO ROOMBOOK.RPT, AS DOES THE LIST OF A
      *          SERIES. EVERY BOOKING AND CANCELLATION IS JOURNALED
      *          WITH THE SIGNED-ON OPERATOR IN ROOMBOOK.JRN. THE
      *          SHEETS HOLD FIVE ROOMS SIDE BY SIDE; THE ROOM TABLE IS
      *          LIMITED TO FIVE. BOOKINGS KEYED BEFORE THERE WERE
      *          ROOMS ARE CARRIED OVER BY ROOMCNV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOOKING-FILE ASSIGN TO "ROOMBOOK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BK-CLE
               FILE STATUS IS WS-BKG-STATUS.
           SELECT ROOM-FILE ASSIGN TO "ROOMSAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-SAL-STATUS.
           SELECT EVENTS-FILE ASSIGN TO "TA2400.EVT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-EVT-STATUS.
               RECORD KEY IS MR-ID
               ALTERNATE RECORD KEY IS MR-NAME WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "ROOMBOOK.JRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-JRN-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "OPERATOR.CUR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-OPR-STATUS.
           SELECT REPORT-FILE ASSIGN TO "ROOMBOOK.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       FILE SECTION.
       FD  BOOKING-FILE
                      DATA RECORD BOOKING-RECORD.
           COPY "ROOMBK.cpy".
      *----------------------------------------------------------------
      * ROOM TABLE: ONE LINE PER ROOM - CODE, HOW MANY PEOPLE IT
      * HOLDS, FIRST AND LAST HOUR SLOT IT MAY BE BOOKED FOR, LABEL.
      *----------------------------------------------------------------
       FD  ROOM-FILE
                      DATA RECORD ROOM-RECORD.
       01  ROOM-RECORD.
           05  SA-CODE           PIC X(4).
           05  SA-CAPACITE       PIC 9(3).
           05  SA-DEBUT          PIC 99.
           05  SA-FIN            PIC 99.
           05  SA-LIBELLE        PIC X(20).
       FD  EVENTS-FILE
                      DATA RECORD LIGNE-EVT.
       01  LIGNE-EVT             PIC X(40).
       FD  MASTER-FILE.
           COPY "MECCGMR.cpy".
      *----------------------------------------------------------------
      * JOURNAL OF EVERY BOOKING ("A") AND CANCELLATION ("X"): WHO,
      * WHEN, AND THE BOOKING AS IT STOOD.
      *----------------------------------------------------------------
       FD  JOURNAL-FILE
                      DATA RECORD JOURNAL-RECORD.
       01  JOURNAL-RECORD.
           05  JB-DATE           PIC 9(8).
           05  JB-TIME           PIC 9(6).
           05  JB-OPERATEUR      PIC X(8).
           05  JB-ACTION         PIC X.
           05  JB-RESERVATION    PIC X(75).
       FD  OPERATOR-FILE
                      DATA RECORD OPERATOR-CUR-RECORD.
       01  OPERATOR-CUR-RECORD   PIC X(8).
       FD  REPORT-FILE
                      DATA RECORD LIGNE-RPT.
       01  LIGNE-RPT             PIC X(132).

       WORKING-STORAGE SECTION.
           COPY "BUSDATE.cpy".
       01  WS-BKG-STATUS         PIC XX.
       01  WS-BKG-OUVERT         PIC X    VALUE "N".
       01  WS-SAL-STATUS         PIC XX.
       01  WS-EVT-STATUS         PIC XX.
       01  WS-FILE-STATUS        PIC XX.
       01  WS-JRN-STATUS         PIC XX.
       01  WS-OPR-STATUS         PIC XX.
       01  WS-OPERATEUR          PIC X(8).
       01  WS-AUJOURDHUI         PIC 9(8).
       01  WS-HEURE-EXACTE.
           05  WS-HHMMSS         PIC 9(6).
           05  FILLER            PIC 99.
       01  WS-EOF-FLAG           PIC X.
       01  WS-COMMAND            PIC X(10).
       01  WS-CONFIRME           PIC X.
       01  WS-SALLE-SAISIE       PIC X(4).
       01  WS-DATE-SAISIE        PIC X(8).
       01  WS-DATE-SAISIE-N REDEFINES WS-DATE-SAISIE PIC 9(8).
       01  WS-CRENEAU-SAISI      PIC X(2).
       01  WS-CRENEAU            PIC 99.
       01  WS-ID-SAISI           PIC X(8).
       01  WS-LIBELLE-SAISI      PIC X(20).
       01  WS-NB-PERS-SAISI      PIC X(3).
       01  WS-NB-PERS            PIC 9(3).
       01  WS-EVT-DATE           PIC 9(8).
       01  WS-EVT-LIBELLE        PIC X(30).
       01  WS-BLOQUE             PIC X.
       01  WS-CONFLIT            PIC X.
       01  WS-MOTIF-REFUS        PIC X(40).
       01  WS-ECRIT              PIC X.
       01  WS-ACTION             PIC X.
       01  WS-J                  PIC S9(4) COMP.
       01  WS-C                  PIC S9(4) COMP.
       01  WS-S                  PIC S9(4) COMP.
       01  WS-DATE-COURANTE      PIC 9(8).
       01  WS-DATE-COURANTE-DET REDEFINES WS-DATE-COURANTE.
           05  WS-DC-AN          PIC 9(4).
       01  WS-NB-JOUR            PIC 9(3).
       01  WS-EDT-NB             PIC ZZ9.
           COPY "DATESRV.cpy".
      *----------------------------------------------------------------
      * THE ROOM TABLE IN MEMORY. WS-SAL IS THE ROOM IN HAND AFTER
      * CHERCHER-SALLE (ZERO WHEN THE CODE IS NOT IN THE TABLE).
      *----------------------------------------------------------------
       01  WS-NB-SALLES          PIC S9(4) COMP VALUE 0.
       01  WS-SAL                PIC S9(4) COMP.
       01  TABLE-SALLES.
           05  SALLE OCCURS 5.
               10  TS-CODE       PIC X(4).
               10  TS-CAPACITE   PIC 9(3).
               10  TS-DEBUT      PIC 99.
               10  TS-FIN        PIC 99.
               10  TS-LIBELLE    PIC X(20).
               10  TS-HEURES     PIC 9(5).
               10  TS-RESERVEES  PIC 9(5).
               10  TS-EN-SERIE   PIC 9(5).
               10  TS-PERSONNES  PIC 9(7).
      *----------------------------------------------------------------
      * ONE DAY OF EVERY ROOM, SLOT BY SLOT, FOR THE SIDE-BY-SIDE
      * SHEETS.
      *----------------------------------------------------------------
       01  TABLE-GRILLE.
           05  GRILLE-CRENEAU OCCURS 24.
               10  GR-CASE       PIC X(24) OCCURS 5.
       01  WS-GRILLE-VIDE        PIC X.
       01  WS-TOUS-CRENEAUX      PIC X.
       01  WS-A-IMPRIMER         PIC X.
      *----------------------------------------------------------------
      * RECURRING SERIES: FREQUENCY ("H" WEEKLY, "Q" FORTNIGHTLY, "M"
      * MONTHLY), WEEKDAY AND RANK IN THE MONTH (5 = THE LAST) FOR
      * "M", LAST DATE, STAMP, DATES TAKEN AND SKIPPED.
      *----------------------------------------------------------------
       01  WS-SR-FREQUENCE       PIC X.
       01  WS-SR-RANG-SAISI      PIC X.
       01  WS-SR-RANG            PIC 9.
       01  WS-SR-JOURSEM         PIC 9.
       01  WS-SR-LIBJOUR         PIC X(3).
       01  WS-SR-DEBUT           PIC 9(8).
       01  WS-SR-FIN             PIC 9(8).
       01  WS-SR-STAMP           PIC 9(14).
       01  WS-SR-PRISES          PIC 9(3).
       01  WS-SR-REFUSEES        PIC 9(3).
       01  WS-JOURSEM-1          PIC 9.
       01  WS-SERIE              PIC 9(14).
      *----------------------------------------------------------------
      * MONTHLY UTILISATION.
      *----------------------------------------------------------------
       01  WS-MOIS-SAISI         PIC X(6).
       01  WS-MOIS-SAISI-N REDEFINES WS-MOIS-SAISI PIC 9(6).
       01  WS-DEBUT-MOIS         PIC 9(8).
       01  WS-FIN-MOIS           PIC 9(8).
       01  WS-NB-OUVRES          PIC 9(3).
       01  WS-TAUX               PIC 9(3).
       01  WS-EDT-HEURES         PIC ZZZZ9.
       01  WS-EDT-RESERVEES      PIC ZZZZ9.
       01  WS-EDT-SERIE          PIC ZZZZ9.
       01  WS-EDT-PERSONNES      PIC ZZZZZZ9.
       01  WS-EDT-TAUX           PIC ZZ9.

       01  WS-LIGNE-BOOKING.
           05  DBK-CRENEAU       PIC 99.
           05  DBK-H             PIC X(3).
           05  DBK-CASE          PIC X(25) OCCURS 5.
       01  WS-CASE.
           05  CS-ID             PIC X(8).
           05  FILLER            PIC X     VALUE SPACE.
           05  CS-LIBELLE        PIC X(15).
       01  WS-LIGNE-MOIS.
           05  LM-CODE           PIC X(4).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  LM-LIBELLE        PIC X(20).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  LM-CAPACITE       PIC ZZ9.
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  LM-HEURES         PIC ZZZZ9.
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  LM-RESERVEES      PIC ZZZZ9.
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  LM-TAUX           PIC ZZ9.
           05  FILLER            PIC X(4)  VALUE " %  ".
           05  LM-SERIE          PIC ZZZZ9.
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  LM-PERSONNES      PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM LIRE-OPERATEUR.
           PERFORM LIRE-DATE-METIER.
           MOVE BDA-DATE TO WS-AUJOURDHUI.
           PERFORM CHARGER-SALLES.
           PERFORM UNTIL 1 = 0
                DISPLAY "COMMANDE (RESERVER/SERIE/ANNULER/JOUR/"
                        "SEMAINE/MOIS/SALLES/EXIT) : "
                ACCEPT WS-COMMAND
                MOVE FUNCTION UPPER-CASE(WS-COMMAND) TO WS-COMMAND
                EVALUATE WS-COMMAND
                        WHEN "EXIT" GO TO THE-END
                        WHEN "RESERVER"
                            PERFORM DO-RESERVER THRU FIN-RESERVER
                        WHEN "SERIE"
                            PERFORM DO-SERIE THRU FIN-SERIE
                        WHEN "ANNULER"
                            PERFORM DO-ANNULER THRU FIN-ANNULER
                        WHEN "JOUR"
                            PERFORM DO-JOUR THRU FIN-JOUR
                        WHEN "SEMAINE"
                            PERFORM DO-SEMAINE THRU FIN-SEMAINE
                        WHEN "MOIS"
                            PERFORM DO-MOIS THRU FIN-MOIS
                        WHEN "SALLES"
                            PERFORM DO-SALLES
                        WHEN OTHER
                            DISPLAY "COMMANDE INCONNUE: " WS-COMMAND
                END-EVALUATE
           DISPLAY "FINISH"
           STOP RUN.
      *----------------------------------------------------------------
      * ONE BOOKING: ROOM, CALENDAR, EVENTS, SLOT, CONFLICT, MEMBER
      * AND CAPACITY CHECKS IN THAT ORDER - NOTHING IS WRITTEN UNLESS
      * EVERYTHING PASSES.
      *----------------------------------------------------------------
       DO-RESERVER.
           PERFORM DEMANDER-SALLE.
           IF WS-SAL = 0
               GO TO FIN-RESERVER.
           DISPLAY "DATE (AAAAMMJJ) : ".
           ACCEPT WS-DATE-SAISIE.
           IF WS-DATE-SAISIE NOT NUMERIC
               DISPLAY "DATE INVALIDE"
               GO TO FIN-RESERVER.
           MOVE "V" TO DSA-FONCTION.
           MOVE WS-DATE-SAISIE-N TO DSA-DATE-1.
           CALL "DATESRV" USING DATE-SERVICE-AREA.
           IF DSA-RETOUR NOT = "00"
               DISPLAY "DATE INVALIDE"
               GO TO FIN-RESERVER.
           PERFORM DEMANDER-CRENEAU.
           IF WS-CRENEAU-SAISI = SPACES
               GO TO FIN-RESERVER.
           PERFORM OUVRIR-RESERVATIONS.
           MOVE WS-DATE-SAISIE-N TO WS-DATE-COURANTE.
           PERFORM CONTROLER-DATE-LIBRE THRU FIN-CONTROLER-DATE.
           IF WS-MOTIF-REFUS NOT = SPACES
               DISPLAY WS-MOTIF-REFUS
               GO TO FIN-RESERVER-FERMER.
           PERFORM DEMANDER-DETAIL THRU FIN-DEMANDER-DETAIL.
           IF WS-ID-SAISI = "*"
               GO TO FIN-RESERVER-FERMER.
           MOVE 0 TO WS-SERIE.
           PERFORM ECRIRE-RESERVATION.
           IF WS-ECRIT = "N"
               DISPLAY "CRENEAU DEJA PRIS"
           ELSE
               DISPLAY "RESERVATION NOTEE"
           END-IF.
       FIN-RESERVER-FERMER.
           CLOSE BOOKING-FILE.
       FIN-RESERVER.
           EXIT.
      *----------------------------------------------------------------
      * A RECURRING BOOKING: ONE ROOM, ONE SLOT, EVERY DATE OF THE
      * PATTERN FROM THE FIRST TO THE LAST DATE. EACH DATE IS TAKEN OR
      * SKIPPED ON ITS OWN; THE LIST OF BOTH GOES TO ROOMBOOK.RPT.
      *----------------------------------------------------------------
       DO-SERIE.
           PERFORM DEMANDER-SALLE.
           IF WS-SAL = 0
               GO TO FIN-SERIE.
           DISPLAY "PREMIERE DATE (AAAAMMJJ) : ".
           ACCEPT WS-DATE-SAISIE.
           IF WS-DATE-SAISIE NOT NUMERIC
               DISPLAY "DATE INVALIDE"
               GO TO FIN-SERIE.
           MOVE "J" TO DSA-FONCTION.
           MOVE WS-DATE-SAISIE-N TO DSA-DATE-1.
           CALL "DATESRV" USING DATE-SERVICE-AREA.
           IF DSA-RETOUR NOT = "00"
               DISPLAY "DATE INVALIDE"
               GO TO FIN-SERIE.
           MOVE WS-DATE-SAISIE-N TO WS-SR-DEBUT.
           MOVE DSA-JOURSEM TO WS-SR-JOURSEM.
           MOVE DSA-LIBJOUR TO WS-SR-LIBJOUR.
           DISPLAY "DERNIERE DATE (AAAAMMJJ, UN AN AU PLUS) : ".
           ACCEPT WS-DATE-SAISIE.
           IF WS-DATE-SAISIE NOT NUMERIC
               DISPLAY "DATE INVALIDE"
               GO TO FIN-SERIE.
           MOVE "V" TO DSA-FONCTION.
           MOVE WS-DATE-SAISIE-N TO DSA-DATE-1.
           CALL "DATESRV" USING DATE-SERVICE-AREA.
           IF DSA-RETOUR NOT = "00"
              OR WS-DATE-SAISIE-N < WS-SR-DEBUT
              OR WS-DATE-SAISIE-N > WS-SR-DEBUT + 10000
               DISPLAY "DATE INVALIDE"
               GO TO FIN-SERIE.
           MOVE WS-DATE-SAISIE-N TO WS-SR-FIN.
           DISPLAY "FREQUENCE (H = CHAQUE SEMAINE, Q = TOUTES LES "
                   "DEUX SEMAINES, M = CHAQUE MOIS) : ".
           ACCEPT WS-SR-FREQUENCE.
           MOVE FUNCTION UPPER-CASE(WS-SR-FREQUENCE)
               TO WS-SR-FREQUENCE.
           IF WS-SR-FREQUENCE NOT = "H" AND NOT = "Q" AND NOT = "M"
               DISPLAY "FREQUENCE INVALIDE"
               GO TO FIN-SERIE.
           IF WS-SR-FREQUENCE = "M"
               MOVE WS-SR-DEBUT TO WS-DATE-COURANTE
               COMPUTE WS-SR-RANG = (WS-DC-JOUR - 1) / 7 + 1
               DISPLAY "RANG DANS LE MOIS (1-4, D = DERNIER, BLANC = "
                       "CELUI DE LA PREMIERE DATE) : "
               ACCEPT WS-SR-RANG-SAISI
               MOVE FUNCTION UPPER-CASE(WS-SR-RANG-SAISI)
                   TO WS-SR-RANG-SAISI
               EVALUATE WS-SR-RANG-SAISI
                   WHEN SPACE CONTINUE
                   WHEN "1" THRU "4"
                       MOVE WS-SR-RANG-SAISI TO WS-SR-RANG
                   WHEN "D" MOVE 5 TO WS-SR-RANG
                   WHEN OTHER
                       DISPLAY "RANG INVALIDE"
                       GO TO FIN-SERIE
               END-EVALUATE
               IF WS-SR-RANG = 5
                   DISPLAY "LE DERNIER " WS-SR-LIBJOUR " DU MOIS"
               ELSE
                   DISPLAY "LE " WS-SR-RANG "E " WS-SR-LIBJOUR
                           " DU MOIS"
               END-IF
           END-IF.
           PERFORM DEMANDER-CRENEAU.
           IF WS-CRENEAU-SAISI = SPACES
               GO TO FIN-SERIE.
           PERFORM OUVRIR-RESERVATIONS.
           PERFORM DEMANDER-DETAIL THRU FIN-DEMANDER-DETAIL.
           IF WS-ID-SAISI = "*"
               GO TO FIN-SERIE-FERMER.
           ACCEPT WS-HEURE-EXACTE FROM TIME.
           COMPUTE WS-SR-STAMP = WS-AUJOURDHUI * 1000000 + WS-HHMMSS.
           MOVE WS-SR-STAMP TO WS-SERIE.
           MOVE 0 TO WS-SR-PRISES WS-SR-REFUSEES.
           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO LIGNE-RPT.
           STRING "SERIE " WS-SR-STAMP " SALLE " TS-CODE (WS-SAL)
                  " " TS-LIBELLE (WS-SAL) " CRENEAU " WS-CRENEAU
                  "H DU " WS-SR-DEBUT " AU " WS-SR-FIN
               DELIMITED BY SIZE INTO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE ALL "=" TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE WS-SR-DEBUT TO WS-DATE-COURANTE.
           IF WS-SR-FREQUENCE = "M"
               PERFORM CALCULER-RANG-MOIS
               IF WS-DATE-COURANTE < WS-SR-DEBUT
                   PERFORM OCCURRENCE-SUIVANTE
               END-IF
           END-IF.
           PERFORM UNTIL WS-DATE-COURANTE > WS-SR-FIN
               PERFORM PRENDRE-OCCURRENCE
               PERFORM OCCURRENCE-SUIVANTE
           END-PERFORM.
           MOVE SPACES TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE WS-SR-PRISES TO WS-EDT-NB.
           MOVE SPACES TO LIGNE-RPT.
           STRING "DATES RETENUES     : " WS-EDT-NB
               DELIMITED BY SIZE INTO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE WS-SR-REFUSEES TO WS-EDT-NB.
           MOVE SPACES TO LIGNE-RPT.
           STRING "DATES NON RETENUES : " WS-EDT-NB
               DELIMITED BY SIZE INTO LIGNE-RPT.
           WRITE LIGNE-RPT.
           CLOSE REPORT-FILE.
           MOVE WS-SR-PRISES TO WS-EDT-NB.
           DISPLAY "SERIE NOTEE - " WS-EDT-NB " DATE(S) RETENUE(S)".
           IF WS-SR-REFUSEES > 0
               MOVE WS-SR-REFUSEES TO WS-EDT-NB
               DISPLAY WS-EDT-NB " DATE(S) NON RETENUE(S) - VOIR "
                       "ROOMBOOK.RPT"
           END-IF.
       FIN-SERIE-FERMER.
           CLOSE BOOKING-FILE.
       FIN-SERIE.
           EXIT.
      *----------------------------------------------------------------
      * ONE DATE OF A SERIES: BOOKED IF FREE, OTHERWISE LISTED WITH
      * THE REASON.
      *----------------------------------------------------------------
       PRENDRE-OCCURRENCE.
           PERFORM CONTROLER-DATE-LIBRE THRU FIN-CONTROLER-DATE.
           IF WS-MOTIF-REFUS = SPACES
               PERFORM ECRIRE-RESERVATION
               IF WS-ECRIT = "N"
                   MOVE "CRENEAU DEJA PRIS" TO WS-MOTIF-REFUS
               END-IF
           END-IF.
           MOVE SPACES TO LIGNE-RPT.
           IF WS-MOTIF-REFUS = SPACES
               ADD 1 TO WS-SR-PRISES
               STRING "  RETENUE      " WS-DATE-COURANTE
                   DELIMITED BY SIZE INTO LIGNE-RPT
           ELSE
               ADD 1 TO WS-SR-REFUSEES
               STRING "  NON RETENUE  " WS-DATE-COURANTE "  "
                      WS-MOTIF-REFUS
                   DELIMITED BY SIZE INTO LIGNE-RPT
           END-IF.
           WRITE LIGNE-RPT.
      *----------------------------------------------------------------
      * THE NEXT DATE OF THE PATTERN AFTER WS-DATE-COURANTE.
      *----------------------------------------------------------------
       OCCURRENCE-SUIVANTE.
           EVALUATE WS-SR-FREQUENCE
               WHEN "H"
                   PERFORM AVANCER-DATE 7 TIMES
               WHEN "Q"
                   PERFORM AVANCER-DATE 14 TIMES
               WHEN OTHER
                   ADD 1 TO WS-DC-MOIS
                   IF WS-DC-MOIS > 12
                       MOVE 1 TO WS-DC-MOIS
                       ADD 1 TO WS-DC-AN
                   END-IF
                   PERFORM CALCULER-RANG-MOIS
           END-EVALUATE.
      *----------------------------------------------------------------
      * THE WS-SR-RANG'TH WS-SR-JOURSEM OF WS-DATE-COURANTE'S MONTH
      * (RANK 5 = THE LAST ONE): FROM THE WEEKDAY OF THE 1ST, THE
      * FIRST SUCH DAY, THEN WHOLE WEEKS.
      *----------------------------------------------------------------
       CALCULER-RANG-MOIS.
           MOVE 1 TO WS-DC-JOUR.
           MOVE "J" TO DSA-FONCTION.
           MOVE WS-DATE-COURANTE TO DSA-DATE-1.
           CALL "DATESRV" USING DATE-SERVICE-AREA.
           MOVE DSA-JOURSEM TO WS-JOURSEM-1.
           COMPUTE WS-DC-JOUR = 1
               + FUNCTION MOD (WS-SR-JOURSEM - WS-JOURSEM-1 + 7, 7)
               + (WS-SR-RANG - 1) * 7.
           IF WS-SR-RANG = 5
               MOVE "V" TO DSA-FONCTION
               MOVE WS-DATE-COURANTE TO DSA-DATE-1
               CALL "DATESRV" USING DATE-SERVICE-AREA
               IF DSA-RETOUR NOT = "00"
                   SUBTRACT 7 FROM WS-DC-JOUR
               END-IF
           END-IF.
      *----------------------------------------------------------------
      * ANNULER: THE BOOKING, AND ON REQUEST THE LATER DATES OF ITS
      * SERIES. EACH ONE DELETED IS JOURNALED.
      *----------------------------------------------------------------
       DO-ANNULER.
           PERFORM DEMANDER-SALLE.
           IF WS-SAL = 0
               GO TO FIN-ANNULER.
           DISPLAY "DATE (AAAAMMJJ) : ".
           ACCEPT WS-DATE-SAISIE.
           IF WS-DATE-SAISIE NOT NUMERIC
               DISPLAY "DATE INVALIDE"
               GO TO FIN-ANNULER.
           DISPLAY "CRENEAU HORAIRE (0-23) : ".
           ACCEPT WS-CRENEAU-SAISI.
           PERFORM CADRER-CRENEAU.
           IF WS-CRENEAU-SAISI NOT NUMERIC
               DISPLAY "CRENEAU INVALIDE"
               GO TO FIN-ANNULER.
           MOVE WS-CRENEAU-SAISI TO WS-CRENEAU.
           PERFORM OUVRIR-RESERVATIONS.
           MOVE TS-CODE (WS-SAL) TO BK-SALLE.
           MOVE WS-DATE-SAISIE-N TO BK-DATE.
           MOVE WS-CRENEAU TO BK-CRENEAU.
           READ BOOKING-FILE
               INVALID KEY
                   DISPLAY "AUCUNE RESERVATION A CE CRENEAU"
                   GO TO FIN-ANNULER-FERMER
           END-READ.
           DISPLAY "RESERVATION " BK-ID " " BK-LIBELLE.
           MOVE 0 TO WS-SERIE.
           IF BK-SERIE NOT = 0
               DISPLAY "FAIT PARTIE DE LA SERIE " BK-SERIE
               DISPLAY "ANNULER AUSSI LES DATES SUIVANTES DE LA SERIE"
                       " (O/N) : "
               ACCEPT WS-CONFIRME
               MOVE FUNCTION UPPER-CASE(WS-CONFIRME) TO WS-CONFIRME
               IF WS-CONFIRME = "O"
                   MOVE BK-SERIE TO WS-SERIE
               END-IF
           END-IF.
           PERFORM CONFIRMER.
           IF WS-CONFIRME NOT = "O"
               GO TO FIN-ANNULER-FERMER.
           PERFORM SUPPRIMER-RESERVATION.
           MOVE 1 TO WS-C.
           IF WS-SERIE NOT = 0
               MOVE "N" TO WS-EOF-FLAG
               START BOOKING-FILE KEY IS GREATER THAN BK-CLE
                   INVALID KEY MOVE "Y" TO WS-EOF-FLAG
               END-START
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ BOOKING-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF BK-SALLE NOT = TS-CODE (WS-SAL)
                               MOVE "Y" TO WS-EOF-FLAG
                           ELSE
                               IF BK-SERIE = WS-SERIE
                                   PERFORM SUPPRIMER-RESERVATION
                                   ADD 1 TO WS-C
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           MOVE WS-C TO WS-EDT-NB.
           DISPLAY WS-EDT-NB " RESERVATION(S) ANNULEE(S)".
       FIN-ANNULER-FERMER.
           CLOSE BOOKING-FILE.
       FIN-ANNULER.
           EXIT.
       SUPPRIMER-RESERVATION.
           DELETE BOOKING-FILE
               INVALID KEY CONTINUE
           END-DELETE.
           MOVE "X" TO WS-ACTION.
           PERFORM JOURNALISER.
      *----------------------------------------------------------------
      * WS-DATE-COURANTE FOR ROOM WS-SAL AND SLOT WS-CRENEAU: A
      * WORKING DAY, NO EVENT, SLOT FREE. WS-MOTIF-REFUS COMES BACK
      * SPACES, OR SAYS WHY NOT.
      *----------------------------------------------------------------
       CONTROLER-DATE-LIBRE.
           MOVE SPACES TO WS-MOTIF-REFUS.
           MOVE "P" TO DSA-FONCTION.
           MOVE WS-DATE-COURANTE TO DSA-DATE-1.
           CALL "DATESRV" USING DATE-SERVICE-AREA.
           IF DSA-RETOUR NOT = "00"
               MOVE "DATE INVALIDE" TO WS-MOTIF-REFUS
               GO TO FIN-CONTROLER-DATE.
           IF DSA-DATE-2 NOT = WS-DATE-COURANTE
               MOVE "JOUR NON OUVRE - PAS DE RESERVATION"
                   TO WS-MOTIF-REFUS
               GO TO FIN-CONTROLER-DATE.
           PERFORM TESTER-EVENEMENT THRU FIN-TESTER-EVT.
           IF WS-BLOQUE = "O"
               MOVE SPACES TO WS-MOTIF-REFUS
               STRING "BLOQUEE PAR " WS-EVT-LIBELLE
                   DELIMITED BY SIZE INTO WS-MOTIF-REFUS
               GO TO FIN-CONTROLER-DATE.
           PERFORM TESTER-CONFLIT THRU FIN-TESTER-CONFLIT.
           IF WS-CONFLIT = "O"
               MOVE SPACES TO WS-MOTIF-REFUS
               STRING "CRENEAU DEJA PRIS - " BK-ID " " BK-LIBELLE
                   DELIMITED BY SIZE INTO WS-MOTIF-REFUS
           END-IF.
       FIN-CONTROLER-DATE.
           EXIT.
      *----------------------------------------------------------------
      * AN EVENT LINE (JJMMAAAA + LABEL) ON WS-DATE-COURANTE BLOCKS
      * EVERY ROOM FOR THE WHOLE DAY.
      *----------------------------------------------------------------
       TESTER-EVENEMENT.
           MOVE "N" TO WS-BLOQUE.
           MOVE SPACES TO WS-EVT-LIBELLE.
           OPEN INPUT EVENTS-FILE.
           IF WS-EVT-STATUS NOT = "00"
               GO TO FIN-TESTER-EVT.
                               + FUNCTION NUMVAL (LIGNE-EVT (3:2))
                                   * 100
                               + FUNCTION NUMVAL (LIGNE-EVT (1:2))
                           IF WS-EVT-DATE = WS-DATE-COURANTE
                               MOVE "O" TO WS-BLOQUE
                               MOVE LIGNE-EVT (10:30)
                                   TO WS-EVT-LIBELLE
                           END-IF
                       END-IF
               END-READ
           CLOSE EVENTS-FILE.
       FIN-TESTER-EVT.
           EXIT.
      *----------------------------------------------------------------
      * THE SLOT IS TAKEN WHEN ITS KEY IS ON FILE. THE BOOKING FOUND
      * IS LEFT IN BOOKING-RECORD.
      *----------------------------------------------------------------
       TESTER-CONFLIT.
           MOVE "O" TO WS-CONFLIT.
           MOVE TS-CODE (WS-SAL) TO BK-SALLE.
           MOVE WS-DATE-COURANTE TO BK-DATE.
           MOVE WS-CRENEAU TO BK-CRENEAU.
           READ BOOKING-FILE
               INVALID KEY MOVE "N" TO WS-CONFLIT
           END-READ.
       FIN-TESTER-CONFLIT.
           EXIT.
      *----------------------------------------------------------------
      * THE ROOM, BY CODE. BLANK SHOWS THE TABLE AND ASKS AGAIN ONCE.
      * WS-SAL IS ZERO WHEN NO ROOM WAS TAKEN.
      *----------------------------------------------------------------
       DEMANDER-SALLE.
           MOVE 0 TO WS-SAL.
           IF WS-NB-SALLES = 0
               DISPLAY "TABLE DES SALLES ABSENTE (ROOMSAL.DAT)"
           ELSE
               DISPLAY "SALLE (CODE, BLANC = LISTE) : "
               ACCEPT WS-SALLE-SAISIE
               IF WS-SALLE-SAISIE = SPACES
                   PERFORM DO-SALLES
                   DISPLAY "SALLE (CODE) : "
                   ACCEPT WS-SALLE-SAISIE
               END-IF
               MOVE FUNCTION UPPER-CASE(WS-SALLE-SAISIE)
                   TO WS-SALLE-SAISIE
               PERFORM CHERCHER-SALLE
               IF WS-SAL = 0
                   DISPLAY "SALLE INCONNUE"
               END-IF
           END-IF.
       CHERCHER-SALLE.
           MOVE 0 TO WS-SAL.
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-NB-SALLES
               IF TS-CODE (WS-S) = WS-SALLE-SAISIE
                   MOVE WS-S TO WS-SAL
               END-IF
           END-PERFORM.
      *----------------------------------------------------------------
      * THE HOUR SLOT, WITHIN THE ROOM'S HOURS. SPACES WHEN REFUSED.
      *----------------------------------------------------------------
       DEMANDER-CRENEAU.
           DISPLAY "CRENEAU HORAIRE (" TS-DEBUT (WS-SAL) "-"
                   TS-FIN (WS-SAL) ") : ".
           ACCEPT WS-CRENEAU-SAISI.
           PERFORM CADRER-CRENEAU.
           IF WS-CRENEAU-SAISI NOT NUMERIC
              OR WS-CRENEAU-SAISI > "23"
               DISPLAY "CRENEAU INVALIDE"
               MOVE SPACES TO WS-CRENEAU-SAISI
           ELSE
               MOVE WS-CRENEAU-SAISI TO WS-CRENEAU
               IF WS-CRENEAU < TS-DEBUT (WS-SAL)
                  OR WS-CRENEAU > TS-FIN (WS-SAL)
                   DISPLAY "SALLE FERMEE A CETTE HEURE"
                   MOVE SPACES TO WS-CRENEAU-SAISI
               END-IF
           END-IF.
      *    A SLOT KEYED AS ONE DIGIT ("9") IS TAKEN AS "09".
       CADRER-CRENEAU.
           IF WS-CRENEAU-SAISI (2:1) = SPACE
              AND WS-CRENEAU-SAISI (1:1) NOT = SPACE
               MOVE WS-CRENEAU-SAISI (1:1) TO WS-CRENEAU-SAISI (2:1)
               MOVE "0" TO WS-CRENEAU-SAISI (1:1)
           END-IF.
      *----------------------------------------------------------------
      * MEMBER, NUMBER OF PEOPLE AND LABEL OF A BOOKING. WS-ID-SAISI
      * COMES BACK "*" WHEN SOMETHING WAS REFUSED.
      *----------------------------------------------------------------
       DEMANDER-DETAIL.
           DISPLAY "ID MEMBRE (OU VIDE) : ".
           ACCEPT WS-ID-SAISI.
           IF WS-ID-SAISI NOT = SPACES
               OPEN INPUT MASTER-FILE
               IF WS-FILE-STATUS NOT = "00"
                   DISPLAY "MECCG.DAT ABSENT"
                   MOVE "*" TO WS-ID-SAISI
                   GO TO FIN-DEMANDER-DETAIL
               END-IF
               MOVE WS-ID-SAISI TO MR-ID
               READ MASTER-FILE
                   INVALID KEY
                       DISPLAY "ID " WS-ID-SAISI " INCONNU"
                       CLOSE MASTER-FILE
                       MOVE "*" TO WS-ID-SAISI
                       GO TO FIN-DEMANDER-DETAIL
               END-READ
               CLOSE MASTER-FILE
           END-IF.
           MOVE TS-CAPACITE (WS-SAL) TO WS-EDT-NB.
           DISPLAY "NOMBRE DE PERSONNES (MAXIMUM " WS-EDT-NB
                   ", BLANC = NON PRECISE) : ".
           ACCEPT WS-NB-PERS-SAISI.
           MOVE 0 TO WS-NB-PERS.
           IF WS-NB-PERS-SAISI NOT = SPACES
               IF FUNCTION TEST-NUMVAL (WS-NB-PERS-SAISI) NOT = 0
                   DISPLAY "NOMBRE INVALIDE"
                   MOVE "*" TO WS-ID-SAISI
                   GO TO FIN-DEMANDER-DETAIL
               END-IF
               COMPUTE WS-NB-PERS = FUNCTION NUMVAL (WS-NB-PERS-SAISI)
               IF WS-NB-PERS > TS-CAPACITE (WS-SAL)
                   DISPLAY "LA SALLE NE CONTIENT QUE " WS-EDT-NB
                           " PERSONNES"
                   MOVE "*" TO WS-ID-SAISI
                   GO TO FIN-DEMANDER-DETAIL
               END-IF
           END-IF.
           DISPLAY "LIBELLE : ".
           ACCEPT WS-LIBELLE-SAISI.
       FIN-DEMANDER-DETAIL.
           EXIT.
      *----------------------------------------------------------------
      * WRITES ONE BOOKING OF ROOM WS-SAL ON WS-DATE-COURANTE AT
      * WS-CRENEAU AND JOURNALS IT. WS-ECRIT IS "N" WHEN THE KEY WAS
      * TAKEN IN THE MEANTIME.
      *----------------------------------------------------------------
       ECRIRE-RESERVATION.
           MOVE TS-CODE (WS-SAL) TO BK-SALLE.
           MOVE WS-DATE-COURANTE TO BK-DATE.
           MOVE WS-CRENEAU TO BK-CRENEAU.
           MOVE WS-ID-SAISI TO BK-ID.
           MOVE WS-LIBELLE-SAISI TO BK-LIBELLE.
           MOVE WS-NB-PERS TO BK-NB-PERS.
           MOVE WS-SERIE TO BK-SERIE.
           MOVE WS-OPERATEUR TO BK-PAR.
           MOVE WS-AUJOURDHUI TO BK-DATE-SAISIE.
           MOVE "O" TO WS-ECRIT.
           WRITE BOOKING-RECORD
               INVALID KEY MOVE "N" TO WS-ECRIT
           END-WRITE.
           IF WS-ECRIT = "O"
               MOVE "A" TO WS-ACTION
               PERFORM JOURNALISER
           END-IF.
      *----------------------------------------------------------------
      * DAILY SHEET: EVERY ROOM, EVERY BOOKABLE SLOT OF THE DATE.
      *----------------------------------------------------------------
       DO-JOUR.
           DISPLAY "DATE (AAAAMMJJ) : ".
           IF WS-DATE-SAISIE NOT NUMERIC
               DISPLAY "DATE INVALIDE"
               GO TO FIN-JOUR.
           PERFORM OUVRIR-LECTURE.
           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO LIGNE-RPT.
           STRING "FEUILLE DE SALLE DU " WS-DATE-SAISIE
           WRITE LIGNE-RPT.
           MOVE ALL "=" TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           PERFORM EDITER-ENTETE-SALLES.
           MOVE WS-DATE-SAISIE-N TO WS-DATE-COURANTE.
           MOVE "O" TO WS-TOUS-CRENEAUX.
           PERFORM EDITER-UN-JOUR.
           CLOSE REPORT-FILE.
           CLOSE BOOKING-FILE.
           DISPLAY "FEUILLE ECRITE DANS ROOMBOOK.RPT".
       FIN-JOUR.
           EXIT.
           IF DSA-RETOUR NOT = "00"
               DISPLAY "DATE INVALIDE"
               GO TO FIN-SEMAINE.
           PERFORM OUVRIR-LECTURE.
           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO LIGNE-RPT.
           STRING "AGENDA DE LA SEMAINE DU " WS-DATE-SAISIE
           WRITE LIGNE-RPT.
           MOVE ALL "=" TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           PERFORM EDITER-ENTETE-SALLES.
           MOVE WS-DATE-SAISIE-N TO WS-DATE-COURANTE.
           MOVE "N" TO WS-TOUS-CRENEAUX.
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 7
               MOVE SPACES TO LIGNE-RPT
               WRITE LIGNE-RPT
               PERFORM AVANCER-DATE
           END-PERFORM.
           CLOSE REPORT-FILE.
           CLOSE BOOKING-FILE.
           DISPLAY "AGENDA ECRIT DANS ROOMBOOK.RPT".
       FIN-SEMAINE.
           EXIT.
      *----------------------------------------------------------------
      * ONE COLUMN PER ROOM: LABEL, THEN CAPACITY AND HOURS.
      *----------------------------------------------------------------
       EDITER-ENTETE-SALLES.
           MOVE SPACES TO WS-LIGNE-BOOKING.
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-NB-SALLES
               MOVE SPACES TO DBK-CASE (WS-S)
               STRING "|" TS-CODE (WS-S) " " TS-LIBELLE (WS-S)
                   DELIMITED BY SIZE INTO DBK-CASE (WS-S)
           END-PERFORM.
           MOVE WS-LIGNE-BOOKING TO LIGNE-RPT.
           MOVE "H" TO LIGNE-RPT (1:1).
           WRITE LIGNE-RPT.
           MOVE SPACES TO WS-LIGNE-BOOKING.
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-NB-SALLES
               MOVE TS-CAPACITE (WS-S) TO WS-EDT-NB
               MOVE SPACES TO DBK-CASE (WS-S)
               STRING "|" WS-EDT-NB " PLACES  " TS-DEBUT (WS-S)
                      "H-" TS-FIN (WS-S) "H"
                   DELIMITED BY SIZE INTO DBK-CASE (WS-S)
           END-PERFORM.
           MOVE WS-LIGNE-BOOKING TO LIGNE-RPT.
           WRITE LIGNE-RPT.
      *----------------------------------------------------------------
      * THE BOOKINGS OF WS-DATE-COURANTE: ONE START PER ROOM READS
      * THAT ROOM'S DAY IN SLOT ORDER INTO THE GRID, THEN THE GRID IS
      * PRINTED SLOT BY SLOT - EVERY SLOT ANY ROOM IS OPEN FOR WHEN
      * WS-TOUS-CRENEAUX IS "O", ONLY BOOKED SLOTS OTHERWISE. A SLOT
      * OUTSIDE A ROOM'S HOURS SHOWS AS DOTS, A SHOP BOOKING AS
      * BOUTIQUE.
      *----------------------------------------------------------------
       EDITER-UN-JOUR.
           MOVE SPACES TO TABLE-GRILLE.
           MOVE 0 TO WS-NB-JOUR.
           PERFORM TESTER-EVENEMENT THRU FIN-TESTER-EVT.
           IF WS-BLOQUE = "O"
               MOVE SPACES TO LIGNE-RPT
               STRING "   JOURNEE BLOQUEE : " WS-EVT-LIBELLE
                   DELIMITED BY SIZE INTO LIGNE-RPT
               WRITE LIGNE-RPT
           END-IF.
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-NB-SALLES
               PERFORM CHARGER-JOUR-SALLE
           END-PERFORM.
           PERFORM VARYING WS-C FROM 0 BY 1 UNTIL WS-C > 23
               PERFORM EDITER-UN-CRENEAU
           END-PERFORM.
           IF WS-NB-JOUR = 0 AND WS-TOUS-CRENEAUX NOT = "O"
               MOVE "   (AUCUNE RESERVATION)" TO LIGNE-RPT
               WRITE LIGNE-RPT
           END-IF.
       CHARGER-JOUR-SALLE.
           IF WS-BKG-OUVERT NOT = "O"
               GO TO FIN-CHARGER-JOUR-SALLE.
           MOVE TS-CODE (WS-S) TO BK-SALLE.
           MOVE WS-DATE-COURANTE TO BK-DATE.
           MOVE 0 TO BK-CRENEAU.
           MOVE "N" TO WS-EOF-FLAG.
           START BOOKING-FILE KEY IS NOT LESS THAN BK-CLE
               INVALID KEY MOVE "Y" TO WS-EOF-FLAG
           END-START.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ BOOKING-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF BK-SALLE NOT = TS-CODE (WS-S)
                          OR BK-DATE NOT = WS-DATE-COURANTE
                           MOVE "Y" TO WS-EOF-FLAG
                       ELSE
                           ADD 1 TO WS-NB-JOUR
                           MOVE BK-ID TO CS-ID
                           IF BK-ID = SPACES
                               MOVE "BOUTIQUE" TO CS-ID
                           END-IF
                           MOVE BK-LIBELLE TO CS-LIBELLE
                           MOVE WS-CASE
                               TO GR-CASE (BK-CRENEAU + 1, WS-S)
                       END-IF
               END-READ
           END-PERFORM.
       FIN-CHARGER-JOUR-SALLE.
           EXIT.
       EDITER-UN-CRENEAU.
           MOVE "N" TO WS-A-IMPRIMER.
           MOVE SPACES TO WS-LIGNE-BOOKING.
           MOVE WS-C TO DBK-CRENEAU.
           MOVE "H" TO DBK-H.
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-NB-SALLES
               IF GR-CASE (WS-C + 1, WS-S) NOT = SPACES
                   MOVE "O" TO WS-A-IMPRIMER
                   MOVE SPACES TO DBK-CASE (WS-S)
                   STRING "|" GR-CASE (WS-C + 1, WS-S)
                       DELIMITED BY SIZE INTO DBK-CASE (WS-S)
               ELSE
                   IF WS-C < TS-DEBUT (WS-S)
                      OR WS-C > TS-FIN (WS-S)
                       MOVE "| . . . ." TO DBK-CASE (WS-S)
                   ELSE
                       MOVE "|" TO DBK-CASE (WS-S)
                       IF WS-TOUS-CRENEAUX = "O"
                           MOVE "O" TO WS-A-IMPRIMER
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-A-IMPRIMER = "O"
               MOVE WS-LIGNE-BOOKING TO LIGNE-RPT
               WRITE LIGNE-RPT
           END-IF.
      *----------------------------------------------------------------
      * MONTHLY UTILISATION: BOOKABLE HOURS ARE THE MONTH'S WORKING
      * DAYS NOT BLOCKED BY AN EVENT, TIMES EACH ROOM'S HOURS; BOOKED
      * HOURS ARE THE ROOM'S BOOKINGS IN THE MONTH.
      *----------------------------------------------------------------
       DO-MOIS.
           DISPLAY "MOIS (AAAAMM) : ".
           ACCEPT WS-MOIS-SAISI.
           IF WS-MOIS-SAISI NOT NUMERIC
               DISPLAY "MOIS INVALIDE"
               GO TO FIN-MOIS.
           COMPUTE WS-DEBUT-MOIS = WS-MOIS-SAISI-N * 100 + 1.
           COMPUTE WS-FIN-MOIS = WS-MOIS-SAISI-N * 100 + 31.
           MOVE "V" TO DSA-FONCTION.
           MOVE WS-DEBUT-MOIS TO DSA-DATE-1.
           CALL "DATESRV" USING DATE-SERVICE-AREA.
           IF DSA-RETOUR NOT = "00"
               DISPLAY "MOIS INVALIDE"
               GO TO FIN-MOIS.
           MOVE 0 TO WS-NB-OUVRES.
           MOVE WS-DEBUT-MOIS TO WS-DATE-COURANTE.
           PERFORM COMPTER-JOUR-OUVRE
               UNTIL WS-DATE-COURANTE > WS-FIN-MOIS.
           PERFORM OUVRIR-LECTURE.
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-NB-SALLES
               COMPUTE TS-HEURES (WS-S) = WS-NB-OUVRES
                   * (TS-FIN (WS-S) - TS-DEBUT (WS-S) + 1)
               MOVE 0 TO TS-RESERVEES (WS-S) TS-EN-SERIE (WS-S)
                         TS-PERSONNES (WS-S)
               PERFORM COMPTER-MOIS-SALLE
           END-PERFORM.
           CLOSE BOOKING-FILE.
           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO LIGNE-RPT.
           MOVE WS-NB-OUVRES TO WS-EDT-NB.
           STRING "OCCUPATION DES SALLES - MOIS " WS-MOIS-SAISI
                  " - " WS-EDT-NB " JOURS OUVRES DISPONIBLES"
               DELIMITED BY SIZE INTO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE ALL "=" TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE "SALL  LIBELLE               CAP  HEURES  RESERV"
               TO LIGNE-RPT.
           MOVE "  TAUX  SERIE  PERSONNES" TO LIGNE-RPT (49:25).
           WRITE LIGNE-RPT.
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-NB-SALLES
               MOVE 0 TO WS-TAUX
               IF TS-HEURES (WS-S) > 0
                   COMPUTE WS-TAUX = TS-RESERVEES (WS-S) * 100
                                   / TS-HEURES (WS-S)
               END-IF
               MOVE TS-CODE (WS-S) TO LM-CODE
               MOVE TS-LIBELLE (WS-S) TO LM-LIBELLE
               MOVE TS-CAPACITE (WS-S) TO LM-CAPACITE
               MOVE TS-HEURES (WS-S) TO LM-HEURES
               MOVE TS-RESERVEES (WS-S) TO LM-RESERVEES
               MOVE WS-TAUX TO LM-TAUX
               MOVE TS-EN-SERIE (WS-S) TO LM-SERIE
               MOVE TS-PERSONNES (WS-S) TO LM-PERSONNES
               MOVE WS-LIGNE-MOIS TO LIGNE-RPT
               WRITE LIGNE-RPT
           END-PERFORM.
           CLOSE REPORT-FILE.
           DISPLAY "OCCUPATION ECRITE DANS ROOMBOOK.RPT".
       FIN-MOIS.
           EXIT.
       COMPTER-JOUR-OUVRE.
           MOVE "P" TO DSA-FONCTION.
           MOVE WS-DATE-COURANTE TO DSA-DATE-1.
           CALL "DATESRV" USING DATE-SERVICE-AREA.
           IF DSA-RETOUR = "00" AND DSA-DATE-2 = WS-DATE-COURANTE
               PERFORM TESTER-EVENEMENT THRU FIN-TESTER-EVT
               IF WS-BLOQUE NOT = "O"
                   ADD 1 TO WS-NB-OUVRES
               END-IF
           END-IF.
           PERFORM AVANCER-DATE.
       COMPTER-MOIS-SALLE.
           IF WS-BKG-OUVERT NOT = "O"
               GO TO FIN-COMPTER-MOIS-SALLE.
           MOVE TS-CODE (WS-S) TO BK-SALLE.
           MOVE WS-DEBUT-MOIS TO BK-DATE.
           MOVE 0 TO BK-CRENEAU.
           MOVE "N" TO WS-EOF-FLAG.
           START BOOKING-FILE KEY IS NOT LESS THAN BK-CLE
               INVALID KEY MOVE "Y" TO WS-EOF-FLAG
           END-START.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ BOOKING-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF BK-SALLE NOT = TS-CODE (WS-S)
                          OR BK-DATE > WS-FIN-MOIS
                           MOVE "Y" TO WS-EOF-FLAG
                       ELSE
                           ADD 1 TO TS-RESERVEES (WS-S)
                           ADD BK-NB-PERS TO TS-PERSONNES (WS-S)
                           IF BK-SERIE NOT = 0
                               ADD 1 TO TS-EN-SERIE (WS-S)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       FIN-COMPTER-MOIS-SALLE.
           EXIT.
      *----------------------------------------------------------------
      * THE ROOM TABLE ON THE SCREEN.
      *----------------------------------------------------------------
       DO-SALLES.
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-NB-SALLES
               MOVE TS-CAPACITE (WS-S) TO WS-EDT-NB
               DISPLAY "  " TS-CODE (WS-S) "  " TS-LIBELLE (WS-S)
                       "  " WS-EDT-NB " PLACES  " TS-DEBUT (WS-S)
                       "H-" TS-FIN (WS-S) "H"
           END-PERFORM.
      *----------------------------------------------------------------
      * LOADS THE ROOM TABLE. A LINE WITH A BLANK CODE, A NON-NUMERIC
      * CAPACITY OR HOURS, OR HOURS OUT OF 0-23 IS SKIPPED; SO IS ANY
      * ROOM AFTER THE FIFTH.
      *----------------------------------------------------------------
       CHARGER-SALLES.
           MOVE 0 TO WS-NB-SALLES.
           OPEN INPUT ROOM-FILE.
           IF WS-SAL-STATUS = "00"
               PERFORM UNTIL WS-SAL-STATUS NOT = "00"
                   READ ROOM-FILE
                       AT END MOVE "10" TO WS-SAL-STATUS
                       NOT AT END
                           PERFORM RETENIR-SALLE
                   END-READ
               END-PERFORM
               CLOSE ROOM-FILE
           END-IF.
           IF WS-NB-SALLES = 0
               DISPLAY "TABLE DES SALLES ABSENTE OU VIDE (ROOMSAL.DAT)"
                       " - AUCUNE RESERVATION POSSIBLE"
           END-IF.
       RETENIR-SALLE.
           IF SA-CODE = SPACES
              OR SA-CAPACITE NOT NUMERIC
              OR SA-DEBUT NOT NUMERIC OR SA-FIN NOT NUMERIC
              OR SA-FIN > 23 OR SA-DEBUT > SA-FIN
               DISPLAY "LIGNE DE ROOMSAL.DAT IGNOREE : " SA-CODE
           ELSE
               IF WS-NB-SALLES < 5
                   ADD 1 TO WS-NB-SALLES
                   MOVE SA-CODE TO TS-CODE (WS-NB-SALLES)
                   MOVE SA-CAPACITE TO TS-CAPACITE (WS-NB-SALLES)
                   MOVE SA-DEBUT TO TS-DEBUT (WS-NB-SALLES)
                   MOVE SA-FIN TO TS-FIN (WS-NB-SALLES)
                   MOVE SA-LIBELLE TO TS-LIBELLE (WS-NB-SALLES)
               ELSE
                   DISPLAY "PLUS DE 5 SALLES - " SA-CODE " IGNOREE"
               END-IF
           END-IF.
      *----------------------------------------------------------------
      * THE BOOKING FILE, OPEN I-O FOR A CHANGE (CREATED THE FIRST
      * TIME) OR INPUT FOR A PRINT. THE PRINTS TEST WS-BKG-OUVERT,
      * NOT THE STATUS: ONE ROOM'S START OR READ NEXT LEAVES "23" OR
      * "10" BEHIND IT FOR THE NEXT ROOM.
      *----------------------------------------------------------------
       OUVRIR-RESERVATIONS.
           OPEN I-O BOOKING-FILE.
           IF WS-BKG-STATUS = "35"
               OPEN OUTPUT BOOKING-FILE
               CLOSE BOOKING-FILE
               OPEN I-O BOOKING-FILE
           END-IF.
       OUVRIR-LECTURE.
           OPEN INPUT BOOKING-FILE.
           IF WS-BKG-STATUS = "00"
               MOVE "O" TO WS-BKG-OUVERT
           ELSE
               MOVE "N" TO WS-BKG-OUVERT
           END-IF.
      *----------------------------------------------------------------
      * ONE JOURNAL LINE PER BOOKING WRITTEN OR DELETED, STAMPED WITH
      * THE SIGNED-ON OPERATOR.
      *----------------------------------------------------------------
       JOURNALISER.
           OPEN EXTEND JOURNAL-FILE.
           IF WS-JRN-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
               CLOSE JOURNAL-FILE
               OPEN EXTEND JOURNAL-FILE
           END-IF.
           MOVE WS-AUJOURDHUI TO JB-DATE.
           ACCEPT WS-HEURE-EXACTE FROM TIME.
           MOVE WS-HHMMSS TO JB-TIME.
           MOVE WS-OPERATEUR TO JB-OPERATEUR.
           MOVE WS-ACTION TO JB-ACTION.
           MOVE BOOKING-RECORD TO JB-RESERVATION.
           WRITE JOURNAL-RECORD.
           CLOSE JOURNAL-FILE.
       CONFIRMER.
           DISPLAY "CONFIRMER (O/N) : ".
           ACCEPT WS-CONFIRME.
           MOVE FUNCTION UPPER-CASE(WS-CONFIRME) TO WS-CONFIRME.
           IF WS-CONFIRME NOT = "O"
               DISPLAY "ABANDONNE - RIEN N'EST ANNULE"
           END-IF.
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
      * NEXT CALENDAR DAY - THE DAY IS BUMPED AND DATESRV "V" SETTLES
      * THE MONTH AND YEAR ROLLS.
      *----------------------------------------------------------------
                   ADD 1 TO WS-DC-AN
               END-IF
           END-IF.
      *----------------------------------------------------------------
      * THE SHOP'S PROCESSING DATE, THROUGH THE BUSDATE SERVICE.
      *----------------------------------------------------------------
       LIRE-DATE-METIER.
           MOVE "L" TO BDA-FONCTION.
           CALL "BUSDATE" USING BUSINESS-DATE-AREA.

       END PROGRAM ROOMBOOK.
