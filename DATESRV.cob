      *          NEEDS - LAST OR NTH WORKING DAY OF A MONTH, WORKING
      *          DAYS BETWEEN TWO DATES, THE FISCAL PERIOD A DATE
      *          FALLS IN - WITHOUT PRINTING A CALENDAR OR READING
      *          WORKDAYS.DAT TO DO IT. IT ALSO MOVES A DATE BY
      *          WHOLE CALENDAR MONTHS ("AT LEAST SIX MONTHS A
      *          MEMBER" AND THE LIKE).
      *          WORKING-DAY ARITHMETIC HONOURS THE SAME HOLIDAY
      *          TABLE AS TA2400 (TA2400.FER WHEN PRESENT, THE
      *          DEFAULT FRENCH LIST OTHERWISE). A CALLER NAMING A
      *          BRANCH (DSA-BRANCHE) GETS THAT OFFICE'S OWN TABLE,
      *          FERIES.<CODE>, WHEN IT HAS ONE - ROTTERDAM WORKS
      *          DUTCH HOLIDAYS - AND THE SHOP TABLE OTHERWISE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FERIES-FILE ASSIGN TO DYNAMIC WS-FER-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-FER-STATUS.


       WORKING-STORAGE SECTION.
       01  WS-FER-STATUS         PIC XX.
       01  WS-FER-NAME           PIC X(12).
       01  WS-FERIES-CHARGEES    PIC X    VALUE "N".
       01  WS-BRANCHE-CHARGEE    PIC X(3) VALUE SPACES.
       01  WS-NB-AVANT           PIC S9(4) COMP.
       01  WS-NBFERIES           PIC S9(4) COMP VALUE 8.
       01  WS-NBFERIES-FIXES     PIC S9(4) COMP VALUE 8.
       01  WS-AN-MOBILE          PIC 9(4) VALUE 0.

      *----------------------------------------------------------------
      * HOLIDAY TABLE - DEFAULT FRENCH LIST, OVERRIDDEN BY TA2400.FER
      * EXACTLY AS TA2400'S CHARGER-FERIES DOES, THEN BY THE BRANCH'S
      * FERIES.<CODE> WHEN ONE IS ASKED FOR. ANNEE 0000 MEANS THE
      * ENTRY APPLIES EVERY YEAR; A DATED (JJMMAAAA) LINE APPLIES TO
      * THAT YEAR ONLY.
      *----------------------------------------------------------------
       PROCEDURE DIVISION USING DATE-SERVICE-AREA.
       A-000-DEBUT.
           IF WS-FERIES-CHARGEES = "N"
              OR DSA-BRANCHE NOT = WS-BRANCHE-CHARGEE
               PERFORM CHARGER-FERIES
               MOVE "O" TO WS-FERIES-CHARGEES
               MOVE DSA-BRANCHE TO WS-BRANCHE-CHARGEE
           END-IF.
           MOVE "00" TO DSA-RETOUR.
           EVALUATE DSA-FONCTION
               WHEN "N" PERFORM F-700-NIEME-OUVRE
               WHEN "E" PERFORM F-800-OUVRES-ENTRE
               WHEN "F" PERFORM F-900-PERIODE-FISCALE
               WHEN "M" PERFORM F-950-AJOUT-MOIS
               WHEN OTHER MOVE "99" TO DSA-RETOUR
           END-EVALUATE.
           GOBACK.
               END-IF
           END-IF.
      *----------------------------------------------------------------
      * "M" : DSA-DATE-2 = DSA-DATE-1 PLUS DSA-NB-JOURS CALENDAR
      * MONTHS, BACKWARDS WHEN NEGATIVE. THE DAY OF MONTH IS KEPT
      * UNLESS THE MONTH REACHED IS SHORTER, THEN IT IS ITS LAST DAY.
      * "12" WHEN THE RESULT WOULD FALL OUTSIDE YEARS 1 TO 9999.
      *----------------------------------------------------------------
       F-950-AJOUT-MOIS.
           PERFORM F-100-VALIDER.
           IF DSA-RETOUR = "00"
               COMPUTE WS-Q = DSA-ANNEE-1 * 12 + DSA-MOIS-1 - 1
                            + DSA-NB-JOURS
               IF WS-Q < 12 OR WS-Q > 119999
                   MOVE "12" TO DSA-RETOUR
               END-IF
           END-IF.
           IF DSA-RETOUR = "00"
               DIVIDE WS-Q BY 12 GIVING WS-ANNEE REMAINDER WS-R
               COMPUTE WS-MOIS = WS-R + 1
               PERFORM NB-JOURS-DU-MOIS
               MOVE DSA-JOUR-1 TO WS-JOUR
               IF WS-JOUR > WS-FEV
                   MOVE WS-FEV TO WS-JOUR
               END-IF
               MOVE WS-ANNEE TO DSA-ANNEE-2
               MOVE WS-MOIS  TO DSA-MOIS-2
               MOVE WS-JOUR  TO DSA-JOUR-2
           END-IF.
      *----------------------------------------------------------------
      * ONE CALENDAR DAY FORWARD; COUNTS IT WHEN IT IS WORKING.
      *----------------------------------------------------------------
       COMPTER-JOUR-OUVRE.
               END-IF
           END-PERFORM.
      *----------------------------------------------------------------
      * LOADS THE HOLIDAY TABLE ON THE FIRST CALL, AND AGAIN WHENEVER
      * A CALLER ASKS FOR ANOTHER BRANCH: DEFAULT FRENCH LIST,
      * REPLACED BY TA2400.FER WHEN PRESENT AND USABLE - SAME RULES AS
      * TA2400'S CHARGER-FERIES - THEN BY THE BRANCH'S OWN TABLE UNDER
      * THE SAME RULE. THE MOVABLE FEASTS ARE RECOMPUTED ON THE NEXT
      * TEST.
      *----------------------------------------------------------------
       CHARGER-FERIES.
           MOVE 8 TO WS-NBFERIES.
               MOVE FERIE-MOIS-DEFAUT (WS-DEP) TO FERIE-MOIS (WS-DEP)
               MOVE 0 TO FERIE-ANNEE (WS-DEP)
           END-PERFORM.
           MOVE "TA2400.FER" TO WS-FER-NAME.
           PERFORM LIRE-TABLE-FERIES.
           IF DSA-BRANCHE NOT = SPACES
               MOVE SPACES TO WS-FER-NAME
               STRING "FERIES." DSA-BRANCHE
                   DELIMITED BY SIZE INTO WS-FER-NAME
               PERFORM LIRE-TABLE-FERIES
           END-IF.
           MOVE WS-NBFERIES TO WS-NBFERIES-FIXES.
           MOVE 0 TO WS-AN-MOBILE.
      *----------------------------------------------------------------
      * ONE HOLIDAY FILE (WS-FER-NAME) REPLACES THE TABLE WHEN IT
      * EXISTS AND HAS AT LEAST ONE USABLE LINE. A FILE WITH NONE
      * WRITES NOTHING, SO THE TABLE ALREADY LOADED STANDS.
      *----------------------------------------------------------------
       LIRE-TABLE-FERIES.
           OPEN INPUT FERIES-FILE.
           IF WS-FER-STATUS = "00"
               MOVE WS-NBFERIES TO WS-NB-AVANT
               MOVE 0 TO WS-NBFERIES
               PERFORM UNTIL WS-FER-STATUS NOT = "00"
                   READ FERIES-FILE
               END-PERFORM
               CLOSE FERIES-FILE
               IF WS-NBFERIES = 0
                   MOVE WS-NB-AVANT TO WS-NBFERIES
               END-IF
           END-IF.
      *----------------------------------------------------------------
      * DROPS ANY PREVIOUS YEAR'S MOVABLE FEASTS AND APPENDS LUNDI DE
      * PAQUES (+1), ASCENSION (+39) AND LUNDI DE PENTECOTE (+50) FOR
