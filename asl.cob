      *          OPERATOR, ENROLMENT ITSELF DEMANDS A SIGNED-ON
      *          SUPERVISOR - THE MACHINE ROOM DOOR IS NO LONGER THE
      *          ONLY CONTROL.
      *          PASSWORDS AGE UNDER THE SHOP POLICY (PASSPOL.CTL -
      *          MAXIMUM AGE, MINIMUM LENGTH, HOW MANY PREVIOUS
      *          PASSWORDS MAY NOT COME BACK). THE MASTER CARRIES THE
      *          DATE OF EACH OPERATOR'S LAST CHANGE, THE LAST GOOD
      *          SIGN-ON AND THE RECENT PASSWORDS, ENCIPHERED LIKE
      *          THE CURRENT ONE. AN EXPIRED PASSWORD (OR ONE NEVER
      *          DATED) MUST BE CHANGED BEFORE THE SIGN-ON COMPLETES;
      *          "CHANGE" AT THE ID PROMPT CHANGES IT EARLIER.
      *          "RESET" LETS A SIGNED-ON SUPERVISOR SET A ONE-TIME
      *          PASSWORD (AND LIFT A LOCK): IT MUST BE CHANGED AT
      *          FIRST USE, AND IS LOGGED IN EXCEPT.LOG. A NEW
      *          OPERATOR ENROLLED BY A SUPERVISOR LIKEWISE STARTS ON
      *          A ONE-TIME PASSWORD. PWDRPT REPORTS THE AGEING
      *          MONTHLY.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
            SELECT EXCEPTION-FILE ASSIGN TO "EXCEPT.LOG"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-EXC-STATUS.
            SELECT POLICY-FILE ASSIGN TO "PASSPOL.CTL"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-POL-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  OPERATOR-MASTER
                      DATA RECORD OPERATOR-RECORD.
            COPY "OPERMAST.cpy".
        FD  MASTER-NEW
                      DATA RECORD OPERATOR-RECORD-NEW.
            COPY "OPERMAST.cpy" REPLACING
                ==OPERATOR-RECORD== BY ==OPERATOR-RECORD-NEW==
                LEADING ==OP== BY ==ON==.
        FD  CURRENT-FILE
                      DATA RECORD CURRENT-RECORD.
        01  CURRENT-RECORD    PIC X(8).
        FD  EXCEPTION-FILE
                      DATA RECORD EXCEPTION-LOG-RECORD.
            COPY "EXCLOG.cpy".
        FD  POLICY-FILE
                      DATA RECORD POLICY-RECORD.
            COPY "PASSPOL.cpy".

        WORKING-STORAGE SECTION.
           COPY "BUSDATE.cpy".
        01 WS-SIGNON-OK        PIC X VALUE "N".
        01 WS-NIVEAU-SAISI     PIC X.
        01 WS-MASTER-VIDE      PIC X.
        01 WS-POL-STATUS       PIC XX.
        01 WS-AGE-MAX          PIC 9(3).
        01 WS-LONG-MIN         PIC 9.
        01 WS-NB-HISTO         PIC 9.
        01 WS-DATE-JOUR        PIC 9(8).
        01 WS-JOURS-RESTANTS   PIC S9(7).
        01 WS-EDT-JOURS        PIC ZZ9.
        01 WS-CHANGE-DEMANDE   PIC X VALUE "N".
        01 WS-CHANGE-OK        PIC X.
        01 WS-NB-CHANGE        PIC 9.
        01 WS-MDP-REFUS        PIC X.
        01 WS-NOUVEAU-1        PIC X(8).
        01 WS-NOUVEAU-2        PIC X(8).
        01 WS-INVERSE          PIC X(8).
        01 WS-LONGUEUR         PIC S9(4) COMP.
        01 WS-H                PIC S9(4) COMP.
            COPY "AUTHSRV.cpy".
            COPY "DATESRV.cpy".
      *    THE OPERATOR FOUND BY CHERCHER-OPERATEUR, AS UPDATED BEFORE
      *    REECRIRE-OPERATEUR PUTS IT BACK ON THE MASTER.
            COPY "OPERMAST.cpy" REPLACING
                ==OPERATOR-RECORD== BY ==WS-OPERATEUR==
                LEADING ==OP== BY ==WO==.

        01 WS-ENCRYPT-KEY.
         02 FILLER PIC X(8) VALUE SPACES.
               OPEN EXTEND EXCEPTION-FILE
           END-IF.
           PERFORM LOAD-KEY.
           PERFORM CHARGER-POLITIQUE.
        SIGNON-LOOP.
           MOVE "N" TO WS-CHANGE-DEMANDE.
           DISPLAY "OPERATEUR (OU ENROLL/RESET/CHANGE) : "
                   WITH NO ADVANCING.
           ACCEPT WS-ID-SAISI.
           IF FUNCTION UPPER-CASE(WS-ID-SAISI) = "ENROLL"
               PERFORM ENROLL-OPERATEUR THRU FIN-ENROLL
               GO TO SIGNON-LOOP.
           IF FUNCTION UPPER-CASE(WS-ID-SAISI) = "RESET"
               PERFORM POSER-PROVISOIRE THRU FIN-PROVISOIRE
               GO TO SIGNON-LOOP.
           IF FUNCTION UPPER-CASE(WS-ID-SAISI) = "CHANGE"
               MOVE "O" TO WS-CHANGE-DEMANDE
               DISPLAY "OPERATEUR : " WITH NO ADVANCING
               ACCEPT WS-ID-SAISI
           END-IF.
           IF WS-ID-SAISI = SPACES
               GO TO SIGNON-LOOP.
           PERFORM CHERCHER-OPERATEUR.
           PERFORM CHIFFRER-MOT-DE-PASSE.
           IF WS-PASS-HEX = WS-PASS-ATTENDU
               MOVE "O" TO WS-SIGNON-OK
               PERFORM CONTROLER-VALIDITE THRU FIN-VALIDITE
               MOVE WS-DATE-JOUR TO WO-DERNIER-SIGNON-N
               PERFORM REECRIRE-OPERATEUR THRU FIN-REECRIRE
               PERFORM ECRIRE-OPERATEUR-COURANT
               MOVE WS-ID-SAISI TO MSG OF OUT-MSG
               DISPLAY OUT-MSG
                               MOVE "O" TO WS-ID-TROUVE
                               MOVE OP-PASS-HEX TO WS-PASS-ATTENDU
                               MOVE OP-LOCKED TO WS-ID-VERROUILLE
                               MOVE OPERATOR-RECORD TO WS-OPERATEUR
                           END-IF
                   END-READ
               END-PERFORM
      * REWRITES THE MASTER WITH THE FAILED OPERATOR LOCKED.
      *----------------------------------------------------------------
        VERROUILLER-OPERATEUR.
           MOVE "L" TO WO-LOCKED.
           PERFORM REECRIRE-OPERATEUR THRU FIN-REECRIRE.
        FIN-VERROUILLER.
           EXIT.
      *----------------------------------------------------------------
      * REWRITES THE MASTER WITH WS-OPERATEUR IN PLACE OF THAT
      * OPERATOR'S LINE, EVERY OTHER LINE COPIED AS READ.
      *----------------------------------------------------------------
        REECRIRE-OPERATEUR.
           OPEN INPUT OPERATOR-MASTER.
           IF WS-MAST-STATUS NOT = "00"
               GO TO FIN-REECRIRE.
           OPEN OUTPUT MASTER-NEW.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ OPERATOR-MASTER
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF OP-ID = WO-ID
                           MOVE WS-OPERATEUR TO OPERATOR-RECORD-NEW
                       ELSE
                           MOVE OPERATOR-RECORD TO OPERATOR-RECORD-NEW
                       END-IF
                       WRITE OPERATOR-RECORD-NEW
               END-READ
           CLOSE OPERATOR-MASTER.
           CLOSE MASTER-NEW.
           PERFORM RECOPIER-MASTER.
        FIN-REECRIRE.
           EXIT.
      *----------------------------------------------------------------
      * OPERMAST.NEW BACK OVER OPERMAST.DAT (LINE SEQUENTIAL FILES
               READ MASTER-NEW
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       MOVE OPERATOR-RECORD-NEW TO OPERATOR-RECORD
                       WRITE OPERATOR-RECORD
               END-READ
           END-PERFORM.
           CLOSE OPERATOR-MASTER.
      *----------------------------------------------------------------
      * REGISTERS A NEW OPERATOR: THE PASSWORD GOES THROUGH THE
      * CIPHER AND ONLY ITS HEX FORM REACHES THE MASTER. IT IS DATED
      * TODAY, AND IS A ONE-TIME PASSWORD UNLESS THIS IS THE FIRST
      * OPERATOR OF AN EMPTY MASTER (NOBODY ELSE KNOWS IT THEN).
      *----------------------------------------------------------------
        ENROLL-OPERATEUR.
      *    ONCE THE SHOP HAS OPERATORS, ONLY A SIGNED-ON SUPERVISOR
               GO TO FIN-ENROLL.
           DISPLAY "MOT DE PASSE (8 CHARS) : " WITH NO ADVANCING.
           ACCEPT WS-PASS-SAISI.
           MOVE WS-PASS-SAISI TO WS-NOUVEAU-1.
           PERFORM MESURER-MOT-DE-PASSE.
           IF WS-LONGUEUR < WS-LONG-MIN
               DISPLAY "MOT DE PASSE TROP COURT - " WS-LONG-MIN
                       " CARACTERES MINIMUM"
               GO TO FIN-ENROLL.
           PERFORM CHIFFRER-MOT-DE-PASSE.
           PERFORM LIRE-DATE-METIER.
           OPEN EXTEND OPERATOR-MASTER.
           IF WS-MAST-STATUS = "35"
               OPEN OUTPUT OPERATOR-MASTER
           IF WS-NIVEAU-SAISI < "1" OR WS-NIVEAU-SAISI > "3"
               MOVE "1" TO WS-NIVEAU-SAISI
           END-IF.
           MOVE SPACES TO OPERATOR-RECORD.
           MOVE WS-ID-SAISI TO OP-ID.
           MOVE WS-PASS-HEX TO OP-PASS-HEX.
           MOVE SPACE TO OP-LOCKED.
           MOVE WS-NIVEAU-SAISI TO OP-NIVEAU.
           MOVE BDA-DATE TO OP-DATE-MDP-N.
           IF WS-MASTER-VIDE NOT = "O"
               MOVE "O" TO OP-PROVISOIRE
           END-IF.
           WRITE OPERATOR-RECORD.
           CLOSE OPERATOR-MASTER.
           DISPLAY "OPERATEUR " WS-ID-SAISI " ENREGISTRE NIVEAU "
           WRITE CURRENT-RECORD.
           CLOSE CURRENT-FILE.
      *----------------------------------------------------------------
      * AFTER A GOOD PASSWORD: A ONE-TIME PASSWORD, AN EXPIRED ONE
      * (OR ONE THE MASTER HAS NEVER DATED) OR AN OPERATOR WHO ASKED
      * WITH "CHANGE" GOES THROUGH THE CHANGE; NO CHANGE, NO SIGN-ON.
      * A PASSWORD INSIDE ITS LAST WEEK ONLY EARNS A WARNING.
      *----------------------------------------------------------------
        CONTROLER-VALIDITE.
           PERFORM LIRE-DATE-METIER.
           MOVE BDA-DATE TO WS-DATE-JOUR.
           IF WO-PROVISOIRE = "O"
               DISPLAY "MOT DE PASSE PROVISOIRE - A CHANGER"
               MOVE "O" TO WS-CHANGE-DEMANDE
               GO TO CONTROLER-CHANGEMENT.
           MOVE -1 TO WS-JOURS-RESTANTS.
           IF WO-DATE-MDP NUMERIC
               MOVE "D" TO DSA-FONCTION
               MOVE WO-DATE-MDP-N TO DSA-DATE-1
               MOVE WS-DATE-JOUR TO DSA-DATE-2
               CALL "DATESRV" USING DATE-SERVICE-AREA
               IF DSA-RETOUR = "00"
                   COMPUTE WS-JOURS-RESTANTS =
                       WS-AGE-MAX - DSA-NB-JOURS
               END-IF
           END-IF.
           IF WS-JOURS-RESTANTS NOT > 0
               DISPLAY "MOT DE PASSE EXPIRE - A CHANGER"
               MOVE "O" TO WS-CHANGE-DEMANDE
           ELSE
               IF WS-JOURS-RESTANTS < 8
                  AND WS-CHANGE-DEMANDE NOT = "O"
                   MOVE WS-JOURS-RESTANTS TO WS-EDT-JOURS
                   DISPLAY "MOT DE PASSE EXPIRE DANS " WS-EDT-JOURS
                           " JOUR(S) - CHANGE POSSIBLE"
               END-IF
           END-IF.
        CONTROLER-CHANGEMENT.
           IF WS-CHANGE-DEMANDE NOT = "O"
               GO TO FIN-VALIDITE.
           PERFORM CHANGER-MOT-DE-PASSE THRU FIN-CHANGER.
           IF WS-CHANGE-OK NOT = "O"
               DISPLAY "MOT DE PASSE NON CHANGE - PAS DE SIGNON"
               MOVE 8 TO RETURN-CODE
               PERFORM FERMER-ET-FINIR.
        FIN-VALIDITE.
           EXIT.
      *----------------------------------------------------------------
      * THE NEW PASSWORD, KEYED TWICE: AT LEAST THE POLICY LENGTH,
      * NEITHER THE CURRENT ONE NOR ONE OF THE LAST N. THREE TRIES.
      * THE OLD PASSWORD JOINS THE HISTORY UNLESS IT WAS ONLY A
      * ONE-TIME PASSWORD THE OPERATOR NEVER CHOSE.
      *----------------------------------------------------------------
        CHANGER-MOT-DE-PASSE.
           MOVE "N" TO WS-CHANGE-OK.
           MOVE 0 TO WS-NB-CHANGE.
        CHANGER-SAISIE.
           IF WS-NB-CHANGE NOT < 3
               GO TO FIN-CHANGER.
           ADD 1 TO WS-NB-CHANGE.
           DISPLAY "NOUVEAU MOT DE PASSE : " WITH NO ADVANCING.
           ACCEPT WS-NOUVEAU-1.
           DISPLAY "CONFIRMER LE MOT DE PASSE : " WITH NO ADVANCING.
           ACCEPT WS-NOUVEAU-2.
           IF WS-NOUVEAU-1 NOT = WS-NOUVEAU-2
               DISPLAY "LES DEUX SAISIES DIFFERENT"
               GO TO CHANGER-SAISIE.
           PERFORM MESURER-MOT-DE-PASSE.
           IF WS-LONGUEUR < WS-LONG-MIN
               DISPLAY "MOT DE PASSE TROP COURT - " WS-LONG-MIN
                       " CARACTERES MINIMUM"
               GO TO CHANGER-SAISIE.
           MOVE WS-NOUVEAU-1 TO WS-PASS-SAISI.
           PERFORM CHIFFRER-MOT-DE-PASSE.
           PERFORM TESTER-REUTILISATION.
           IF WS-MDP-REFUS = "O"
               DISPLAY "MOT DE PASSE DEJA UTILISE - EN CHOISIR UN AUTRE"
               GO TO CHANGER-SAISIE.
           IF WO-PROVISOIRE NOT = "O"
               PERFORM DECALER-HISTORIQUE
           END-IF.
           MOVE WS-PASS-HEX TO WO-PASS-HEX.
           MOVE WS-DATE-JOUR TO WO-DATE-MDP-N.
           MOVE SPACE TO WO-PROVISOIRE.
           MOVE "O" TO WS-CHANGE-OK.
           DISPLAY "MOT DE PASSE CHANGE".
        FIN-CHANGER.
           EXIT.
        TESTER-REUTILISATION.
           MOVE "N" TO WS-MDP-REFUS.
           IF WS-PASS-HEX = WO-PASS-HEX
               MOVE "O" TO WS-MDP-REFUS
           END-IF.
           PERFORM VARYING WS-H FROM 1 BY 1 UNTIL WS-H > WS-NB-HISTO
               IF WO-HISTORIQUE (WS-H) = WS-PASS-HEX
                   MOVE "O" TO WS-MDP-REFUS
               END-IF
           END-PERFORM.
      *    THE CURRENT PASSWORD INTO THE HISTORY, MOST RECENT FIRST;
      *    THE OLDEST OF THE FIVE SLOTS FALLS OFF.
        DECALER-HISTORIQUE.
           PERFORM VARYING WS-H FROM 5 BY -1 UNTIL WS-H < 2
               MOVE WO-HISTORIQUE (WS-H - 1) TO WO-HISTORIQUE (WS-H)
           END-PERFORM.
           MOVE WO-PASS-HEX TO WO-HISTORIQUE (1).
      *    SIGNIFICANT LENGTH OF WS-NOUVEAU-1 (TRAILING SPACES OFF).
        MESURER-MOT-DE-PASSE.
           MOVE FUNCTION REVERSE(WS-NOUVEAU-1) TO WS-INVERSE.
           MOVE 0 TO WS-LONGUEUR.
           INSPECT WS-INVERSE TALLYING WS-LONGUEUR FOR LEADING SPACES.
           COMPUTE WS-LONGUEUR = 8 - WS-LONGUEUR.
      *----------------------------------------------------------------
      * RESET: A SIGNED-ON SUPERVISOR GIVES AN OPERATOR A ONE-TIME
      * PASSWORD - THE FORGOTTEN-PASSWORD AND LOCKED-ACCOUNT CASES.
      * THE LOCK IS LIFTED, THE OPERATOR MUST CHANGE THE PASSWORD AT
      * FIRST USE, AND THE RESET IS LOGGED IN EXCEPT.LOG UNDER THE
      * SUPERVISOR'S NAME.
      *----------------------------------------------------------------
        POSER-PROVISOIRE.
           MOVE "RESET" TO AUT-FONCTION.
           MOVE 3 TO AUT-NIVEAU-REQ.
           CALL "AUTHSRV" USING AUTHORITY-AREA.
           IF AUT-RETOUR NOT = "00"
               DISPLAY "REINITIALISATION REFUSEE - SUPERVISEUR REQUIS"
               GO TO FIN-PROVISOIRE.
           DISPLAY "OPERATEUR A REINITIALISER : " WITH NO ADVANCING.
           ACCEPT WS-ID-SAISI.
           IF WS-ID-SAISI = SPACES
               GO TO FIN-PROVISOIRE.
           PERFORM CHERCHER-OPERATEUR.
           IF WS-ID-TROUVE NOT = "O"
               DISPLAY "OPERATEUR INCONNU"
               GO TO FIN-PROVISOIRE.
           DISPLAY "MOT DE PASSE PROVISOIRE (8 CHARS) : "
                   WITH NO ADVANCING.
           ACCEPT WS-PASS-SAISI.
           MOVE WS-PASS-SAISI TO WS-NOUVEAU-1.
           PERFORM MESURER-MOT-DE-PASSE.
           IF WS-LONGUEUR < WS-LONG-MIN
               DISPLAY "MOT DE PASSE TROP COURT - " WS-LONG-MIN
                       " CARACTERES MINIMUM"
               GO TO FIN-PROVISOIRE.
           PERFORM CHIFFRER-MOT-DE-PASSE.
           PERFORM LIRE-DATE-METIER.
           IF WO-PROVISOIRE NOT = "O"
               PERFORM DECALER-HISTORIQUE
           END-IF.
           MOVE WS-PASS-HEX TO WO-PASS-HEX.
           MOVE BDA-DATE TO WO-DATE-MDP-N.
           MOVE "O" TO WO-PROVISOIRE.
           MOVE SPACE TO WO-LOCKED.
           PERFORM REECRIRE-OPERATEUR THRU FIN-REECRIRE.
           MOVE "ASL"          TO EXC-PROGRAM.
           MOVE BDA-DATE       TO EXC-DATE.
           ACCEPT WS-HEURE-EXACTE FROM TIME.
           MOVE WS-HHMMSS      TO EXC-TIME.
           MOVE WS-ID-SAISI    TO EXC-VALUE.
           MOVE "MOT DE PASSE PROVISOIRE POSE" TO EXC-REASON.
           MOVE "W"            TO EXC-SEVERITY.
           MOVE AUT-OPERATEUR  TO EXC-OPERATOR.
           WRITE EXCEPTION-LOG-RECORD.
           DISPLAY "MOT DE PASSE PROVISOIRE POSE POUR " WS-ID-SAISI.
        FIN-PROVISOIRE.
           EXIT.
      *----------------------------------------------------------------
      * THE SHOP PASSWORD POLICY (PASSPOL.CTL); A FIELD BLANK OR OUT
      * OF RANGE, OR THE WHOLE FILE ABSENT, KEEPS THE DEFAULT.
      *----------------------------------------------------------------
        CHARGER-POLITIQUE.
           MOVE 90 TO WS-AGE-MAX.
           MOVE 6 TO WS-LONG-MIN.
           MOVE 4 TO WS-NB-HISTO.
           OPEN INPUT POLICY-FILE.
           IF WS-POL-STATUS = "00"
               READ POLICY-FILE
                   AT END CONTINUE
                   NOT AT END PERFORM RETENIR-POLITIQUE
               END-READ
               CLOSE POLICY-FILE
           END-IF.
        RETENIR-POLITIQUE.
           IF PP-AGE-MAX NUMERIC AND PP-AGE-MAX NOT = "000"
               MOVE PP-AGE-MAX TO WS-AGE-MAX
           END-IF.
           IF PP-LONG-MIN >= "1" AND PP-LONG-MIN <= "8"
               MOVE PP-LONG-MIN TO WS-LONG-MIN
           END-IF.
           IF PP-HISTORIQUE >= "0" AND PP-HISTORIQUE <= "5"
               MOVE PP-HISTORIQUE TO WS-NB-HISTO
           END-IF.
      *----------------------------------------------------------------
      * THE KEYED PASSWORD THROUGH THE CIPHER, HEX-ARMOURED - THE
      * SAME TRANSFORM AND KEY HANDLING AS ENRCYPT, SO THE TWO
      * PROGRAMS AGREE ON WHAT IS STORED.
