000500 DATE-COMPILED.
000600*         CE PROGRAMME DONNE LE OU LES CALENDRIERS
000700*                      D UNE OU PLUSIEURS ANNEES.
000710*         UNE CARTE "BRAN XXX" (OU "bran" A L'ECRAN) AVANT TOUTE
000720*         IMPRESSION DONNE LE CALENDRIER DE LA BRANCHE XXX :
000730*         SES FERIES (FERIES.XXX, SINON CEUX DE L'ATELIER) ET
000740*         SES SORTIES CALXXX.TXT / CALXXX.DAT / CALXXX.IDX.
000800 ENVIRONMENT DIVISION.
000900 INPUT-OUTPUT SECTION.
001000 FILE-CONTROL.
001100     SELECT FIMP ASSIGN TO DYNAMIC FIMP-NOM
001200         ORGANIZATION IS LINE SEQUENTIAL
001205         FILE STATUS  IS FIMP-STATUS.
001210     SELECT FCHK ASSIGN TO "TA2400.CHK"
001220         ORGANIZATION IS LINE SEQUENTIAL
001230         FILE STATUS  IS FCHK-STATUS.
001240     SELECT FEXP ASSIGN TO DYNAMIC FEXP-NOM
001250         ORGANIZATION IS LINE SEQUENTIAL
001255         FILE STATUS  IS FEXP-STATUS.
001260     SELECT FREJ ASSIGN TO "TA2400.REJ"
001298     SELECT FEXC ASSIGN TO "EXCEPT.LOG"
001299         ORGANIZATION IS LINE SEQUENTIAL
001299         FILE STATUS  IS FEXC-STATUS.
001300     SELECT FFER ASSIGN TO DYNAMIC FFER-NOM
001301         ORGANIZATION IS LINE SEQUENTIAL
001302         FILE STATUS  IS FFER-STATUS.
001303     SELECT FEVT ASSIGN TO "TA2400.EVT"
001304         ORGANIZATION IS LINE SEQUENTIAL
001305         FILE STATUS  IS FEVT-STATUS.
001306     SELECT FIDX ASSIGN TO DYNAMIC FIDX-NOM
001307         ORGANIZATION IS INDEXED
001308         ACCESS MODE  IS DYNAMIC
001309         RECORD KEY   IS IDX-CLE
006808 77  FIMP-STATUS   PIC  X(2) VALUE SPACES.
006809 77  FEXP-STATUS   PIC  X(2) VALUE SPACES.
006810 77  FBIS-STATUS   PIC  X(2) VALUE SPACES.
006811 77  FIMP-NOM      PIC  X(12) VALUE "CALEND.TXT".
006812 77  FEXP-NOM      PIC  X(12) VALUE "CALEND.DAT".
006813 77  FIDX-NOM      PIC  X(12) VALUE "CALEND.IDX".
006814 77  FFER-NOM      PIC  X(12) VALUE "TA2400.FER".
006815 77  BRANCHE       PIC  X(3) VALUE SPACES.
006816 77  BRANCHE-SAISIE PIC X(4).
006804 77  WS-DOY        PIC  S9(4) USAGE COMP.
006805 77  WS-SEMAINE-ISO PIC 99.
006806 77  WS-ANNEE-ISO  PIC 9(4).
006820 77  FI            PIC  S9(4) USAGE COMP.
006830 77  NBFERIES      PIC  S9(4) USAGE COMP VALUE 8.
006831 77  NBFERIES-FIXES PIC S9(4) USAGE COMP VALUE 8.
006831 77  NBFERIES-AVANT PIC S9(4) USAGE COMP.
006832 77  FER-JJ        PIC  99.
006833 77  FER-MM        PIC  99.
006834 77  FER-AAAA      PIC  9(4).
025000     05 BLANK SCREEN FOREGROUND-COLOR 3.
025100     05 LINE 1  COL 15 "Impression de calendrier".
025110     05 LINE 5  COL 15
025120        "Tape l'annee, rang, spec, fisc, plan, lang, bran, fin :".
025200 01  SAISIE-LANGUE.
025210     05 BLANK SCREEN FOREGROUND-COLOR 3.
025220     05 LINE 1  COL 15 "Choix de la langue du calendrier".
025746     05 LINE 1  COL 15 "Impression planning mensuel".
025748     05 LINE 5  COL 15 "Annee : ".
025750     05 LINE 7  COL 15 "Mois de debut exercice (1-12) : ".
025762 01  SAISIE-BRANCHE.
025764     05 BLANK SCREEN FOREGROUND-COLOR 3.
025766     05 LINE 1  COL 15 "Calendrier d'une branche".
025768     05 LINE 5  COL 15 "Code branche (ex. ROT) : ".
025770 01  CAS-REPRISE.
025780     05 BLANK SCREEN FOREGROUND-COLOR 6.
025790     05 LINE 1  COL 15 "Reprise d'une impression speciale".
027107                 ACCEPT WS-LANGUE
027108                 PERFORM CHARGER-LANGUE
027109                 GO TO LECTURE.
027109       IF ANNEE = "bran"
027109                 DISPLAY SAISIE-BRANCHE
027109                 ACCEPT BRANCHE-SAISIE
027109                 MOVE FUNCTION UPPER-CASE(BRANCHE-SAISIE)
027109                      TO BRANCHE-SAISIE
027109                 PERFORM CHOISIR-BRANCHE THRU FCHOISIR-BRANCHE
027109                 GO TO LECTURE.
027110       IF ANNEE = "rang"
027120                 DISPLAY SAISIE-RANG
027130                 ACCEPT ANNEE-DEB
027237                 MOVE CTL-P1 (1:2) TO WS-LANGUE
027238                 PERFORM CHARGER-LANGUE
027239                 GO TO LECTURE.
027239       IF CTL-MOT = "BRAN"
027239                 MOVE CTL-P1 TO BRANCHE-SAISIE
027239                 PERFORM CHOISIR-BRANCHE THRU FCHOISIR-BRANCHE
027239                 GO TO LECTURE.
027240       IF CTL-MOT = "RANG"
027241                 IF CTL-P1 NOT NUMERIC OR CTL-P2 NOT NUMERIC
027242                     PERFORM ECRIRE-REJET-CARTE
046388     MOVE "W" TO EXC-SEVERITY.
046388     MOVE OPERATEUR TO EXC-OPERATOR.
046389     WRITE EXCEPTION-LOG-RECORD.
046390*                *******************************************
046390*                * CHOIX DE LA BRANCHE (CARTE BRAN / ECRAN  *
046390*                * "bran") : FERIES DE LA BRANCHE ET NOMS   *
046390*                * CALXXX.TXT/.DAT/.IDX DES SORTIES. REFUSE *
046390*                * UNE FOIS LES SORTIES OUVERTES - ELLES    *
046390*                * MELANGERAIENT DEUX CALENDRIERS.          *
046390*                *******************************************
046391 CHOISIR-BRANCHE.
046392     IF WS-SORTIES-OUVERTES = "Y" OR WS-EXPORTS-OUVERTS = "Y"
046393             MOVE "BRANCHE TROP TARDIVE" TO REJ-MOTIF
046394             GO TO REJET-BRANCHE.
046395     IF BRANCHE-SAISIE (1:1) = SPACE
046396        OR BRANCHE-SAISIE (4:1) NOT = SPACE
046397             MOVE "BRANCHE INVALIDE" TO REJ-MOTIF
046398             GO TO REJET-BRANCHE.
046399     MOVE BRANCHE-SAISIE (1:3) TO BRANCHE.
046400     MOVE SPACES TO FIMP-NOM FEXP-NOM FIDX-NOM.
046401     STRING "CAL" BRANCHE ".TXT" DELIMITED BY SPACE
046402         INTO FIMP-NOM.
046403     STRING "CAL" BRANCHE ".DAT" DELIMITED BY SPACE
046404         INTO FEXP-NOM.
046405     STRING "CAL" BRANCHE ".IDX" DELIMITED BY SPACE
046406         INTO FIDX-NOM.
046407     PERFORM CHARGER-FERIES.
046408*    FETES MOBILES A RECALCULER SUR LA NOUVELLE TABLE.
046409     MOVE LOW-VALUES TO ANPRE.
046410     GO TO FCHOISIR-BRANCHE.
046411 REJET-BRANCHE.
046412     PERFORM LIRE-DATE-METIER
046412     MOVE BDA-DATE TO REJ-DATE.
046413     ACCEPT HEURE-EXACTE FROM TIME.
046413     MOVE HHMMSS-EXACT TO REJ-TIME.
046414     MOVE BRANCHE-SAISIE TO REJ-VALEUR.
046415     WRITE LIGNE-REJ.
046416     MOVE "TA2400"       TO EXC-PROGRAM.
046417     MOVE REJ-DATE       TO EXC-DATE.
046418     MOVE REJ-TIME       TO EXC-TIME.
046419     MOVE BRANCHE-SAISIE TO EXC-VALUE.
046420     MOVE REJ-MOTIF      TO EXC-REASON.
046421     MOVE "W" TO EXC-SEVERITY.
046421     MOVE OPERATEUR TO EXC-OPERATOR.
046422     WRITE EXCEPTION-LOG-RECORD.
046423     IF MODE-CARTES NOT = "O"
046424         DISPLAY "BRANCHE REFUSEE : " REJ-MOTIF
046425     END-IF.
046426 FCHOISIR-BRANCHE.
046427     EXIT.
046366*                *******************************************
046367*                * JOURNALISATION DU CALCUL BISSEXTILE DANS *
046368*                * TA2400.BIS (ANNEE/O-N/NB JOURS FEVRIER). *
046697*                * PRINCIPE DE SECOURS QUE LA CLE EXTERNE   *
046698*                * D'ENRCYPT (FICHIER SI PRESENT, SINON     *
046699*                * VALEUR CABLEE EN SECOURS).               *
046699*                * POUR UNE BRANCHE (CARTE BRAN), SON       *
046699*                * FERIES.<CODE> REMPLACE A SON TOUR CETTE  *
046699*                * TABLE S'IL EXISTE.                       *
046701 CHARGER-FERIES.
046702     MOVE 8 TO NBFERIES.
046703     PERFORM VARYING DEP FROM 1 BY 1 UNTIL DEP > 8
046705         MOVE FERIE-MOIS-DEFAUT (DEP) TO FERIE-MOIS (DEP)
046706         MOVE 0 TO FERIE-AN (DEP)
046707     END-PERFORM.
046708     MOVE "TA2400.FER" TO FFER-NOM.
046709     PERFORM LIRE-FFER.
046710     IF BRANCHE NOT = SPACES
046711         MOVE SPACES TO FFER-NOM
046712         STRING "FERIES." BRANCHE
046713             DELIMITED BY SIZE INTO FFER-NOM
046714         PERFORM LIRE-FFER
046715     END-IF.
046730     MOVE NBFERIES TO NBFERIES-FIXES.
046730*                *******************************************
046730*                * LECTURE D'UN FICHIER DE FERIES (FFER-NOM)*
046730*                * QUI, S'IL EXISTE ET DONNE AU MOINS UNE   *
046730*                * LIGNE VALIDE, REMPLACE LA TABLE EN PLACE *
046730*                * - SINON CELLE-CI RESTE TELLE QUELLE.     *
046730*                *******************************************
046730 LIRE-FFER.
046730     OPEN INPUT FFER.
046730     IF FFER-STATUS = "00"
046730         MOVE NBFERIES TO NBFERIES-AVANT
046730         MOVE 0 TO NBFERIES
046730         PERFORM UNTIL FFER-STATUS NOT = "00"
046730             READ FFER
046730                 AT END MOVE "10" TO FFER-STATUS
046730                 NOT AT END
046730                    PERFORM CHARGER-UNE-FERIE
046730                            THRU FCHARGER-UNE-FERIE
046730         END-PERFORM
046730         CLOSE FFER
046730         IF NBFERIES = 0
046730             MOVE NBFERIES-AVANT TO NBFERIES
046730         END-IF
046730     END-IF.
046731*                *******************************************
046732*                * CONTROLE ET CHARGEMENT D'UNE LIGNE DE    *
046733*                * TA2400.FER : JJMM (TOUS LES ANS) OU       *
046734*                * JJMMAAAA (UNE SEULE ANNEE). LIGNE         *
046735*                * INVALIDE OU EN DOUBLE => REJET DANS       *
046736*                * EXCEPT.LOG, JAMAIS CHARGEE EN SILENCE.    *
046737*                * LA MEME REGLE VAUT POUR FERIES.<BRANCHE>.*
046737*                *******************************************
046738 CHARGER-UNE-FERIE.
046739     IF NBFERIES NOT LESS 50
