      *          THEN IS THE PRODUCTION FILE REWRITTEN FROM THE COPY.
      *          EVERY RESTORE (AND EVERY REFUSAL) GOES IN EXCEPT.LOG
      *          UNDER THE SIGNED-ON OPERATOR.
      *          GENERATION "H" LAYS BACK AN OFF-SITE COPY RETURNED BY
      *          ROTTERDAM (GENOFF): THE SHIPMENT IMAGE LANDED BY
      *          TRANSRCV (DEFAULT <BASE>.RET, E.G. MECCG.RET) MUST BE
      *          WHOLE - HEADER FOR THIS MASTER, RECORDS IN THEIR TWO
      *          HALVES, TRAILER COUNT - AND ITS DIGEST AND LINE COUNT
      *          MUST BE THOSE OF AN OFF-SITE COPY STILL IN THE
      *          CATALOGUE. THE RECORDS ARE THEN REBUILT INTO
      *          GENREST.TMP AND GO THROUGH THE SAME PROOF AS A
      *          GENERATION, AGAINST THE COUNT AND TIP HASH THE HEADER
      *          CARRIES, BEFORE ANYTHING IS LAID BACK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT BACKUP-FILE ASSIGN TO DYNAMIC WS-BACKUP-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-BKP-STATUS.
           SELECT IMAGE-FILE ASSIGN TO DYNAMIC WS-IMAGE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-IMG-STATUS.
           SELECT CATALOG-FILE ASSIGN TO "GENBKUP.CAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-CAT-STATUS.
           05  IDX-RESTE         PIC X(12).
       FD  KEYREG-FILE
                      DATA RECORD KEYREG-RECORD.
       01  KEYREG-RECORD         PIC X(60).
       FD  BACKUP-FILE
                      DATA RECORD BACKUP-RECORD.
       01  BACKUP-RECORD         PIC X(250).
       FD  IMAGE-FILE
                      DATA RECORD OFFSITE-IMAGE-RECORD.
           COPY "OFFIMG.cpy".
      *----------------------------------------------------------------
      * THE GENERATION CATALOGUE (GENBKUP). CAT-ETAT "V" VERIFIED
      * GENERATION, "X" OFF-SITE COPY (GENOFF: CAT-GEN THE OFF-SITE
      * SLOT, CAT-COUNT THE IMAGE LINES, CAT-HASH THE CLEAR DIGEST).
      *----------------------------------------------------------------
       FD  CATALOG-FILE
                      DATA RECORD CATALOG-RECORD.
       01  CATALOG-RECORD.
       01  WS-NB-ECRITS          PIC 9(8).
       01  WS-CHAINE-OK          PIC X.
       01  WS-CONFIRME           PIC X.
      *----------------------------------------------------------------
      * A RETURNED OFF-SITE COPY.
      *----------------------------------------------------------------
       01  WS-IMG-STATUS         PIC XX.
       01  WS-IMAGE-NAME         PIC X(30).
       01  WS-IMAGE-SAISIE       PIC X(30).
       01  WS-INVITE             PIC X(80).
       01  WS-HORS-SITE          PIC X VALUE "N".
       01  WS-MOTIF-IMAGE        PIC X(30).
       01  WS-NB-LIGNES          PIC 9(8).
       01  WS-SUITE-ATTENDUE     PIC X.
       01  WS-VU-PIED            PIC X.
       01  WS-IMG-DATE-ENVOI     PIC 9(8).
       01  WS-IMG-COUNT          PIC 9(8).
       01  WS-IMG-HASH           PIC X(18).
       01  WS-DIGEST             PIC 9(18).
       01  WS-DIGEST-X REDEFINES WS-DIGEST PIC X(18).
       01  WS-DIGEST-LIGNE       PIC X(132).
       01  WS-DIGEST-I           PIC 9(3).
       01  WS-DIGEST-VAL         PIC 9(3).

       01  BLOCKS.
               05 BLOCKS-NUMBER PIC X(100).
           DISPLAY "FICHIER A RESTAURER (MECCG/CHAIN/CALIDX/KEYREG):".
           ACCEPT WS-CHOIX.
           MOVE FUNCTION UPPER-CASE(WS-CHOIX) TO WS-CHOIX.
           DISPLAY "GENERATION (1-3, H = COPIE HORS SITE RENVOYEE) : ".
           ACCEPT WS-GEN-SAISI.
           MOVE FUNCTION UPPER-CASE(WS-GEN-SAISI) TO WS-GEN-SAISI.
           IF WS-GEN-SAISI = "H"
               MOVE "O" TO WS-HORS-SITE
           ELSE
               IF WS-GEN-SAISI < "1" OR WS-GEN-SAISI > "3"
                   DISPLAY "GENERATION INVALIDE"
                   STOP RUN
               END-IF
           END-IF.
           EVALUATE WS-CHOIX
               WHEN "MECCG"  MOVE "MECCG.DAT"  TO WS-FICHIER
                   STRING "KEYREG.G" WS-GEN-SAISI
                       DELIMITED BY SIZE INTO WS-BACKUP-NAME
           END-EVALUATE.
           IF WS-HORS-SITE = "O"
               PERFORM B-050-COPIE-HORS-SITE THRU FIN-COPIE-HORS-SITE
           ELSE
               PERFORM B-100-LIRE-CATALOGUE THRU FIN-LIRE-CAT
           END-IF.
           IF WS-CAT-TROUVE NOT = "O"
               DISPLAY "GENERATION ABSENTE DU CATALOGUE - REFUS"
               MOVE 8 TO RETURN-CODE
                       " - REFUS"
               PERFORM SIGNALER-REFUS
               MOVE 8 TO RETURN-CODE
               PERFORM VIDER-TEMPORAIRE
               STOP RUN
           END-IF.
           IF WS-CHOIX = "CHAIN" AND WS-CHAINE-OK NOT = "O"
               DISPLAY "HACHAGE DE LA COPIE EN ECHEC - REFUS"
               PERFORM SIGNALER-REFUS
               MOVE 8 TO RETURN-CODE
               PERFORM VIDER-TEMPORAIRE
               STOP RUN
           END-IF.
           DISPLAY "COPIE VERIFIEE (" WS-NB-COPIE
           ACCEPT WS-CONFIRME.
           IF FUNCTION UPPER-CASE(WS-CONFIRME) NOT = "O"
               DISPLAY "RESTAURATION ABANDONNEE"
               PERFORM VIDER-TEMPORAIRE
               STOP RUN
           END-IF.
      *    REWRITING THE MEMBER MASTER GOES THROUGH THE SAME
                   DISPLAY "MECCG.DAT TENU PAR " ENQ-TENU-PAR
                           " - REESSAYER PLUS TARD"
                   MOVE 8 TO RETURN-CODE
                   PERFORM VIDER-TEMPORAIRE
                   STOP RUN
               END-IF
           END-IF.
               CALL "ENQSRV" USING ENQUEUE-AREA
           END-IF.
           PERFORM SIGNALER-RESTAURE.
           PERFORM VIDER-TEMPORAIRE.
           DISPLAY "RESTAURE - " WS-NB-ECRITS " ENREGISTREMENT(S)".
           STOP RUN.
      *----------------------------------------------------------------
                   NOT AT END
                       IF CAT-FICHIER = WS-FICHIER
                          AND CAT-GEN = FUNCTION NUMVAL (WS-GEN-SAISI)
                          AND CAT-ETAT NOT = "X"
                           MOVE "O" TO WS-CAT-TROUVE
                           MOVE CAT-COUNT TO WS-CAT-COUNT
                           MOVE CAT-HASH TO WS-CAT-HASH
       FIN-LIRE-CAT.
           EXIT.
      *----------------------------------------------------------------
      * A RETURNED OFF-SITE COPY: THE IMAGE IS PROVEN WHOLE AND
      * REBUILT INTO GENREST.TMP, THEN MATCHED TO ITS OFF-SITE ENTRY
      * IN THE CATALOGUE BY DAY SHIPPED, LINE COUNT AND DIGEST. THE
      * HEADER'S COUNT AND TIP HASH STAND IN FOR THE GENERATION'S
      * VERIFICATION RECORD. A REFUSAL ENDS THE RUN.
      *----------------------------------------------------------------
       B-050-COPIE-HORS-SITE.
           MOVE SPACES TO WS-IMAGE-NAME WS-IMAGE-SAISIE.
           STRING WS-CHOIX DELIMITED BY SPACE
                  ".RET" DELIMITED BY SIZE
               INTO WS-IMAGE-NAME.
           MOVE SPACES TO WS-INVITE.
           STRING "COPIE RENVOYEE, POSEE PAR TRANSRCV (VIDE = "
                      DELIMITED BY SIZE
                  WS-IMAGE-NAME DELIMITED BY SPACE
                  ") : " DELIMITED BY SIZE
               INTO WS-INVITE.
           DISPLAY WS-INVITE.
           ACCEPT WS-IMAGE-SAISIE.
           IF WS-IMAGE-SAISIE NOT = SPACES
               MOVE WS-IMAGE-SAISIE TO WS-IMAGE-NAME
           END-IF.
           MOVE "GENREST.TMP" TO WS-BACKUP-NAME.
           MOVE SPACES TO WS-MOTIF-IMAGE.
           MOVE 0 TO WS-NB-LIGNES WS-DIGEST.
           MOVE "N" TO WS-VU-PIED.
           MOVE "1" TO WS-SUITE-ATTENDUE.
           OPEN INPUT IMAGE-FILE.
           IF WS-IMG-STATUS NOT = "00"
               DISPLAY "COPIE " WS-IMAGE-NAME " ABSENTE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT BACKUP-FILE.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ IMAGE-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END PERFORM LIGNE-IMAGE
               END-READ
           END-PERFORM.
           CLOSE IMAGE-FILE.
           CLOSE BACKUP-FILE.
           IF WS-MOTIF-IMAGE = SPACES
              AND (WS-VU-PIED NOT = "O" OR WS-SUITE-ATTENDUE NOT = "1")
               MOVE "COPIE TRONQUEE" TO WS-MOTIF-IMAGE
           END-IF.
           IF WS-MOTIF-IMAGE NOT = SPACES
               GO TO REFUSER-HORS-SITE.
           MOVE "N" TO WS-CAT-TROUVE.
           OPEN INPUT CATALOG-FILE.
           IF WS-CAT-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ CATALOG-FILE
                       AT END MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF CAT-FICHIER = WS-FICHIER
                              AND CAT-ETAT = "X"
                              AND CAT-DATE = WS-IMG-DATE-ENVOI
                              AND CAT-COUNT = WS-NB-LIGNES
                              AND CAT-HASH = WS-DIGEST-X
                               MOVE "O" TO WS-CAT-TROUVE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CATALOG-FILE
           END-IF.
           IF WS-CAT-TROUVE NOT = "O"
               MOVE "COPIE INCONNUE DU CATALOGUE" TO WS-MOTIF-IMAGE
               GO TO REFUSER-HORS-SITE.
           MOVE WS-IMG-COUNT TO WS-CAT-COUNT.
           MOVE WS-IMG-HASH TO WS-CAT-HASH.
           MOVE "V" TO WS-CAT-ETAT.
           DISPLAY "COPIE HORS SITE DU " WS-IMG-DATE-ENVOI
                   " RECONNUE AU CATALOGUE".
           GO TO FIN-COPIE-HORS-SITE.
       REFUSER-HORS-SITE.
           DISPLAY "COPIE HORS SITE REFUSEE - " WS-MOTIF-IMAGE.
           PERFORM VIDER-TEMPORAIRE.
           PERFORM SIGNALER-REFUS.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
       FIN-COPIE-HORS-SITE.
           EXIT.
      *    THE CLEAR RECORDS REBUILT FROM A RETURNED COPY DO NOT
      *    OUTLIVE THE RUN.
       VIDER-TEMPORAIRE.
           IF WS-HORS-SITE = "O"
               OPEN OUTPUT BACKUP-FILE
               CLOSE BACKUP-FILE
           END-IF.
      *    ONE LINE OF THE IMAGE: DIGESTED AS ENRCYPT DIGESTED IT, THEN
      *    CHECKED IN ITS PLACE. THE FIRST FAULT IS KEPT.
       LIGNE-IMAGE.
           ADD 1 TO WS-NB-LIGNES.
           MOVE OFFSITE-IMAGE-RECORD TO WS-DIGEST-LIGNE.
           MOVE 1 TO WS-DIGEST-I.
           PERFORM UNTIL WS-DIGEST-I > 132
               MOVE FUNCTION ORD(WS-DIGEST-LIGNE (WS-DIGEST-I:1))
                       TO WS-DIGEST-VAL
               COMPUTE WS-DIGEST =
                   FUNCTION MOD(WS-DIGEST * 31 + WS-DIGEST-VAL
                                1000000000000000000)
               ADD 1 TO WS-DIGEST-I
           END-PERFORM.
           IF WS-MOTIF-IMAGE NOT = SPACES
               CONTINUE
           ELSE
           IF WS-VU-PIED = "O"
               MOVE "LIGNES APRES LE PIED" TO WS-MOTIF-IMAGE
           ELSE
           IF WS-NB-LIGNES = 1
               IF OI-CODE NOT = "H" OR OI-FICHIER NOT = WS-FICHIER
                  OR OI-COUNT NOT NUMERIC
                  OR OI-DATE-ENVOI NOT NUMERIC
                   MOVE "ENTETE ABSENTE OU AUTRE MASTER"
                       TO WS-MOTIF-IMAGE
               ELSE
                   MOVE OI-DATE-ENVOI TO WS-IMG-DATE-ENVOI
                   MOVE OI-COUNT TO WS-IMG-COUNT
                   MOVE OI-HASH TO WS-IMG-HASH
               END-IF
           ELSE
               EVALUATE TRUE
                   WHEN OI-CODE = "D" AND OI-SUITE = "1"
                        AND WS-SUITE-ATTENDUE = "1"
                       MOVE SPACES TO BACKUP-RECORD
                       MOVE OI-DONNEES TO BACKUP-RECORD (1:125)
                       MOVE "2" TO WS-SUITE-ATTENDUE
                   WHEN OI-CODE = "D" AND OI-SUITE = "2"
                        AND WS-SUITE-ATTENDUE = "2"
                       MOVE OI-DONNEES TO BACKUP-RECORD (126:125)
                       WRITE BACKUP-RECORD
                       MOVE "1" TO WS-SUITE-ATTENDUE
                   WHEN OI-CODE = "T"
                       MOVE "O" TO WS-VU-PIED
                       IF OI-NB-LIGNES NOT NUMERIC
                          OR OI-NB-LIGNES NOT = WS-NB-LIGNES
                           MOVE "PIED <> LIGNES RECUES"
                               TO WS-MOTIF-IMAGE
                       END-IF
                   WHEN OTHER
                       MOVE "LIGNE HORS SEQUENCE" TO WS-MOTIF-IMAGE
               END-EVALUATE
           END-IF
           END-IF
           END-IF.
      *----------------------------------------------------------------
      * RECOUNT THE COPY; FOR THE CHAIN, RE-RUN THE HASH WALK OVER
      * IT AND PROVE THE TIP AGAINST THE CATALOGUE.
      *----------------------------------------------------------------
                       NOT INVALID KEY ADD 1 TO WS-NB-ECRITS
                   END-WRITE
               WHEN "KEYREG"
                   MOVE BACKUP-RECORD (1:60) TO KEYREG-RECORD
                   WRITE KEYREG-RECORD
                   ADD 1 TO WS-NB-ECRITS
           END-EVALUATE.
       SIGNALER-REFUS.
           MOVE WS-BACKUP-NAME (1:20) TO EXC-VALUE.
           IF WS-HORS-SITE = "O"
               MOVE WS-IMAGE-NAME (1:20) TO EXC-VALUE
           END-IF.
           MOVE "RESTAURATION REFUSEE" TO EXC-REASON.
           MOVE "S" TO EXC-SEVERITY.
           PERFORM ECRIRE-EXCEPTION.
       SIGNALER-RESTAURE.
           MOVE WS-BACKUP-NAME (1:20) TO EXC-VALUE.
           IF WS-HORS-SITE = "O"
               MOVE WS-IMAGE-NAME (1:20) TO EXC-VALUE
           END-IF.
           MOVE "MASTER RESTAURE DEPUIS COPIE" TO EXC-REASON.
           MOVE "W" TO EXC-SEVERITY.
           PERFORM ECRIRE-EXCEPTION.
