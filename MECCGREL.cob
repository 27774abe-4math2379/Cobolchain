       IDENTIFICATION DIVISION.
       PROGRAM-ID. MECCGREL.
       AUTHOR. SHOP OPERATIONS.
      *          MEMBER STATEMENT OF ACCOUNT FROM THE DUES REGISTER.
      *          EVERY MOVEMENT ON THE MEMBER'S ACCOUNT IN DATE ORDER
      *          WITH A RUNNING BALANCE:
      *              INVOICES        MECCGINV.DAT (DEBIT)
      *              RECEIPTS        MECCGENC.DAT (CREDIT) - IV-REGLE
      *                              PAID BEFORE THE RECEIPT HISTORY
      *                              EXISTED SHOWS AS ONE EARLIER
      *                              PAYMENT, SO THE STATEMENT ALWAYS
      *                              LANDS ON THE REGISTER BALANCE;
      *                              A DIRECT DEBIT RETURNED UNPAID
      *                              SHOWS AS A DEBIT
      *              ADJUSTMENTS     MECCGADJ.DAT (CREDIT NOTES AND
      *                              WRITE-OFFS CREDIT, REFUNDS DEBIT)
      *              SUSPENSE ITEMS  MECCGSUS.DAT - FOR INFORMATION
      *                              ONLY, THEY MOVE NO BALANCE
      *          FOLLOWED BY THE AMOUNT OWING AGED 0-30/31-60/61-90/90+
      *          DAYS PAST DUE, BUCKETED LIKE THE RECEIPTS RUN.
      *          GIVEN AN MR-ID THE ONE STATEMENT IS PRINTED ON DEMAND;
      *          A BLANK ID GIVES THE QUARTERLY MAILING - A STATEMENT
      *          FOR EVERY MEMBER WHOSE BALANCE IS NOT ZERO, ONE PER
      *          66-LINE PAGE IN POSTAL-CODE ORDER FOR THE FRANKING
      *          MACHINE (AS THE MECCGLTR LETTERS), THEN A CONTROL
      *          PAGE WITH THE STATEMENT COUNT AND THE TOTAL
      *          OUTSTANDING. OUTPUT ON MECCGREL.RPT. SETTLED
      *          INVOICES MOVED TO THE REGISTER ARCHIVE (MECCGINV.ARC)
      *          AT YEAR END STILL APPEAR, WITH THEIR PAYMENTS.
      *          A HOUSEHOLD (MECCGFOY.DAT) GETS ONE STATEMENT,
      *          ADDRESSED TO ITS PRIMARY PAYER AND LISTING THE
      *          MEMBERS COVERED: THE MOVEMENTS OF EVERY MEMBER OF THE
      *          HOUSEHOLD ARE CARRIED ON IT, AND THE OTHER MEMBERS GET
      *          NO STATEMENT OF THEIR OWN. ASKED FOR ONE OF THEM ON
      *          DEMAND, THE RUN PRINTS THE PAYER'S. A HOUSEHOLD
      *          WHOSE PAYER IS NO LONGER ACTIVE IS NOT GROUPED: ITS
      *          MEMBERS ARE BILLED ON THEIR OWN BY MECCGDUE AND EACH
      *          GETS A STATEMENT OF ITS OWN.
      *          AN ACCOUNT'S INVOICES ARE READ ON THE IV-ID ALTERNATE
      *          KEY OF THE REGISTER, AND ITS ARCHIVED ONES BY READING
      *          THE ARCHIVE THROUGH FOR EACH STATEMENT PRINTED. A
      *          MAILING LARGER THAN THE SORT TABLE LEAVES THE MEMBERS
      *          IT CANNOT HOLD ON EXCEPT.LOG AND ON THE CONTROL PAGE
      *          (RC 4).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO "MECCG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MR-ID
               ALTERNATE RECORD KEY IS MR-NAME WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.
           SELECT INVOICE-FILE ASSIGN TO "MECCGINV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IV-NUMERO
               ALTERNATE RECORD KEY IS IV-ID WITH DUPLICATES
               FILE STATUS IS WS-INV-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO "MECCGINV.ARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-ARC-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "MECCGENC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-ENC-STATUS.
           SELECT ADJUST-FILE ASSIGN TO "MECCGADJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-ADJ-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO "MECCGSUS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-SUS-STATUS.
           SELECT HOUSEHOLD-FILE ASSIGN TO "MECCGFOY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FY-NUMERO
               ALTERNATE RECORD KEY IS FY-PAYEUR
               FILE STATUS IS WS-FOY-STATUS.
           SELECT REPORT-FILE ASSIGN TO "MECCGREL.RPT"
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
       FD  INVOICE-FILE
                      DATA RECORD INVOICE-RECORD.
           COPY "MECCGIV.cpy".
       FD  ARCHIVE-FILE
                      DATA RECORD ARCHIVE-RECORD.
       01  ARCHIVE-RECORD.
           05  ARC-DATE-ARCHIVAGE PIC 9(8).
           05  ARC-IMAGE          PIC X(63).
       FD  HISTORY-FILE
                      DATA RECORD RECEIPT-HISTORY-RECORD.
           COPY "MECCGEN.cpy".
       FD  ADJUST-FILE
                      DATA RECORD ADJUSTMENT-RECORD.
           COPY "MECCGAJ.cpy".
       FD  SUSPENSE-FILE
                      DATA RECORD SUSPENSE-RECORD.
           COPY "MECCGSU.cpy".
       FD  HOUSEHOLD-FILE
                      DATA RECORD HOUSEHOLD-RECORD.
           COPY "MECCGFY.cpy".
       FD  REPORT-FILE
                      DATA RECORD LIGNE-RPT.
       01  LIGNE-RPT             PIC X(80).
       FD  EXCEPTION-FILE
                      DATA RECORD EXCEPTION-LOG-RECORD.
           COPY "EXCLOG.cpy".
       FD  OPERATOR-FILE
                      DATA RECORD OPERATOR-CUR-RECORD.
       01  OPERATOR-CUR-RECORD   PIC X(8).

       WORKING-STORAGE SECTION.
           COPY "BUSDATE.cpy".
           COPY "DATESRV.cpy".
      *    A REGISTER LINE AS READ, FROM MECCGINV.DAT OR ARC-IMAGE.
           COPY "MECCGIV.cpy" REPLACING ==INVOICE-RECORD==
               BY ==FACTURE-LUE== LEADING ==IV== BY ==FL==.
       01  WS-FILE-STATUS        PIC XX.
       01  WS-INV-STATUS         PIC XX.
       01  WS-ARC-STATUS         PIC XX.
       01  WS-ENC-STATUS         PIC XX.
       01  WS-ADJ-STATUS         PIC XX.
       01  WS-SUS-STATUS         PIC XX.
       01  WS-FOY-STATUS         PIC XX.
       01  WS-EXC-STATUS         PIC XX.
       01  WS-OPR-STATUS         PIC XX.
       01  WS-OPERATEUR          PIC X(8).
       01  WS-HEURE-EXACTE.
           05  WS-HHMMSS         PIC 9(6).
           05  FILLER            PIC 99.
       01  WS-EOF-FLAG           PIC X.
       01  WS-MASTER-OUVERT      PIC X    VALUE "N".
       01  WS-REG-OUVERT         PIC X    VALUE "N".
       01  WS-ID-DEMANDE         PIC X(8).
       01  WS-RUN-DATE           PIC 9(8).
       01  WS-I                  PIC S9(4) COMP.
       01  WS-J                  PIC S9(4) COMP.
       01  WS-F                  PIC S9(4) COMP.
       01  WS-R                  PIC S9(4) COMP.
       01  WS-SEQ                PIC 9(4).
       01  WS-AGE                PIC S9(7).
       01  WS-SOLDE              PIC S9(7)V99.
       01  WS-SOLDE-COURANT      PIC S9(7)V99.
       01  WS-ECART-REGLE        PIC S9(7)V99.
       01  WS-LIGNES-PAGE        PIC S9(4) COMP.
       01  WS-NB-RELEVES         PIC 9(6) VALUE 0.
       01  WS-NB-NON-EDITES      PIC 9(6) VALUE 0.
       01  WS-ENCOURS-TOTAL      PIC S9(9)V99 VALUE 0.
       01  WS-TR-030             PIC 9(7)V99.
       01  WS-TR-3160            PIC 9(7)V99.
       01  WS-TR-6190            PIC 9(7)V99.
       01  WS-TR-PLUS90          PIC 9(7)V99.
       01  WS-EDT-NB             PIC ZZZZZ9.
       01  WS-EDT-MONTANT        PIC ZZZZ9.99.
       01  WS-EDT-TOTAL          PIC ZZZZZZ9.99-.
       01  WS-EDT-ENCOURS        PIC ZZZZZZZZ9.99-.
       01  WS-DATE-EDT           PIC X(10).
       01  WS-DATE-A-EDITER      PIC 9(8).
       01  WS-ETAT-SUSPENS       PIC X(10).

      *----------------------------------------------------------------
      * HOUSEHOLDS ARE READ BY KEY: A PAYER ON THE FY-PAYEUR ALTERNATE
      * KEY, A MEMBER THROUGH THE INDEX OF MEMBERS BELOW, LOADED ONCE
      * FROM MECCGFOY.DAT. WS-FO-ROLE ("P" PAYER, "M" MEMBER, SPACE
      * NEITHER - OR OF A HOUSEHOLD WHOSE PAYER IS NO LONGER ACTIVE)
      * SAYS WHERE WS-ID-CHERCHE STANDS, FC-PAYEUR BEING ITS PAYER.
      * THE STATEMENT BEING PRINTED BELONGS TO WS-TITULAIRE AND ALSO
      * CARRIES THE MEMBERS CC-MEMBRE OF HOUSEHOLD WS-FOYER-COMPTE
      * (0 = AN INDIVIDUAL ACCOUNT); TESTER-COMPTE SAYS WHETHER
      * WS-ID-TESTE IS ON IT.
      *----------------------------------------------------------------
       01  WS-FOY-OUVERT         PIC X     VALUE "N".
       01  TABLE-APPARTENANCES.
           05  WS-NB-APPART      PIC S9(4) COMP VALUE 0.
           05  APPART OCCURS 3000.
               10  AP-ID         PIC X(8).
               10  AP-NUMERO     PIC 9(6).
       01  WS-AP-NUMERO          PIC 9(6).
       01  WS-FO-ROLE            PIC X.
       01  FC-PAYEUR             PIC X(8).
       01  WS-PAYEUR-ACTIF       PIC X.
       01  WS-FOYER-COMPTE       PIC 9(6).
       01  COMPTE-COURANT.
           05  CC-NB             PIC 99.
           05  CC-MEMBRE         PIC X(8) OCCURS 9.
       01  WS-M                  PIC S9(4) COMP.
       01  WS-MR-SAUVE           PIC X(127).
       01  WS-ID-CHERCHE         PIC X(8).
       01  WS-ID-TESTE           PIC X(8).
       01  WS-TITULAIRE          PIC X(8).
       01  WS-DANS-COMPTE        PIC X.
       01  WS-LIGNE-FOYER.
           05  FILLER            PIC X(4)  VALUE SPACES.
           05  LF-ID             PIC X(8).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  LF-NOM            PIC X(20).

      *----------------------------------------------------------------
      * THE INVOICES OF THE ACCOUNT IN HAND (WS-TITULAIRE AND THE
      * MEMBERS IT CARRIES), LOADED FOR EACH ACCOUNT. FA-HISTO
      * COLLECTS THE RECEIPT HISTORY OF THE ACCOUNT BEING PRINTED, TO
      * FIND THE PART OF IV-REGLE PAID BEFORE THE HISTORY EXISTED.
      *----------------------------------------------------------------
       01  WS-NB-FACTURES        PIC S9(4) COMP VALUE 0.
       01  WS-FA-DEBORDE         PIC X    VALUE "N".
       01  WS-AVEC-ARCHIVE       PIC X.
       01  WS-ID-COMPTE          PIC X(8).
       01  WS-FIN-ID             PIC X.
       01  TABLE-FACTURES.
           05  FACT OCCURS 500.
               10  FA-NUMERO     PIC 9(8).
               10  FA-DATE-FACT  PIC 9(8).
               10  FA-ID         PIC X(8).
               10  FA-ECHEANCE   PIC 9(8).
               10  FA-MONTANT    PIC 9(5)V99.
               10  FA-STATUT     PIC X.
               10  FA-REGLE      PIC 9(5)V99.
               10  FA-AVOIR      PIC 9(5)V99.
               10  FA-REMBOURSE  PIC 9(5)V99.
               10  FA-HISTO      PIC 9(7)V99.

      *----------------------------------------------------------------
      * THE MEMBERS TO PRINT, INSERTED IN ASCENDING POSTAL-CODE ORDER.
      *----------------------------------------------------------------
       01  WS-NB-RETENUS         PIC S9(4) COMP VALUE 0.
       01  TABLE-RELEVES.
           05  RELEVE OCCURS 1000.
               10  REL-CP        PIC X(8).
               10  REL-ID        PIC X(8).
               10  REL-NOM       PIC X(20).
               10  REL-ADR1      PIC X(30).
               10  REL-ADR2      PIC X(30).
               10  REL-VILLE     PIC X(20).
               10  REL-FOYER     PIC 9(6).
       01  WS-RELEVE-TRAVAIL.
           05  TRV-CP            PIC X(8).
           05  TRV-ID            PIC X(8).
           05  TRV-NOM           PIC X(20).
           05  TRV-ADR1          PIC X(30).
           05  TRV-ADR2          PIC X(30).
           05  TRV-VILLE         PIC X(20).
           05  TRV-FOYER         PIC 9(6).

      *----------------------------------------------------------------
      * ONE MEMBER'S MOVEMENTS, INSERTED IN DATE ORDER (MV-CLE IS THE
      * DATE FOLLOWED BY AN ARRIVAL SEQUENCE, SO MOVEMENTS OF ONE DAY
      * KEEP THE ORDER THEY WERE FOUND IN). MV-MEMO "O" MARKS A LINE
      * PRINTED FOR INFORMATION THAT MOVES NO BALANCE.
      *----------------------------------------------------------------
       01  WS-NB-MVTS            PIC S9(4) COMP VALUE 0.
       01  TABLE-MVTS.
           05  MVT OCCURS 300.
               10  MV-CLE        PIC 9(12).
               10  MV-DATE       PIC 9(8).
               10  MV-LIBELLE    PIC X(32).
               10  MV-DEBIT      PIC 9(5)V99.
               10  MV-CREDIT     PIC 9(5)V99.
               10  MV-MEMO       PIC X.
       01  WS-MVT-TRAVAIL.
           05  TMV-CLE           PIC 9(12).
           05  TMV-DATE          PIC 9(8).
           05  TMV-LIBELLE       PIC X(32).
           05  TMV-DEBIT         PIC 9(5)V99.
           05  TMV-CREDIT        PIC 9(5)V99.
           05  TMV-MEMO          PIC X.

       01  WS-LIGNE-MVT.
           05  DRL-DATE          PIC X(10).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  DRL-LIBELLE       PIC X(32).
           05  FILLER            PIC X     VALUE SPACE.
           05  DRL-DEBIT         PIC ZZZZZ9.99.
           05  FILLER            PIC X     VALUE SPACE.
           05  DRL-CREDIT        PIC ZZZZZ9.99.
           05  FILLER            PIC X     VALUE SPACE.
           05  DRL-SOLDE         PIC ZZZZZZ9.99-.

       PROCEDURE DIVISION.
       A-000-DEBUT.
           PERFORM LIRE-OPERATEUR.
           PERFORM LIRE-DATE-METIER
           MOVE BDA-DATE TO WS-RUN-DATE.
           DISPLAY "ID DU MEMBRE (BLANC = EDITION TRIMESTRIELLE) : ".
           ACCEPT WS-ID-DEMANDE.
           OPEN INPUT INVOICE-FILE.
           IF WS-INV-STATUS = "00"
               MOVE "O" TO WS-REG-OUVERT
           END-IF.
           PERFORM CHARGER-FOYERS THRU FIN-CHARGER-FOYERS.
           OPEN INPUT MASTER-FILE.
           IF WS-FILE-STATUS = "00"
               MOVE "O" TO WS-MASTER-OUVERT
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF WS-ID-DEMANDE NOT = SPACES
               PERFORM B-100-RELEVE-UNIQUE
           ELSE
               PERFORM B-200-EDITION-TRIMESTRIELLE
           END-IF.
           IF WS-MASTER-OUVERT = "O"
               CLOSE MASTER-FILE
           END-IF.
           IF WS-REG-OUVERT = "O"
               CLOSE INVOICE-FILE
           END-IF.
           IF WS-FOY-OUVERT = "O"
               CLOSE HOUSEHOLD-FILE
           END-IF.
           CLOSE REPORT-FILE.
           STOP RUN.
      *----------------------------------------------------------------
      * ON DEMAND: ONE MEMBER, WHATEVER THE BALANCE. AN ID NO LONGER
      * ON THE MASTER STILL GETS ITS STATEMENT, WITHOUT THE ADDRESS.
      *----------------------------------------------------------------
       B-100-RELEVE-UNIQUE.
           MOVE WS-ID-DEMANDE TO WS-ID-CHERCHE.
           PERFORM CHERCHER-FOYER THRU FIN-CHERCHER-FOYER.
           IF WS-FO-ROLE = "M"
               DISPLAY WS-ID-DEMANDE " EST COUVERT PAR LE FOYER DE "
                       FC-PAYEUR " - RELEVE DU PAYEUR"
               MOVE FC-PAYEUR TO WS-ID-DEMANDE
           END-IF.
           MOVE SPACES TO WS-RELEVE-TRAVAIL.
           MOVE WS-FOYER-COMPTE TO TRV-FOYER.
           MOVE WS-ID-DEMANDE TO TRV-ID.
           MOVE "ID ABSENT DU FICHIER VIF" TO TRV-ADR1.
           IF WS-MASTER-OUVERT = "O"
               MOVE WS-ID-DEMANDE TO MR-ID
               READ MASTER-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY PERFORM B-210-GARNIR-TRAVAIL
               END-READ
           END-IF.
           MOVE 1 TO WS-NB-RETENUS.
           MOVE WS-RELEVE-TRAVAIL TO RELEVE (1).
           MOVE 1 TO WS-R.
           PERFORM C-100-UN-RELEVE.
           MOVE WS-SOLDE-COURANT TO WS-EDT-TOTAL.
           DISPLAY "RELEVE DE " WS-ID-DEMANDE " ECRIT DANS MECCGREL.RPT"
                   " - SOLDE " WS-EDT-TOTAL.
      *----------------------------------------------------------------
      * QUARTERLY MAILING: EVERY MEMBER OF THE MASTER WHOSE REGISTER
      * BALANCE IS NOT ZERO, IN POSTAL-CODE ORDER, THEN THE CONTROL
      * PAGE.
      *----------------------------------------------------------------
       B-200-EDITION-TRIMESTRIELLE.
           IF WS-MASTER-OUVERT = "N"
               DISPLAY "MECCG.DAT ABSENT"
               MOVE 8 TO RETURN-CODE
               GO TO B-200-EXIT.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ MASTER-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM B-220-RETENIR-MEMBRE THRU B-220-EXIT
               END-READ
           END-PERFORM.
           PERFORM VARYING WS-R FROM 1 BY 1
                   UNTIL WS-R > WS-NB-RETENUS
               PERFORM C-100-UN-RELEVE
           END-PERFORM.
           MOVE SPACES TO LIGNE-RPT.
           STRING "PAGE DE CONTROLE - RELEVES DE COMPTE AU "
                  WS-RUN-DATE
               DELIMITED BY SIZE INTO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE ALL "=" TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE WS-NB-RELEVES TO WS-EDT-NB.
           MOVE SPACES TO LIGNE-RPT.
           STRING "RELEVES EDITES         : " WS-EDT-NB
               DELIMITED BY SIZE INTO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE WS-ENCOURS-TOTAL TO WS-EDT-ENCOURS.
           MOVE SPACES TO LIGNE-RPT.
           STRING "ENCOURS TOTAL          : " WS-EDT-ENCOURS
               DELIMITED BY SIZE INTO LIGNE-RPT.
           WRITE LIGNE-RPT.
           IF WS-NB-NON-EDITES > 0
               MOVE WS-NB-NON-EDITES TO WS-EDT-NB
               MOVE SPACES TO LIGNE-RPT
               STRING "NON EDITES (VOIR EXCEPT.LOG) : " WS-EDT-NB
                   DELIMITED BY SIZE INTO LIGNE-RPT
               WRITE LIGNE-RPT
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "RELEVES ECRITS DANS MECCGREL.RPT - "
                   WS-NB-RELEVES " RELEVE(S)".
       B-200-EXIT.
           EXIT.
       B-210-GARNIR-TRAVAIL.
           MOVE MR-POSTAL-CODE TO TRV-CP.
           MOVE MR-ID TO TRV-ID.
           MOVE MR-NAME TO TRV-NOM.
           MOVE MR-ADDRESS-1 TO TRV-ADR1.
           MOVE MR-ADDRESS-2 TO TRV-ADR2.
           MOVE MR-CITY TO TRV-VILLE.
      *    A MEMBER COVERED BY A HOUSEHOLD IS ON ITS PAYER'S
      *    STATEMENT; THE PAYER'S BALANCE IS THE HOUSEHOLD'S. A
      *    MEMBER THE SORT TABLE CANNOT HOLD IS LOGGED, NOT DROPPED
      *    UNSEEN.
       B-220-RETENIR-MEMBRE.
           MOVE MR-ID TO WS-ID-CHERCHE.
           PERFORM CHERCHER-FOYER THRU FIN-CHERCHER-FOYER.
           IF WS-FO-ROLE = "M"
               GO TO B-220-EXIT.
           MOVE MR-ID TO WS-TITULAIRE.
           MOVE "N" TO WS-AVEC-ARCHIVE.
           PERFORM CHARGER-COMPTE THRU FIN-CHARGER-COMPTE.
           MOVE 0 TO WS-SOLDE-COURANT.
           PERFORM VARYING WS-F FROM 1 BY 1
                   UNTIL WS-F > WS-NB-FACTURES
               PERFORM CALCULER-SOLDE
               ADD WS-SOLDE TO WS-SOLDE-COURANT
           END-PERFORM.
           IF WS-SOLDE-COURANT = 0
               GO TO B-220-EXIT.
           IF WS-NB-RETENUS NOT < 1000
               ADD 1 TO WS-NB-NON-EDITES
               DISPLAY "TABLE RELEVES PLEINE - " MR-ID " NON EDITE"
               MOVE MR-ID TO EXC-VALUE
               MOVE "TABLE DES RELEVES PLEINE" TO EXC-REASON
               MOVE "W" TO EXC-SEVERITY
               PERFORM ECRIRE-EXCEPTION
               GO TO B-220-EXIT.
           PERFORM B-210-GARNIR-TRAVAIL.
           MOVE WS-FOYER-COMPTE TO TRV-FOYER.
           PERFORM B-230-INSERER-TRIE.
       B-220-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * INSERTION IN ASCENDING POSTAL-CODE ORDER.
      *----------------------------------------------------------------
       B-230-INSERER-TRIE.
           MOVE WS-NB-RETENUS TO WS-I.
           PERFORM UNTIL WS-I < 1
                      OR REL-CP (WS-I) NOT > TRV-CP
               COMPUTE WS-J = WS-I + 1
               MOVE RELEVE (WS-I) TO RELEVE (WS-J)
               SUBTRACT 1 FROM WS-I
           END-PERFORM.
           COMPUTE WS-J = WS-I + 1.
           MOVE WS-RELEVE-TRAVAIL TO RELEVE (WS-J).
           ADD 1 TO WS-NB-RETENUS.
      *----------------------------------------------------------------
      * ONE STATEMENT FOR RELEVE (WS-R): COLLECT, PRINT THE ADDRESS
      * BLOCK, THE MOVEMENTS WITH THE RUNNING BALANCE, THE AGED
      * AMOUNT OWING, THEN PAD TO THE END OF THE PAGE.
      *----------------------------------------------------------------
       C-100-UN-RELEVE.
           MOVE REL-ID (WS-R) TO WS-TITULAIRE.
           MOVE REL-FOYER (WS-R) TO WS-FOYER-COMPTE.
           PERFORM LIRE-COMPTE-FOYER.
           MOVE "O" TO WS-AVEC-ARCHIVE.
           PERFORM CHARGER-COMPTE THRU FIN-CHARGER-COMPTE.
           PERFORM D-100-COLLECTER.
           MOVE 0 TO WS-LIGNES-PAGE.
           PERFORM C-200-ENTETE.
           MOVE 0 TO WS-SOLDE-COURANT.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NB-MVTS
               PERFORM C-300-LIGNE-MVT
           END-PERFORM.
           MOVE SPACES TO LIGNE-RPT.
           PERFORM ECRIRE-LIGNE.
           MOVE WS-SOLDE-COURANT TO WS-EDT-TOTAL.
           MOVE SPACES TO LIGNE-RPT.
           IF WS-SOLDE-COURANT < 0
               STRING "SOLDE EN VOTRE FAVEUR              : "
                      WS-EDT-TOTAL
                   DELIMITED BY SIZE INTO LIGNE-RPT
           ELSE
               STRING "SOLDE RESTANT DU                   : "
                      WS-EDT-TOTAL
                   DELIMITED BY SIZE INTO LIGNE-RPT
           END-IF.
           PERFORM ECRIRE-LIGNE.
           PERFORM C-400-AGER.
           PERFORM UNTIL FUNCTION MOD (WS-LIGNES-PAGE, 66) = 0
               MOVE SPACES TO LIGNE-RPT
               PERFORM ECRIRE-LIGNE
           END-PERFORM.
           ADD 1 TO WS-NB-RELEVES.
           ADD WS-SOLDE-COURANT TO WS-ENCOURS-TOTAL.
       C-200-ENTETE.
           MOVE SPACES TO LIGNE-RPT.
           PERFORM ECRIRE-LIGNE.
           MOVE REL-NOM (WS-R) TO LIGNE-RPT.
           PERFORM ECRIRE-LIGNE.
           MOVE REL-ADR1 (WS-R) TO LIGNE-RPT.
           PERFORM ECRIRE-LIGNE.
           MOVE REL-ADR2 (WS-R) TO LIGNE-RPT.
           PERFORM ECRIRE-LIGNE.
           MOVE SPACES TO LIGNE-RPT.
           STRING REL-CP (WS-R) " " REL-VILLE (WS-R)
               DELIMITED BY SIZE INTO LIGNE-RPT.
           PERFORM ECRIRE-LIGNE.
           MOVE SPACES TO LIGNE-RPT.
           PERFORM ECRIRE-LIGNE.
           MOVE WS-RUN-DATE TO WS-DATE-A-EDITER.
           PERFORM EDITER-DATE.
           MOVE SPACES TO LIGNE-RPT.
           STRING "RELEVE DE COMPTE DU MEMBRE " REL-ID (WS-R)
                  " AU " WS-DATE-EDT
               DELIMITED BY SIZE INTO LIGNE-RPT.
           PERFORM ECRIRE-LIGNE.
           IF WS-FOYER-COMPTE > 0
               PERFORM C-250-MEMBRES-COUVERTS
           END-IF.
           MOVE ALL "=" TO LIGNE-RPT.
           PERFORM ECRIRE-LIGNE.
           MOVE "DATE" TO LIGNE-RPT.
           MOVE "LIBELLE" TO LIGNE-RPT (13:7).
           MOVE "DEBIT" TO LIGNE-RPT (50:5).
           MOVE "CREDIT" TO LIGNE-RPT (59:6).
           MOVE "SOLDE" TO LIGNE-RPT (71:5).
           PERFORM ECRIRE-LIGNE.
           MOVE ALL "-" TO LIGNE-RPT.
           PERFORM ECRIRE-LIGNE.
      *    THE MEMBERS OF THE HOUSEHOLD WHOSE MOVEMENTS FOLLOW, WITH
      *    THEIR NAMES FROM THE MASTER.
       C-250-MEMBRES-COUVERTS.
           MOVE "ADHESION FAMILIALE - MEMBRES COUVERTS :" TO LIGNE-RPT.
           PERFORM ECRIRE-LIGNE.
           PERFORM VARYING WS-M FROM 1 BY 1
                   UNTIL WS-M > CC-NB
               MOVE CC-MEMBRE (WS-M) TO LF-ID
               MOVE SPACES TO LF-NOM
               IF WS-MASTER-OUVERT = "O"
                   MOVE LF-ID TO MR-ID
                   READ MASTER-FILE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY MOVE MR-NAME TO LF-NOM
                   END-READ
               END-IF
               MOVE WS-LIGNE-FOYER TO LIGNE-RPT
               PERFORM ECRIRE-LIGNE
           END-PERFORM.
       C-300-LIGNE-MVT.
           MOVE MV-DATE (WS-I) TO WS-DATE-A-EDITER.
           PERFORM EDITER-DATE.
           MOVE WS-DATE-EDT TO DRL-DATE.
           MOVE MV-LIBELLE (WS-I) TO DRL-LIBELLE.
           IF MV-MEMO (WS-I) = "O"
               MOVE 0 TO DRL-DEBIT DRL-CREDIT
               MOVE WS-LIGNE-MVT TO LIGNE-RPT
               MOVE SPACES TO LIGNE-RPT (46:)
           ELSE
               ADD MV-DEBIT (WS-I) TO WS-SOLDE-COURANT
               SUBTRACT MV-CREDIT (WS-I) FROM WS-SOLDE-COURANT
               MOVE MV-DEBIT (WS-I) TO DRL-DEBIT
               MOVE MV-CREDIT (WS-I) TO DRL-CREDIT
               MOVE WS-SOLDE-COURANT TO DRL-SOLDE
               MOVE WS-LIGNE-MVT TO LIGNE-RPT
               IF MV-DEBIT (WS-I) = 0
                   MOVE SPACES TO LIGNE-RPT (46:9)
               END-IF
               IF MV-CREDIT (WS-I) = 0
                   MOVE SPACES TO LIGNE-RPT (56:9)
               END-IF
           END-IF.
           PERFORM ECRIRE-LIGNE.
      *----------------------------------------------------------------
      * THE AMOUNT OWING, AGED FROM EACH INVOICE'S DUE DATE THROUGH
      * DATESRV "D" - SAME BUCKETS AS THE RECEIPTS RUN'S BALANCE AGEE.
      *----------------------------------------------------------------
       C-400-AGER.
           MOVE 0 TO WS-TR-030 WS-TR-3160 WS-TR-6190 WS-TR-PLUS90.
           PERFORM VARYING WS-F FROM 1 BY 1
                   UNTIL WS-F > WS-NB-FACTURES
               MOVE FA-ID (WS-F) TO WS-ID-TESTE
               PERFORM TESTER-COMPTE
               IF WS-DANS-COMPTE = "O"
                   PERFORM CALCULER-SOLDE
                   IF WS-SOLDE > 0
                       PERFORM C-410-AGER-FACTURE
                   END-IF
               END-IF
           END-PERFORM.
           MOVE SPACES TO LIGNE-RPT.
           PERFORM ECRIRE-LIGNE.
           MOVE "MONTANT DU PAR ANCIENNETE" TO LIGNE-RPT.
           PERFORM ECRIRE-LIGNE.
           MOVE WS-TR-030 TO WS-EDT-TOTAL.
           MOVE SPACES TO LIGNE-RPT.
           STRING "  0-30 JOURS : " WS-EDT-TOTAL
               DELIMITED BY SIZE INTO LIGNE-RPT.
           PERFORM ECRIRE-LIGNE.
           MOVE WS-TR-3160 TO WS-EDT-TOTAL.
           MOVE SPACES TO LIGNE-RPT.
           STRING " 31-60 JOURS : " WS-EDT-TOTAL
               DELIMITED BY SIZE INTO LIGNE-RPT.
           PERFORM ECRIRE-LIGNE.
           MOVE WS-TR-6190 TO WS-EDT-TOTAL.
           MOVE SPACES TO LIGNE-RPT.
           STRING " 61-90 JOURS : " WS-EDT-TOTAL
               DELIMITED BY SIZE INTO LIGNE-RPT.
           PERFORM ECRIRE-LIGNE.
           MOVE WS-TR-PLUS90 TO WS-EDT-TOTAL.
           MOVE SPACES TO LIGNE-RPT.
           STRING "  + 90 JOURS : " WS-EDT-TOTAL
               DELIMITED BY SIZE INTO LIGNE-RPT.
           PERFORM ECRIRE-LIGNE.
       C-410-AGER-FACTURE.
           MOVE "D" TO DSA-FONCTION.
           MOVE FA-ECHEANCE (WS-F) TO DSA-DATE-1.
           MOVE WS-RUN-DATE TO DSA-DATE-2.
           CALL "DATESRV" USING DATE-SERVICE-AREA.
           IF DSA-RETOUR NOT = "00"
               MOVE 0 TO WS-AGE
           ELSE
               MOVE DSA-NB-JOURS TO WS-AGE
           END-IF.
           EVALUATE TRUE
               WHEN WS-AGE NOT > 30
                   ADD WS-SOLDE TO WS-TR-030
               WHEN WS-AGE NOT > 60
                   ADD WS-SOLDE TO WS-TR-3160
               WHEN WS-AGE NOT > 90
                   ADD WS-SOLDE TO WS-TR-6190
               WHEN OTHER
                   ADD WS-SOLDE TO WS-TR-PLUS90
           END-EVALUATE.
      *----------------------------------------------------------------
      * COLLECTS THE MOVEMENTS OF REL-ID (WS-R) - AND OF THE MEMBERS
      * OF ITS HOUSEHOLD - FROM THE FOUR FILES.
      *----------------------------------------------------------------
       D-100-COLLECTER.
           MOVE 0 TO WS-NB-MVTS WS-SEQ.
           PERFORM VARYING WS-F FROM 1 BY 1
                   UNTIL WS-F > WS-NB-FACTURES
               MOVE 0 TO FA-HISTO (WS-F)
               MOVE FA-ID (WS-F) TO WS-ID-TESTE
               PERFORM TESTER-COMPTE
               IF WS-DANS-COMPTE = "O"
                   MOVE FA-DATE-FACT (WS-F) TO TMV-DATE
                   MOVE SPACES TO TMV-LIBELLE
                   STRING "FACTURE " FA-NUMERO (WS-F)
                          " ECH " FA-ECHEANCE (WS-F)
                       DELIMITED BY SIZE INTO TMV-LIBELLE
                   MOVE FA-MONTANT (WS-F) TO TMV-DEBIT
                   MOVE 0 TO TMV-CREDIT
                   MOVE "N" TO TMV-MEMO
                   PERFORM D-900-AJOUTER-MVT
               END-IF
           END-PERFORM.
           PERFORM D-200-RECUS.
           PERFORM VARYING WS-F FROM 1 BY 1
                   UNTIL WS-F > WS-NB-FACTURES
               MOVE FA-ID (WS-F) TO WS-ID-TESTE
               PERFORM TESTER-COMPTE
               IF WS-DANS-COMPTE = "O"
                   COMPUTE WS-ECART-REGLE = FA-REGLE (WS-F)
                                          - FA-HISTO (WS-F)
                   IF WS-ECART-REGLE > 0
                       MOVE FA-DATE-FACT (WS-F) TO TMV-DATE
                       MOVE SPACES TO TMV-LIBELLE
                       STRING "REGLT ANTERIEUR FACT "
                              FA-NUMERO (WS-F)
                           DELIMITED BY SIZE INTO TMV-LIBELLE
                       MOVE 0 TO TMV-DEBIT
                       MOVE WS-ECART-REGLE TO TMV-CREDIT
                       MOVE "N" TO TMV-MEMO
                       PERFORM D-900-AJOUTER-MVT
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM D-300-AJUSTEMENTS.
           PERFORM D-400-SUSPENS.
       D-200-RECUS.
           OPEN INPUT HISTORY-FILE.
           IF WS-ENC-STATUS NOT = "00"
               GO TO D-200-EXIT.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ HISTORY-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       MOVE EN-ID TO WS-ID-TESTE
                       PERFORM TESTER-COMPTE
                       IF WS-DANS-COMPTE = "O"
                           PERFORM D-210-UN-RECU
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HISTORY-FILE.
       D-200-EXIT.
           EXIT.
       D-210-UN-RECU.
           PERFORM VARYING WS-F FROM 1 BY 1
                   UNTIL WS-F > WS-NB-FACTURES
               IF FA-NUMERO (WS-F) = EN-NUMERO
                   IF EN-REJET
                       SUBTRACT EN-MONTANT FROM FA-HISTO (WS-F)
                   ELSE
                       ADD EN-MONTANT TO FA-HISTO (WS-F)
                   END-IF
               END-IF
           END-PERFORM.
           MOVE EN-DATE-RECU TO TMV-DATE.
           MOVE SPACES TO TMV-LIBELLE.
           IF EN-REJET
               STRING "PRELEVEMENT REJETE FACT " EN-NUMERO
                   DELIMITED BY SIZE INTO TMV-LIBELLE
               MOVE EN-MONTANT TO TMV-DEBIT
               MOVE 0 TO TMV-CREDIT
           ELSE
               STRING "REGLEMENT FACT " EN-NUMERO
                   DELIMITED BY SIZE INTO TMV-LIBELLE
               MOVE 0 TO TMV-DEBIT
               MOVE EN-MONTANT TO TMV-CREDIT
           END-IF.
           MOVE "N" TO TMV-MEMO.
           PERFORM D-900-AJOUTER-MVT.
       D-300-AJUSTEMENTS.
           OPEN INPUT ADJUST-FILE.
           IF WS-ADJ-STATUS NOT = "00"
               GO TO D-300-EXIT.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ ADJUST-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       MOVE AJ-ID TO WS-ID-TESTE
                       PERFORM TESTER-COMPTE
                       IF WS-DANS-COMPTE = "O"
                           PERFORM D-310-UN-AJUSTEMENT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ADJUST-FILE.
       D-300-EXIT.
           EXIT.
       D-310-UN-AJUSTEMENT.
           MOVE AJ-DATE TO TMV-DATE.
           MOVE SPACES TO TMV-LIBELLE.
           MOVE 0 TO TMV-DEBIT TMV-CREDIT.
           EVALUATE TRUE
               WHEN AJ-AVOIR
                   STRING "AVOIR FACT " AJ-NUMERO " MOTIF " AJ-MOTIF
                       DELIMITED BY SIZE INTO TMV-LIBELLE
                   MOVE AJ-MONTANT TO TMV-CREDIT
               WHEN AJ-PERTE
                   STRING "ABANDON FACT " AJ-NUMERO " MOTIF " AJ-MOTIF
                       DELIMITED BY SIZE INTO TMV-LIBELLE
                   MOVE AJ-MONTANT TO TMV-CREDIT
               WHEN OTHER
                   STRING "REMBOURSEMENT FACT " AJ-NUMERO
                       DELIMITED BY SIZE INTO TMV-LIBELLE
                   MOVE AJ-MONTANT TO TMV-DEBIT
           END-EVALUATE.
           MOVE "N" TO TMV-MEMO.
           PERFORM D-900-AJOUTER-MVT.
      *----------------------------------------------------------------
      * SUSPENSE ITEMS IN THE MEMBER'S NAME, FOR INFORMATION: AN
      * APPLIED ONE ALSO APPEARS AS A RECEIPT, THE OTHERS NEVER
      * REACHED THE ACCOUNT.
      *----------------------------------------------------------------
       D-400-SUSPENS.
           OPEN INPUT SUSPENSE-FILE.
           IF WS-SUS-STATUS NOT = "00"
               GO TO D-400-EXIT.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ SUSPENSE-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       MOVE SUS-ID TO WS-ID-TESTE
                       PERFORM TESTER-COMPTE
                       IF WS-DANS-COMPTE = "O"
                           PERFORM D-410-UN-SUSPENS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SUSPENSE-FILE.
       D-400-EXIT.
           EXIT.
       D-410-UN-SUSPENS.
           EVALUATE TRUE
               WHEN SUS-APPLIQUE  MOVE "APPLIQUE" TO WS-ETAT-SUSPENS
               WHEN SUS-REMBOURSE MOVE "REMBOURSE" TO WS-ETAT-SUSPENS
               WHEN SUS-RENVOYE   MOVE "RENVOYE" TO WS-ETAT-SUSPENS
               WHEN OTHER         MOVE "EN ATTENTE" TO WS-ETAT-SUSPENS
           END-EVALUATE.
           MOVE SUS-DATE TO TMV-DATE.
           MOVE SUS-MONTANT TO WS-EDT-MONTANT.
           MOVE SPACES TO TMV-LIBELLE.
           STRING "RECU SUSPENS " WS-EDT-MONTANT " " WS-ETAT-SUSPENS
               DELIMITED BY SIZE INTO TMV-LIBELLE.
           MOVE 0 TO TMV-DEBIT TMV-CREDIT.
           MOVE "O" TO TMV-MEMO.
           PERFORM D-900-AJOUTER-MVT.
      *----------------------------------------------------------------
      * INSERTS WS-MVT-TRAVAIL IN DATE ORDER. A MEMBER WITH MORE
      * MOVEMENTS THAN THE TABLE HOLDS GETS A WARNING ON THE CONSOLE
      * AND THE OVERFLOW IS LEFT OFF THE STATEMENT.
      *----------------------------------------------------------------
       D-900-AJOUTER-MVT.
           IF WS-NB-MVTS NOT < 300
               DISPLAY "RELEVE " REL-ID (WS-R) " TRONQUE - TROP DE "
                       "MOUVEMENTS"
               GO TO D-900-EXIT.
           ADD 1 TO WS-SEQ.
           COMPUTE TMV-CLE = TMV-DATE * 10000 + WS-SEQ.
           MOVE WS-NB-MVTS TO WS-I.
           PERFORM UNTIL WS-I < 1
                      OR MV-CLE (WS-I) NOT > TMV-CLE
               COMPUTE WS-J = WS-I + 1
               MOVE MVT (WS-I) TO MVT (WS-J)
               SUBTRACT 1 FROM WS-I
           END-PERFORM.
           COMPUTE WS-J = WS-I + 1.
           MOVE WS-MVT-TRAVAIL TO MVT (WS-J).
           ADD 1 TO WS-NB-MVTS.
       D-900-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * WS-ID-TESTE IS ON THE STATEMENT OF WS-TITULAIRE WHEN IT IS
      * WS-TITULAIRE ITSELF OR ONE OF THE MEMBERS IT CARRIES.
      *----------------------------------------------------------------
       TESTER-COMPTE.
           MOVE "N" TO WS-DANS-COMPTE.
           IF WS-ID-TESTE = WS-TITULAIRE
               MOVE "O" TO WS-DANS-COMPTE
           END-IF.
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > CC-NB
               IF CC-MEMBRE (WS-M) = WS-ID-TESTE
                   MOVE "O" TO WS-DANS-COMPTE
               END-IF
           END-PERFORM.
      *----------------------------------------------------------------
      * THE ADJUSTED BALANCE OF INVOICE WS-F (SEE MECCGIV.cpy).
      *----------------------------------------------------------------
       CALCULER-SOLDE.
           COMPUTE WS-SOLDE = FA-MONTANT (WS-F) - FA-REGLE (WS-F)
                            - FA-AVOIR (WS-F) + FA-REMBOURSE (WS-F).
       ECRIRE-LIGNE.
           WRITE LIGNE-RPT.
           ADD 1 TO WS-LIGNES-PAGE.
       EDITER-DATE.
           MOVE SPACES TO WS-DATE-EDT.
           MOVE WS-DATE-A-EDITER (7:2) TO WS-DATE-EDT (1:2).
           MOVE "/" TO WS-DATE-EDT (3:1).
           MOVE WS-DATE-A-EDITER (5:2) TO WS-DATE-EDT (4:2).
           MOVE "/" TO WS-DATE-EDT (6:1).
           MOVE WS-DATE-A-EDITER (1:4) TO WS-DATE-EDT (7:4).
      *----------------------------------------------------------------
      * THE INVOICES OF THE ACCOUNT OF WS-TITULAIRE: ITS OWN AND EACH
      * CARRIED MEMBER'S, READ ON THE IV-ID ALTERNATE KEY OF THE
      * REGISTER, THEN - FOR A STATEMENT TO PRINT - THE ARCHIVED ONES,
      * THE ARCHIVE READ THROUGH AND FILTERED ON THE ACCOUNT. AN
      * ARCHIVED INVOICE IS SETTLED AND OWES NOTHING, SO THE MAILING'S
      * BALANCE TEST READS THE REGISTER ALONE.
      *----------------------------------------------------------------
       CHARGER-COMPTE.
           MOVE 0 TO WS-NB-FACTURES.
           MOVE "N" TO WS-FA-DEBORDE.
           MOVE WS-TITULAIRE TO WS-ID-COMPTE.
           PERFORM CHARGER-FACTURES-ID.
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > CC-NB
               MOVE CC-MEMBRE (WS-M) TO WS-ID-COMPTE
               PERFORM CHARGER-FACTURES-ID
           END-PERFORM.
           IF WS-AVEC-ARCHIVE NOT = "O"
               GO TO FIN-CHARGER-COMPTE.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-ARC-STATUS NOT = "00"
               GO TO FIN-CHARGER-COMPTE.
           PERFORM UNTIL WS-ARC-STATUS NOT = "00"
               READ ARCHIVE-FILE
                   AT END MOVE "10" TO WS-ARC-STATUS
                   NOT AT END
                       MOVE ARC-IMAGE TO FACTURE-LUE
                       MOVE FL-ID TO WS-ID-TESTE
                       PERFORM TESTER-COMPTE
                       IF WS-DANS-COMPTE = "O"
                           PERFORM CHARGER-UNE-FACTURE
                               THRU FIN-CHARGER-UNE-FACTURE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARCHIVE-FILE.
       FIN-CHARGER-COMPTE.
           EXIT.
      *    THE REGISTER INVOICES OF WS-ID-COMPTE.
       CHARGER-FACTURES-ID.
           MOVE "Y" TO WS-FIN-ID.
           IF WS-REG-OUVERT = "O"
               MOVE "N" TO WS-FIN-ID
               MOVE WS-ID-COMPTE TO IV-ID
               START INVOICE-FILE KEY IS EQUAL TO IV-ID
                   INVALID KEY MOVE "Y" TO WS-FIN-ID
               END-START
           END-IF.
           PERFORM UNTIL WS-FIN-ID = "Y"
               READ INVOICE-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-FIN-ID
                   NOT AT END
                       IF IV-ID NOT = WS-ID-COMPTE
                           MOVE "Y" TO WS-FIN-ID
                       ELSE
                           MOVE INVOICE-RECORD TO FACTURE-LUE
                           PERFORM CHARGER-UNE-FACTURE
                               THRU FIN-CHARGER-UNE-FACTURE
                       END-IF
               END-READ
           END-PERFORM.
      *    ONE INVOICE FROM FACTURE-LUE. IV-REGLE, IV-AVOIR AND
      *    IV-REMBOURSE READ AS SPACES ON OLDER LINES - TREATED AS
      *    ZERO. AN ACCOUNT WITH MORE INVOICES THAN THE TABLE HOLDS IS
      *    LOGGED ONCE AND THE OVERFLOW LEFT OFF, LIKE THE MOVEMENTS.
       CHARGER-UNE-FACTURE.
           IF WS-NB-FACTURES NOT < 500
               IF WS-FA-DEBORDE = "N"
                   MOVE "O" TO WS-FA-DEBORDE
                   DISPLAY "RELEVE " WS-TITULAIRE " TRONQUE - TROP DE "
                           "FACTURES"
                   MOVE WS-TITULAIRE TO EXC-VALUE
                   MOVE "RELEVE TRONQUE - FACTURES" TO EXC-REASON
                   MOVE "W" TO EXC-SEVERITY
                   PERFORM ECRIRE-EXCEPTION
               END-IF
               GO TO FIN-CHARGER-UNE-FACTURE.
           ADD 1 TO WS-NB-FACTURES.
           MOVE FL-NUMERO TO FA-NUMERO (WS-NB-FACTURES).
           MOVE FL-DATE-FACTURE TO FA-DATE-FACT (WS-NB-FACTURES).
           MOVE FL-ID TO FA-ID (WS-NB-FACTURES).
           MOVE FL-DATE-ECHEANCE TO FA-ECHEANCE (WS-NB-FACTURES).
           MOVE FL-MONTANT TO FA-MONTANT (WS-NB-FACTURES).
           MOVE FL-STATUT TO FA-STATUT (WS-NB-FACTURES).
           IF FL-REGLE NUMERIC
               MOVE FL-REGLE TO FA-REGLE (WS-NB-FACTURES)
           ELSE
               MOVE 0 TO FA-REGLE (WS-NB-FACTURES)
           END-IF.
           IF FL-AVOIR NUMERIC
               MOVE FL-AVOIR TO FA-AVOIR (WS-NB-FACTURES)
           ELSE
               MOVE 0 TO FA-AVOIR (WS-NB-FACTURES)
           END-IF.
           IF FL-REMBOURSE NUMERIC
               MOVE FL-REMBOURSE TO FA-REMBOURSE (WS-NB-FACTURES)
           ELSE
               MOVE 0 TO FA-REMBOURSE (WS-NB-FACTURES)
           END-IF.
           MOVE 0 TO FA-HISTO (WS-NB-FACTURES).
       FIN-CHARGER-UNE-FACTURE.
           EXIT.
      *----------------------------------------------------------------
      * OPENS MECCGFOY.DAT FOR THE RUN (NO FILE, NO HOUSEHOLDS) AND
      * INDEXES WHICH HOUSEHOLD EVERY MEMBER BELONGS TO. AN INDEX TOO
      * SMALL FOR THE FILE WOULD SEND A COVERED MEMBER A STATEMENT OF
      * ITS OWN, SO NOTHING IS PRINTED.
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
               DISPLAY "TABLE DES FOYERS SATUREE - AUCUN RELEVE EDITE"
               MOVE "MECCGFOY.DAT" TO EXC-VALUE
               MOVE "TABLE DES FOYERS SATUREE" TO EXC-REASON
               MOVE "S" TO EXC-SEVERITY
               PERFORM ECRIRE-EXCEPTION
               CLOSE HOUSEHOLD-FILE
               IF WS-REG-OUVERT = "O"
                   CLOSE INVOICE-FILE
               END-IF
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-NB-APPART.
           MOVE FY-MEMBRE (WS-M) TO AP-ID (WS-NB-APPART).
           MOVE FY-NUMERO TO AP-NUMERO (WS-NB-APPART).
      *    THE HOUSEHOLD OF WS-ID-CHERCHE, AS PAYER (READ ON ITS OWN
      *    KEY) OR AS MEMBER (THE INDEX). ONLY A HOUSEHOLD WHOSE PAYER
      *    IS ACTIVE IS GROUPED: ITS NUMBER GOES TO WS-FOYER-COMPTE AND
      *    ITS MEMBERS TO COMPTE-COURANT.
       CHERCHER-FOYER.
           MOVE SPACE TO WS-FO-ROLE.
           MOVE 0 TO WS-FOYER-COMPTE CC-NB.
           IF WS-FOY-OUVERT NOT = "O"
               GO TO FIN-CHERCHER-FOYER.
           MOVE WS-ID-CHERCHE TO FY-PAYEUR.
           READ HOUSEHOLD-FILE KEY IS FY-PAYEUR
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "P" TO WS-FO-ROLE
           END-READ.
           IF WS-FO-ROLE = SPACE
               MOVE 0 TO WS-AP-NUMERO
               PERFORM VARYING WS-M FROM 1 BY 1
                       UNTIL WS-M > WS-NB-APPART
                          OR WS-AP-NUMERO NOT = 0
                   IF AP-ID (WS-M) = WS-ID-CHERCHE
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
           IF WS-FO-ROLE = SPACE
               GO TO FIN-CHERCHER-FOYER.
           PERFORM TESTER-PAYEUR-ACTIF.
           IF WS-PAYEUR-ACTIF NOT = "O"
               MOVE SPACE TO WS-FO-ROLE
               GO TO FIN-CHERCHER-FOYER.
           MOVE FY-PAYEUR TO FC-PAYEUR.
           MOVE FY-NUMERO TO WS-FOYER-COMPTE.
           PERFORM CHARGER-MEMBRES-COMPTE.
       FIN-CHERCHER-FOYER.
           EXIT.
      *    THE PAYER IS ACTIVE ON THE MASTER - THE TEST MECCGDUE BILLS
      *    THE HOUSEHOLD ON. THE CALLER'S MASTER RECORD IS READ BACK
      *    AFTERWARDS, WHICH ALSO PUTS THE QUARTERLY SWEEP BACK WHERE
      *    IT WAS. WITH NO MASTER THE HOUSEHOLD IS TAKEN AS IT STANDS.
       TESTER-PAYEUR-ACTIF.
           MOVE "O" TO WS-PAYEUR-ACTIF.
           IF WS-MASTER-OUVERT = "O"
               MOVE MASTER-RECORD TO WS-MR-SAUVE
               MOVE FY-PAYEUR TO MR-ID
               READ MASTER-FILE
                   INVALID KEY MOVE "N" TO WS-PAYEUR-ACTIF
                   NOT INVALID KEY
                       IF NOT MR-ACTIVE
                           MOVE "N" TO WS-PAYEUR-ACTIF
                       END-IF
               END-READ
               MOVE WS-MR-SAUVE TO MASTER-RECORD
               READ MASTER-FILE
                   INVALID KEY CONTINUE
               END-READ
           END-IF.
      *    THE MEMBERS OF THE HOUSEHOLD IN HOUSEHOLD-RECORD, ONTO THE
      *    ACCOUNT.
       CHARGER-MEMBRES-COMPTE.
           MOVE FY-NB-MEMBRES TO CC-NB.
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > CC-NB
               MOVE FY-MEMBRE (WS-M) TO CC-MEMBRE (WS-M)
           END-PERFORM.
      *    A STATEMENT'S HOUSEHOLD, READ AGAIN BY ITS NUMBER TO PRINT.
       LIRE-COMPTE-FOYER.
           MOVE 0 TO CC-NB.
           IF WS-FOYER-COMPTE > 0
               MOVE WS-FOYER-COMPTE TO FY-NUMERO
               READ HOUSEHOLD-FILE
                   INVALID KEY MOVE 0 TO WS-FOYER-COMPTE
                   NOT INVALID KEY PERFORM CHARGER-MEMBRES-COMPTE
               END-READ
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
           MOVE "MECCGREL" TO EXC-PROGRAM.
           MOVE WS-RUN-DATE TO EXC-DATE.
           ACCEPT WS-HEURE-EXACTE FROM TIME.
           MOVE WS-HHMMSS TO EXC-TIME.
           MOVE WS-OPERATEUR TO EXC-OPERATOR.
           WRITE EXCEPTION-LOG-RECORD.
           CLOSE EXCEPTION-FILE.
      *----------------------------------------------------------------
      * THE SIGNED-ON OPERATOR (OPERATOR.CUR, WRITTEN BY ASL) -
      * "INCONNU" WHEN NOBODY IS SIGNED ON.
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

       END PROGRAM MECCGREL.
