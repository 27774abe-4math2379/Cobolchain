      *----------------------------------------------------------------
      * TRANSMITTAL LOG OF THE MEMBER EXCHANGE WITH THE ROTTERDAM
      * OFFICE (MECCGXMT.DAT, INDEXED ON XM-ENVOI). ONE RECORD PER
      * OUTBOUND DECK WRITTEN BY MECCGXCH: TRANSMITTAL NUMBER (ALSO
      * ON THE DECK HEADER, SO THE OTHER SIDE'S ACKNOWLEDGEMENT CAN
      * NAME IT), DESTINATION BRANCH, WHEN AND BY WHOM, HOW MANY
      * CHANGES, AND THE STRETCH OF MECCG.JRN IT COVERED - JOURNAL
      * RECORDS XM-REPERE-DEBUT THROUGH XM-REPERE-FIN, BY POSITION,
      * THE LAST ONE STAMPED XM-JR-DATE/XM-JR-TIME. THE HIGHEST
      * XM-REPERE-FIN ON FILE IS THE HIGH-WATER MARK THE NEXT EXTRACT
      * STARTS AFTER. XM-STATUT "E" UNTIL THE ACKNOWLEDGEMENT COMES
      * BACK, THEN "A" WITH ITS DATE AND THE COUNTS APPLIED AND
      * REJECTED OVER THERE.
      *----------------------------------------------------------------
       01  TRANSMITTAL-RECORD.
           05  XM-ENVOI          PIC 9(6).
           05  XM-BRANCHE        PIC X(3).
           05  XM-DATE           PIC 9(8).
           05  XM-TIME           PIC 9(6).
           05  XM-OPERATEUR      PIC X(8).
           05  XM-NB-MVTS        PIC 9(6).
           05  XM-REPERE-DEBUT   PIC 9(8).
           05  XM-REPERE-FIN     PIC 9(8).
           05  XM-JR-DATE        PIC 9(8).
           05  XM-JR-TIME        PIC 9(6).
           05  XM-STATUT         PIC X.
               88  XM-EN-ATTENTE VALUE "E".
               88  XM-ACQUITTE   VALUE "A".
           05  XM-DATE-ACQ       PIC 9(8).
           05  XM-NB-APPLIQUES   PIC 9(6).
           05  XM-NB-REJETES     PIC 9(6).
