      *----------------------------------------------------------------
      * POSTAL-CODE REFERENCE RECORD (MECCGCP.DAT, INDEXED - KEY
      * CP-CLE, THE CODE AND THE TOWN TOGETHER, SINCE ONE CODE MAY
      * SERVE SEVERAL TOWNS AND ONE TOWN SEVERAL CODES). A MEMBER'S
      * MR-POSTAL-CODE / MR-CITY PAIR IS GOOD WHEN IT IS ON FILE HERE.
      * CODE AND TOWN ARE HELD IN UPPER CASE; CALLERS UPPER-CASE THE
      * MEMBER'S VALUES BEFORE THE READ.
      *     CP-REGION          PROVINCE / DEPARTMENT, FOR THE PRINTS
      *     CP-DATE-MAJ/CP-PAR LAST CHANGE AND THE OPERATOR WHO MADE
      *                        IT (EVERY CHANGE IS ALSO JOURNALED IN
      *                        MECCGCP.JRN, BEFORE AND AFTER IMAGES)
      * MAINTAINED BY THE OFFICE THROUGH MECCGCPM; READ BY THE FICHE
      * (MECCG), THE BATCH INTAKE (MECCGBT) AND THE ADDRESS CLEANUP
      * REPORT.
      *----------------------------------------------------------------
       01  POSTAL-RECORD.
           05  CP-CLE.
               10  CP-CODE        PIC X(8).
               10  CP-VILLE       PIC X(20).
           05  CP-REGION          PIC X(20).
           05  CP-DATE-MAJ        PIC 9(8).
           05  CP-PAR             PIC X(8).
