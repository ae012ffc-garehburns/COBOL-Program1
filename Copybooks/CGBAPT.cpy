      *TO RUN: COPY CGBAPT.
      ***********************************************
      * APPROVAL TRANSACTION RECORD LAYOUT - APRVTRAN.TXT, ONE
      * DECISION PER HELD ITEM ON APRVPEND.DAT, KEYED BY ITS
      * APPROVAL ID.
      * AV-ACTION-CODE:  'R' = RELEASE - THE HELD TRANSACTION IS
      * APPLIED ON THIS SAME CGBPR3 RUN; 'D' = DENY - IT IS
      * DROPPED UNAPPLIED.
      * AV-APPROVER-ID:  OPERATOR ID OF THE PERSON DECIDING.  IT
      * MUST BE PRESENT AND MUST NOT BE THE OPERATOR WHO KEYED THE
      * HELD TRANSACTION.
      * CGBPR3 WORKS THE FILE AT THE START OF THE RUN AND EMPTIES
      * IT AT THE END.
      ***********************************************
       01  APPROVAL-TRANSACTION-RECORD.
           05 AV-ACTION-CODE        PIC X(1).
               88 AV-ACTION-RELEASE             VALUE 'R'.
               88 AV-ACTION-DENY                VALUE 'D'.
           05 AV-APPROVAL-ID.
               10 AV-HELD-DATE          PIC 9(8).
               10 AV-SEQUENCE           PIC 9(4).
           05 AV-APPROVER-ID        PIC X(4).
