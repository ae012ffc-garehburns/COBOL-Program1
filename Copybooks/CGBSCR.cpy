      *TO RUN: COPY CGBSCR.
      ***********************************************
      * SUSPENSE CORRECTION RECORD LAYOUT - SUSCORR.TXT, KEYED
      * AGAINST AN OPEN SUSPENSE.DAT ITEM BY ITS SUSPENSE ID (THE
      * TWELVE DIGITS PRINTED ON THE CGBPR3 MAINTENANCE REPORT).
      * SC-ACTION-CODE:  'C' = CORRECT - SC-TRANSACTION REPLACES
      * THE SUSPENDED TRANSACTION WHOLE (CGBTRN LAYOUT) AND IS
      * RETRIED ON THE SAME RUN; 'X' = CANCEL - THE ITEM IS
      * DROPPED FROM SUSPENSE UNAPPLIED, SC-TRANSACTION IGNORED.
      * CGBPR3 WORKS THE FILE AT THE START OF THE RUN AND EMPTIES
      * IT AT THE END.
      ***********************************************
       01  SUSPENSE-CORRECTION-RECORD.
           05 SC-ACTION-CODE        PIC X(1).
               88 SC-ACTION-CORRECT             VALUE 'C'.
               88 SC-ACTION-CANCEL              VALUE 'X'.
           05 SC-SUSPENSE-ID.
               10 SC-ORIGINAL-RUN-DATE  PIC 9(8).
               10 SC-SEQUENCE           PIC 9(4).
           05 SC-TRANSACTION        PIC X(92).
