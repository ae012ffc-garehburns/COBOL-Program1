      *TO RUN: COPY CGBAPR.
      ***********************************************
      * APPROVAL HOLD RECORD LAYOUT - APRVPEND.DAT, ONE RECORD PER
      * ADD OR CHANGE CGBPR3 HELD BACK FROM THE MASTER BECAUSE ITS
      * SALARY BROKE A LIMIT ON APRVPARM.TXT OR FELL OUTSIDE THE
      * POSMAST.TXT BAND.  THE ITEM STAYS ON FILE UNTIL SOMEONE
      * OTHER THAN AP-KEYED-BY RELEASES OR DENIES IT (SEE CGBAPT).
      * AP-APPROVAL-ID:  THE RUN DATE IT WAS HELD PLUS A SEQUENCE
      * WITHIN THAT RUN - PRINTED ON THE MAINTENANCE REPORT AND ON
      * THE CGBPR31 PENDING-APPROVALS REPORT.
      * AP-OLD-SALARY:  MASTER CURRENT SALARY WHEN HELD (ZERO ON AN
      * ADD).  AP-NEW-SALARY:  THE SALARY THE TRANSACTION CARRIES.
      ***********************************************
       01  APPROVAL-HOLD-RECORD.
           05 AP-APPROVAL-ID.
               10 AP-HELD-DATE          PIC 9(8).
               10 AP-SEQUENCE           PIC 9(4).
           05 AP-HOLD-REASON        PIC X(30).
           05 AP-OLD-SALARY         PIC 9(8).
           05 AP-NEW-SALARY         PIC 9(8).
           05 AP-KEYED-BY           PIC X(4).
           05 AP-TRANSACTION        PIC X(92).
           05 AP-TRANSACTION-FIELDS REDEFINES AP-TRANSACTION.
               10 AP-ACTION-CODE        PIC X(1).
               10 AP-WAREHOUSE-ID       PIC X(4).
               10 AP-EMPLOYEE-ID        PIC X(5).
               10 AP-EMPLOYEE-POSITION  PIC X(2).
               10 AP-EMPLOYEE-LASTNAME  PIC X(10).
               10 FILLER                PIC X(70).
