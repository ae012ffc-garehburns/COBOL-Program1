      *TO RUN: COPY CGBSUS.
      ***********************************************
      * SUSPENSE RECORD LAYOUT - SUSPENSE.DAT, ONE RECORD PER
      * MAINTENANCE TRANSACTION CGBPR3 REJECTED AND HAS NOT YET
      * APPLIED.  CGBPR3 RETRIES EVERY ITEM ON EACH RUN AND DROPS
      * IT FROM THE FILE ONCE IT APPLIES (OR GOES TO THE PENDING
      * FILE), OR ONCE A CANCEL IS KEYED AGAINST IT.
      * SU-SUSPENSE-ID:  THE RUN DATE THE TRANSACTION FIRST FAILED
      * PLUS A SEQUENCE WITHIN THAT RUN - PRINTED ON THE
      * MAINTENANCE REPORT, AND THE KEY A CORRECTION OR CANCEL
      * (SEE CGBSCR) IS KEYED AGAINST.
      * SU-REJECT-REASON:  THE MOST RECENT REJECT TEXT.
      * SU-AGE-DAYS:  CALENDAR DAYS SINCE THE ORIGINAL RUN DATE AS
      * OF THE LAST CGBPR3 RUN.
      * SU-TRANSACTION:  THE FULL CGBTRN TRANSACTION AS IT WILL BE
      * RETRIED.
      * READ BY CGBPR30 FOR THE SUSPENSE AGING REPORT.
      ***********************************************
       01  SUSPENSE-RECORD.
           05 SU-SUSPENSE-ID.
               10 SU-ORIGINAL-RUN-DATE  PIC 9(8).
               10 SU-SEQUENCE           PIC 9(4).
           05 SU-REJECT-REASON      PIC X(30).
           05 SU-LAST-RETRY-DATE    PIC 9(8).
           05 SU-RETRY-COUNT        PIC 9(3).
           05 SU-AGE-DAYS           PIC 9(4).
           05 SU-TRANSACTION        PIC X(92).
           05 SU-TRANSACTION-FIELDS REDEFINES SU-TRANSACTION.
               10 SU-ACTION-CODE        PIC X(1).
               10 SU-WAREHOUSE-ID       PIC X(4).
               10 SU-EMPLOYEE-ID        PIC X(5).
               10 FILLER                PIC X(2).
               10 SU-EMPLOYEE-LASTNAME  PIC X(10).
               10 FILLER                PIC X(70).
