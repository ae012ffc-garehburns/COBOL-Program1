      * ACCRUAL STAMP (YYYYMM) MAKES THE MONTHLY RUN SAFE TO
      * RERUN.  CGBPR3 SETS THE PAYOUT FLAG WHEN THE EMPLOYEE IS
      * TERMINATED SO THE PAYOUT OWED AT EXIT SHOWS ON THE CGBPR8
      * TURNOVER REPORT AND THE CGBPR24 BALANCE REPORT.  THE
      * CGBPR27 FINAL-PAY RUN PAYS THE BALANCE OUT, ZEROES BOTH
      * HOUR BUCKETS AND FLIPS THE FLAG TO PAID.
      ***********************************************
       01  LEAVE-BALANCE-RECORD.
           05 V-EMPLOYEE-KEY.
           05 V-LAST-ACCRUAL-YYYYMM PIC 9(6).
           05 V-PAYOUT-FLAG         PIC X(1).
               88 V-PAYOUT-DUE                  VALUE 'Y'.
               88 V-PAYOUT-PAID                 VALUE 'P'.
