      *TO RUN: COPY CGBPHS.
      ***********************************************
      * PAY HISTORY RECORD LAYOUT - PAYHIST.DAT, THE PERMANENT
      * RECORD OF EVERY CHECK CUT.  CGBPR14 POSTS ONE EARNINGS
      * ('E') RECORD PER EMPLOYEE PAID ON A REGULAR PAY DATE,
      * FOLLOWED BY ONE DEDUCTION ('D') RECORD PER DEDUCTION
      * TAKEN; THE OFF-CYCLE FINAL PAY RUN POSTS THE SAME SHAPE
      * WITH A PAY TYPE OF 'F'.  AN EARNINGS RECORD CARRIES THE
      * GROSS, WITHHOLDING, OTHER DEDUCTIONS AND NET WITH THE
      * DEDUCTION CODE SPACES; A DEDUCTION RECORD CARRIES ONLY
      * THE CODE AND AMOUNT WITH THE EARNINGS FIELDS ZERO.  THE
      * NAME AND POSITION ARE CARRIED AS PAID SO QUARTER AND
      * YEAR-END FIGURES NEVER DEPEND ON THE CURRENT MASTER.
      * PAYHIST.DAT IS OPENED EXTEND SO HISTORY ACCUMULATES
      * ACROSS RUNS.
      ***********************************************
       01  PAY-HISTORY-RECORD.
           05 H-PAY-DATE            PIC 9(8).
           05 H-PAY-TYPE            PIC X(1).
               88 H-REGULAR-PAY                 VALUE 'R'.
               88 H-FINAL-PAY                   VALUE 'F'.
           05 H-RECORD-TYPE         PIC X(1).
               88 H-EARNINGS-RECORD             VALUE 'E'.
               88 H-DEDUCTION-RECORD            VALUE 'D'.
           05 H-EMPLOYEE-KEY.
               10 H-WAREHOUSE-ID        PIC X(4).
               10 H-EMPLOYEE-ID         PIC X(5).
           05 H-EMPLOYEE-POSITION   PIC X(2).
           05 H-EMPLOYEE-LASTNAME   PIC X(10).
           05 H-EMPLOYEE-FIRSTNAME  PIC X(10).
           05 H-GROSS-PAY           PIC 9(7)V9(2).
           05 H-FED-AMOUNT          PIC 9(7)V9(2).
           05 H-STATE-AMOUNT        PIC 9(7)V9(2).
           05 H-OTHER-DEDNS         PIC 9(7)V9(2).
           05 H-NET-PAY             PIC 9(7)V9(2).
           05 H-DEDUCTION-CODE      PIC X(2).
           05 H-DEDUCTION-AMOUNT    PIC 9(7)V9(2).
