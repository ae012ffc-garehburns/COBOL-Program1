      *TO RUN: COPY CGBAPJ.
      ***********************************************
      * APPROVAL JOURNAL RECORD LAYOUT - APRVJRNL.DAT, ACCUMULATING
      * ACROSS RUNS.  CGBPR3 WRITES ONE RECORD WHEN AN ADD OR
      * CHANGE IS HELD AND ONE MORE WHEN IT IS RELEASED OR DENIED,
      * SO THE AUDITORS CAN SEE WHO KEYED EVERY OUT-OF-LIMIT
      * SALARY AND WHO LET IT THROUGH.
      * AJ-DECISION:  'H' = HELD, 'R' = RELEASED, 'D' = DENIED.
      ***********************************************
       01  APPROVAL-JOURNAL-RECORD.
           05 AJ-RUN-DATE           PIC 9(8).
           05 AJ-DECISION           PIC X(1).
               88 AJ-HELD                       VALUE 'H'.
               88 AJ-RELEASED                   VALUE 'R'.
               88 AJ-DENIED                     VALUE 'D'.
           05 AJ-APPROVAL-ID        PIC 9(12).
           05 AJ-KEYED-BY           PIC X(4).
           05 AJ-APPROVER-ID        PIC X(4).
           05 AJ-HOLD-REASON        PIC X(30).
           05 AJ-OLD-SALARY         PIC 9(8).
           05 AJ-NEW-SALARY         PIC 9(8).
           05 AJ-TRANSACTION        PIC X(92).
