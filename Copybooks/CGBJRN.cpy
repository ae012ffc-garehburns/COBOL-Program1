      * PHYSICAL-DELETE DAYS HAS A SPACES AFTER-IMAGE).
      * EMPJRNL.DAT IS OPENED EXTEND SO HISTORY ACCUMULATES
      * ACROSS RUNS.  THE IMAGES WIDENED WITH THE MASTER WHEN THE
      * REHIRE DATE WAS ADDED, AGAIN FOR THE LEAVE FIELDS, AND
      * AGAIN FOR THE SUPERVISOR KEY - 244 CHARACTERS IN ALL.
      * 'L' (LEAVE START) AND 'B' (BACK FROM LEAVE) JOURNAL LIKE
      * ANY OTHER ACTION.
      ***********************************************
       01  JOURNAL-RECORD.
           05 J-RUN-DATE            PIC 9(8).
           05 J-EMPLOYEE-KEY.
               10 J-WAREHOUSE-ID        PIC X(4).
               10 J-EMPLOYEE-ID         PIC X(5).
           05 J-BEFORE-IMAGE        PIC X(113).
           05 J-AFTER-IMAGE         PIC X(113).
