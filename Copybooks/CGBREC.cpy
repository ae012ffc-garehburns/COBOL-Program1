      * EMPLOYEE MASTER RECORD LAYOUT - SHARED BY CGBPR1 AND CGBPR3.
      * FIRST 70 CHARACTERS ARE THE SAME LAYOUT AS THE ORIGINAL
      * PR1FA19.TXT EXTRACT SO EXISTING DATA MOVES OVER AS-IS.
      * 113 CHARACTERS IN ALL - THE STATUS BYTE AND TERMINATION
      * DATE WERE ADDED ON THE END SO A TERMINATION NO LONGER
      * DELETES THE RECORD, AND THE REHIRE DATE WAS ADDED AFTER
      * THEM SO AN 'R' TRANSACTION CAN BRING A SEPARATED EMPLOYEE
      * BACK WITHOUT LOSING THE ORIGINAL HIRE DATE.  A STATUS OF
      * SPACE (PRE-CONVERSION DATA) READS AS ACTIVE; A REHIRE DATE
      * OF ZERO (OR SPACES ON OLD DATA) MEANS NEVER REHIRED.
      * THE LEAVE FIELDS CAME LAST: AN 'L' TRANSACTION SETS STATUS
      * 'L' WITH THE LEAVE TYPE, START DATE AND EXPECTED RETURN
      * DATE, AND A 'B' TRANSACTION SETS THE STATUS BACK TO ACTIVE
      * AND OVERWRITES THE RETURN DATE WITH THE ACTUAL ONE, SO THE
      * FIELDS THEN DESCRIBE THE LAST LEAVE TAKEN.  A 'D' KEYED
      * WHILE ON LEAVE SETS THE RETURN DATE TO THE TERMINATION
      * DATE, MARKING A LEAVE THAT RAN TO SEPARATION.  AN
      * EMPLOYEE ON LEAVE IS STILL EMPLOYED - NOT TERMINATED, SO
      * HEADCOUNT AND THE EXTRACTS KEEP THEM - BUT THE PAY CYCLE
      * (CGBPR14) AND THE VACATION ACCRUAL (CGBPR22) PASS THEM
      * OVER.  SPACES IN THE LEAVE FIELDS (OLD DATA) MEAN NO LEAVE
      * EVER TAKEN.
      * I-SUPERVISOR-KEY IS THE MASTER KEY OF THE EMPLOYEE THIS ONE
      * REPORTS TO, SET BY 'A', 'C' AND 'T' TRANSACTIONS AND
      * PRINTED AS A TREE BY CGBPR34.  SPACES MEAN NO SUPERVISOR -
      * THE TOP OF A TREE, OR OLD DATA NOT YET ASSIGNED ONE.
      ***********************************************
       01  INFORMATION.
           05 WK-EMPLOYEE-KEY.
           05 I-EMPLOYEE-STATUS    PIC X(1).
               88 I-EMP-ACTIVE                 VALUE 'A' ' '.
               88 I-EMP-TERMINATED             VALUE 'T'.
               88 I-EMP-ON-LEAVE               VALUE 'L'.
           05 I-TERMINATION-DATE   PIC 9(8).
           05 I-REHIRE-DATE        PIC 9(8).
           05 I-LEAVE-TYPE         PIC X(1).
               88 I-LEAVE-MEDICAL              VALUE 'M'.
               88 I-LEAVE-MILITARY             VALUE 'S'.
               88 I-LEAVE-UNPAID               VALUE 'U'.
               88 I-LEAVE-FAMILY               VALUE 'F'.
           05 I-LEAVE-START-DATE   PIC 9(8).
           05 I-LEAVE-RETURN-DATE  PIC 9(8).
           05 I-SUPERVISOR-KEY.
               10 I-SUPV-WAREHOUSE-ID  PIC X(4).
               10 I-SUPV-EMPLOYEE-ID   PIC X(5).
