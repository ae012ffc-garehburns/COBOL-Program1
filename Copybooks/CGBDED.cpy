      *TO RUN: COPY CGBDED.
      ***********************************************
      * DEDUCTION MASTER RECORD LAYOUT - DEDMAST.DAT, INDEXED ON
      * D-DEDUCTION-KEY (THE WAREHOUSE / EMPLOYEE KEY OF THE
      * EMPLOYEE MASTER PLUS THE DEDUCTION CODE), ONE RECORD PER
      * DEDUCTION PER EMPLOYEE.  MAINTAINED ONLY BY CGBPR33 OFF
      * DEDTRAN.TXT; CGBPR14 STARTS ON THE EMPLOYEE KEY AND READS
      * FORWARD FOR EVERY DEDUCTION THE EMPLOYEE CARRIES.
      *
      * D-DEDUCTION-TYPE:
      *   'F' (OR SPACE) - FLAT D-DEDUCTION-AMOUNT EVERY PERIOD.
      *   'P' - D-DEDUCTION-PERCENT OF THE PERIOD GROSS (401K).
      *   'G' - D-DEDUCTION-AMOUNT EVERY PERIOD UNTIL
      *         D-TAKEN-TO-DATE REACHES D-GOAL-AMOUNT; THE LAST
      *         ONE TAKES ONLY WHAT IS LEFT, THEN THE STATUS GOES
      *         TO 'G' AND IT STOPS ON ITS OWN (LOANS, UNIFORMS).
      * ANY TYPE IS TAKEN ONLY ON A PAY DATE ON OR AFTER
      * D-START-DATE AND BEFORE D-STOP-DATE; ZERO MEANS NO LIMIT
      * THAT SIDE.  D-TAKEN-TO-DATE IS THE RUNNING TOTAL TAKEN ON
      * EVERY TYPE.  D-LAST-TAKEN-DATE / AMOUNT ARE THE LAST PAY
      * DATE IT CAME OFF AND HOW MUCH, SO A PAY RUN RESTARTED ON
      * THE SAME DATE TAKES THE SAME AMOUNT AND NEVER COUNTS IT
      * TWICE.  THE FIRST 32 BYTES ARE THE OLD FLAT-AMOUNT RECORD.
      ***********************************************
       01  DEDUCTION-RECORD.
           05 D-DEDUCTION-KEY.
               10 D-EMPLOYEE-KEY.
                   15 D-WAREHOUSE-ID    PIC X(4).
                   15 D-EMPLOYEE-ID     PIC X(5).
               10 D-DEDUCTION-CODE      PIC X(2).
           05 D-DEDUCTION-DESC      PIC X(15).
           05 D-DEDUCTION-AMOUNT    PIC 9(4)V9(2).
           05 D-DEDUCTION-TYPE      PIC X(1).
               88 D-TYPE-FLAT                   VALUE 'F' ' '.
               88 D-TYPE-PERCENT                VALUE 'P'.
               88 D-TYPE-GOAL                   VALUE 'G'.
           05 D-DEDUCTION-PERCENT   PIC 9(2)V9(2).
           05 D-GOAL-AMOUNT         PIC 9(6)V9(2).
           05 D-TAKEN-TO-DATE       PIC 9(6)V9(2).
           05 D-START-DATE          PIC 9(8).
           05 D-STOP-DATE           PIC 9(8).
           05 D-DEDUCTION-STATUS    PIC X(1).
               88 D-DEDN-ACTIVE                 VALUE 'A' ' '.
               88 D-DEDN-STOPPED                VALUE 'S'.
               88 D-DEDN-GOAL-MET               VALUE 'G'.
           05 D-LAST-TAKEN-DATE     PIC 9(8).
           05 D-LAST-TAKEN-AMOUNT   PIC 9(6)V9(2).
