      * TO ACTIVE, CLEARS THE TERMINATION DATE AND STAMPS THE
      * REHIRE DATE WHILE KEEPING THE ORIGINAL HIRE DATE FOR
      * SERVICE HISTORY - ONLY THE KEY FIELDS ARE REQUIRED, AND
      * THE EFFECTIVE DATE, WHEN KEYED, IS THE REHIRE DATE),
      * 'L' = LEAVE START (PUTS AN ACTIVE EMPLOYEE ON LEAVE - THE
      * KEY FIELDS, T-LEAVE-TYPE AND T-LEAVE-RETURN-DATE ARE
      * REQUIRED, AND THE EFFECTIVE DATE, WHEN KEYED, IS THE
      * LEAVE START DATE), 'B' = BACK FROM LEAVE (RETURNS AN
      * EMPLOYEE ON LEAVE TO ACTIVE - ONLY THE KEY FIELDS ARE
      * REQUIRED, AND THE EFFECTIVE DATE, WHEN KEYED, IS THE
      * ACTUAL RETURN DATE).
      * FOR 'C' EVERY FIELD IS TREATED AS A FULL REPLACEMENT OF
      * THE MASTER RECORD FOR THAT KEY, EXCEPT THE STATUS AND
      * TERMINATION DATE, WHICH ONLY 'D' SETS, AND THE LEAVE
      * FIELDS, WHICH ONLY 'L' AND 'B' SET.  FOR 'D' ONLY THE KEY
      * FIELDS ARE REQUIRED.
      * T-LEAVE-TYPE / T-LEAVE-RETURN-DATE:  'L' ONLY.  THE TYPE IS
      * 'M' MEDICAL, 'S' MILITARY SERVICE, 'U' UNPAID PERSONAL OR
      * 'F' FAMILY; THE RETURN DATE IS THE EXPECTED ONE AND RIDES
      * IN THE HIRE DATE POSITION, WHICH AN 'L' DOESN'T USE.
      * T-EFFECTIVE-DATE:  THE DATE THE TRANSACTION IS TO TAKE
      * EFFECT.  ZERO (OR ANYTHING NON-NUMERIC) MEANS APPLY ON THE
      * RUN IT ARRIVES.  A FUTURE-DATED TRANSACTION SITS ON THE
      * PENDING FILE (PENDTRAN.DAT) AND IS APPLIED BY THE FIRST
      * CGBPR3 RUN ON OR AFTER THAT DATE.
      * T-APPROVAL-SW:  SET ONLY BY CGBPR3 WHEN A SECOND PERSON
      * RELEASES A TRANSACTION HELD FOR SALARY APPROVAL, SO IT
      * RIDES THE PENDING AND SUSPENSE FILES WITHOUT BEING HELD
      * AGAIN.  CLEARED ON EVERYTHING READ FROM OUTSIDE CGBPR3.
      * T-KEYED-BY:  OPERATOR ID OF THE PERSON WHO KEYED THE
      * TRANSACTION - THE APPROVER OF A HELD SALARY CHANGE MUST BE
      * SOMEONE ELSE.
      * T-SUPERVISOR-KEY:  'A', 'C' AND 'T' ONLY - THE MASTER KEY OF
      * THE EMPLOYEE THIS ONE WILL REPORT TO, WHO MUST BE ON FILE,
      * ACTIVE, AND NOT ALREADY REPORTING (AT ANY LEVEL) TO THIS
      * EMPLOYEE.  LEFT BLANK, AN 'A' IS ADDED WITH NO SUPERVISOR
      * AND A 'C' OR 'T' KEEPS THE ONE ON FILE; 'NONE' CLEARS IT.
      ***********************************************
       01  TRANSACTION-RECORD.
           05 T-ACTION-CODE         PIC X(1).
               88 T-ACTION-DELETE               VALUE 'D'.
               88 T-ACTION-TRANSFER             VALUE 'T'.
               88 T-ACTION-REHIRE               VALUE 'R'.
               88 T-ACTION-LEAVE                VALUE 'L'.
               88 T-ACTION-RETURN               VALUE 'B'.
           05 T-EMPLOYEE-KEY.
               10 T-WAREHOUSE-ID        PIC X(4).
               10 T-EMPLOYEE-ID         PIC X(5).
           05 T-EMPLOYEE-POSITION   PIC X(2).
           05 T-EMPLOYEE-LASTNAME   PIC X(10).
           05 T-EMPLOYEE-FIRSTNAME  PIC X(10).
           05 T-APPROVAL-SW         PIC X(1).
               88 T-APPROVED                    VALUE 'Y'.
           05 T-LEAVE-TYPE          PIC X(1).
               88 T-LEAVE-TYPE-VALID            VALUE 'M' 'S' 'U' 'F'.
           05 FILLER                PIC X(1).
           05 T-HIRE-DATE           PIC 9(8).
           05 T-LEAVE-RETURN-DATE REDEFINES T-HIRE-DATE
                                    PIC 9(8).
           05 T-STARTING-SALARY     PIC 9(8).
           05 T-KEYED-BY            PIC X(4).
           05 T-LAST-PAY-INCREASE   PIC 9(8).
           05 T-CURRENT-SALARY      PIC 9(8).
           05 T-EFFECTIVE-DATE      PIC 9(8).
           05 T-NEW-WAREHOUSE-ID    PIC X(4).
           05 T-SUPERVISOR-KEY.
               88 T-SUPERVISOR-CLEAR            VALUE 'NONE'.
               10 T-SUPV-WAREHOUSE-ID   PIC X(4).
               10 T-SUPV-EMPLOYEE-ID    PIC X(5).
