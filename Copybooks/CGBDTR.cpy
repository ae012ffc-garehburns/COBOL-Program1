      *TO RUN: COPY CGBDTR.
      ***********************************************
      * DEDUCTION TRANSACTION RECORD LAYOUT - DEDTRAN.TXT, WORKED
      * BY CGBPR33 AGAINST DEDMAST.DAT (SEE CGBDED), ONE CHANGE
      * PER RECORD, KEYED BY EMPLOYEE KEY AND DEDUCTION CODE.
      * DX-ACTION-CODE:
      *   'A' = ADD A NEW DEDUCTION FOR AN ACTIVE EMPLOYEE.  A
      *         BLANK TYPE IS FLAT ('F'); BLANK AMOUNTS AND DATES
      *         ARE ZERO.
      *   'C' = CHANGE - ONLY THE FIELDS KEYED (NOT BLANK) REPLACE
      *         THE ONES ON FILE; ZEROS KEYED IN A DATE CLEAR IT.
      *   'S' = STOP - DX-STOP-DATE (BLANK = THE RUN DATE) BECOMES
      *         THE FIRST PAY DATE IT IS NO LONGER TAKEN.
      * THE NUMERIC FIELDS ARE CARRIED AS TEXT SO A BLANK CAN
      * MEAN "NOT KEYED"; THE -N VIEWS ARE USED ONCE THEY ARE
      * KNOWN NUMERIC.  DX-KEYED-BY IS THE OPERATOR, PRINTED ON
      * THE DEDUCTION CHANGE REGISTER.
      ***********************************************
       01  DEDUCTION-TRANSACTION-RECORD.
           05 DX-ACTION-CODE        PIC X(1).
               88 DX-ACTION-ADD                 VALUE 'A'.
               88 DX-ACTION-CHANGE              VALUE 'C'.
               88 DX-ACTION-STOP                VALUE 'S'.
           05 DX-DEDUCTION-KEY.
               10 DX-EMPLOYEE-KEY.
                   15 DX-WAREHOUSE-ID   PIC X(4).
                   15 DX-EMPLOYEE-ID    PIC X(5).
               10 DX-DEDUCTION-CODE     PIC X(2).
           05 DX-DEDUCTION-DESC     PIC X(15).
           05 DX-DEDUCTION-TYPE     PIC X(1).
               88 DX-TYPE-VALID                 VALUE 'F' 'P' 'G'.
           05 DX-DEDUCTION-AMOUNT   PIC X(6).
           05 DX-DEDUCTION-AMOUNT-N REDEFINES DX-DEDUCTION-AMOUNT
                                    PIC 9(4)V9(2).
           05 DX-DEDUCTION-PERCENT  PIC X(4).
           05 DX-DEDUCTION-PERCENT-N REDEFINES DX-DEDUCTION-PERCENT
                                    PIC 9(2)V9(2).
           05 DX-GOAL-AMOUNT        PIC X(8).
           05 DX-GOAL-AMOUNT-N REDEFINES DX-GOAL-AMOUNT
                                    PIC 9(6)V9(2).
           05 DX-START-DATE         PIC X(8).
           05 DX-START-DATE-N REDEFINES DX-START-DATE
                                    PIC 9(8).
           05 DX-STOP-DATE          PIC X(8).
           05 DX-STOP-DATE-N REDEFINES DX-STOP-DATE
                                    PIC 9(8).
           05 DX-KEYED-BY           PIC X(4).
