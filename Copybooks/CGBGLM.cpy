      *TO RUN: COPY CGBGLM.
      ***********************************************
      * GENERAL LEDGER ACCOUNT MAPPING RECORD LAYOUT - GLMAP.TXT,
      * ONE RECORD PER ACCOUNT ASSIGNMENT, KEYED ON MAP TYPE,
      * WAREHOUSE, POSITION CODE AND DEDUCTION CODE.
      *   'E' LABOR EXPENSE - WAREHOUSE REQUIRED.  A POSITION CODE
      *       SPLITS THAT POSITION OUT OF THE WAREHOUSE; POSITION
      *       SPACES TAKES EVERY POSITION NOT SPLIT OUT.
      *   'F' FEDERAL WITHHOLDING LIABILITY.
      *   'S' STATE WITHHOLDING LIABILITY.
      *   'D' DEDUCTION LIABILITY - ONE PER D-DEDUCTION-CODE.
      *   'C' CASH (NET PAY).
      * ON THE CREDIT TYPES A WAREHOUSE ID BOOKS THAT WAREHOUSE TO
      * ITS OWN ACCOUNT; WAREHOUSE SPACES IS THE COMPANY ACCOUNT
      * FOR EVERY WAREHOUSE NOT MAPPED ON ITS OWN.
      * READ BY CGBPR28.
      ***********************************************
       01  GL-MAPPING-RECORD.
           05 M-MAP-TYPE            PIC X(1).
               88 M-EXPENSE-MAP                 VALUE 'E'.
               88 M-FEDERAL-MAP                 VALUE 'F'.
               88 M-STATE-MAP                   VALUE 'S'.
               88 M-DEDUCTION-MAP               VALUE 'D'.
               88 M-CASH-MAP                    VALUE 'C'.
           05 M-WAREHOUSE-ID        PIC X(4).
           05 M-POSITION-CODE       PIC X(2).
           05 M-DEDUCTION-CODE      PIC X(2).
           05 M-ACCOUNT-NUMBER      PIC X(10).
           05 M-ACCOUNT-DESC        PIC X(20).
