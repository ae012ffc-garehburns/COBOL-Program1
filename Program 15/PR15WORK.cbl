       FILE SECTION.

       FD  EMPLOYEE-MASTER
           RECORD CONTAINS 113 CHARACTERS.
           COPY CGBREC.

       FD  JOURNAL-FILE
           RECORD CONTAINS 244 CHARACTERS.
           COPY CGBJRN.

       FD  TRANSFER-LOG
       01  JOURNAL-IMAGE-TABLE.
           05  JT-ENTRY OCCURS 1000 TIMES INDEXED BY JT-IDX.
               10  JT-KEY           PIC X(9).
               10  JT-IMAGE         PIC X(113).
               10  JT-STATE         PIC X.

      ***********************************************
