       FILE SECTION.

       FD  EMPLOYEE-MASTER
           RECORD CONTAINS 113 CHARACTERS.
           COPY CGBREC.

       FD  WAREHOUSE-REFERENCE
           COPY CGBPOS.

       FD  JOURNAL-FILE
           RECORD CONTAINS 244 CHARACTERS.
           COPY CGBJRN.

       FD  STATEMENT-PARM
