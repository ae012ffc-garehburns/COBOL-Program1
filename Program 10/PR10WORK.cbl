       FILE SECTION.

       FD  EMPLOYEE-MASTER
           RECORD CONTAINS 113 CHARACTERS.
           COPY CGBEXH.
           COPY CGBREC.

