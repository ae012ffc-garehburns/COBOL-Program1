       FILE SECTION.

       FD  EMPLOYEE-RECORDS
           RECORD CONTAINS 113 CHARACTERS.
           COPY CGBEXH.
           COPY CGBREC.

