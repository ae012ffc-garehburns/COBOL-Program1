       FILE SECTION.

       FD  TERMINATED-EXTRACT
           RECORD CONTAINS 113 CHARACTERS.
           COPY CGBEXH.
           COPY CGBREC.

       FD  DAY-EXTRACT
           RECORD CONTAINS 113 CHARACTERS.

       01  DAY-EXTRACT-RECORD       PIC X(113).

       FD  POSITION-MASTER
           RECORD CONTAINS 46 CHARACTERS.
