       FILE SECTION.

       FD  EMPLOYEE-MASTER
           RECORD CONTAINS 113 CHARACTERS.
           COPY CGBREC.

       FD  ARCHIVE-PARM
           05 AP-RETENTION-DATE     PIC 9(8).

       FD  MASTER-ARCHIVE
           RECORD CONTAINS 113 CHARACTERS.

       01  MASTER-ARCHIVE-RECORD    PIC X(113).

       FD  JOURNAL-FILE
           RECORD CONTAINS 244 CHARACTERS.
           COPY CGBJRN.

       FD  JOURNAL-WORK-FILE
           RECORD CONTAINS 244 CHARACTERS.

       01  JOURNAL-WORK-RECORD      PIC X(244).

       FD  JOURNAL-ARCHIVE
           RECORD CONTAINS 244 CHARACTERS.

       01  JOURNAL-ARCHIVE-RECORD   PIC X(244).

       FD  TRANSFER-LOG
           RECORD CONTAINS 41 CHARACTERS.
