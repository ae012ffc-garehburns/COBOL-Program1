       FILE SECTION.

       FD  EMPLOYEE-MASTER
           RECORD CONTAINS 113 CHARACTERS.
           COPY CGBREC.

       FD  DAY-EXTRACT
           RECORD CONTAINS 113 CHARACTERS.

       01  DAY-EXTRACT-RECORD       PIC X(113).

       FD  TERMINATED-EXTRACT
           RECORD CONTAINS 113 CHARACTERS.

       01  TERMINATED-EXTRACT-RECORD PIC X(113).

       FD  DAY-WORK-FILE
           RECORD CONTAINS 113 CHARACTERS.

       01  DAY-WORK-RECORD          PIC X(113).

       FD  TERMINATED-WORK-FILE
           RECORD CONTAINS 113 CHARACTERS.

       01  TERMINATED-WORK-RECORD   PIC X(113).

       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 24 CHARACTERS.
           05 EH-HEADER-TAG         PIC X(8).
           05 EH-SNAPSHOT-DATE      PIC 9(8).
           05 EH-RECORD-COUNT       PIC 9(7).
           05 FILLER                PIC X(90)       VALUE SPACES.

      /
       PROCEDURE DIVISION.
