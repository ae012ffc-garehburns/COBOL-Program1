       FILE SECTION.

       FD  EMPLOYEE-MASTER
           RECORD CONTAINS 113 CHARACTERS.
           COPY CGBREC.

       FD  BACKUP-FILE
           RECORD CONTAINS 113 CHARACTERS.

       01  BACKUP-RECORD            PIC X(113).

       FD  RESTORE-PARM
           RECORD CONTAINS 8 CHARACTERS.
      ***********************************************
       01  BK-WORK-AREA.
           05  BK-KEY               PIC X(9)        VALUE SPACES.
           05  BK-IMAGE             PIC X(113)      VALUE SPACES.

       01  MS-WORK-AREA.
           05  MS-KEY               PIC X(9)        VALUE SPACES.
           05  MS-IMAGE             PIC X(113)      VALUE SPACES.

       01  COMPARE-COUNT-FIELDS.
           05  CC-BACKUP-COUNT      PIC 9(5)        VALUE 0.
