       IDENTIFICATION DIVISION.
       PROGRAM-ID. CGBPR34.
       AUTHOR. GARRETT BURNS.

      *TO RUN: COBC -XO whatever.EXE --STD=MF PR34WORK.CBL
      ***********************************************
      * PURPOSE:
      *   Reporting tree.  CGBPR3 carries each employee's supervisor
      *   key on the master (I-SUPERVISOR-KEY); this prints who
      *   reports to whom, warehouse by warehouse, indented one
      *   step per level, with each supervisor's direct and total
      *   (all levels below) headcount and salary.  Anyone whose
      *   supervisor is no longer on file or no longer employed is
      *   listed at the end so HR can reassign them.
      *
      * INPUT:
      *   EMPLOYEE-MASTER (EMPMAST.DAT) - every employee not
      *   terminated.  Terminated records only answer why a
      *   supervisor could not be found.
      *   RUNCTL.DAT - a CGBPR3 stamped STARTED for today is still
      *   rewriting the master, so this run waits for it.
      *
      * OUTPUT:
      *   TREE-REPORT - per warehouse, each top-of-tree employee
      *   (no supervisor, a supervisor in another warehouse, or an
      *   orphan) followed by everyone under them in the same
      *   warehouse; warehouse headcount and salary; the orphan
      *   list; company totals.
      *
      * CALCULATIONS:
      *   DIRECT = HEADCOUNT AND SALARY OF THOSE NAMING THE
      *            EMPLOYEE AS SUPERVISOR
      *   TOTAL  = HEADCOUNT AND SALARY OF EVERYONE BELOW THE
      *            EMPLOYEE AT ANY LEVEL, IN ANY WAREHOUSE
      ***********************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   LAPTOP-U5VKK9JE.
       OBJECT-COMPUTER.   LAPTOP-U5VKK9JE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER
               ASSIGN TO 'EMPMAST.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS WK-EMPLOYEE-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT TREE-REPORT
               ASSIGN TO PRINTER 'TREEFILE'.
           SELECT OPTIONAL RUN-CONTROL-FILE
               ASSIGN TO 'RUNCTL.DAT'
               ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL OPERATIONS-LOG
               ASSIGN TO 'OPSLOG.DAT'
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  EMPLOYEE-MASTER
           RECORD CONTAINS 113 CHARACTERS.
           COPY CGBREC.

       FD  TREE-REPORT
           RECORD CONTAINS 132 CHARACTERS.

       01  RECORD-REPORT            PIC X(132).

       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 24 CHARACTERS.
           COPY CGBRUN.

       FD  OPERATIONS-LOG
           RECORD CONTAINS 79 CHARACTERS.
           COPY CGBLOG.

       WORKING-STORAGE SECTION.

      ***********************************************
      * OPERATIONS LOG WORK AREA - EVERY START, CLEAN END, WARNING
      * AND ABORT GOES TO OPSLOG.DAT AS A TIMESTAMPED RECORD, SO
      * THE MORNING OPERATOR READS THE NIGHT OFF CGBPR19 INSTEAD
      * OF RECONSTRUCTING SCROLLED-AWAY CONSOLE LINES.
      ***********************************************
       01  OPS-LOG-FIELDS.
           05  LG-PROGRAM           PIC X(8)        VALUE 'CGBPR34 '.
           05  LG-SEVERITY          PIC X(5)        VALUE 'INFO '.
           05  LG-MESSAGE           PIC X(50)       VALUE SPACES.
           05  LG-COUNT-ED          PIC ZZZZ9.
           05  LG-COUNT2-ED         PIC ZZZZ9.

       01  FLAGS-N-SWITCHES.
           05  EOF-FLAG             PIC X           VALUE ' '.
               88 NO-MORE-DATA                      VALUE 'N'.
           05  RN-EOF-FLAG          PIC X           VALUE ' '.
               88 NO-MORE-RUN-ENTRIES               VALUE 'N'.
           05  WS-MASTER-STATUS     PIC X(2)        VALUE '00'.
               88 MASTER-OK                         VALUE '00'.
           05  PG-SECTION-SW        PIC X           VALUE 'T'.
               88 PRINTING-TREE                     VALUE 'T'.
               88 PRINTING-ORPHANS                  VALUE 'O'.

       01  REPORT-FIELDS.
           05  PROPER-SPACING       PIC S9          VALUE +3.

       01  PAGE-CONTROL-FIELDS.
           05  PG-PAGE-NUMBER       PIC 9(3)        VALUE 0.
           05  PG-LINE-COUNT        PIC 9(3)        VALUE 0.
           05  PG-LINES-PER-PAGE    PIC 9(3)        VALUE 55.
           05  PG-SAVE-SPACING      PIC S9          VALUE +1.
           05  PG-SAVE-LINE         PIC X(132)      VALUE SPACES.

      ***********************************************
      * RUN CONTROL TABLE - RUNCTL.DAT LOADED BEFORE ANYTHING ELSE
      * HAPPENS.  A CGBPR3 STILL STAMPED STARTED FOR TODAY HAS NOT
      * FINISHED APPLYING TODAY'S SUPERVISOR CHANGES.
      ***********************************************
       01  RUN-CONTROL-TABLE-CONTROL.
           05  RN-OWN-NAME          PIC X(8)        VALUE 'CGBPR34 '.
           05  RN-MAINT-NAME        PIC X(8)        VALUE 'CGBPR3  '.
           05  RN-WORK-NAME         PIC X(8)        VALUE SPACES.
           05  RN-COUNT             PIC 9(2)        VALUE 0.
           05  RN-NDX               PIC 9(2)        VALUE 0.
           05  RN-FOUND-NDX         PIC 9(2)        VALUE 0.
           05  RN-TODAY             PIC 9(8)        VALUE 0.
           05  RN-STAMP-STATUS      PIC X(8)        VALUE SPACES.

       01  RUN-CONTROL-TABLE.
           05  RN-ENTRY OCCURS 20 TIMES.
               10  RN-PROGRAM       PIC X(8).
               10  RN-DATE          PIC 9(8).
               10  RN-STATUS        PIC X(8).

      ***********************************************
      * EMPLOYEE TREE TABLE - EVERY EMPLOYEE NOT TERMINATED, IN
      * MASTER KEY ORDER, SO EACH WAREHOUSE IS ONE RUN OF ENTRIES.
      * ET-SUPV-NDX POINTS AT THE SUPERVISOR'S ENTRY (ZERO = NONE
      * OR NOT FOUND).  ET-NOTE-CODE SAYS WHY AN ENTRY STARTS A
      * TREE OF ITS OWN WHEN IT NAMES A SUPERVISOR:
      *   'W' - THE SUPERVISOR IS IN ANOTHER WAREHOUSE.
      *   'N' - ORPHAN, THE SUPERVISOR IS NOT ON THE MASTER.
      *   'T' - ORPHAN, THE SUPERVISOR IS TERMINATED.
      *   'L' - THE CHAIN ABOVE COMES BACK AROUND TO THIS ENTRY
      *         (DATA KEYED BEFORE CGBPR3 EDITED FOR IT); THE LINK
      *         IS CUT HERE SO THE REST OF THE CHAIN STILL PRINTS.
      *   'D' - THE SUPERVISOR IS ACTIVE BUT WAS DROPPED WHEN THE
      *         TABLE FILLED.
      ***********************************************
       01  TREE-TABLE-CONTROL.
           05  ET-COUNT             PIC 9(4)        VALUE 0.
           05  ET-DROPPED-COUNT     PIC 9(4)        VALUE 0.
           05  ET-NDX               PIC 9(4)        VALUE 0.
           05  ET-SCAN              PIC 9(4)        VALUE 0.
           05  ET-UP                PIC 9(4)        VALUE 0.
           05  ET-FOUND-NDX         PIC 9(4)        VALUE 0.
           05  ET-PRINT-NDX         PIC 9(4)        VALUE 0.
           05  ET-DEPTH             PIC 9(4)        VALUE 0.
           05  ET-WORK-KEY          PIC X(9)        VALUE SPACES.

       01  TREE-TABLE.
           05  ET-ENTRY OCCURS 1000 TIMES.
               10  ET-KEY.
                   15  ET-WAREHOUSE-ID  PIC X(4).
                   15  ET-EMPLOYEE-ID   PIC X(5).
               10  ET-LASTNAME      PIC X(10).
               10  ET-FIRSTNAME     PIC X(10).
               10  ET-POSITION      PIC X(2).
               10  ET-SALARY        PIC 9(8).
               10  ET-SUPV-KEY      PIC X(9).
               10  ET-SUPV-NDX      PIC 9(4).
               10  ET-ROOT-SW       PIC X.
                   88 ET-ROOT                       VALUE 'Y'.
               10  ET-NOTE-CODE     PIC X.
                   88 ET-ORPHAN                     VALUE 'N' 'T'.
                   88 ET-LISTED                     VALUE 'N' 'T' 'L'.
               10  ET-DIRECT-COUNT  PIC 9(5).
               10  ET-DIRECT-SALARY PIC 9(11).
               10  ET-TOTAL-COUNT   PIC 9(5).
               10  ET-TOTAL-SALARY  PIC 9(11).

      ***********************************************
      * WALK STACK FOR PRINTING ONE TREE - COBOL HAS NO RECURSION,
      * SO EACH LEVEL REMEMBERS ITS NODE AND WHERE THE SCAN FOR ITS
      * NEXT CHILD PICKS UP.  NO CHAIN CAN BE DEEPER THAN THE
      * TABLE ONCE THE LOOPS ARE CUT.
      ***********************************************
       01  TREE-STACK-CONTROL.
           05  TS-LEVEL             PIC 9(4)        VALUE 0.
           05  TS-INDENT            PIC 9(2)        VALUE 0.
           05  TS-NAME              PIC X(21)       VALUE SPACES.

       01  TREE-STACK.
           05  TS-ENTRY OCCURS 1000 TIMES.
               10  TS-NODE          PIC 9(4).
               10  TS-NEXT          PIC 9(4).

       01  WAREHOUSE-BREAK-FIELDS.
           05  WB-FIRST-RECORD-SW   PIC X           VALUE 'Y'.
               88 WB-FIRST-RECORD                   VALUE 'Y'.
           05  WB-WAREHOUSE-ID      PIC X(4)        VALUE SPACES.
           05  WB-HEADCOUNT         PIC 9(5)        VALUE 0.
           05  WB-SALARY            PIC 9(11)       VALUE 0.

       01  TOTAL-FIELDS.
           05  TF-HEADCOUNT         PIC 9(5)        VALUE 0.
           05  TF-SALARY            PIC 9(11)       VALUE 0.
           05  TF-TREE-COUNT        PIC 9(5)        VALUE 0.
           05  TF-ORPHAN-COUNT      PIC 9(5)        VALUE 0.
           05  TF-LOOP-COUNT        PIC 9(5)        VALUE 0.

      ********    OUTPUT AREA    ********

       01  HEADING-ONE.
           05  H1-DATE              PIC 9999/99/99.
           05                       PIC X(5).
           05                       PIC X(21)       VALUE 'Y3I'.
           05                       PIC X(35)       VALUE 'DRAKEA, LTD'.
           05                       PIC X(5)        VALUE 'PAGE '.
           05  H1-PAGE-NUMBER       PIC ZZ9.

       01  HEADING-TWO.
           05                       PIC X(27)       VALUE SPACES.
           05                       PIC X(44)       VALUE
               'EMPLOYEE REPORTING TREE                     '.

       01  HEADING-THREE.
           05                       PIC X(1)        VALUE SPACES.
           05                       PIC X(3)        VALUE 'LVL'.
           05                       PIC X(2)        VALUE SPACES.
           05                       PIC X(4)        VALUE 'WHSE'.
           05                       PIC X(2)        VALUE SPACES.
           05                       PIC X(5)        VALUE 'EMPL '.
           05                       PIC X(2)        VALUE SPACES.
           05                       PIC X(36)       VALUE 'NAME'.
           05                       PIC X(2)        VALUE SPACES.
           05                       PIC X(3)        VALUE 'POS'.
           05                       PIC X(1)        VALUE SPACES.
           05                       PIC X(10)       VALUE
               '    SALARY'.
           05                       PIC X(2)        VALUE SPACES.
           05                       PIC X(5)        VALUE 'DIRCT'.
           05                       PIC X(2)        VALUE SPACES.
           05                       PIC X(11)       VALUE
               ' DIRECT SAL'.
           05                       PIC X(2)        VALUE SPACES.
           05                       PIC X(5)        VALUE 'TOTAL'.
           05                       PIC X(2)        VALUE SPACES.
           05                       PIC X(11)       VALUE
               '  TOTAL SAL'.
           05                       PIC X(2)        VALUE SPACES.
           05                       PIC X(4)        VALUE 'NOTE'.

       01  ORPHAN-HEADING.
           05                       PIC X(1)        VALUE SPACES.
           05                       PIC X(4)        VALUE 'WHSE'.
           05                       PIC X(2)        VALUE SPACES.
           05                       PIC X(5)        VALUE 'EMPL '.
           05                       PIC X(2)        VALUE SPACES.
           05                       PIC X(10)       VALUE 'LAST NAME '.
           05                       PIC X(2)        VALUE SPACES.
           05                       PIC X(10)       VALUE 'FIRST NAME'.
           05                       PIC X(2)        VALUE SPACES.
           05                       PIC X(10)       VALUE
               'SUPERVISOR'.
           05                       PIC X(2)        VALUE SPACES.
           05                       PIC X(6)        VALUE 'REASON'.

       01  ORPHAN-TITLE-LINE.
           05                       PIC X(1)        VALUE SPACES.
           05                       PIC X(50)       VALUE
               'EMPLOYEES TO REASSIGN - SUPERVISOR GONE OR LOOPED '.

       01  WAREHOUSE-LINE.
           05                       PIC X(1)        VALUE SPACES.
           05                       PIC X(10)       VALUE
               'WAREHOUSE '.
           05 WL-WAREHOUSE-ID       PIC X(4).

       01  DETAIL-LINE.
           05                       PIC X(1)        VALUE SPACES.
           05 DL-LEVEL              PIC ZZ9.
           05                       PIC X(2)        VALUE SPACES.
           05 DL-WAREHOUSE-ID       PIC X(4).
           05                       PIC X(2)        VALUE SPACES.
           05 DL-EMPLOYEE-ID        PIC X(5).
           05                       PIC X(2)        VALUE SPACES.
           05 DL-TREE-NAME          PIC X(36).
           05                       PIC X(2)        VALUE SPACES.
           05 DL-EMPLOYEE-POSITION  PIC X(2).
           05                       PIC X(2)        VALUE SPACES.
           05 DL-SALARY             PIC ZZ,ZZZ,ZZ9.
           05                       PIC X(2)        VALUE SPACES.
           05 DL-DIRECT-COUNT       PIC ZZZZ9.
           05                       PIC X(2)        VALUE SPACES.
           05 DL-DIRECT-SALARY      PIC ZZZ,ZZZ,ZZ9.
           05                       PIC X(2)        VALUE SPACES.
           05 DL-TOTAL-COUNT        PIC ZZZZ9.
           05                       PIC X(2)        VALUE SPACES.
           05 DL-TOTAL-SALARY       PIC ZZZ,ZZZ,ZZ9.
           05                       PIC X(2)        VALUE SPACES.
           05 DL-NOTE               PIC X(18).

       01  OTHER-WHSE-NOTE.
           05                       PIC X(13)       VALUE
               'SUPV IN WHSE '.
           05 OW-WAREHOUSE-ID       PIC X(4).
           05                       PIC X(1)        VALUE SPACES.

       01  ORPHAN-LINE.
           05                       PIC X(1)        VALUE SPACES.
           05 OL-WAREHOUSE-ID       PIC X(4).
           05                       PIC X(2)        VALUE SPACES.
           05 OL-EMPLOYEE-ID        PIC X(5).
           05                       PIC X(2)        VALUE SPACES.
           05 OL-EMPLOYEE-LASTNAME  PIC X(10).
           05                       PIC X(2)        VALUE SPACES.
           05 OL-EMPLOYEE-FIRSTNAME PIC X(10).
           05                       PIC X(2)        VALUE SPACES.
           05 OL-SUPV-WAREHOUSE-ID  PIC X(4).
           05                       PIC X(1)        VALUE SPACES.
           05 OL-SUPV-EMPLOYEE-ID   PIC X(5).
           05                       PIC X(2)        VALUE SPACES.
           05 OL-REASON             PIC X(30).

       01  WAREHOUSE-TOTAL-LINE.
           05                       PIC X(1)        VALUE SPACES.
           05 WT-WAREHOUSE-ID       PIC X(4).
           05                       PIC X(1)        VALUE SPACES.
           05                       PIC X(11)       VALUE
               'WHSE TOTALS'.
           05                       PIC X(3)        VALUE SPACES.
           05                       PIC X(11)       VALUE
               'HEADCOUNT: '.
           05 WT-HEADCOUNT          PIC ZZZZ9.
           05                       PIC X(3)        VALUE SPACES.
           05                       PIC X(8)        VALUE
               'SALARY: '.
           05 WT-SALARY             PIC ZZ,ZZZ,ZZZ,ZZ9.

       01  TOTAL-LINE.
           05                       PIC X(1)        VALUE SPACES.
           05                       PIC X(16)       VALUE
               'COMPANY TOTALS  '.
           05                       PIC X(3)        VALUE SPACES.
           05                       PIC X(11)       VALUE
               'HEADCOUNT: '.
           05 TL-HEADCOUNT          PIC ZZZZ9.
           05                       PIC X(3)        VALUE SPACES.
           05                       PIC X(8)        VALUE
               'SALARY: '.
           05 TL-SALARY             PIC ZZ,ZZZ,ZZZ,ZZ9.

       01  TOTAL-LINE-TWO.
           05                       PIC X(1)        VALUE SPACES.
           05                       PIC X(16)       VALUE SPACES.
           05                       PIC X(3)        VALUE SPACES.
           05                       PIC X(11)       VALUE
               'TREES:     '.
           05 T2-TREE-COUNT         PIC ZZZZ9.
           05                       PIC X(3)        VALUE SPACES.
           05                       PIC X(9)        VALUE
               'ORPHANS: '.
           05 T2-ORPHAN-COUNT       PIC ZZZZ9.
           05                       PIC X(3)        VALUE SPACES.
           05                       PIC X(7)        VALUE
               'LOOPS: '.
           05 T2-LOOP-COUNT         PIC ZZZZ9.

       01  NO-ORPHANS-LINE.
           05                       PIC X(1)        VALUE SPACES.
           05                       PIC X(40)       VALUE
               'NO EMPLOYEES TO REASSIGN                '.

       01  NO-EMPLOYEES-LINE.
           05                       PIC X(1)        VALUE SPACES.
           05                       PIC X(40)       VALUE
               'NO ACTIVE EMPLOYEES ON THE MASTER       '.

      /
       PROCEDURE DIVISION.
      *                                Y3I
       10-CONTROL-MODULE.
           PERFORM 11-RUN-CONTROL-CHECK-ROUTINE
           PERFORM 15-HOUSEKEEPING-ROUTINE
           PERFORM 25-LOAD-TREE-ROUTINE
           PERFORM 30-RESOLVE-SUPERVISORS-ROUTINE
           PERFORM 36-CUT-LOOPS-ROUTINE
           PERFORM 44-ROLL-UP-ROUTINE
           PERFORM 50-PRINT-TREE-ROUTINE
           PERFORM 60-ORPHAN-LIST-ROUTINE
           PERFORM 70-FINAL-TOTALS-ROUTINE
           IF ET-DROPPED-COUNT > 0
               DISPLAY 'CGBPR34 - TREE TABLE FULL - '
                   ET-DROPPED-COUNT ' EMPLOYEE(S) NOT REPORTED'
               MOVE 'WARN ' TO LG-SEVERITY
               MOVE 'TREE TABLE FULL - EMPLOYEES NOT REPORTED'
                   TO LG-MESSAGE
               PERFORM 98-WRITE-OPS-LOG-ROUTINE
           END-IF
           MOVE 'COMPLETE' TO RN-STAMP-STATUS
           PERFORM 13-STAMP-RUN-CONTROL-ROUTINE
           MOVE TF-HEADCOUNT TO LG-COUNT-ED
           MOVE TF-ORPHAN-COUNT TO LG-COUNT2-ED
           MOVE SPACES TO LG-MESSAGE
           STRING 'RUN COMPLETE - ' DELIMITED BY SIZE
                  LG-COUNT-ED     DELIMITED BY SIZE
                  ' EMPLOYEES, '  DELIMITED BY SIZE
                  LG-COUNT2-ED    DELIMITED BY SIZE
                  ' ORPHANED'     DELIMITED BY SIZE
               INTO LG-MESSAGE
           IF TF-ORPHAN-COUNT > 0
               OR TF-LOOP-COUNT > 0
               MOVE 'WARN ' TO LG-SEVERITY
           ELSE
               MOVE 'INFO ' TO LG-SEVERITY
           END-IF
           PERFORM 98-WRITE-OPS-LOG-ROUTINE
           CLOSE EMPLOYEE-MASTER
                 TREE-REPORT
           STOP RUN.

      ***********************************************
      * DON'T REPORT A MASTER CGBPR3 IS STILL REWRITING.
      ***********************************************
       11-RUN-CONTROL-CHECK-ROUTINE.
           ACCEPT RN-TODAY FROM DATE YYYYMMDD
           PERFORM 12-LOAD-RUN-CONTROL-ROUTINE

           MOVE RN-MAINT-NAME TO RN-WORK-NAME
           PERFORM 41-FIND-RUN-ENTRY-ROUTINE
           IF RN-FOUND-NDX > 0
               AND RN-DATE(RN-FOUND-NDX) = RN-TODAY
               AND RN-STATUS(RN-FOUND-NDX) NOT = 'COMPLETE'
               DISPLAY 'CGBPR34 - CGBPR3 STARTED TODAY AND HAS NOT'
               DISPLAY 'CGBPR34 - FINISHED - MASTER NOT CURRENT'
               DISPLAY 'CGBPR34 - RUN ABORTED, NO REPORT PRODUCED'
               MOVE 'ABORT' TO LG-SEVERITY
               MOVE 'CGBPR3 STARTED TODAY, NOT COMPLETE - ABORTED'
                   TO LG-MESSAGE
               PERFORM 98-WRITE-OPS-LOG-ROUTINE
               STOP RUN
           END-IF

           MOVE 'STARTED ' TO RN-STAMP-STATUS
           PERFORM 13-STAMP-RUN-CONTROL-ROUTINE
           MOVE 'INFO ' TO LG-SEVERITY
           MOVE 'RUN STARTED' TO LG-MESSAGE
           PERFORM 98-WRITE-OPS-LOG-ROUTINE
           .

       12-LOAD-RUN-CONTROL-ROUTINE.
           OPEN INPUT RUN-CONTROL-FILE
           PERFORM UNTIL NO-MORE-RUN-ENTRIES
               READ RUN-CONTROL-FILE
                   AT END
                       MOVE 'N' TO RN-EOF-FLAG
                   NOT AT END
                       IF RN-COUNT < 20
                           ADD 1 TO RN-COUNT
                           MOVE R-PROGRAM-NAME
                               TO RN-PROGRAM(RN-COUNT)
                           MOVE R-RUN-DATE TO RN-DATE(RN-COUNT)
                           MOVE R-RUN-STATUS TO RN-STATUS(RN-COUNT)
                       END-IF
           END-PERFORM
           CLOSE RUN-CONTROL-FILE
           .

       13-STAMP-RUN-CONTROL-ROUTINE.
           MOVE RN-OWN-NAME TO RN-WORK-NAME
           PERFORM 41-FIND-RUN-ENTRY-ROUTINE
           IF RN-FOUND-NDX = 0
               AND RN-COUNT < 20
               ADD 1 TO RN-COUNT
               MOVE RN-COUNT TO RN-FOUND-NDX
               MOVE RN-OWN-NAME TO RN-PROGRAM(RN-COUNT)
           END-IF
           IF RN-FOUND-NDX > 0
               MOVE RN-TODAY TO RN-DATE(RN-FOUND-NDX)
               MOVE RN-STAMP-STATUS TO RN-STATUS(RN-FOUND-NDX)
           END-IF
           OPEN OUTPUT RUN-CONTROL-FILE
           PERFORM 40-WRITE-RUN-ENTRY-ROUTINE
               VARYING RN-NDX FROM 1 BY 1
               UNTIL RN-NDX > RN-COUNT
           CLOSE RUN-CONTROL-FILE
           .

       40-WRITE-RUN-ENTRY-ROUTINE.
           MOVE RN-PROGRAM(RN-NDX) TO R-PROGRAM-NAME
           MOVE RN-DATE(RN-NDX) TO R-RUN-DATE
           MOVE RN-STATUS(RN-NDX) TO R-RUN-STATUS
           WRITE RUN-CONTROL-RECORD
           .

       41-FIND-RUN-ENTRY-ROUTINE.
           MOVE 0 TO RN-FOUND-NDX
           PERFORM 42-MATCH-RUN-ENTRY-ROUTINE
               VARYING RN-NDX FROM 1 BY 1
               UNTIL RN-NDX > RN-COUNT
           .

       42-MATCH-RUN-ENTRY-ROUTINE.
           IF RN-PROGRAM(RN-NDX) = RN-WORK-NAME
               MOVE RN-NDX TO RN-FOUND-NDX
           END-IF
           .

       15-HOUSEKEEPING-ROUTINE.
           OPEN INPUT EMPLOYEE-MASTER
           IF NOT MASTER-OK
               DISPLAY 'CGBPR34 - EMPMAST.DAT NOT AVAILABLE - STATUS '
                   WS-MASTER-STATUS
               DISPLAY 'CGBPR34 - RUN ABORTED'
               MOVE 'ABORT' TO LG-SEVERITY
               MOVE 'EMPMAST.DAT NOT AVAILABLE - RUN ABORTED'
                   TO LG-MESSAGE
               PERFORM 98-WRITE-OPS-LOG-ROUTINE
               STOP RUN
           END-IF
           OPEN OUTPUT TREE-REPORT
           ACCEPT H1-DATE FROM DATE YYYYMMDD
           PERFORM 20-HEADER-ROUTINE
           .

       20-HEADER-ROUTINE.
           ADD 1 TO PG-PAGE-NUMBER
           MOVE PG-PAGE-NUMBER TO H1-PAGE-NUMBER
           WRITE RECORD-REPORT FROM HEADING-ONE
               AFTER ADVANCING PAGE

           MOVE 2 TO PROPER-SPACING
           MOVE HEADING-TWO TO RECORD-REPORT
           WRITE RECORD-REPORT
               AFTER ADVANCING PROPER-SPACING

           MOVE 2 TO PROPER-SPACING
           IF PRINTING-ORPHANS
               MOVE ORPHAN-HEADING TO RECORD-REPORT
           ELSE
               MOVE HEADING-THREE TO RECORD-REPORT
           END-IF
           WRITE RECORD-REPORT
               AFTER ADVANCING PROPER-SPACING
           MOVE 6 TO PG-LINE-COUNT
           .

      ***********************************************
      * PULL EVERY EMPLOYEE STILL ON THE PAYROLL INTO THE TABLE.
      * THE MASTER COMES BACK IN WAREHOUSE + EMPLOYEE ORDER, SO
      * THE TABLE NEEDS NO SORT FOR THE WAREHOUSE BREAK.
      ***********************************************
       25-LOAD-TREE-ROUTINE.
           PERFORM UNTIL NO-MORE-DATA
               READ EMPLOYEE-MASTER NEXT RECORD
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       IF NOT I-EMP-TERMINATED
                           PERFORM 26-ADD-TREE-ENTRY-ROUTINE
                       END-IF
           END-PERFORM
           .

       26-ADD-TREE-ENTRY-ROUTINE.
           IF ET-COUNT < 1000
               ADD 1 TO ET-COUNT
               MOVE WK-EMPLOYEE-KEY TO ET-KEY(ET-COUNT)
               MOVE I-EMPLOYEE-LASTNAME TO ET-LASTNAME(ET-COUNT)
               MOVE I-EMPLOYEE-FIRSTNAME TO ET-FIRSTNAME(ET-COUNT)
               MOVE I-EMPLOYEE-POSITION TO ET-POSITION(ET-COUNT)
               IF I-CURRENT-SALARY NUMERIC
                   MOVE I-CURRENT-SALARY TO ET-SALARY(ET-COUNT)
               ELSE
                   MOVE 0 TO ET-SALARY(ET-COUNT)
               END-IF
               MOVE I-SUPERVISOR-KEY TO ET-SUPV-KEY(ET-COUNT)
               MOVE 0 TO ET-SUPV-NDX(ET-COUNT)
                         ET-DIRECT-COUNT(ET-COUNT)
                         ET-DIRECT-SALARY(ET-COUNT)
                         ET-TOTAL-COUNT(ET-COUNT)
                         ET-TOTAL-SALARY(ET-COUNT)
               MOVE 'N' TO ET-ROOT-SW(ET-COUNT)
               MOVE SPACE TO ET-NOTE-CODE(ET-COUNT)
           ELSE
               ADD 1 TO ET-DROPPED-COUNT
           END-IF
           .

      ***********************************************
      * POINT EACH ENTRY AT ITS SUPERVISOR'S ENTRY.  A SUPERVISOR
      * KEY NOT IN THE TABLE IS LOOKED UP ON THE MASTER TO TELL A
      * SUPERVISOR WHO IS GONE FROM ONE WHO IS TERMINATED.
      ***********************************************
       30-RESOLVE-SUPERVISORS-ROUTINE.
           PERFORM 31-RESOLVE-ONE-ROUTINE
               VARYING ET-NDX FROM 1 BY 1
               UNTIL ET-NDX > ET-COUNT
           .

       31-RESOLVE-ONE-ROUTINE.
           IF ET-SUPV-KEY(ET-NDX) NOT = SPACES
               MOVE ET-SUPV-KEY(ET-NDX) TO ET-WORK-KEY
               PERFORM 32-FIND-EMPLOYEE-ROUTINE
               IF ET-FOUND-NDX > 0
                   MOVE ET-FOUND-NDX TO ET-SUPV-NDX(ET-NDX)
               ELSE
                   PERFORM 34-MISSING-SUPERVISOR-ROUTINE
               END-IF
           END-IF
           .

       32-FIND-EMPLOYEE-ROUTINE.
           MOVE 0 TO ET-FOUND-NDX
           PERFORM 33-MATCH-EMPLOYEE-ROUTINE
               VARYING ET-SCAN FROM 1 BY 1
               UNTIL ET-SCAN > ET-COUNT
                   OR ET-FOUND-NDX > 0
           .

       33-MATCH-EMPLOYEE-ROUTINE.
           IF ET-KEY(ET-SCAN) = ET-WORK-KEY
               MOVE ET-SCAN TO ET-FOUND-NDX
           END-IF
           .

       34-MISSING-SUPERVISOR-ROUTINE.
           MOVE ET-WORK-KEY TO WK-EMPLOYEE-KEY
           READ EMPLOYEE-MASTER
               INVALID KEY
                   CONTINUE
           END-READ
           EVALUATE TRUE
               WHEN NOT MASTER-OK
                   MOVE 'N' TO ET-NOTE-CODE(ET-NDX)
               WHEN I-EMP-TERMINATED
                   MOVE 'T' TO ET-NOTE-CODE(ET-NDX)
               WHEN OTHER
                   MOVE 'D' TO ET-NOTE-CODE(ET-NDX)
           END-EVALUATE
           .

      ***********************************************
      * CLIMB FROM EACH ENTRY TOWARD THE TOP.  COMING BACK AROUND
      * TO THE ENTRY ITSELF MEANS A LOOP ON FILE - THE LINK ABOVE
      * THIS ENTRY IS CUT, WHICH BREAKS THAT LOOP FOR EVERY ENTRY
      * AFTER IT.  A CLIMB THAT RUNS PAST THE TABLE SIZE WITHOUT
      * MEETING ITSELF HANGS BELOW SOMEBODY ELSE'S LOOP, WHICH IS
      * CUT WHEN THAT ENTRY'S TURN COMES.
      ***********************************************
       36-CUT-LOOPS-ROUTINE.
           PERFORM 37-CHECK-ONE-LOOP-ROUTINE
               VARYING ET-NDX FROM 1 BY 1
               UNTIL ET-NDX > ET-COUNT
           .

       37-CHECK-ONE-LOOP-ROUTINE.
           MOVE ET-SUPV-NDX(ET-NDX) TO ET-UP
           MOVE 0 TO ET-DEPTH
           PERFORM 38-CLIMB-ONE-LEVEL-ROUTINE
               UNTIL ET-UP = 0
                   OR ET-UP = ET-NDX
                   OR ET-DEPTH > ET-COUNT
           IF ET-UP = ET-NDX
               MOVE 0 TO ET-SUPV-NDX(ET-NDX)
               MOVE 'L' TO ET-NOTE-CODE(ET-NDX)
               ADD 1 TO TF-LOOP-COUNT
           END-IF
           .

       38-CLIMB-ONE-LEVEL-ROUTINE.
           ADD 1 TO ET-DEPTH
           MOVE ET-SUPV-NDX(ET-UP) TO ET-UP
           .

      ***********************************************
      * DECIDE WHO STARTS A TREE AND ROLL EACH SALARY UP THE
      * CHAIN - INTO THE DIRECT FIGURES OF THE SUPERVISOR AND THE
      * TOTAL FIGURES OF EVERY LEVEL ABOVE.  A REPORT IN ANOTHER
      * WAREHOUSE STILL COUNTS UNDER THE SUPERVISOR BUT PRINTS AT
      * THE TOP OF ITS OWN WAREHOUSE'S TREE.
      ***********************************************
       44-ROLL-UP-ROUTINE.
           PERFORM 45-ROLL-UP-ONE-ROUTINE
               VARYING ET-NDX FROM 1 BY 1
               UNTIL ET-NDX > ET-COUNT
           .

       45-ROLL-UP-ONE-ROUTINE.
           MOVE ET-SUPV-NDX(ET-NDX) TO ET-UP
           IF ET-UP = 0
               MOVE 'Y' TO ET-ROOT-SW(ET-NDX)
               ADD 1 TO TF-TREE-COUNT
           ELSE
               IF ET-WAREHOUSE-ID(ET-UP) NOT = ET-WAREHOUSE-ID(ET-NDX)
                   MOVE 'Y' TO ET-ROOT-SW(ET-NDX)
                   MOVE 'W' TO ET-NOTE-CODE(ET-NDX)
                   ADD 1 TO TF-TREE-COUNT
               END-IF
               ADD 1 TO ET-DIRECT-COUNT(ET-UP)
               ADD ET-SALARY(ET-NDX) TO ET-DIRECT-SALARY(ET-UP)
               PERFORM 46-ADD-TO-ANCESTOR-ROUTINE
                   UNTIL ET-UP = 0
           END-IF
           .

       46-ADD-TO-ANCESTOR-ROUTINE.
           ADD 1 TO ET-TOTAL-COUNT(ET-UP)
           ADD ET-SALARY(ET-NDX) TO ET-TOTAL-SALARY(ET-UP)
           MOVE ET-SUPV-NDX(ET-UP) TO ET-UP
           .

      ***********************************************
      * PRINT EACH WAREHOUSE'S TREES.  EVERY ENTRY BELONGS TO
      * EXACTLY ONE TREE IN ITS OWN WAREHOUSE, SO EACH PRINTS ONCE.
      ***********************************************
       50-PRINT-TREE-ROUTINE.
           IF ET-COUNT = 0
               MOVE NO-EMPLOYEES-LINE TO RECORD-REPORT
               MOVE 2 TO PROPER-SPACING
               PERFORM 35-WRITE-A-LINE
           ELSE
               PERFORM 51-PRINT-WAREHOUSE-ENTRY-ROUTINE
                   VARYING ET-NDX FROM 1 BY 1
                   UNTIL ET-NDX > ET-COUNT
               PERFORM 29-PRINT-WAREHOUSE-SUBTOTAL
           END-IF
           .

       51-PRINT-WAREHOUSE-ENTRY-ROUTINE.
           IF WB-FIRST-RECORD
               OR ET-WAREHOUSE-ID(ET-NDX) NOT = WB-WAREHOUSE-ID
               IF WB-FIRST-RECORD
                   MOVE 'N' TO WB-FIRST-RECORD-SW
               ELSE
                   PERFORM 29-PRINT-WAREHOUSE-SUBTOTAL
               END-IF
               MOVE ET-WAREHOUSE-ID(ET-NDX) TO WB-WAREHOUSE-ID
               MOVE WB-WAREHOUSE-ID TO WL-WAREHOUSE-ID
               MOVE WAREHOUSE-LINE TO RECORD-REPORT
               MOVE 2 TO PROPER-SPACING
               PERFORM 35-WRITE-A-LINE
           END-IF
           ADD 1 TO WB-HEADCOUNT
                    TF-HEADCOUNT
           ADD ET-SALARY(ET-NDX) TO WB-SALARY
                                    TF-SALARY
           IF ET-ROOT(ET-NDX)
               PERFORM 53-PRINT-ONE-TREE-ROUTINE
           END-IF
           .

       29-PRINT-WAREHOUSE-SUBTOTAL.
           MOVE WB-WAREHOUSE-ID TO WT-WAREHOUSE-ID
           MOVE WB-HEADCOUNT TO WT-HEADCOUNT
           MOVE WB-SALARY TO WT-SALARY
           MOVE WAREHOUSE-TOTAL-LINE TO RECORD-REPORT
           MOVE 2 TO PROPER-SPACING
           PERFORM 35-WRITE-A-LINE
           MOVE SPACES TO RECORD-REPORT
           MOVE 1 TO PROPER-SPACING
           PERFORM 35-WRITE-A-LINE
           MOVE 0 TO WB-HEADCOUNT
                     WB-SALARY
           .

      ***********************************************
      * DEPTH-FIRST WALK OF ONE TREE.  THE TOP ENTRY PRINTS AT
      * LEVEL 1; EACH CHILD FOUND IS PRINTED AND PUSHED, AND A
      * LEVEL WITH NO CHILDREN LEFT IS POPPED, UNTIL THE STACK IS
      * EMPTY.
      ***********************************************
       53-PRINT-ONE-TREE-ROUTINE.
           MOVE 1 TO TS-LEVEL
           MOVE ET-NDX TO TS-NODE(1)
           MOVE 1 TO TS-NEXT(1)
           MOVE ET-NDX TO ET-PRINT-NDX
           PERFORM 55-PRINT-EMPLOYEE-ROUTINE
           PERFORM 54-NEXT-CHILD-ROUTINE
               UNTIL TS-LEVEL = 0
           .

       54-NEXT-CHILD-ROUTINE.
           MOVE 0 TO ET-FOUND-NDX
           PERFORM 56-MATCH-CHILD-ROUTINE
               VARYING ET-SCAN FROM TS-NEXT(TS-LEVEL) BY 1
               UNTIL ET-SCAN > ET-COUNT
                   OR ET-FOUND-NDX > 0
           IF ET-FOUND-NDX = 0
               SUBTRACT 1 FROM TS-LEVEL
           ELSE
               COMPUTE TS-NEXT(TS-LEVEL) = ET-FOUND-NDX + 1
               ADD 1 TO TS-LEVEL
               MOVE ET-FOUND-NDX TO TS-NODE(TS-LEVEL)
               MOVE 1 TO TS-NEXT(TS-LEVEL)
               MOVE ET-FOUND-NDX TO ET-PRINT-NDX
               PERFORM 55-PRINT-EMPLOYEE-ROUTINE
           END-IF
           .

       56-MATCH-CHILD-ROUTINE.
           IF ET-SUPV-NDX(ET-SCAN) = TS-NODE(TS-LEVEL)
               AND NOT ET-ROOT(ET-SCAN)
               MOVE ET-SCAN TO ET-FOUND-NDX
           END-IF
           .

      ***********************************************
      * ONE TREE LINE.  THE NAME STEPS IN TWO COLUMNS PER LEVEL,
      * UP TO LEVEL 8; BELOW THAT THE LEVEL NUMBER CARRIES IT.
      ***********************************************
       55-PRINT-EMPLOYEE-ROUTINE.
           MOVE TS-LEVEL TO DL-LEVEL
           MOVE ET-WAREHOUSE-ID(ET-PRINT-NDX) TO DL-WAREHOUSE-ID
           MOVE ET-EMPLOYEE-ID(ET-PRINT-NDX) TO DL-EMPLOYEE-ID
           MOVE SPACES TO TS-NAME
           STRING ET-LASTNAME(ET-PRINT-NDX)  DELIMITED BY '  '
                  ' '                        DELIMITED BY SIZE
                  ET-FIRSTNAME(ET-PRINT-NDX) DELIMITED BY SPACE
               INTO TS-NAME
           IF TS-LEVEL > 8
               MOVE 14 TO TS-INDENT
           ELSE
               COMPUTE TS-INDENT = (TS-LEVEL - 1) * 2
           END-IF
           MOVE SPACES TO DL-TREE-NAME
           MOVE TS-NAME TO DL-TREE-NAME(TS-INDENT + 1:)
           MOVE ET-POSITION(ET-PRINT-NDX) TO DL-EMPLOYEE-POSITION
           MOVE ET-SALARY(ET-PRINT-NDX) TO DL-SALARY
           MOVE ET-DIRECT-COUNT(ET-PRINT-NDX) TO DL-DIRECT-COUNT
           MOVE ET-DIRECT-SALARY(ET-PRINT-NDX) TO DL-DIRECT-SALARY
           MOVE ET-TOTAL-COUNT(ET-PRINT-NDX) TO DL-TOTAL-COUNT
           MOVE ET-TOTAL-SALARY(ET-PRINT-NDX) TO DL-TOTAL-SALARY
           EVALUATE ET-NOTE-CODE(ET-PRINT-NDX)
               WHEN 'W'
                   MOVE ET-SUPV-KEY(ET-PRINT-NDX) TO ET-WORK-KEY
                   MOVE ET-WORK-KEY(1:4) TO OW-WAREHOUSE-ID
                   MOVE OTHER-WHSE-NOTE TO DL-NOTE
               WHEN 'N'
                   MOVE 'ORPHAN-NOT ON FILE' TO DL-NOTE
               WHEN 'T'
                   MOVE 'ORPHAN-SUPV TERMED' TO DL-NOTE
               WHEN 'L'
                   MOVE 'SUPERVISOR LOOP' TO DL-NOTE
               WHEN 'D'
                   MOVE 'SUPV NOT LOADED' TO DL-NOTE
               WHEN OTHER
                   MOVE SPACES TO DL-NOTE
           END-EVALUATE
           MOVE DETAIL-LINE TO RECORD-REPORT
           IF TS-LEVEL = 1
               MOVE 2 TO PROPER-SPACING
           ELSE
               MOVE 1 TO PROPER-SPACING
           END-IF
           PERFORM 35-WRITE-A-LINE
           .

       35-WRITE-A-LINE.
           IF PG-LINE-COUNT + PROPER-SPACING > PG-LINES-PER-PAGE
               MOVE PROPER-SPACING TO PG-SAVE-SPACING
               MOVE RECORD-REPORT TO PG-SAVE-LINE
               PERFORM 20-HEADER-ROUTINE
               MOVE PG-SAVE-LINE TO RECORD-REPORT
               MOVE PG-SAVE-SPACING TO PROPER-SPACING
           END-IF
           WRITE RECORD-REPORT
               AFTER ADVANCING PROPER-SPACING
           ADD PROPER-SPACING TO PG-LINE-COUNT
           .

      ***********************************************
      * ORPHANS AND LOOPS ON A PAGE OF THEIR OWN FOR HR TO WORK
      * FROM - EACH NEEDS A 'C' TRANSACTION NAMING A SUPERVISOR
      * (OR 'NONE').  A SUPERVISOR ONLY DROPPED FROM A FULL TABLE
      * IS NOT AN ORPHAN AND IS NOT LISTED.
      ***********************************************
       60-ORPHAN-LIST-ROUTINE.
           MOVE 'O' TO PG-SECTION-SW
           PERFORM 20-HEADER-ROUTINE
           MOVE ORPHAN-TITLE-LINE TO RECORD-REPORT
           MOVE 2 TO PROPER-SPACING
           PERFORM 35-WRITE-A-LINE
           PERFORM 61-PRINT-ORPHAN-ROUTINE
               VARYING ET-NDX FROM 1 BY 1
               UNTIL ET-NDX > ET-COUNT
           IF TF-ORPHAN-COUNT = 0
               AND TF-LOOP-COUNT = 0
               MOVE NO-ORPHANS-LINE TO RECORD-REPORT
               MOVE 2 TO PROPER-SPACING
               PERFORM 35-WRITE-A-LINE
           END-IF
           .

       61-PRINT-ORPHAN-ROUTINE.
           IF ET-LISTED(ET-NDX)
               MOVE ET-WAREHOUSE-ID(ET-NDX) TO OL-WAREHOUSE-ID
               MOVE ET-EMPLOYEE-ID(ET-NDX) TO OL-EMPLOYEE-ID
               MOVE ET-LASTNAME(ET-NDX) TO OL-EMPLOYEE-LASTNAME
               MOVE ET-FIRSTNAME(ET-NDX) TO OL-EMPLOYEE-FIRSTNAME
               MOVE ET-SUPV-KEY(ET-NDX) TO ET-WORK-KEY
               MOVE ET-WORK-KEY(1:4) TO OL-SUPV-WAREHOUSE-ID
               MOVE ET-WORK-KEY(5:5) TO OL-SUPV-EMPLOYEE-ID
               EVALUATE ET-NOTE-CODE(ET-NDX)
                   WHEN 'N'
                       MOVE 'SUPERVISOR NOT ON FILE' TO OL-REASON
                   WHEN 'T'
                       MOVE 'SUPERVISOR TERMINATED' TO OL-REASON
                   WHEN OTHER
                       MOVE 'SUPERVISOR CHAIN LOOPS BACK' TO OL-REASON
               END-EVALUATE
               IF ET-ORPHAN(ET-NDX)
                   ADD 1 TO TF-ORPHAN-COUNT
               END-IF
               MOVE ORPHAN-LINE TO RECORD-REPORT
               MOVE 1 TO PROPER-SPACING
               PERFORM 35-WRITE-A-LINE
           END-IF
           .

       70-FINAL-TOTALS-ROUTINE.
           MOVE TF-HEADCOUNT TO TL-HEADCOUNT
           MOVE TF-SALARY TO TL-SALARY
           MOVE TOTAL-LINE TO RECORD-REPORT
           MOVE 3 TO PROPER-SPACING
           PERFORM 35-WRITE-A-LINE
           MOVE TF-TREE-COUNT TO T2-TREE-COUNT
           MOVE TF-ORPHAN-COUNT TO T2-ORPHAN-COUNT
           MOVE TF-LOOP-COUNT TO T2-LOOP-COUNT
           MOVE TOTAL-LINE-TWO TO RECORD-REPORT
           MOVE 1 TO PROPER-SPACING
           PERFORM 35-WRITE-A-LINE
           .

       98-WRITE-OPS-LOG-ROUTINE.
           OPEN EXTEND OPERATIONS-LOG
           ACCEPT L-LOG-DATE FROM DATE YYYYMMDD
           ACCEPT L-LOG-TIME FROM TIME
           MOVE LG-PROGRAM TO L-PROGRAM-NAME
           MOVE LG-SEVERITY TO L-SEVERITY
           MOVE LG-MESSAGE TO L-MESSAGE
           WRITE OPERATIONS-LOG-RECORD
           CLOSE OPERATIONS-LOG
           .
