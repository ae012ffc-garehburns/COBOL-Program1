       IDENTIFICATION DIVISION.
       PROGRAM-ID. CGBPR32.
       AUTHOR. GARRETT BURNS.

      *TO RUN: COBC -XO whatever.EXE --STD=MF PR32WORK.CBL
      ***********************************************
      * PURPOSE:
      *   Report of everyone on leave of absence.  CGBPR3 puts an
      *   employee on leave with an 'L' transaction (status 'L',
      *   leave type, start date and expected return date) and
      *   takes them off it with a 'B' return transaction.  While
      *   on leave they are not paid by CGBPR14 and do not accrue
      *   in CGBPR22, so HR needs to see who is out, since when and
      *   when they are due back.  Anyone whose expected return
      *   date has already passed is flagged OVERDUE so HR can
      *   chase the return transaction or the extension.
      *
      * INPUT:
      *   EMPLOYEE-MASTER (EMPMAST.DAT) - employees on leave only.
      *   RUNCTL.DAT - a CGBPR3 stamped STARTED for today is still
      *   rewriting the master, so this run waits for it.
      *
      * OUTPUT:
      *   LEAVE-REPORT - one line per employee on leave by
      *   warehouse (name, position, leave type, leave start,
      *   expected return, days on leave, days overdue), warehouse
      *   subtotals of the on-leave and overdue counts and company
      *   totals with the count by leave type.
      *
      * CALCULATIONS:
      *   DAYS ON LEAVE = CALENDAR DAYS FROM THE LEAVE START DATE
      *                   TO TODAY
      *   DAYS OVERDUE  = CALENDAR DAYS FROM THE EXPECTED RETURN
      *                   DATE TO TODAY, WHEN THAT DATE IS PAST
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
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS WK-EMPLOYEE-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT LEAVE-REPORT
               ASSIGN TO PRINTER 'LEAVEFILE'.
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

       FD  LEAVE-REPORT
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
           05  LG-PROGRAM           PIC X(8)        VALUE 'CGBPR32 '.
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
      * FINISHED APPLYING TODAY'S LEAVES AND RETURNS.
      ***********************************************
       01  RUN-CONTROL-TABLE-CONTROL.
           05  RN-OWN-NAME          PIC X(8)        VALUE 'CGBPR32 '.
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
      * DAYS-BEFORE-MONTH TABLE FOR THE DAYS ON LEAVE AND DAYS
      * OVERDUE.  A LEAP DAY IS ADDED FOR EVERY FOURTH YEAR, WHICH
      * HOLDS THROUGH 2099.
      ***********************************************
       01  CUM-DAYS-VALUES.
           05  FILLER  PIC 9(3)  VALUE 000.
           05  FILLER  PIC 9(3)  VALUE 031.
           05  FILLER  PIC 9(3)  VALUE 059.
           05  FILLER  PIC 9(3)  VALUE 090.
           05  FILLER  PIC 9(3)  VALUE 120.
           05  FILLER  PIC 9(3)  VALUE 151.
           05  FILLER  PIC 9(3)  VALUE 181.
           05  FILLER  PIC 9(3)  VALUE 212.
           05  FILLER  PIC 9(3)  VALUE 243.
           05  FILLER  PIC 9(3)  VALUE 273.
           05  FILLER  PIC 9(3)  VALUE 304.
           05  FILLER  PIC 9(3)  VALUE 334.

       01  CUM-DAYS-TABLE REDEFINES CUM-DAYS-VALUES.
           05  CUM-DAYS-BEFORE-MONTH OCCURS 12 TIMES PIC 9(3).

       01  DAY-NUMBER-FIELDS.
           05  DN-DATE              PIC 9(8)        VALUE 0.
           05  DN-DATE-PARTS REDEFINES DN-DATE.
               10  DN-YEAR          PIC 9(4).
               10  DN-MONTH         PIC 9(2).
               10  DN-DAY           PIC 9(2).
           05  DN-DAY-NUMBER        PIC 9(7)        VALUE 0.
           05  DN-LEAP-DAYS         PIC 9(4)        VALUE 0.
           05  DN-LEAP-REMAINDER    PIC 9(1)        VALUE 0.
           05  DN-TODAY-NUMBER      PIC 9(7)        VALUE 0.

       01  CALCULATED-FIELDS.
           05  CF-DAYS-ON-LEAVE     PIC 9(5)        VALUE 0.
           05  CF-DAYS-OVERDUE      PIC 9(5)        VALUE 0.

       01  WAREHOUSE-BREAK-FIELDS.
           05  WB-FIRST-RECORD-SW   PIC X           VALUE 'Y'.
               88 WB-FIRST-RECORD                   VALUE 'Y'.
           05  WB-WAREHOUSE-ID      PIC X(4)        VALUE SPACES.
           05  WB-LEAVE-COUNT       PIC 9(5)        VALUE 0.
           05  WB-OVERDUE-COUNT     PIC 9(5)        VALUE 0.

       01  TOTAL-FIELDS.
           05  TF-LEAVE-COUNT       PIC 9(5)        VALUE 0.
           05  TF-OVERDUE-COUNT     PIC 9(5)        VALUE 0.
           05  TF-MEDICAL-COUNT     PIC 9(5)        VALUE 0.
           05  TF-MILITARY-COUNT    PIC 9(5)        VALUE 0.
           05  TF-UNPAID-COUNT      PIC 9(5)        VALUE 0.
           05  TF-FAMILY-COUNT      PIC 9(5)        VALUE 0.

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
               'EMPLOYEES ON LEAVE OF ABSENCE               '.

       01  HEADING-THREE.
           05                       PIC X(1)        VALUE SPACES.
           05                       PIC X(4)        VALUE 'WHSE'.
           05                       PIC X(2)        VALUE SPACES.
           05                       PIC X(5)        VALUE 'EMPL '.
           05                       PIC X(2)        VALUE SPACES.
           05                       PIC X(10)       VALUE 'LAST NAME '.
           05                       PIC X(2)        VALUE SPACES.
           05                       PIC X(10)       VALUE 'FIRST NAME'.
           05                       PIC X(2)        VALUE SPACES.
           05                       PIC X(3)        VALUE 'POS'.
           05                       PIC X(2)        VALUE SPACES.
           05                       PIC X(10)       VALUE
               'LEAVE TYPE'.
           05                       PIC X(2)        VALUE SPACES.
           05                       PIC X(10)       VALUE
               'LEAVE FROM'.
           05                       PIC X(2)        VALUE SPACES.
           05                       PIC X(10)       VALUE
               'EXP RETURN'.
           05                       PIC X(2)        VALUE SPACES.
           05                       PIC X(7)        VALUE
               'DAYS ON'.
           05                       PIC X(2)        VALUE SPACES.
           05                       PIC X(7)        VALUE
               'DAYS OD'.

       01  DETAIL-LINE.
           05                       PIC X(1)        VALUE SPACES.
           05 DL-WAREHOUSE-ID       PIC X(4).
           05                       PIC X(2)        VALUE SPACES.
           05 DL-EMPLOYEE-ID        PIC X(5).
           05                       PIC X(2)        VALUE SPACES.
           05 DL-EMPLOYEE-LASTNAME  PIC X(10).
           05                       PIC X(2)        VALUE SPACES.
           05 DL-EMPLOYEE-FIRSTNAME PIC X(10).
           05                       PIC X(2)        VALUE SPACES.
           05 DL-EMPLOYEE-POSITION  PIC X(2).
           05                       PIC X(3)        VALUE SPACES.
           05 DL-LEAVE-TYPE         PIC X(10).
           05                       PIC X(2)        VALUE SPACES.
           05 DL-LEAVE-START-DATE   PIC 9999/99/99.
           05                       PIC X(2)        VALUE SPACES.
           05 DL-LEAVE-RETURN-DATE  PIC 9999/99/99.
           05                       PIC X(4)        VALUE SPACES.
           05 DL-DAYS-ON-LEAVE      PIC ZZZZ9.
           05                       PIC X(4)        VALUE SPACES.
           05 DL-DAYS-OVERDUE       PIC ZZZZ9.
           05 DL-DAYS-OVERDUE-BLANK REDEFINES DL-DAYS-OVERDUE
                                    PIC X(5).
           05                       PIC X(2)        VALUE SPACES.
           05 DL-OVERDUE-FLAG       PIC X(7).

       01  WAREHOUSE-TOTAL-LINE.
           05                       PIC X(1)        VALUE SPACES.
           05 WT-WAREHOUSE-ID       PIC X(4).
           05                       PIC X(1)        VALUE SPACES.
           05                       PIC X(11)       VALUE
               'WHSE TOTALS'.
           05                       PIC X(3)        VALUE SPACES.
           05                       PIC X(10)       VALUE
               'ON LEAVE: '.
           05 WT-LEAVE-COUNT        PIC ZZZZ9.
           05                       PIC X(3)        VALUE SPACES.
           05                       PIC X(9)        VALUE
               'OVERDUE: '.
           05 WT-OVERDUE-COUNT      PIC ZZZZ9.

       01  TOTAL-LINE.
           05                       PIC X(1)        VALUE SPACES.
           05                       PIC X(16)       VALUE
               'COMPANY TOTALS  '.
           05                       PIC X(3)        VALUE SPACES.
           05                       PIC X(10)       VALUE
               'ON LEAVE: '.
           05 TL-LEAVE-COUNT        PIC ZZZZ9.
           05                       PIC X(3)        VALUE SPACES.
           05                       PIC X(9)        VALUE
               'OVERDUE: '.
           05 TL-OVERDUE-COUNT      PIC ZZZZ9.

       01  TYPE-TOTAL-LINE.
           05                       PIC X(1)        VALUE SPACES.
           05                       PIC X(16)       VALUE
               'BY LEAVE TYPE   '.
           05                       PIC X(3)        VALUE SPACES.
           05                       PIC X(9)        VALUE
               'MEDICAL: '.
           05 TT-MEDICAL-COUNT      PIC ZZZZ9.
           05                       PIC X(3)        VALUE SPACES.
           05                       PIC X(10)       VALUE
               'MILITARY: '.
           05 TT-MILITARY-COUNT     PIC ZZZZ9.
           05                       PIC X(3)        VALUE SPACES.
           05                       PIC X(8)        VALUE
               'UNPAID: '.
           05 TT-UNPAID-COUNT       PIC ZZZZ9.
           05                       PIC X(3)        VALUE SPACES.
           05                       PIC X(8)        VALUE
               'FAMILY: '.
           05 TT-FAMILY-COUNT       PIC ZZZZ9.

       01  NO-LEAVES-LINE.
           05                       PIC X(1)        VALUE SPACES.
           05                       PIC X(40)       VALUE
               'NO EMPLOYEES ON LEAVE OF ABSENCE        '.

      /
       PROCEDURE DIVISION.
      *                                Y3I
       10-CONTROL-MODULE.
           PERFORM 11-RUN-CONTROL-CHECK-ROUTINE
           PERFORM 15-HOUSEKEEPING-ROUTINE
           PERFORM 25-LEAVE-ROUTINE
           PERFORM 45-FINAL-TOTALS-ROUTINE
           MOVE 'COMPLETE' TO RN-STAMP-STATUS
           PERFORM 13-STAMP-RUN-CONTROL-ROUTINE
           MOVE TF-LEAVE-COUNT TO LG-COUNT-ED
           MOVE TF-OVERDUE-COUNT TO LG-COUNT2-ED
           MOVE SPACES TO LG-MESSAGE
           STRING 'RUN COMPLETE - ' DELIMITED BY SIZE
                  LG-COUNT-ED     DELIMITED BY SIZE
                  ' ON LEAVE, '   DELIMITED BY SIZE
                  LG-COUNT2-ED    DELIMITED BY SIZE
                  ' OVERDUE'      DELIMITED BY SIZE
               INTO LG-MESSAGE
           IF TF-OVERDUE-COUNT > 0
               MOVE 'WARN ' TO LG-SEVERITY
           ELSE
               MOVE 'INFO ' TO LG-SEVERITY
           END-IF
           PERFORM 98-WRITE-OPS-LOG-ROUTINE
           CLOSE EMPLOYEE-MASTER
                 LEAVE-REPORT
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
               DISPLAY 'CGBPR32 - CGBPR3 STARTED TODAY AND HAS NOT'
               DISPLAY 'CGBPR32 - FINISHED - MASTER NOT CURRENT'
               DISPLAY 'CGBPR32 - RUN ABORTED, NO REPORT PRODUCED'
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
               DISPLAY 'CGBPR32 - EMPMAST.DAT NOT AVAILABLE - STATUS '
                   WS-MASTER-STATUS
               DISPLAY 'CGBPR32 - RUN ABORTED'
               MOVE 'ABORT' TO LG-SEVERITY
               MOVE 'EMPMAST.DAT NOT AVAILABLE - RUN ABORTED'
                   TO LG-MESSAGE
               PERFORM 98-WRITE-OPS-LOG-ROUTINE
               STOP RUN
           END-IF
           OPEN OUTPUT LEAVE-REPORT
           ACCEPT H1-DATE FROM DATE YYYYMMDD
           MOVE RN-TODAY TO DN-DATE
           PERFORM 50-DAY-NUMBER-ROUTINE
           MOVE DN-DAY-NUMBER TO DN-TODAY-NUMBER
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
           MOVE HEADING-THREE TO RECORD-REPORT
           WRITE RECORD-REPORT
               AFTER ADVANCING PROPER-SPACING
           MOVE 6 TO PG-LINE-COUNT
           .

      ***********************************************
      * THE MASTER IS IN WAREHOUSE + EMPLOYEE ORDER ALREADY, SO
      * THE WAREHOUSE BREAK NEEDS NO SORT.  ONLY STATUS 'L' PRINTS.
      ***********************************************
       25-LEAVE-ROUTINE.
           PERFORM UNTIL NO-MORE-DATA
               READ EMPLOYEE-MASTER
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       IF I-EMP-ON-LEAVE
                           PERFORM 27-CONTROL-BREAK-ROUTINE
                           PERFORM 30-PRINT-LEAVE-ROUTINE
                       END-IF
           END-PERFORM
           IF NOT WB-FIRST-RECORD
               PERFORM 29-PRINT-WAREHOUSE-SUBTOTAL
           END-IF
           .

       27-CONTROL-BREAK-ROUTINE.
           IF WB-FIRST-RECORD
               MOVE 'N' TO WB-FIRST-RECORD-SW
               MOVE I-WAREHOUSE-ID TO WB-WAREHOUSE-ID
           ELSE
               IF I-WAREHOUSE-ID NOT = WB-WAREHOUSE-ID
                   PERFORM 29-PRINT-WAREHOUSE-SUBTOTAL
                   MOVE I-WAREHOUSE-ID TO WB-WAREHOUSE-ID
               END-IF
           END-IF
           .

       29-PRINT-WAREHOUSE-SUBTOTAL.
           MOVE WB-WAREHOUSE-ID TO WT-WAREHOUSE-ID
           MOVE WB-LEAVE-COUNT TO WT-LEAVE-COUNT
           MOVE WB-OVERDUE-COUNT TO WT-OVERDUE-COUNT
           MOVE WAREHOUSE-TOTAL-LINE TO RECORD-REPORT
           MOVE 2 TO PROPER-SPACING
           PERFORM 35-WRITE-A-LINE
           MOVE SPACES TO RECORD-REPORT
           MOVE 1 TO PROPER-SPACING
           PERFORM 35-WRITE-A-LINE
           MOVE 0 TO WB-LEAVE-COUNT
                     WB-OVERDUE-COUNT
           .

       30-PRINT-LEAVE-ROUTINE.
           MOVE I-WAREHOUSE-ID TO DL-WAREHOUSE-ID
           MOVE I-EMPLOYEE-ID TO DL-EMPLOYEE-ID
           MOVE I-EMPLOYEE-LASTNAME TO DL-EMPLOYEE-LASTNAME
           MOVE I-EMPLOYEE-FIRSTNAME TO DL-EMPLOYEE-FIRSTNAME
           MOVE I-EMPLOYEE-POSITION TO DL-EMPLOYEE-POSITION
           EVALUATE TRUE
               WHEN I-LEAVE-MEDICAL
                   MOVE 'MEDICAL' TO DL-LEAVE-TYPE
                   ADD 1 TO TF-MEDICAL-COUNT
               WHEN I-LEAVE-MILITARY
                   MOVE 'MILITARY' TO DL-LEAVE-TYPE
                   ADD 1 TO TF-MILITARY-COUNT
               WHEN I-LEAVE-UNPAID
                   MOVE 'UNPAID' TO DL-LEAVE-TYPE
                   ADD 1 TO TF-UNPAID-COUNT
               WHEN I-LEAVE-FAMILY
                   MOVE 'FAMILY' TO DL-LEAVE-TYPE
                   ADD 1 TO TF-FAMILY-COUNT
               WHEN OTHER
                   MOVE 'UNKNOWN' TO DL-LEAVE-TYPE
           END-EVALUATE
           MOVE I-LEAVE-START-DATE TO DL-LEAVE-START-DATE
           MOVE I-LEAVE-RETURN-DATE TO DL-LEAVE-RETURN-DATE

      * A LEAVE DATED TODAY OR LATER HAS NOT RUN ANY DAYS YET.
           MOVE 0 TO CF-DAYS-ON-LEAVE
           MOVE I-LEAVE-START-DATE TO DN-DATE
           IF DN-MONTH > 0
               AND DN-MONTH < 13
               AND DN-DATE < RN-TODAY
               PERFORM 50-DAY-NUMBER-ROUTINE
               COMPUTE CF-DAYS-ON-LEAVE =
                   DN-TODAY-NUMBER - DN-DAY-NUMBER
           END-IF
           MOVE CF-DAYS-ON-LEAVE TO DL-DAYS-ON-LEAVE

      * OVERDUE ONCE THE EXPECTED RETURN DATE IS BEHIND US.
           MOVE 0 TO CF-DAYS-OVERDUE
           MOVE I-LEAVE-RETURN-DATE TO DN-DATE
           IF DN-MONTH > 0
               AND DN-MONTH < 13
               AND DN-DATE < RN-TODAY
               PERFORM 50-DAY-NUMBER-ROUTINE
               COMPUTE CF-DAYS-OVERDUE =
                   DN-TODAY-NUMBER - DN-DAY-NUMBER
           END-IF
           IF CF-DAYS-OVERDUE > 0
               MOVE CF-DAYS-OVERDUE TO DL-DAYS-OVERDUE
               MOVE 'OVERDUE' TO DL-OVERDUE-FLAG
               ADD 1 TO WB-OVERDUE-COUNT
                        TF-OVERDUE-COUNT
           ELSE
               MOVE SPACES TO DL-DAYS-OVERDUE-BLANK
                              DL-OVERDUE-FLAG
           END-IF

           MOVE DETAIL-LINE TO RECORD-REPORT
           MOVE 1 TO PROPER-SPACING
           PERFORM 35-WRITE-A-LINE
           ADD 1 TO WB-LEAVE-COUNT
                    TF-LEAVE-COUNT
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
      * COMPANY TOTALS.  NOBODY ON LEAVE SAYS SO, RATHER THAN
      * PRINTING A ROW OF ZEROS.
      ***********************************************
       45-FINAL-TOTALS-ROUTINE.
           IF TF-LEAVE-COUNT = 0
               MOVE NO-LEAVES-LINE TO RECORD-REPORT
               MOVE 2 TO PROPER-SPACING
               PERFORM 35-WRITE-A-LINE
           ELSE
               MOVE TF-LEAVE-COUNT TO TL-LEAVE-COUNT
               MOVE TF-OVERDUE-COUNT TO TL-OVERDUE-COUNT
               MOVE TOTAL-LINE TO RECORD-REPORT
               MOVE 2 TO PROPER-SPACING
               PERFORM 35-WRITE-A-LINE
               MOVE TF-MEDICAL-COUNT TO TT-MEDICAL-COUNT
               MOVE TF-MILITARY-COUNT TO TT-MILITARY-COUNT
               MOVE TF-UNPAID-COUNT TO TT-UNPAID-COUNT
               MOVE TF-FAMILY-COUNT TO TT-FAMILY-COUNT
               MOVE TYPE-TOTAL-LINE TO RECORD-REPORT
               MOVE 1 TO PROPER-SPACING
               PERFORM 35-WRITE-A-LINE
           END-IF
           .

      ***********************************************
      * DAY NUMBER OF DN-DATE - DAYS IN THE WHOLE YEARS BEFORE IT,
      * ONE LEAP DAY FOR EVERY FOURTH OF THOSE YEARS, THE DAYS
      * BEFORE ITS MONTH AND ITS DAY OF THE MONTH, PLUS THE LEAP
      * DAY ITSELF ONCE A LEAP YEAR IS PAST FEBRUARY.  ONLY THE
      * DIFFERENCE BETWEEN TWO DAY NUMBERS MEANS ANYTHING.
      ***********************************************
       50-DAY-NUMBER-ROUTINE.
           DIVIDE DN-YEAR BY 4 GIVING DN-LEAP-DAYS
               REMAINDER DN-LEAP-REMAINDER
           COMPUTE DN-DAY-NUMBER =
               (DN-YEAR - 1900) * 365 + DN-LEAP-DAYS
               + CUM-DAYS-BEFORE-MONTH(DN-MONTH) + DN-DAY
           IF DN-LEAP-REMAINDER = 0
               AND DN-MONTH < 3
               SUBTRACT 1 FROM DN-DAY-NUMBER
           END-IF
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
