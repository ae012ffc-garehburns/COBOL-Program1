       IDENTIFICATION DIVISION.
       PROGRAM-ID. CGBPR26.
       AUTHOR. GARRETT BURNS.

      *TO RUN: COBC -XO whatever.EXE --STD=MF PR26WORK.CBL
      ***********************************************
      * PURPOSE:
      *   Quarter-end and year-end wage and withholding summary.
      *   Each CGBPR14 register used to be thrown away once the
      *   bank file went out, so quarterly filings and the year-end
      *   statements were rebuilt by hand off a stack of printouts.
      *   CGBPR14 now posts every check to PAYHIST.DAT; this run
      *   totals that history for one calendar quarter or one
      *   calendar year - wages, federal and state withheld and
      *   other deductions - by employee, by warehouse and for the
      *   company.
      *
      * INPUT:
      *   PAY-HISTORY-FILE (PAYHIST.DAT) - see CGBPHS copybook.
      *   Earnings records only; the deduction detail records are
      *   already summed into the earnings record's other
      *   deductions.
      *   WAGE-PARM (WAGEPARM.TXT, optional) - one record:
      *       Period type (1) - 'Q' quarter or 'Y' calendar year.
      *       Year (4).
      *       Quarter (1) - 1 thru 4, ignored for 'Y'.
      *   A missing or unusable record runs the current quarter
      *   of the current year.
      *   RUNCTL.DAT - a CGBPR14 stamped STARTED for today is a
      *   pay run still posting, so this run waits for it.
      *
      * OUTPUT:
      *   WAGE-REPORT - one line per employee paid in the period
      *   (checks, gross, federal, state, other deductions, net),
      *   warehouse subtotals and company totals.
      *
      * CALCULATIONS:
      *   QUARTER WINDOW = FIRST DAY OF THE QUARTER'S FIRST MONTH
      *                    THRU THE 31ST OF ITS LAST MONTH
      ***********************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   LAPTOP-U5VKK9JE.
       OBJECT-COMPUTER.   LAPTOP-U5VKK9JE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PAY-HISTORY-FILE
               ASSIGN TO 'PAYHIST.DAT'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL WAGE-PARM
               ASSIGN TO 'WAGEPARM.TXT'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT WAGE-REPORT
               ASSIGN TO PRINTER 'WAGEFILE'.
           SELECT SORT-WORK-FILE
               ASSIGN TO 'WAGESORT.TMP'.
           SELECT OPTIONAL RUN-CONTROL-FILE
               ASSIGN TO 'RUNCTL.DAT'
               ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL OPERATIONS-LOG
               ASSIGN TO 'OPSLOG.DAT'
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  PAY-HISTORY-FILE
           RECORD CONTAINS 97 CHARACTERS.
           COPY CGBPHS.

       FD  WAGE-PARM
           RECORD CONTAINS 6 CHARACTERS.

       01  WAGE-PARM-RECORD.
           05 WP-PERIOD-TYPE-IN     PIC X(1).
           05 WP-YEAR-IN            PIC 9(4).
           05 WP-QUARTER-IN         PIC 9(1).

       FD  WAGE-REPORT
           RECORD CONTAINS 100 CHARACTERS.

       01  RECORD-REPORT            PIC X(100).

       SD  SORT-WORK-FILE.

       01  SORT-RECORD.
           05 S-WAREHOUSE-ID        PIC X(4).
           05 S-EMPLOYEE-ID         PIC X(5).
           05 S-EMPLOYEE-LASTNAME   PIC X(10).
           05 S-GROSS-PAY           PIC 9(7)V9(2).
           05 S-FED-AMOUNT          PIC 9(7)V9(2).
           05 S-STATE-AMOUNT        PIC 9(7)V9(2).
           05 S-OTHER-DEDNS         PIC 9(7)V9(2).
           05 S-NET-PAY             PIC 9(7)V9(2).

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
           05  LG-PROGRAM           PIC X(8)        VALUE 'CGBPR26 '.
           05  LG-SEVERITY          PIC X(5)        VALUE 'INFO '.
           05  LG-MESSAGE           PIC X(50)       VALUE SPACES.
           05  LG-COUNT-ED          PIC ZZZZ9.
           05  LG-COUNT2-ED         PIC ZZZZ9.

       01  FLAGS-N-SWITCHES.
           05  EOF-FLAG             PIC X           VALUE ' '.
               88 NO-MORE-DATA                      VALUE 'N'.
           05  SORT-EOF-FLAG        PIC X           VALUE ' '.
               88 NO-MORE-SORTED-DATA               VALUE 'N'.
           05  RN-EOF-FLAG          PIC X           VALUE ' '.
               88 NO-MORE-RUN-ENTRIES               VALUE 'N'.

       01  REPORT-FIELDS.
           05  PROPER-SPACING       PIC S9          VALUE +3.

       01  PAGE-CONTROL-FIELDS.
           05  PG-PAGE-NUMBER       PIC 9(3)        VALUE 0.
           05  PG-LINE-COUNT        PIC 9(3)        VALUE 0.
           05  PG-LINES-PER-PAGE    PIC 9(3)        VALUE 55.
           05  PG-SAVE-SPACING      PIC S9          VALUE +1.
           05  PG-SAVE-LINE         PIC X(100)      VALUE SPACES.

      ***********************************************
      * RUN CONTROL TABLE - RUNCTL.DAT LOADED BEFORE ANYTHING ELSE
      * HAPPENS.  A CGBPR14 STILL STAMPED STARTED FOR TODAY HAS
      * NOT POSTED ITS HISTORY YET, AND A SUMMARY CUT UNDER IT
      * WOULD COME UP ONE PAY DATE SHORT.
      ***********************************************
       01  RUN-CONTROL-TABLE-CONTROL.
           05  RN-OWN-NAME          PIC X(8)        VALUE 'CGBPR26 '.
           05  RN-PAY-NAME          PIC X(8)        VALUE 'CGBPR14 '.
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
      * REPORTING PERIOD - TAKEN FROM WAGEPARM.TXT WHEN IT IS ON
      * FILE AND USABLE, OTHERWISE THE QUARTER TODAY FALLS IN.
      ***********************************************
       01  WAGE-PERIOD-FIELDS.
           05  WP-PERIOD-TYPE       PIC X(1)        VALUE 'Q'.
               88 WP-QUARTER-RUN                    VALUE 'Q'.
               88 WP-YEAR-RUN                       VALUE 'Y'.
           05  WP-YEAR              PIC 9(4)        VALUE 0.
           05  WP-QUARTER           PIC 9(1)        VALUE 0.
           05  WP-FIRST-MONTH       PIC 9(2)        VALUE 0.
           05  WP-LAST-MONTH        PIC 9(2)        VALUE 0.
           05  WP-FROM-DATE         PIC 9(8)        VALUE 0.
           05  WP-TO-DATE           PIC 9(8)        VALUE 0.
           05  WP-TODAY-DATE        PIC 9(8)        VALUE 0.
           05  WP-TODAY-PARTS REDEFINES WP-TODAY-DATE.
               10  WP-TODAY-YEAR    PIC 9(4).
               10  WP-TODAY-MONTH   PIC 9(2).
               10  WP-TODAY-DAY     PIC 9(2).

       01  EMPLOYEE-BREAK-FIELDS.
           05  EB-FIRST-RECORD-SW   PIC X           VALUE 'Y'.
               88 EB-FIRST-RECORD                   VALUE 'Y'.
           05  EB-WAREHOUSE-ID      PIC X(4)        VALUE SPACES.
           05  EB-EMPLOYEE-ID       PIC X(5)        VALUE SPACES.
           05  EB-EMPLOYEE-LASTNAME PIC X(10)       VALUE SPACES.
           05  EB-CHECK-COUNT       PIC 9(3)        VALUE 0.
           05  EB-GROSS-TOTAL       PIC 9(9)V9(2)   VALUE 0.
           05  EB-FED-TOTAL         PIC 9(9)V9(2)   VALUE 0.
           05  EB-STATE-TOTAL       PIC 9(9)V9(2)   VALUE 0.
           05  EB-DEDN-TOTAL        PIC 9(9)V9(2)   VALUE 0.
           05  EB-NET-TOTAL         PIC 9(9)V9(2)   VALUE 0.

       01  WAREHOUSE-BREAK-FIELDS.
           05  WB-EMPLOYEE-COUNT    PIC 9(5)        VALUE 0.
           05  WB-GROSS-TOTAL       PIC 9(9)V9(2)   VALUE 0.
           05  WB-FED-TOTAL         PIC 9(9)V9(2)   VALUE 0.
           05  WB-STATE-TOTAL       PIC 9(9)V9(2)   VALUE 0.
           05  WB-DEDN-TOTAL        PIC 9(9)V9(2)   VALUE 0.
           05  WB-NET-TOTAL         PIC 9(9)V9(2)   VALUE 0.

       01  TOTAL-FIELDS.
           05  TF-CHECK-COUNT       PIC 9(5)        VALUE 0.
           05  TF-EMPLOYEE-COUNT    PIC 9(5)        VALUE 0.
           05  TF-GROSS-TOTAL       PIC 9(9)V9(2)   VALUE 0.
           05  TF-FED-TOTAL         PIC 9(9)V9(2)   VALUE 0.
           05  TF-STATE-TOTAL       PIC 9(9)V9(2)   VALUE 0.
           05  TF-DEDN-TOTAL        PIC 9(9)V9(2)   VALUE 0.
           05  TF-NET-TOTAL         PIC 9(9)V9(2)   VALUE 0.

      ********    OUTPUT AREA    ********

       01  HEADING-ONE.
           05  H1-DATE              PIC 9999/99/99.
           05                       PIC X(5).
           05                       PIC X(21)       VALUE 'Y3I'.
           05                       PIC X(35)       VALUE 'DRAKEA, LTD'.
           05                       PIC X(5)        VALUE 'PAGE '.
           05  H1-PAGE-NUMBER       PIC ZZ9.

       01  HEADING-TWO.
           05                       PIC X(28)       VALUE SPACES.
           05                       PIC X(33)       VALUE
               'WAGE AND WITHHOLDING SUMMARY FOR '.
           05  H2-PERIOD            PIC X(14).

       01  HEADING-TWO-A.
           05                       PIC X(34)       VALUE SPACES.
           05                       PIC X(10)       VALUE 'PAY DATES '.
           05  H2-FROM-DATE         PIC 9999/99/99.
           05                       PIC X(6)        VALUE ' THRU '.
           05  H2-TO-DATE           PIC 9999/99/99.

       01  HEADING-THREE.
           05                       PIC X(1)        VALUE SPACES.
           05                       PIC X(4)        VALUE 'WHSE'.
           05                       PIC X(2)        VALUE SPACES.
           05                       PIC X(5)        VALUE 'EMPL '.
           05                       PIC X(2)        VALUE SPACES.
           05                       PIC X(10)       VALUE 'LAST NAME '.
           05                       PIC X(1)        VALUE SPACES.
           05                       PIC X(4)        VALUE 'CHKS'.
           05                       PIC X(8)        VALUE SPACES.
           05                       PIC X(5)        VALUE 'GROSS'.
           05                       PIC X(6)        VALUE SPACES.
           05                       PIC X(7)        VALUE 'FEDERAL'.
           05                       PIC X(8)        VALUE SPACES.
           05                       PIC X(5)        VALUE 'STATE'.
           05                       PIC X(4)        VALUE SPACES.
           05                       PIC X(9)        VALUE 'OTHER DED'.
           05                       PIC X(10)       VALUE SPACES.
           05                       PIC X(3)        VALUE 'NET'.

       01  DETAIL-LINE.
           05                       PIC X(1)        VALUE SPACES.
           05 DL-WAREHOUSE-ID       PIC X(4).
           05                       PIC X(2)        VALUE SPACES.
           05 DL-EMPLOYEE-ID        PIC X(5).
           05                       PIC X(2)        VALUE SPACES.
           05 DL-EMPLOYEE-LASTNAME  PIC X(10).
           05                       PIC X(2)        VALUE SPACES.
           05 DL-CHECK-COUNT        PIC ZZ9.
           05                       PIC X(1)        VALUE SPACES.
           05 DL-GROSS-TOTAL        PIC ZZZZZZZZ9.99.
           05                       PIC X(1)        VALUE SPACES.
           05 DL-FED-TOTAL          PIC ZZZZZZZZ9.99.
           05                       PIC X(1)        VALUE SPACES.
           05 DL-STATE-TOTAL        PIC ZZZZZZZZ9.99.
           05                       PIC X(1)        VALUE SPACES.
           05 DL-DEDN-TOTAL         PIC ZZZZZZZZ9.99.
           05                       PIC X(1)        VALUE SPACES.
           05 DL-NET-TOTAL          PIC ZZZZZZZZ9.99.

       01  WAREHOUSE-TOTAL-LINE.
           05                       PIC X(1)        VALUE SPACES.
           05 WT-WAREHOUSE-ID       PIC X(4).
           05                       PIC X(1)        VALUE SPACES.
           05                       PIC X(11)       VALUE
               'WHSE TOTALS'.
           05                       PIC X(1)        VALUE SPACES.
           05 WT-EMPLOYEE-COUNT     PIC ZZZZ9.
           05                       PIC X(1)        VALUE SPACES.
           05                       PIC X(4)        VALUE 'EMP '.
           05 WT-GROSS-TOTAL        PIC ZZZZZZZZ9.99.
           05                       PIC X(1)        VALUE SPACES.
           05 WT-FED-TOTAL          PIC ZZZZZZZZ9.99.
           05                       PIC X(1)        VALUE SPACES.
           05 WT-STATE-TOTAL        PIC ZZZZZZZZ9.99.
           05                       PIC X(1)        VALUE SPACES.
           05 WT-DEDN-TOTAL         PIC ZZZZZZZZ9.99.
           05                       PIC X(1)        VALUE SPACES.
           05 WT-NET-TOTAL          PIC ZZZZZZZZ9.99.

       01  TOTAL-LINE.
           05                       PIC X(1)        VALUE SPACES.
           05                       PIC X(16)       VALUE
               'COMPANY TOTALS  '.
           05                       PIC X(1)        VALUE SPACES.
           05 TL-EMPLOYEE-COUNT     PIC ZZZZ9.
           05                       PIC X(1)        VALUE SPACES.
           05                       PIC X(4)        VALUE 'EMP '.
           05 TL-GROSS-TOTAL        PIC ZZZZZZZZ9.99.
           05                       PIC X(1)        VALUE SPACES.
           05 TL-FED-TOTAL          PIC ZZZZZZZZ9.99.
           05                       PIC X(1)        VALUE SPACES.
           05 TL-STATE-TOTAL        PIC ZZZZZZZZ9.99.
           05                       PIC X(1)        VALUE SPACES.
           05 TL-DEDN-TOTAL         PIC ZZZZZZZZ9.99.
           05                       PIC X(1)        VALUE SPACES.
           05 TL-NET-TOTAL          PIC ZZZZZZZZ9.99.

       01  COUNT-LINE.
           05                       PIC X(1)        VALUE SPACES.
           05                       PIC X(16)       VALUE
               'CHECKS IN PERIOD'.
           05                       PIC X(1)        VALUE SPACES.
           05 CL-CHECK-COUNT        PIC ZZZZ9.

       01  NO-HISTORY-LINE.
           05                       PIC X(1)        VALUE SPACES.
           05                       PIC X(40)       VALUE
               'NO CHECKS ON PAYHIST.DAT FOR THIS PERIOD'.

      /
       PROCEDURE DIVISION.
      *                                Y3I
       10-CONTROL-MODULE.
           PERFORM 11-RUN-CONTROL-CHECK-ROUTINE
           PERFORM 15-HOUSEKEEPING-ROUTINE
           SORT SORT-WORK-FILE
               ON ASCENDING KEY S-WAREHOUSE-ID
                                S-EMPLOYEE-ID
               INPUT PROCEDURE 21-SELECT-AND-RELEASE-ROUTINE
               OUTPUT PROCEDURE 25-EMPLOYEE-ROUTINE
           PERFORM 45-FINAL-TOTALS-ROUTINE
           MOVE 'COMPLETE' TO RN-STAMP-STATUS
           PERFORM 13-STAMP-RUN-CONTROL-ROUTINE
           MOVE TF-EMPLOYEE-COUNT TO LG-COUNT-ED
           MOVE TF-CHECK-COUNT TO LG-COUNT2-ED
           MOVE SPACES TO LG-MESSAGE
           STRING 'RUN COMPLETE - ' DELIMITED BY SIZE
                  LG-COUNT-ED     DELIMITED BY SIZE
                  ' EMPLOYEES, '  DELIMITED BY SIZE
                  LG-COUNT2-ED    DELIMITED BY SIZE
                  ' CHECKS'       DELIMITED BY SIZE
               INTO LG-MESSAGE
           MOVE 'INFO ' TO LG-SEVERITY
           PERFORM 98-WRITE-OPS-LOG-ROUTINE
           CLOSE WAGE-REPORT
           STOP RUN.

      ***********************************************
      * DON'T SUMMARIZE UNDER A PAY RUN THAT IS STILL POSTING.
      ***********************************************
       11-RUN-CONTROL-CHECK-ROUTINE.
           ACCEPT RN-TODAY FROM DATE YYYYMMDD
           PERFORM 12-LOAD-RUN-CONTROL-ROUTINE

           MOVE RN-PAY-NAME TO RN-WORK-NAME
           PERFORM 41-FIND-RUN-ENTRY-ROUTINE
           IF RN-FOUND-NDX > 0
               AND RN-DATE(RN-FOUND-NDX) = RN-TODAY
               AND RN-STATUS(RN-FOUND-NDX) NOT = 'COMPLETE'
               DISPLAY 'CGBPR26 - CGBPR14 STARTED TODAY AND HAS NOT'
               DISPLAY 'CGBPR26 - FINISHED - PAY HISTORY NOT POSTED'
               DISPLAY 'CGBPR26 - RUN ABORTED, NO SUMMARY PRODUCED'
               MOVE 'ABORT' TO LG-SEVERITY
               MOVE 'CGBPR14 STARTED TODAY, NOT COMPLETE - ABORTED'
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
           OPEN OUTPUT WAGE-REPORT
           ACCEPT H1-DATE FROM DATE YYYYMMDD
           ACCEPT WP-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM 16-READ-PARM-ROUTINE
           PERFORM 17-SET-PERIOD-ROUTINE
           PERFORM 20-HEADER-ROUTINE
           .

       16-READ-PARM-ROUTINE.
           MOVE WP-TODAY-YEAR TO WP-YEAR
           COMPUTE WP-QUARTER = (WP-TODAY-MONTH + 2) / 3
           OPEN INPUT WAGE-PARM
           READ WAGE-PARM
               AT END
                   CONTINUE
               NOT AT END
                   IF WP-PERIOD-TYPE-IN = 'Q' OR 'Y'
                       MOVE WP-PERIOD-TYPE-IN TO WP-PERIOD-TYPE
                   END-IF
                   IF WP-YEAR-IN NUMERIC
                       AND WP-YEAR-IN > 1900
                       MOVE WP-YEAR-IN TO WP-YEAR
                   END-IF
                   IF WP-QUARTER-IN NUMERIC
                       AND WP-QUARTER-IN > 0
                       AND WP-QUARTER-IN < 5
                       MOVE WP-QUARTER-IN TO WP-QUARTER
                   END-IF
           END-READ
           CLOSE WAGE-PARM
           .

      ***********************************************
      * TURN THE PERIOD INTO AN INCLUSIVE PAY-DATE WINDOW.  THE
      * 31ST AS THE CLOSING DAY COVERS EVERY MONTH - NO PAY DATE
      * CAN FALL PAST THE REAL MONTH END.
      ***********************************************
       17-SET-PERIOD-ROUTINE.
           IF WP-YEAR-RUN
               MOVE 1 TO WP-FIRST-MONTH
               MOVE 12 TO WP-LAST-MONTH
               MOVE SPACES TO H2-PERIOD
               STRING 'YEAR '     DELIMITED BY SIZE
                      WP-YEAR     DELIMITED BY SIZE
                   INTO H2-PERIOD
           ELSE
               COMPUTE WP-LAST-MONTH = WP-QUARTER * 3
               COMPUTE WP-FIRST-MONTH = WP-LAST-MONTH - 2
               MOVE SPACES TO H2-PERIOD
               STRING 'QUARTER '  DELIMITED BY SIZE
                      WP-QUARTER  DELIMITED BY SIZE
                      ' '         DELIMITED BY SIZE
                      WP-YEAR     DELIMITED BY SIZE
                   INTO H2-PERIOD
           END-IF
           COMPUTE WP-FROM-DATE =
               WP-YEAR * 10000 + WP-FIRST-MONTH * 100 + 1
           COMPUTE WP-TO-DATE =
               WP-YEAR * 10000 + WP-LAST-MONTH * 100 + 31
           MOVE WP-FROM-DATE TO H2-FROM-DATE
           MOVE WP-TO-DATE TO H2-TO-DATE
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

           MOVE 1 TO PROPER-SPACING
           MOVE HEADING-TWO-A TO RECORD-REPORT
           WRITE RECORD-REPORT
               AFTER ADVANCING PROPER-SPACING

           MOVE 2 TO PROPER-SPACING
           MOVE HEADING-THREE TO RECORD-REPORT
           WRITE RECORD-REPORT
               AFTER ADVANCING PROPER-SPACING
           MOVE 7 TO PG-LINE-COUNT
           .

      ***********************************************
      * SORT INPUT PROCEDURE.  PASSES EVERY EARNINGS RECORD DATED
      * INSIDE THE WINDOW - REGULAR AND FINAL CHECKS ALIKE - INTO
      * THE SORT, SO THE HISTORY (WHICH IS IN PAY-DATE ORDER)
      * COMES BACK OUT BY WAREHOUSE AND EMPLOYEE.
      ***********************************************
       21-SELECT-AND-RELEASE-ROUTINE.
           OPEN INPUT PAY-HISTORY-FILE
           PERFORM UNTIL NO-MORE-DATA
               READ PAY-HISTORY-FILE
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       IF H-EARNINGS-RECORD
                           AND H-PAY-DATE NOT < WP-FROM-DATE
                           AND H-PAY-DATE NOT > WP-TO-DATE
                           PERFORM 23-RELEASE-SORT-RECORD-ROUTINE
                       END-IF
           END-PERFORM
           CLOSE PAY-HISTORY-FILE
           .

       23-RELEASE-SORT-RECORD-ROUTINE.
           MOVE H-WAREHOUSE-ID TO S-WAREHOUSE-ID
           MOVE H-EMPLOYEE-ID TO S-EMPLOYEE-ID
           MOVE H-EMPLOYEE-LASTNAME TO S-EMPLOYEE-LASTNAME
           MOVE H-GROSS-PAY TO S-GROSS-PAY
           MOVE H-FED-AMOUNT TO S-FED-AMOUNT
           MOVE H-STATE-AMOUNT TO S-STATE-AMOUNT
           MOVE H-OTHER-DEDNS TO S-OTHER-DEDNS
           MOVE H-NET-PAY TO S-NET-PAY
           RELEASE SORT-RECORD
           .

      ***********************************************
      * SORT OUTPUT PROCEDURE.  ONE SUMMARY LINE PER EMPLOYEE,
      * A SUBTOTAL EACH TIME THE WAREHOUSE CHANGES.
      ***********************************************
       25-EMPLOYEE-ROUTINE.
           PERFORM UNTIL NO-MORE-SORTED-DATA
               RETURN SORT-WORK-FILE
                   AT END
                       MOVE 'N' TO SORT-EOF-FLAG
                   NOT AT END
                       PERFORM 27-CONTROL-BREAK-ROUTINE
                       PERFORM 30-ACCUMULATE-ROUTINE
           END-PERFORM
           IF NOT EB-FIRST-RECORD
               PERFORM 32-PRINT-EMPLOYEE-ROUTINE
               PERFORM 29-PRINT-WAREHOUSE-SUBTOTAL
           END-IF
           .

       27-CONTROL-BREAK-ROUTINE.
           IF EB-FIRST-RECORD
               MOVE 'N' TO EB-FIRST-RECORD-SW
               PERFORM 28-START-EMPLOYEE-ROUTINE
           ELSE
               IF S-WAREHOUSE-ID NOT = EB-WAREHOUSE-ID
                   PERFORM 32-PRINT-EMPLOYEE-ROUTINE
                   PERFORM 29-PRINT-WAREHOUSE-SUBTOTAL
                   PERFORM 28-START-EMPLOYEE-ROUTINE
               ELSE
                   IF S-EMPLOYEE-ID NOT = EB-EMPLOYEE-ID
                       PERFORM 32-PRINT-EMPLOYEE-ROUTINE
                       PERFORM 28-START-EMPLOYEE-ROUTINE
                   END-IF
               END-IF
           END-IF
           .

       28-START-EMPLOYEE-ROUTINE.
           MOVE S-WAREHOUSE-ID TO EB-WAREHOUSE-ID
           MOVE S-EMPLOYEE-ID TO EB-EMPLOYEE-ID
           MOVE S-EMPLOYEE-LASTNAME TO EB-EMPLOYEE-LASTNAME
           MOVE 0 TO EB-CHECK-COUNT
                     EB-GROSS-TOTAL
                     EB-FED-TOTAL
                     EB-STATE-TOTAL
                     EB-DEDN-TOTAL
                     EB-NET-TOTAL
           .

       29-PRINT-WAREHOUSE-SUBTOTAL.
           MOVE EB-WAREHOUSE-ID TO WT-WAREHOUSE-ID
           MOVE WB-EMPLOYEE-COUNT TO WT-EMPLOYEE-COUNT
           MOVE WB-GROSS-TOTAL TO WT-GROSS-TOTAL
           MOVE WB-FED-TOTAL TO WT-FED-TOTAL
           MOVE WB-STATE-TOTAL TO WT-STATE-TOTAL
           MOVE WB-DEDN-TOTAL TO WT-DEDN-TOTAL
           MOVE WB-NET-TOTAL TO WT-NET-TOTAL
           MOVE WAREHOUSE-TOTAL-LINE TO RECORD-REPORT
           MOVE 2 TO PROPER-SPACING
           PERFORM 35-WRITE-A-LINE
           MOVE SPACES TO RECORD-REPORT
           MOVE 1 TO PROPER-SPACING
           PERFORM 35-WRITE-A-LINE
           MOVE 0 TO WB-EMPLOYEE-COUNT
                     WB-GROSS-TOTAL
                     WB-FED-TOTAL
                     WB-STATE-TOTAL
                     WB-DEDN-TOTAL
                     WB-NET-TOTAL
           .

       30-ACCUMULATE-ROUTINE.
           ADD 1 TO EB-CHECK-COUNT
                    TF-CHECK-COUNT
           ADD S-GROSS-PAY TO EB-GROSS-TOTAL
           ADD S-FED-AMOUNT TO EB-FED-TOTAL
           ADD S-STATE-AMOUNT TO EB-STATE-TOTAL
           ADD S-OTHER-DEDNS TO EB-DEDN-TOTAL
           ADD S-NET-PAY TO EB-NET-TOTAL
           .

       32-PRINT-EMPLOYEE-ROUTINE.
           MOVE EB-WAREHOUSE-ID TO DL-WAREHOUSE-ID
           MOVE EB-EMPLOYEE-ID TO DL-EMPLOYEE-ID
           MOVE EB-EMPLOYEE-LASTNAME TO DL-EMPLOYEE-LASTNAME
           MOVE EB-CHECK-COUNT TO DL-CHECK-COUNT
           MOVE EB-GROSS-TOTAL TO DL-GROSS-TOTAL
           MOVE EB-FED-TOTAL TO DL-FED-TOTAL
           MOVE EB-STATE-TOTAL TO DL-STATE-TOTAL
           MOVE EB-DEDN-TOTAL TO DL-DEDN-TOTAL
           MOVE EB-NET-TOTAL TO DL-NET-TOTAL
           MOVE DETAIL-LINE TO RECORD-REPORT
           MOVE 1 TO PROPER-SPACING
           PERFORM 35-WRITE-A-LINE

           ADD 1 TO WB-EMPLOYEE-COUNT
                    TF-EMPLOYEE-COUNT
           ADD EB-GROSS-TOTAL TO WB-GROSS-TOTAL
                                 TF-GROSS-TOTAL
           ADD EB-FED-TOTAL TO WB-FED-TOTAL
                               TF-FED-TOTAL
           ADD EB-STATE-TOTAL TO WB-STATE-TOTAL
                                 TF-STATE-TOTAL
           ADD EB-DEDN-TOTAL TO WB-DEDN-TOTAL
                                TF-DEDN-TOTAL
           ADD EB-NET-TOTAL TO WB-NET-TOTAL
                               TF-NET-TOTAL
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
      * COMPANY TOTALS AND THE CHECK COUNT FOR THE PERIOD.  A
      * PERIOD WITH NOTHING POSTED SAYS SO INSTEAD OF PRINTING A
      * ROW OF ZEROS THAT LOOKS LIKE A REAL QUARTER.
      ***********************************************
       45-FINAL-TOTALS-ROUTINE.
           IF TF-CHECK-COUNT = 0
               MOVE NO-HISTORY-LINE TO RECORD-REPORT
               MOVE 2 TO PROPER-SPACING
               PERFORM 35-WRITE-A-LINE
               MOVE 'WARN ' TO LG-SEVERITY
               MOVE 'NO PAY HISTORY FOR THE REQUESTED PERIOD'
                   TO LG-MESSAGE
               PERFORM 98-WRITE-OPS-LOG-ROUTINE
           ELSE
               MOVE TF-EMPLOYEE-COUNT TO TL-EMPLOYEE-COUNT
               MOVE TF-GROSS-TOTAL TO TL-GROSS-TOTAL
               MOVE TF-FED-TOTAL TO TL-FED-TOTAL
               MOVE TF-STATE-TOTAL TO TL-STATE-TOTAL
               MOVE TF-DEDN-TOTAL TO TL-DEDN-TOTAL
               MOVE TF-NET-TOTAL TO TL-NET-TOTAL
               MOVE TOTAL-LINE TO RECORD-REPORT
               MOVE 2 TO PROPER-SPACING
               PERFORM 35-WRITE-A-LINE

               MOVE TF-CHECK-COUNT TO CL-CHECK-COUNT
               MOVE COUNT-LINE TO RECORD-REPORT
               MOVE 2 TO PROPER-SPACING
               PERFORM 35-WRITE-A-LINE
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
