      *
      * INPUT:
      *   EMPLOYEE-MASTER (EMPMAST.DAT) - active employees only.
      *       Employees on leave of absence are listed on the
      *       register but not paid.
      *   DEDUCTION-MASTER (DEDMAST.DAT) - see CGBDED copybook.
      *       Flat, percent-of-gross and goal deductions, each
      *       taken only between its start and stop dates.
      *   PAY-PARM (PAYPARM.TXT, optional) - one record: pay
      *   periods per year, federal withholding percent, state
      *   withholding percent.  Missing or unreadable fields fall
      *   back to 26 periods, 15.00 federal, 5.00 state.
      *   PAY-CONTROL (PAYCTL.TXT, optional) - the last pay date
      *   posted.  Today's pay date must be later or the run
      *   aborts before anything is written, so a pay date can
      *   never post twice.
      *   PAY-HISTORY-FILE (PAYHIST.DAT, optional) - read first
      *   for regular checks already posted on today's pay date
      *   by a run that died part way; any found aborts the run.
      *   PAY-YTD-FILE (PAYYTD.DAT, optional) - see CGBYTD.  A
      *   file too big for the year-to-date table aborts the run
      *   before anything is written.
      *
      * OUTPUT:
      *   PAY-REGISTER - one line per employee (gross, federal,
      *   totals.
      *   NET-PAY-FILE (NETPAY.DAT) - one fixed-format deposit
      *   record per employee paid, for the bank.
      *   PAY-HISTORY-FILE (PAYHIST.DAT) - earnings and deduction
      *   records for every employee paid (see CGBPHS), appended
      *   off a work file only once the whole register is done.
      *   PAYYTD.DAT rewritten with the quarter and year-to-date
      *   buckets, and PAYCTL.TXT with today's pay date.
      *   DEDMAST.DAT updated in place with the amount taken to
      *   date on every deduction taken; a goal deduction that
      *   reaches its goal is marked met and stops on its own.
      *
      * CALCULATIONS:
      *   PERIOD GROSS = I-CURRENT-SALARY / PERIODS PER YEAR
      *   NET = GROSS - FEDERAL - STATE - OTHER DEDUCTIONS
      *   PERCENT DEDUCTION = PERIOD GROSS * PERCENT / 100
      *   GOAL DEDUCTION = LESSER OF AMOUNT AND GOAL - TAKEN
      ***********************************************

       ENVIRONMENT DIVISION.
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS WK-EMPLOYEE-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT DEDUCTION-MASTER
               ASSIGN TO 'DEDMAST.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS D-DEDUCTION-KEY
               FILE STATUS IS WS-DEDMAST-STATUS.
           SELECT OPTIONAL PAY-PARM
               ASSIGN TO 'PAYPARM.TXT'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-CONTROL-FILE
               ASSIGN TO 'RUNCTL.DAT'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL PAY-CONTROL
               ASSIGN TO 'PAYCTL.TXT'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL PAY-HISTORY-FILE
               ASSIGN TO 'PAYHIST.DAT'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT PAY-HISTORY-WORK
               ASSIGN TO 'PAYWORK.TMP'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL PAY-YTD-FILE
               ASSIGN TO 'PAYYTD.DAT'
               ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL OPERATIONS-LOG
               ASSIGN TO 'OPSLOG.DAT'
       FILE SECTION.

       FD  EMPLOYEE-MASTER
           RECORD CONTAINS 113 CHARACTERS.
           COPY CGBREC.

       FD  DEDUCTION-MASTER
           RECORD CONTAINS 86 CHARACTERS.
           COPY CGBDED.

       FD  PAY-PARM
           RECORD CONTAINS 24 CHARACTERS.
           COPY CGBRUN.

       FD  PAY-CONTROL
           RECORD CONTAINS 8 CHARACTERS.

       01  PAY-CONTROL-RECORD.
           05 PC-LAST-PAY-DATE      PIC 9(8).

       FD  PAY-HISTORY-FILE
           RECORD CONTAINS 97 CHARACTERS.
           COPY CGBPHS.

       FD  PAY-HISTORY-WORK
           RECORD CONTAINS 97 CHARACTERS.

       01  PAY-HISTORY-WORK-RECORD  PIC X(97).

       FD  PAY-YTD-FILE
           RECORD CONTAINS 112 CHARACTERS.
           COPY CGBYTD.

       FD  OPERATIONS-LOG
           RECORD CONTAINS 79 CHARACTERS.
               88 NO-MORE-DEDUCTIONS                VALUE 'N'.
           05  RN-EOF-FLAG          PIC X           VALUE ' '.
               88 NO-MORE-RUN-ENTRIES               VALUE 'N'.
           05  YT-EOF-FLAG          PIC X           VALUE ' '.
               88 NO-MORE-YTD                       VALUE 'N'.
           05  HW-EOF-FLAG          PIC X           VALUE ' '.
               88 NO-MORE-HISTORY-WORK              VALUE 'N'.
           05  PH-EOF-FLAG          PIC X           VALUE ' '.
               88 NO-MORE-HISTORY                   VALUE 'N'.
           05  PH-POSTED-SWITCH     PIC X           VALUE 'N'.
               88 PAY-DATE-ON-HISTORY               VALUE 'Y'.
           05  YT-FOUND-SWITCH      PIC X           VALUE 'N'.
               88 YTD-FOUND                         VALUE 'Y'.
           05  WS-MASTER-STATUS     PIC X(2)        VALUE '00'.
               88 MASTER-OK                         VALUE '00'.
           05  WS-DEDMAST-STATUS    PIC X(2)        VALUE '00'.
               88 DEDMAST-OK                        VALUE '00'.
           05  DM-AVAILABLE-SWITCH  PIC X           VALUE 'N'.
               88 DEDMAST-AVAILABLE                 VALUE 'Y'.
           05  DW-PASS-SWITCH       PIC X           VALUE 'S'.
               88 DW-SUM-PASS                       VALUE 'S'.
               88 DW-TAKE-PASS                      VALUE 'T'.

       01  REPORT-FIELDS.
           05  PROPER-SPACING       PIC S9          VALUE +3.
      * MAINTENANCE, SO CGBPR3 HAS TO BE COMPLETE FOR THE BUSINESS
      * DAY; AND A CGBPR6 MERIT RUN STAMPED STARTED FOR TODAY IS
      * STILL REWRITING SALARIES, SO A SAME-DAY CGBPR6 HAS TO BE
      * COMPLETE TOO BEFORE ANY PERIOD GROSS IS COMPUTED.  THE
      * SAME GOES FOR A CGBPR33 STILL CHANGING DEDUCTIONS.
      ***********************************************
       01  RUN-CONTROL-TABLE-CONTROL.
           05  RN-OWN-NAME          PIC X(8)        VALUE 'CGBPR14 '.
           05  RN-PREREQ-NAME       PIC X(8)        VALUE 'CGBPR3  '.
           05  RN-MERIT-NAME        PIC X(8)        VALUE 'CGBPR6  '.
           05  RN-DEDN-NAME         PIC X(8)        VALUE 'CGBPR33 '.
           05  RN-WORK-NAME         PIC X(8)        VALUE SPACES.
           05  RN-COUNT             PIC 9(2)        VALUE 0.
           05  RN-NDX               PIC 9(2)        VALUE 0.
           05  PP-STATE-PERCENT     PIC 9(2)V9(2)   VALUE 5.00.

      ***********************************************
      * DEDUCTION WORK AREA.  THE EMPLOYEE'S DEDUCTIONS ARE READ
      * OFF DEDMAST.DAT TWICE - ONCE TO SUM THEM FOR THE NET, AND
      * ONCE MORE, ONLY IF THE EMPLOYEE IS PAID, TO LIST, POST AND
      * TAKE EACH ONE.  DW-AMOUNT IS ONE DEDUCTION'S AMOUNT FOR
      * THIS PAY DATE, WORKED OUT THE SAME WAY ON BOTH PASSES.
      ***********************************************
       01  DEDUCTION-WORK-FIELDS.
           05  DW-AMOUNT            PIC 9(6)V9(2)   VALUE 0.
           05  DW-LEFT-TO-GOAL      PIC S9(6)V9(2)  VALUE +0.
           05  DW-BAD-COUNT         PIC 9(5)        VALUE 0.
           05  DW-REWRITE-FAIL-COUNT PIC 9(5)       VALUE 0.
           05  DW-REWRITE-SWITCH    PIC X           VALUE 'Y'.
               88 DW-REWRITE-OK                     VALUE 'Y'.
           05  DW-PERCENT-ED        PIC Z9.99.
           05  DW-TAKEN-ED          PIC ZZZ,ZZ9.99.
           05  DW-GOAL-ED           PIC ZZZ,ZZ9.99.

      ***********************************************
      * YEAR-TO-DATE TABLE, LOADED FROM PAYYTD.DAT AT START OF RUN
      * AND REWRITTEN WHOLE AT THE END.  AN EMPLOYEE PAID FOR THE
      * FIRST TIME GETS A NEW ENTRY.  THE PAY DATE'S YEAR AND
      * QUARTER DECIDE WHETHER AN ENTRY'S BUCKETS ROLL OVER.
      ***********************************************
       01  YTD-TABLE-CONTROL.
           05  YT-COUNT             PIC 9(4)        VALUE 0.
           05  YT-FOUND-NDX         PIC 9(4)        VALUE 0.
           05  YT-DROPPED-COUNT     PIC 9(4)        VALUE 0.
           05  YT-WORK-KEY          PIC X(9)        VALUE SPACES.

       01  YTD-TABLE.
           05  YT-ENTRY OCCURS 1000 TIMES INDEXED BY YT-IDX.
               10  YT-KEY           PIC X(9).
               10  YT-YEAR          PIC 9(4).
               10  YT-QUARTER       PIC 9(1).
               10  YT-LAST-PAY-DATE PIC 9(8).
               10  YT-QTD-GROSS     PIC 9(7)V9(2).
               10  YT-QTD-FED       PIC 9(7)V9(2).
               10  YT-QTD-STATE     PIC 9(7)V9(2).
               10  YT-QTD-DEDNS     PIC 9(7)V9(2).
               10  YT-QTD-NET       PIC 9(7)V9(2).
               10  YT-YTD-GROSS     PIC 9(7)V9(2).
               10  YT-YTD-FED       PIC 9(7)V9(2).
               10  YT-YTD-STATE     PIC 9(7)V9(2).
               10  YT-YTD-DEDNS     PIC 9(7)V9(2).
               10  YT-YTD-NET       PIC 9(7)V9(2).

       01  PAY-DATE-FIELDS.
           05  PD-PAY-DATE          PIC 9(8)        VALUE 0.
           05  PD-PAY-DATE-PARTS REDEFINES PD-PAY-DATE.
               10  PD-YEAR          PIC 9(4).
               10  PD-MONTH         PIC 9(2).
               10  PD-DAY           PIC 9(2).
           05  PD-QUARTER           PIC 9(1)        VALUE 0.
           05  PD-HISTORY-COUNT     PIC 9(5)        VALUE 0.

       01  PAY-WORK-FIELDS.
           05  PW-EMPLOYEE-KEY      PIC X(9)        VALUE SPACES.
       01  TOTAL-FIELDS.
           05  TF-PAID-COUNT        PIC 9(5)        VALUE 0.
           05  TF-HELD-COUNT        PIC 9(5)        VALUE 0.
           05  TF-LEAVE-COUNT       PIC 9(5)        VALUE 0.
           05  TF-GOAL-MET-COUNT    PIC 9(5)        VALUE 0.
           05  TF-GROSS-TOTAL       PIC S9(9)V9(2)  VALUE +0.
           05  TF-DEDN-TOTAL        PIC S9(9)V9(2)  VALUE +0.
           05  TF-NET-TOTAL         PIC S9(9)V9(2)  VALUE +0.
           05                       PIC X(2)        VALUE SPACES.
           05 DD-DL-DESC            PIC X(15).
           05                       PIC X(2)        VALUE SPACES.
           05 DD-DL-AMOUNT          PIC ZZZZZ9.99.
           05                       PIC X(2)        VALUE SPACES.
           05 DD-DL-NOTE            PIC X(30).
           05                       PIC X(2)        VALUE SPACES.
           05 DD-DL-FLAG            PIC X(8).

       01  HELD-DETAIL-LINE.
           05                       PIC X(5)        VALUE SPACES.
           05                       PIC X(33)       VALUE
               'HELD - DEDUCTIONS EXCEED GROSS   '.

       01  LEAVE-DETAIL-LINE.
           05                       PIC X(5)        VALUE SPACES.
           05 LD-WAREHOUSE-ID       PIC X(4).
           05                       PIC X(2)        VALUE SPACES.
           05 LD-EMPLOYEE-ID        PIC X(5).
           05                       PIC X(2)        VALUE SPACES.
           05 LD-EMPLOYEE-LASTNAME  PIC X(10).
           05                       PIC X(2)        VALUE SPACES.
           05                       PIC X(33)       VALUE
               'ON LEAVE - NOT PAID THIS PERIOD  '.

       01  WAREHOUSE-TOTAL-LINE.
           05                       PIC X(5)        VALUE SPACES.
           05 WT-WAREHOUSE-ID       PIC X(4).
           05                       PIC X(5)        VALUE SPACES.
           05                       PIC X(6)        VALUE 'HELD: '.
           05 CL-HELD-COUNT         PIC ZZZZ9.
           05                       PIC X(5)        VALUE SPACES.
           05                       PIC X(10)       VALUE 'ON LEAVE: '.
           05 CL-LEAVE-COUNT        PIC ZZZZ9.
           05                       PIC X(5)        VALUE SPACES.
           05                       PIC X(10)       VALUE 'GOAL MET: '.
           05 CL-GOAL-MET-COUNT     PIC ZZZZ9.

      /
       PROCEDURE DIVISION.
           PERFORM 15-HOUSEKEEPING-ROUTINE
           PERFORM 25-EMPLOYEE-ROUTINE
           PERFORM 45-FINAL-TOTALS-ROUTINE
      * A NEW EMPLOYEE THAT WOULDN'T FIT IN THE YEAR-TO-DATE TABLE
      * HAS NO BUCKETS TO POST TO.  STOP BEFORE ANYTHING REACHES
      * PAYHIST.DAT, PAYYTD.DAT OR PAYCTL.TXT - DEDMAST.DAT TAKES
      * THE SAME AMOUNTS AGAIN ON A RERUN OF THE SAME PAY DATE,
      * SO ONCE THE TABLE IS RAISED THE RUN IS SIMPLY RERUN.
           IF YT-DROPPED-COUNT > 0
               DISPLAY 'CGBPR14 - YEAR-TO-DATE TABLE FULL - '
                   YT-DROPPED-COUNT ' EMPLOYEE(S) NOT POSTED'
               DISPLAY 'CGBPR14 - NOTHING POSTED - DO NOT SEND '
                   'NETPAY.DAT TO THE BANK'
               DISPLAY 'CGBPR14 - RAISE THE TABLE, THEN RERUN CGBPR14'
               MOVE 'ABORT' TO LG-SEVERITY
               MOVE 'YEAR-TO-DATE TABLE FULL - NOTHING POSTED'
                   TO LG-MESSAGE
               PERFORM 98-WRITE-OPS-LOG-ROUTINE
               STOP RUN
           END-IF
           PERFORM 50-POST-PAY-HISTORY-ROUTINE
           PERFORM 95-REWRITE-YTD-ROUTINE
           IF DW-BAD-COUNT > 0
               DISPLAY 'CGBPR14 - ' DW-BAD-COUNT
                   ' DEDUCTION RECORD(S) NOT NUMERIC - NOT TAKEN'
               MOVE 'WARN ' TO LG-SEVERITY
               MOVE 'BAD DEDUCTION RECORDS SKIPPED - CHECK DEDMAST.DAT'
                   TO LG-MESSAGE
               PERFORM 98-WRITE-OPS-LOG-ROUTINE
           END-IF
           IF DW-REWRITE-FAIL-COUNT > 0
               DISPLAY 'CGBPR14 - ' DW-REWRITE-FAIL-COUNT
                   ' DEDUCTION(S) TAKEN BUT NOT UPDATED ON DEDMAST.DAT'
               MOVE 'WARN ' TO LG-SEVERITY
               MOVE 'DEDMAST.DAT REWRITE FAILED - FIX TAKEN TO DATE'
                   TO LG-MESSAGE
               PERFORM 98-WRITE-OPS-LOG-ROUTINE
           END-IF
           IF DEDMAST-AVAILABLE
               CLOSE DEDUCTION-MASTER
           END-IF
           PERFORM 97-WRITE-PAY-CONTROL-ROUTINE
           MOVE 'COMPLETE' TO RN-STAMP-STATUS
           PERFORM 13-STAMP-RUN-CONTROL-ROUTINE
           MOVE TF-PAID-COUNT TO LG-COUNT-ED
      * SO AN OLD CGBPR6 ENTRY IS FINE - BUT ONE STAMPED STARTED
      * FOR TODAY IS A MERIT RUN STILL REWRITING SALARIES, AND
      * PAYING OFF A HALF-RAISED MASTER IS WORSE THAN WAITING.
      * LIKEWISE A CGBPR33 STAMPED STARTED FOR TODAY IS STILL
      * ADDING, CHANGING OR STOPPING DEDUCTIONS.
      ***********************************************
       11-RUN-CONTROL-CHECK-ROUTINE.
           ACCEPT RN-TODAY FROM DATE YYYYMMDD
               STOP RUN
           END-IF

           MOVE RN-DEDN-NAME TO RN-WORK-NAME
           PERFORM 41-FIND-RUN-ENTRY-ROUTINE
           IF RN-FOUND-NDX > 0
               AND RN-DATE(RN-FOUND-NDX) = RN-TODAY
               AND RN-STATUS(RN-FOUND-NDX) NOT = 'COMPLETE'
               DISPLAY 'CGBPR14 - CGBPR33 STARTED TODAY AND HAS NOT'
               DISPLAY 'CGBPR14 - FINISHED - DEDUCTIONS MID-CHANGE'
               DISPLAY 'CGBPR14 - RUN ABORTED, NO PAY CYCLE PRODUCED'
               MOVE 'ABORT' TO LG-SEVERITY
               MOVE 'CGBPR33 STARTED TODAY, NOT COMPLETE - ABORTED'
                   TO LG-MESSAGE
               PERFORM 98-WRITE-OPS-LOG-ROUTINE
               STOP RUN
           END-IF

           PERFORM 17-CHECK-PAY-DATE-ROUTINE

           MOVE 'STARTED ' TO RN-STAMP-STATUS
           PERFORM 13-STAMP-RUN-CONTROL-ROUTINE
           MOVE 'INFO ' TO LG-SEVERITY
               PERFORM 98-WRITE-OPS-LOG-ROUTINE
               STOP RUN
           END-IF
           PERFORM 19-LOAD-YTD-ROUTINE
           OPEN OUTPUT PAY-REGISTER
           OPEN OUTPUT NET-PAY-FILE
           OPEN OUTPUT PAY-HISTORY-WORK
           ACCEPT H1-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM 16-READ-PARM-ROUTINE
           PERFORM 18-OPEN-DEDUCTION-ROUTINE
           PERFORM 20-HEADER-ROUTINE
           .

      ***********************************************
      * A PAY DATE POSTS ONCE.  PAYCTL.TXT CARRIES THE LAST PAY
      * DATE THAT MADE IT ALL THE WAY THROUGH TO PAYHIST.DAT; A
      * RERUN ON THE SAME DATE (OR A CLOCK SET BACK) WOULD PAY
      * EVERYONE AGAIN AND DOUBLE THE YEAR-TO-DATE, SO THE RUN
      * STOPS HERE BEFORE THE REGISTER OR THE BANK FILE IS OPENED.
      * THE PAY DATE IS THE RUN DATE, AS ON THE DEPOSIT RECORD.
      * PAYCTL.TXT ONLY MOVES AT THE VERY END, SO A RUN THAT DIED
      * AFTER IT STARTED APPENDING TO PAYHIST.DAT LEAVES IT
      * BEHIND - PAYHIST.DAT ITSELF IS CHECKED TOO, AND ANY
      * REGULAR CHECK ALREADY ON IT FOR THE PAY DATE STOPS THE
      * RUN UNTIL PAYHIST.DAT AND PAYYTD.DAT ARE PUT BACK.
      ***********************************************
       17-CHECK-PAY-DATE-ROUTINE.
           MOVE RN-TODAY TO PD-PAY-DATE
           COMPUTE PD-QUARTER = (PD-MONTH + 2) / 3
           OPEN INPUT PAY-CONTROL
           READ PAY-CONTROL
               AT END
                   CONTINUE
               NOT AT END
                   IF PC-LAST-PAY-DATE NUMERIC
                       AND PC-LAST-PAY-DATE NOT < PD-PAY-DATE
                       DISPLAY 'CGBPR14 - PAY DATE ' PD-PAY-DATE
                           ' ALREADY POSTED - LAST POSTED '
                           PC-LAST-PAY-DATE
                       DISPLAY 'CGBPR14 - RUN ABORTED, NO PAY CYCLE '
                           'PRODUCED'
                       MOVE 'ABORT' TO LG-SEVERITY
                       MOVE 'PAY DATE ALREADY POSTED - RUN ABORTED'
                           TO LG-MESSAGE
                       PERFORM 98-WRITE-OPS-LOG-ROUTINE
                       CLOSE PAY-CONTROL
                       STOP RUN
                   END-IF
           END-READ
           CLOSE PAY-CONTROL

           OPEN INPUT PAY-HISTORY-FILE
           PERFORM UNTIL NO-MORE-HISTORY
                   OR PAY-DATE-ON-HISTORY
               READ PAY-HISTORY-FILE
                   AT END
                       MOVE 'N' TO PH-EOF-FLAG
                   NOT AT END
                       IF H-REGULAR-PAY
                           AND H-PAY-DATE = PD-PAY-DATE
                           MOVE 'Y' TO PH-POSTED-SWITCH
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAY-HISTORY-FILE
           IF PAY-DATE-ON-HISTORY
               DISPLAY 'CGBPR14 - PAY DATE ' PD-PAY-DATE
                   ' IS ALREADY ON PAYHIST.DAT BUT NOT ON PAYCTL.TXT'
               DISPLAY 'CGBPR14 - AN EARLIER RUN DIED PART POSTED -'
                   ' RESTORE PAYHIST.DAT AND PAYYTD.DAT, THEN RERUN'
               DISPLAY 'CGBPR14 - RUN ABORTED, NO PAY CYCLE PRODUCED'
               MOVE 'ABORT' TO LG-SEVERITY
               MOVE 'PAY DATE PART POSTED TO PAYHIST - RUN ABORTED'
                   TO LG-MESSAGE
               PERFORM 98-WRITE-OPS-LOG-ROUTINE
               STOP RUN
           END-IF
           .

       16-READ-PARM-ROUTINE.
           OPEN INPUT PAY-PARM
           READ PAY-PARM
           CLOSE PAY-PARM
           .

      ***********************************************
      * DEDMAST.DAT IS READ AND REWRITTEN IN PLACE AS EACH
      * DEDUCTION COMES OFF.  NO DEDUCTION MASTER (NOTHING SET UP
      * THROUGH CGBPR33 YET) STILL PAYS EVERYONE - WITH NO
      * VOLUNTARY DEDUCTIONS, AND A WARNING.
      ***********************************************
       18-OPEN-DEDUCTION-ROUTINE.
           OPEN I-O DEDUCTION-MASTER
           IF DEDMAST-OK
               MOVE 'Y' TO DM-AVAILABLE-SWITCH
           ELSE
               DISPLAY 'CGBPR14 - DEDMAST.DAT NOT AVAILABLE - STATUS '
                   WS-DEDMAST-STATUS
               DISPLAY 'CGBPR14 - NO VOLUNTARY DEDUCTIONS TAKEN'
               MOVE 'WARN ' TO LG-SEVERITY
               MOVE 'DEDMAST.DAT NOT AVAILABLE - NO DEDUCTIONS TAKEN'
                   TO LG-MESSAGE
               PERFORM 98-WRITE-OPS-LOG-ROUTINE
           END-IF
           .

      ***********************************************
      * LOAD PAYYTD.DAT INTO THE YEAR-TO-DATE TABLE.  THE WHOLE
      * FILE IS REWRITTEN FROM THE TABLE AT THE END, SO A FILE
      * THAT WON'T FIT WOULD LOSE EVERY RECORD PAST THE CAP -
      * THE RUN STOPS HERE, BEFORE THE REGISTER OR THE BANK FILE
      * IS OPENED, UNTIL THE TABLE IS RAISED.
      ***********************************************
       19-LOAD-YTD-ROUTINE.
           OPEN INPUT PAY-YTD-FILE
           PERFORM UNTIL NO-MORE-YTD
               READ PAY-YTD-FILE
                   AT END
                       MOVE 'N' TO YT-EOF-FLAG
                   NOT AT END
                       IF YT-COUNT < 1000
                           ADD 1 TO YT-COUNT
                           SET YT-IDX TO YT-COUNT
                           MOVE Y-EMPLOYEE-KEY TO YT-KEY(YT-IDX)
                           MOVE Y-YEAR TO YT-YEAR(YT-IDX)
                           MOVE Y-QUARTER TO YT-QUARTER(YT-IDX)
                           MOVE Y-LAST-PAY-DATE
                               TO YT-LAST-PAY-DATE(YT-IDX)
                           MOVE Y-QTD-GROSS TO YT-QTD-GROSS(YT-IDX)
                           MOVE Y-QTD-FED TO YT-QTD-FED(YT-IDX)
                           MOVE Y-QTD-STATE TO YT-QTD-STATE(YT-IDX)
                           MOVE Y-QTD-DEDNS TO YT-QTD-DEDNS(YT-IDX)
                           MOVE Y-QTD-NET TO YT-QTD-NET(YT-IDX)
                           MOVE Y-YTD-GROSS TO YT-YTD-GROSS(YT-IDX)
                           MOVE Y-YTD-FED TO YT-YTD-FED(YT-IDX)
                           MOVE Y-YTD-STATE TO YT-YTD-STATE(YT-IDX)
                           MOVE Y-YTD-DEDNS TO YT-YTD-DEDNS(YT-IDX)
                           MOVE Y-YTD-NET TO YT-YTD-NET(YT-IDX)
                       ELSE
                           ADD 1 TO YT-DROPPED-COUNT
                       END-IF
           END-PERFORM
           CLOSE PAY-YTD-FILE
           IF YT-DROPPED-COUNT > 0
               DISPLAY 'CGBPR14 - YEAR-TO-DATE TABLE FULL - '
                   YT-DROPPED-COUNT ' RECORD(S) WILL NOT FIT'
               DISPLAY 'CGBPR14 - RAISE THE TABLE, THEN RERUN CGBPR14'
               DISPLAY 'CGBPR14 - RUN ABORTED, NO PAY CYCLE PRODUCED'
               MOVE 'ABORT' TO LG-SEVERITY
               MOVE 'YEAR-TO-DATE TABLE FULL ON LOAD - RUN ABORTED'
                   TO LG-MESSAGE
               PERFORM 98-WRITE-OPS-LOG-ROUTINE
               STOP RUN
           END-IF
           .

                   NOT AT END
                       IF NOT I-EMP-TERMINATED
                           PERFORM 27-WAREHOUSE-BREAK-ROUTINE
                           IF I-EMP-ON-LEAVE
                               PERFORM 46-LEAVE-EMPLOYEE-ROUTINE
                           ELSE
                               PERFORM 30-GROSS-TO-NET-ROUTINE
                           END-IF
                       END-IF
                       .

      ***********************************************
      * AN EMPLOYEE ON LEAVE OF ABSENCE DRAWS NO PERIOD GROSS AND
      * GETS NO DEPOSIT OR HISTORY, BUT IS LISTED UNDER THE
      * WAREHOUSE SO THE SIGN-OFF SHOWS WHY THEY WEREN'T PAID.
      ***********************************************
       46-LEAVE-EMPLOYEE-ROUTINE.
           ADD 1 TO TF-LEAVE-COUNT
           MOVE I-WAREHOUSE-ID TO LD-WAREHOUSE-ID
           MOVE I-EMPLOYEE-ID TO LD-EMPLOYEE-ID
           MOVE I-EMPLOYEE-LASTNAME TO LD-EMPLOYEE-LASTNAME
           MOVE LEAVE-DETAIL-LINE TO RECORD-REPORT
           MOVE 1 TO PROPER-SPACING
           PERFORM 35-WRITE-A-LINE
           .

       27-WAREHOUSE-BREAK-ROUTINE.
           IF WB-FIRST-RECORD
               MOVE 'N' TO WB-FIRST-RECORD-SW
      ***********************************************
      * ONE EMPLOYEE'S GROSS-TO-NET.  THE ANNUAL SALARY DIVIDES
      * INTO THE PERIOD GROSS, WITHHOLDING COMES OFF AT THE PARM
      * RATES, AND EVERY DEDUCTION DUE ON THE PAY DATE COMES OFF
      * ON TOP.  AN EMPLOYEE WHOSE DEDUCTIONS EAT PAST THE
      * GROSS IS HELD OFF THE DEPOSIT FILE FOR PAYROLL TO FIX -
      * THE BANK FILE MUST NEVER CARRY A NEGATIVE DEPOSIT.
      ***********************************************

           MOVE 0 TO PW-OTHER-DEDNS
           MOVE WK-EMPLOYEE-KEY TO PW-EMPLOYEE-KEY
           MOVE 'S' TO DW-PASS-SWITCH
           PERFORM 60-READ-DEDUCTIONS-ROUTINE

           COMPUTE PW-NET-PAY =
               PW-PERIOD-GROSS - PW-FED-AMOUNT
           END-IF
           .

       32-PAY-EMPLOYEE-ROUTINE.
           MOVE I-WAREHOUSE-ID TO DL-WAREHOUSE-ID
           MOVE I-EMPLOYEE-ID TO DL-EMPLOYEE-ID
           MOVE 1 TO PROPER-SPACING
           PERFORM 35-WRITE-A-LINE

           PERFORM 37-WRITE-PAY-HISTORY-ROUTINE
           MOVE 'T' TO DW-PASS-SWITCH
           PERFORM 60-READ-DEDUCTIONS-ROUTINE

           ADD 1 TO TF-PAID-COUNT
           ADD PW-PERIOD-GROSS TO WB-GROSS-TOTAL
                             TF-NET-TOTAL

           PERFORM 36-WRITE-DEPOSIT-ROUTINE
           PERFORM 39-POST-YTD-ROUTINE
           .

       33-HOLD-EMPLOYEE-ROUTINE.
           PERFORM 35-WRITE-A-LINE
           .

       36-WRITE-DEPOSIT-ROUTINE.
           MOVE I-WAREHOUSE-ID TO N-WAREHOUSE-ID
           MOVE I-EMPLOYEE-ID TO N-EMPLOYEE-ID
           WRITE NET-PAY-RECORD
           .

      ***********************************************
      * THE CHECK AS PAID, TO THE HISTORY WORK FILE - ONE EARNINGS
      * RECORD HERE, THEN ONE RECORD PER DEDUCTION AS THE TAKE
      * PASS OF 60-READ-DEDUCTIONS-ROUTINE TAKES IT.  NOTHING
      * REACHES PAYHIST.DAT UNTIL 50-POST-PAY-HISTORY-ROUTINE, SO
      * A RUN THAT DIES PART WAY LEAVES NO HALF-POSTED PAY DATE.
      ***********************************************
       37-WRITE-PAY-HISTORY-ROUTINE.
           MOVE PD-PAY-DATE TO H-PAY-DATE
           MOVE 'R' TO H-PAY-TYPE
           MOVE 'E' TO H-RECORD-TYPE
           MOVE WK-EMPLOYEE-KEY TO H-EMPLOYEE-KEY
           MOVE I-EMPLOYEE-POSITION TO H-EMPLOYEE-POSITION
           MOVE I-EMPLOYEE-LASTNAME TO H-EMPLOYEE-LASTNAME
           MOVE I-EMPLOYEE-FIRSTNAME TO H-EMPLOYEE-FIRSTNAME
           MOVE PW-PERIOD-GROSS TO H-GROSS-PAY
           MOVE PW-FED-AMOUNT TO H-FED-AMOUNT
           MOVE PW-STATE-AMOUNT TO H-STATE-AMOUNT
           MOVE PW-OTHER-DEDNS TO H-OTHER-DEDNS
           MOVE PW-NET-PAY TO H-NET-PAY
           MOVE SPACES TO H-DEDUCTION-CODE
           MOVE 0 TO H-DEDUCTION-AMOUNT
           WRITE PAY-HISTORY-WORK-RECORD FROM PAY-HISTORY-RECORD
           ADD 1 TO PD-HISTORY-COUNT

           MOVE 'D' TO H-RECORD-TYPE
           MOVE 0 TO H-GROSS-PAY
                     H-FED-AMOUNT
                     H-STATE-AMOUNT
                     H-OTHER-DEDNS
                     H-NET-PAY
           .

      ***********************************************
      * ADD THE CHECK INTO THE EMPLOYEE'S QUARTER AND YEAR
      * BUCKETS, ROLLING THEM OVER FIRST WHEN THE PAY DATE FALLS
      * IN A NEW YEAR OR QUARTER.
      ***********************************************
       39-POST-YTD-ROUTINE.
           MOVE WK-EMPLOYEE-KEY TO YT-WORK-KEY
           PERFORM 48-FIND-YTD-ROUTINE
           IF NOT YTD-FOUND
               IF YT-COUNT < 1000
                   ADD 1 TO YT-COUNT
                   SET YT-IDX TO YT-COUNT
                   MOVE YT-WORK-KEY TO YT-KEY(YT-IDX)
                   MOVE PD-YEAR TO YT-YEAR(YT-IDX)
                   MOVE PD-QUARTER TO YT-QUARTER(YT-IDX)
                   MOVE 0 TO YT-LAST-PAY-DATE(YT-IDX)
                   PERFORM 44-ZERO-YTD-BUCKETS-ROUTINE
                   PERFORM 43-ZERO-QTD-BUCKETS-ROUTINE
                   MOVE YT-COUNT TO YT-FOUND-NDX
                   MOVE 'Y' TO YT-FOUND-SWITCH
               ELSE
                   ADD 1 TO YT-DROPPED-COUNT
               END-IF
           END-IF
           IF YTD-FOUND
               SET YT-IDX TO YT-FOUND-NDX
               IF YT-YEAR(YT-IDX) NOT = PD-YEAR
                   MOVE PD-YEAR TO YT-YEAR(YT-IDX)
                   MOVE PD-QUARTER TO YT-QUARTER(YT-IDX)
                   PERFORM 44-ZERO-YTD-BUCKETS-ROUTINE
                   PERFORM 43-ZERO-QTD-BUCKETS-ROUTINE
               END-IF
               IF YT-QUARTER(YT-IDX) NOT = PD-QUARTER
                   MOVE PD-QUARTER TO YT-QUARTER(YT-IDX)
                   PERFORM 43-ZERO-QTD-BUCKETS-ROUTINE
               END-IF
               MOVE PD-PAY-DATE TO YT-LAST-PAY-DATE(YT-IDX)
               ADD PW-PERIOD-GROSS TO YT-QTD-GROSS(YT-IDX)
                                      YT-YTD-GROSS(YT-IDX)
               ADD PW-FED-AMOUNT TO YT-QTD-FED(YT-IDX)
                                    YT-YTD-FED(YT-IDX)
               ADD PW-STATE-AMOUNT TO YT-QTD-STATE(YT-IDX)
                                      YT-YTD-STATE(YT-IDX)
               ADD PW-OTHER-DEDNS TO YT-QTD-DEDNS(YT-IDX)
                                     YT-YTD-DEDNS(YT-IDX)
               ADD PW-NET-PAY TO YT-QTD-NET(YT-IDX)
                                 YT-YTD-NET(YT-IDX)
           END-IF
           .

       43-ZERO-QTD-BUCKETS-ROUTINE.
           MOVE 0 TO YT-QTD-GROSS(YT-IDX)
                     YT-QTD-FED(YT-IDX)
                     YT-QTD-STATE(YT-IDX)
                     YT-QTD-DEDNS(YT-IDX)
                     YT-QTD-NET(YT-IDX)
           .

       44-ZERO-YTD-BUCKETS-ROUTINE.
           MOVE 0 TO YT-YTD-GROSS(YT-IDX)
                     YT-YTD-FED(YT-IDX)
                     YT-YTD-STATE(YT-IDX)
                     YT-YTD-DEDNS(YT-IDX)
                     YT-YTD-NET(YT-IDX)
           .

       48-FIND-YTD-ROUTINE.
           MOVE 'N' TO YT-FOUND-SWITCH
           MOVE 0 TO YT-FOUND-NDX
           PERFORM 49-MATCH-YTD-ROUTINE
               VARYING YT-IDX FROM 1 BY 1
               UNTIL YT-IDX > YT-COUNT
                   OR YTD-FOUND
           .

       49-MATCH-YTD-ROUTINE.
           IF YT-KEY(YT-IDX) = YT-WORK-KEY
               MOVE 'Y' TO YT-FOUND-SWITCH
               SET YT-FOUND-NDX TO YT-IDX
           END-IF
           .

       35-WRITE-A-LINE.
           IF PG-LINE-COUNT + PROPER-SPACING > PG-LINES-PER-PAGE
               MOVE PROPER-SPACING TO PG-SAVE-SPACING

           MOVE TF-PAID-COUNT TO CL-PAID-COUNT
           MOVE TF-HELD-COUNT TO CL-HELD-COUNT
           MOVE TF-LEAVE-COUNT TO CL-LEAVE-COUNT
           MOVE TF-GOAL-MET-COUNT TO CL-GOAL-MET-COUNT
           MOVE COUNT-LINE TO RECORD-REPORT
           MOVE 2 TO PROPER-SPACING
           PERFORM 35-WRITE-A-LINE
           .

      ***********************************************
      * THE REGISTER IS COMPLETE - APPEND THE RUN'S HISTORY OFF
      * THE WORK FILE ONTO PAYHIST.DAT IN ONE PASS.
      ***********************************************
       50-POST-PAY-HISTORY-ROUTINE.
           CLOSE PAY-HISTORY-WORK
           OPEN INPUT PAY-HISTORY-WORK
           OPEN EXTEND PAY-HISTORY-FILE
           PERFORM UNTIL NO-MORE-HISTORY-WORK
               READ PAY-HISTORY-WORK
                   AT END
                       MOVE 'N' TO HW-EOF-FLAG
                   NOT AT END
                       MOVE PAY-HISTORY-WORK-RECORD
                           TO PAY-HISTORY-RECORD
                       WRITE PAY-HISTORY-RECORD
           END-PERFORM
           CLOSE PAY-HISTORY-WORK
               PAY-HISTORY-FILE
           .

      ***********************************************
      * EVERY DEDUCTION ON FILE FOR PW-EMPLOYEE-KEY, IN CODE
      * ORDER - START AT THE EMPLOYEE KEY AND READ FORWARD UNTIL
      * THE KEY CHANGES.  THE SUM PASS ADDS UP WHAT IS DUE FOR
      * THE NET; THE TAKE PASS LISTS, POSTS AND TAKES IT.
      ***********************************************
       60-READ-DEDUCTIONS-ROUTINE.
           IF DEDMAST-AVAILABLE
               MOVE ' ' TO DD-EOF-FLAG
               MOVE PW-EMPLOYEE-KEY TO D-EMPLOYEE-KEY
               MOVE LOW-VALUES TO D-DEDUCTION-CODE
               START DEDUCTION-MASTER
                   KEY IS NOT LESS THAN D-DEDUCTION-KEY
                   INVALID KEY
                       MOVE 'N' TO DD-EOF-FLAG
               END-START
               PERFORM UNTIL NO-MORE-DEDUCTIONS
                   READ DEDUCTION-MASTER NEXT RECORD
                       AT END
                           MOVE 'N' TO DD-EOF-FLAG
                       NOT AT END
                           IF D-EMPLOYEE-KEY NOT = PW-EMPLOYEE-KEY
                               MOVE 'N' TO DD-EOF-FLAG
                           ELSE
                               PERFORM 61-DEDUCTION-AMOUNT-ROUTINE
                               IF DW-AMOUNT > 0
                                   IF DW-TAKE-PASS
                                       PERFORM 62-TAKE-DEDUCTION-ROUTINE
                                   ELSE
                                       ADD DW-AMOUNT TO PW-OTHER-DEDNS
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           .

      ***********************************************
      * WHAT ONE DEDUCTION TAKES ON THIS PAY DATE.  ONE ALREADY
      * TAKEN ON THIS PAY DATE (A RUN THAT DIED AND IS RERUN)
      * TAKES THE SAME AMOUNT AGAIN, WHATEVER ITS STATUS NOW.
      * OTHERWISE IT MUST BE ACTIVE AND THE PAY DATE INSIDE ITS
      * START / STOP DATES, AND THE TYPE DECIDES THE AMOUNT.
      ***********************************************
       61-DEDUCTION-AMOUNT-ROUTINE.
           MOVE 0 TO DW-AMOUNT
           EVALUATE TRUE
               WHEN D-DEDUCTION-AMOUNT NOT NUMERIC
                   OR D-DEDUCTION-PERCENT NOT NUMERIC
                   OR D-GOAL-AMOUNT NOT NUMERIC
                   OR D-TAKEN-TO-DATE NOT NUMERIC
                   OR D-START-DATE NOT NUMERIC
                   OR D-STOP-DATE NOT NUMERIC
                   OR D-LAST-TAKEN-DATE NOT NUMERIC
                   OR D-LAST-TAKEN-AMOUNT NOT NUMERIC
                   IF DW-SUM-PASS
                       ADD 1 TO DW-BAD-COUNT
                   END-IF
               WHEN D-LAST-TAKEN-DATE = PD-PAY-DATE
                   MOVE D-LAST-TAKEN-AMOUNT TO DW-AMOUNT
               WHEN NOT D-DEDN-ACTIVE
                   CONTINUE
               WHEN D-START-DATE > PD-PAY-DATE
                   CONTINUE
               WHEN D-STOP-DATE > 0
                   AND D-STOP-DATE NOT > PD-PAY-DATE
                   CONTINUE
               WHEN D-TYPE-PERCENT
                   COMPUTE DW-AMOUNT ROUNDED =
                       PW-PERIOD-GROSS * D-DEDUCTION-PERCENT / 100
               WHEN D-TYPE-GOAL
                   COMPUTE DW-LEFT-TO-GOAL =
                       D-GOAL-AMOUNT - D-TAKEN-TO-DATE
                   IF DW-LEFT-TO-GOAL > 0
                       IF D-DEDUCTION-AMOUNT < DW-LEFT-TO-GOAL
                           MOVE D-DEDUCTION-AMOUNT TO DW-AMOUNT
                       ELSE
                           MOVE DW-LEFT-TO-GOAL TO DW-AMOUNT
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE D-DEDUCTION-AMOUNT TO DW-AMOUNT
           END-EVALUATE
           .

      ***********************************************
      * TAKE ONE DEDUCTION - POST IT TO THE RECORD (ONCE PER PAY
      * DATE), LIST IT UNDER THE EMPLOYEE AND WRITE ITS HISTORY.
      * THE PAYMENT THAT REACHES A GOAL MARKS IT MET, SO IT
      * STOPS ON ITS OWN FROM THE NEXT PAY DATE.  A REWRITE THAT
      * FAILS STILL TAKES THE DEDUCTION ON THIS CHECK, BUT THE
      * LINE IS FLAGGED AND COUNTED SO PAYROLL CAN PUT THE TAKEN
      * TO DATE RIGHT BEFORE THE NEXT PAY DATE.
      ***********************************************
       62-TAKE-DEDUCTION-ROUTINE.
           MOVE 'Y' TO DW-REWRITE-SWITCH
           IF D-LAST-TAKEN-DATE NOT = PD-PAY-DATE
               ADD DW-AMOUNT TO D-TAKEN-TO-DATE
               MOVE PD-PAY-DATE TO D-LAST-TAKEN-DATE
               MOVE DW-AMOUNT TO D-LAST-TAKEN-AMOUNT
               IF D-TYPE-GOAL
                   AND D-TAKEN-TO-DATE NOT < D-GOAL-AMOUNT
                   MOVE 'G' TO D-DEDUCTION-STATUS
               END-IF
               REWRITE DEDUCTION-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               IF NOT DEDMAST-OK
                   MOVE 'N' TO DW-REWRITE-SWITCH
                   ADD 1 TO DW-REWRITE-FAIL-COUNT
                   DISPLAY 'CGBPR14 - DEDMAST.DAT REWRITE FAILED - '
                       D-DEDUCTION-KEY ' STATUS ' WS-DEDMAST-STATUS
               END-IF
           END-IF

           MOVE D-DEDUCTION-CODE TO DD-DL-CODE
           MOVE D-DEDUCTION-DESC TO DD-DL-DESC
           MOVE DW-AMOUNT TO DD-DL-AMOUNT
           MOVE SPACES TO DD-DL-NOTE
                          DD-DL-FLAG
           EVALUATE TRUE
               WHEN D-TYPE-GOAL
                   MOVE D-TAKEN-TO-DATE TO DW-TAKEN-ED
                   MOVE D-GOAL-AMOUNT TO DW-GOAL-ED
                   STRING 'TAKEN '    DELIMITED BY SIZE
                          DW-TAKEN-ED DELIMITED BY SIZE
                          ' OF '      DELIMITED BY SIZE
                          DW-GOAL-ED  DELIMITED BY SIZE
                       INTO DD-DL-NOTE
                   IF D-DEDN-GOAL-MET
                       MOVE 'GOAL MET' TO DD-DL-FLAG
                       ADD 1 TO TF-GOAL-MET-COUNT
                   END-IF
               WHEN D-TYPE-PERCENT
                   MOVE D-DEDUCTION-PERCENT TO DW-PERCENT-ED
                   STRING DW-PERCENT-ED DELIMITED BY SIZE
                          '% OF GROSS'  DELIMITED BY SIZE
                       INTO DD-DL-NOTE
           END-EVALUATE
           IF NOT DW-REWRITE-OK
               MOVE 'NOT UPDT' TO DD-DL-FLAG
           END-IF
           MOVE DEDUCTION-DETAIL-LINE TO RECORD-REPORT
           MOVE 1 TO PROPER-SPACING
           PERFORM 35-WRITE-A-LINE

           MOVE D-DEDUCTION-CODE TO H-DEDUCTION-CODE
           MOVE DW-AMOUNT TO H-DEDUCTION-AMOUNT
           WRITE PAY-HISTORY-WORK-RECORD FROM PAY-HISTORY-RECORD
           ADD 1 TO PD-HISTORY-COUNT
           .

       95-REWRITE-YTD-ROUTINE.
           OPEN OUTPUT PAY-YTD-FILE
           PERFORM 96-WRITE-ONE-YTD-ROUTINE
               VARYING YT-IDX FROM 1 BY 1
               UNTIL YT-IDX > YT-COUNT
           CLOSE PAY-YTD-FILE
           .

       96-WRITE-ONE-YTD-ROUTINE.
           MOVE YT-KEY(YT-IDX) TO Y-EMPLOYEE-KEY
           MOVE YT-YEAR(YT-IDX) TO Y-YEAR
           MOVE YT-QUARTER(YT-IDX) TO Y-QUARTER
           MOVE YT-LAST-PAY-DATE(YT-IDX) TO Y-LAST-PAY-DATE
           MOVE YT-QTD-GROSS(YT-IDX) TO Y-QTD-GROSS
           MOVE YT-QTD-FED(YT-IDX) TO Y-QTD-FED
           MOVE YT-QTD-STATE(YT-IDX) TO Y-QTD-STATE
           MOVE YT-QTD-DEDNS(YT-IDX) TO Y-QTD-DEDNS
           MOVE YT-QTD-NET(YT-IDX) TO Y-QTD-NET
           MOVE YT-YTD-GROSS(YT-IDX) TO Y-YTD-GROSS
           MOVE YT-YTD-FED(YT-IDX) TO Y-YTD-FED
           MOVE YT-YTD-STATE(YT-IDX) TO Y-YTD-STATE
           MOVE YT-YTD-DEDNS(YT-IDX) TO Y-YTD-DEDNS
           MOVE YT-YTD-NET(YT-IDX) TO Y-YTD-NET
           WRITE PAY-YTD-RECORD
           .

      ***********************************************
      * PAYCTL.TXT MOVES FORWARD ONLY ONCE THE HISTORY IS POSTED,
      * SO A RUN THAT DIED BEFORE THIS POINT CAN SIMPLY BE RERUN.
      ***********************************************
       97-WRITE-PAY-CONTROL-ROUTINE.
           OPEN OUTPUT PAY-CONTROL
           MOVE PD-PAY-DATE TO PC-LAST-PAY-DATE
           WRITE PAY-CONTROL-RECORD
           CLOSE PAY-CONTROL
           .

       98-WRITE-OPS-LOG-ROUTINE.
           OPEN EXTEND OPERATIONS-LOG
           ACCEPT L-LOG-DATE FROM DATE YYYYMMDD
