       IDENTIFICATION DIVISION.
       PROGRAM-ID. CGBPR27.
       AUTHOR. GARRETT BURNS.

      *TO RUN: COBC -XO whatever.EXE --STD=MF PR27WORK.CBL
      ***********************************************
      * PURPOSE:
      *   Off-cycle final pay.  CGBPR14 skips terminated employees,
      *   and the vacation payout CGBPR3 flags at termination was
      *   only ever reported as owed (CGBPR8, CGBPR24) - payroll cut
      *   every final check by hand.  This run pays every separated
      *   employee still owed a final check: the partial period
      *   from the employee's last regular check (or hire date, if
      *   never paid) through I-TERMINATION-DATE, plus any flagged
      *   vacation payout, with federal and state withheld exactly
      *   as CGBPR14 withholds them.  The balance is then zeroed
      *   and the payout marked paid.  An employee stays owed until
      *   a final check dated on or after the termination is on
      *   PAYHIST.DAT, however many pay dates go by first.
      *
      * INPUT:
      *   EMPLOYEE-MASTER (EMPMAST.DAT) - terminated employees only.
      *   VACBAL.DAT - see CGBLVE copybook.
      *   PAYCTL.TXT - the last regular pay date CGBPR14 posted.
      *   The run aborts if no pay date has ever been posted.
      *   PAYPARM.TXT - periods per year and withholding rates,
      *   same record and same defaults as CGBPR14.
      *   PAYHIST.DAT - each employee's last regular check and
      *   last final check, so a rerun never pays anybody twice.
      *   PAYYTD.DAT - see CGBYTD copybook.
      *   RUNCTL.DAT - CGBPR3 must be COMPLETE for today, and a
      *   CGBPR14 stamped STARTED for today must finish first.
      *
      * OUTPUT:
      *   FINAL-PAY-REGISTER - one line per final check (partial
      *   period, payout hours and dollars, gross, withholding,
      *   net) and company totals.
      *   FINLNET.DAT - the final-pay bank file, NETPAY.DAT
      *   layout, kept apart from CGBPR14's regular deposits.
      *   Rebuilt on every run with one deposit for each final
      *   check dated today - a rerun writes again the deposits
      *   of checks an interrupted run already posted - so send
      *   it to the bank the day it is written.
      *   PAYHIST.DAT - earnings record per final check, pay type
      *   'F'.  PAYYTD.DAT and VACBAL.DAT rewritten.
      *
      * CALCULATIONS:
      *   PERIOD DAYS   = 364 / PERIODS PER YEAR
      *   DAYS OWED     = TERMINATION DATE - LAST REGULAR CHECK
      *                   (OR + 1 - HIRE DATE), AT MOST PERIOD DAYS.
      *                   TERMINATED ON LEAVE: LEAVE START DATE - 1
      *                   IN PLACE OF THE TERMINATION DATE
      *   PARTIAL GROSS = (SALARY / PERIODS) * DAYS OWED
      *                   / PERIOD DAYS
      *   PAYOUT        = (ACCRUED - USED) * (SALARY / 2080)
      *   NET = PARTIAL GROSS + PAYOUT - FEDERAL - STATE
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
           SELECT OPTIONAL LEAVE-BALANCE-FILE
               ASSIGN TO 'VACBAL.DAT'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL PAY-PARM
               ASSIGN TO 'PAYPARM.TXT'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL PAY-CONTROL
               ASSIGN TO 'PAYCTL.TXT'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL PAY-HISTORY-FILE
               ASSIGN TO 'PAYHIST.DAT'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL PAY-YTD-FILE
               ASSIGN TO 'PAYYTD.DAT'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT FINAL-PAY-REGISTER
               ASSIGN TO PRINTER 'FINALFILE'.
           SELECT FINAL-NET-PAY-FILE
               ASSIGN TO 'FINLNET.DAT'
               ORGANIZATION LINE SEQUENTIAL.
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

       FD  LEAVE-BALANCE-FILE
           RECORD CONTAINS 30 CHARACTERS.
           COPY CGBLVE.

       FD  PAY-PARM
           RECORD CONTAINS 10 CHARACTERS.

       01  PAY-PARM-RECORD.
           05 PP-PERIODS-IN         PIC 9(2).
           05 PP-FED-PERCENT-IN     PIC 9(2)V9(2).
           05 PP-STATE-PERCENT-IN   PIC 9(2)V9(2).

       FD  PAY-CONTROL
           RECORD CONTAINS 8 CHARACTERS.

       01  PAY-CONTROL-RECORD.
           05 PC-LAST-PAY-DATE      PIC 9(8).

       FD  PAY-HISTORY-FILE
           RECORD CONTAINS 97 CHARACTERS.
           COPY CGBPHS.

       FD  PAY-YTD-FILE
           RECORD CONTAINS 112 CHARACTERS.
           COPY CGBYTD.

       FD  FINAL-PAY-REGISTER
           RECORD CONTAINS 100 CHARACTERS.

       01  RECORD-REPORT            PIC X(100).

       FD  FINAL-NET-PAY-FILE
           RECORD CONTAINS 46 CHARACTERS.

       01  NET-PAY-RECORD.
           05 N-WAREHOUSE-ID        PIC X(4).
           05 N-EMPLOYEE-ID         PIC X(5).
           05 N-EMPLOYEE-LASTNAME   PIC X(10).
           05 N-EMPLOYEE-FIRSTNAME  PIC X(10).
           05 N-PAY-DATE            PIC 9(8).
           05 N-NET-PAY             PIC 9(7)V9(2).

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
           05  LG-PROGRAM           PIC X(8)        VALUE 'CGBPR27 '.
           05  LG-SEVERITY          PIC X(5)        VALUE 'INFO '.
           05  LG-MESSAGE           PIC X(50)       VALUE SPACES.
           05  LG-COUNT-ED          PIC ZZZZ9.
           05  LG-COUNT2-ED         PIC ZZZZ9.

       01  FLAGS-N-SWITCHES.
           05  EOF-FLAG             PIC X           VALUE ' '.
               88 NO-MORE-DATA                      VALUE 'N'.
           05  VB-EOF-FLAG          PIC X           VALUE ' '.
               88 NO-MORE-BALANCES                  VALUE 'N'.
           05  PH-EOF-FLAG          PIC X           VALUE ' '.
               88 NO-MORE-HISTORY                   VALUE 'N'.
           05  YT-EOF-FLAG          PIC X           VALUE ' '.
               88 NO-MORE-YTD                       VALUE 'N'.
           05  RN-EOF-FLAG          PIC X           VALUE ' '.
               88 NO-MORE-RUN-ENTRIES               VALUE 'N'.
           05  WS-MASTER-STATUS     PIC X(2)        VALUE '00'.
               88 MASTER-OK                         VALUE '00'.
           05  VB-FOUND-SWITCH      PIC X           VALUE 'N'.
               88 BALANCE-FOUND                     VALUE 'Y'.
           05  FP-FOUND-SWITCH      PIC X           VALUE 'N'.
               88 ALREADY-PAID                      VALUE 'Y'.
           05  FP-ENTRY-SWITCH      PIC X           VALUE 'N'.
               88 HISTORY-FOUND                     VALUE 'Y'.
           05  FW-PAYOUT-DUE-SWITCH PIC X           VALUE 'N'.
               88 PAYOUT-STILL-DUE                  VALUE 'Y'.
           05  FW-HIRE-START-SWITCH PIC X           VALUE 'N'.
               88 FW-HIRE-START                     VALUE 'Y'.
           05  FW-LEAVE-END-SWITCH  PIC X           VALUE 'N'.
               88 FW-LEAVE-AT-SEPARATION            VALUE 'Y'.
           05  YT-FOUND-SWITCH      PIC X           VALUE 'N'.
               88 YTD-FOUND                         VALUE 'Y'.

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
      * HAPPENS.  THE DAY'S TERMINATIONS COME IN THROUGH CGBPR3,
      * SO IT HAS TO BE COMPLETE FOR TODAY; A CGBPR14 STAMPED
      * STARTED FOR TODAY IS STILL MOVING THE LAST PAY DATE.
      ***********************************************
       01  RUN-CONTROL-TABLE-CONTROL.
           05  RN-OWN-NAME          PIC X(8)        VALUE 'CGBPR27 '.
           05  RN-PREREQ-NAME       PIC X(8)        VALUE 'CGBPR3  '.
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
      * PAY PARAMETERS - THE SAME PAYPARM.TXT AND THE SAME
      * BI-WEEKLY DEFAULTS CGBPR14 USES, SO A FINAL CHECK IS
      * WITHHELD AT EXACTLY THE REGULAR RATES.
      ***********************************************
       01  PAY-PARM-FIELDS.
           05  PP-PERIODS           PIC 9(2)        VALUE 26.
           05  PP-FED-PERCENT       PIC 9(2)V9(2)   VALUE 15.00.
           05  PP-STATE-PERCENT     PIC 9(2)V9(2)   VALUE 5.00.

      ***********************************************
      * THE WHOLE BALANCE FILE RIDES IN THIS TABLE FOR THE RUN
      * AND IS REWRITTEN AT END OF JOB - SAME PATTERN AS THE
      * CGBPR16 BUDGET TABLE.
      ***********************************************
       01  BALANCE-TABLE-CONTROL.
           05  VB-COUNT             PIC 9(4)        VALUE 0.
           05  VB-FOUND-NDX         PIC 9(4)        VALUE 0.
           05  VB-DROPPED-COUNT     PIC 9(4)        VALUE 0.
           05  VB-WORK-KEY          PIC X(9)        VALUE SPACES.

       01  BALANCE-TABLE.
           05  VB-ENTRY OCCURS 1000 TIMES INDEXED BY VB-IDX.
               10  VB-KEY           PIC X(9).
               10  VB-ACCRUED       PIC 9(5)V9(2).
               10  VB-USED          PIC 9(5)V9(2).
               10  VB-LAST-YYYYMM   PIC 9(6).
               10  VB-PAYOUT-FLAG   PIC X.

      ***********************************************
      * ONE ENTRY PER EMPLOYEE ON PAYHIST.DAT - THE DATE OF THE
      * LAST REGULAR CHECK AND OF THE LAST FINAL CHECK, AND THE
      * NET OF ANY FINAL CHECK ALREADY POSTED TODAY.  THE FIRST
      * REGULAR PAY DATE ON FILE IS WHEN THE PAY CYCLE WENT LIVE.
      ***********************************************
       01  FINAL-PAID-TABLE-CONTROL.
           05  FP-COUNT             PIC 9(4)        VALUE 0.
           05  FP-FOUND-NDX         PIC 9(4)        VALUE 0.
           05  FP-DROPPED-COUNT     PIC 9(5)        VALUE 0.
           05  FP-WORK-KEY          PIC X(9)        VALUE SPACES.
           05  FP-FIRST-REGULAR-DATE PIC 9(8)       VALUE 0.

       01  FINAL-PAID-TABLE.
           05  FP-ENTRY OCCURS 1000 TIMES INDEXED BY FP-IDX.
               10  FP-KEY           PIC X(9).
               10  FP-LAST-REGULAR-DATE PIC 9(8).
               10  FP-LAST-FINAL-DATE   PIC 9(8).
               10  FP-TODAY-FINAL-NET   PIC 9(7)V9(2).

      ***********************************************
      * YEAR-TO-DATE TABLE, LOADED FROM PAYYTD.DAT AND REWRITTEN
      * WHOLE AT THE END - SAME RULES AS CGBPR14.
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
           05  PD-LAST-PAY-DATE     PIC 9(8)        VALUE 0.

      ***********************************************
      * DAYS-BEFORE-MONTH TABLE FOR THE DAY COUNT BETWEEN THE LAST
      * PAY DATE AND THE TERMINATION DATE.  A LEAP DAY IS ADDED
      * FOR EVERY FOURTH YEAR, WHICH HOLDS THROUGH 2099.
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
           05  DN-START-NUMBER      PIC 9(7)        VALUE 0.

       01  FINAL-PAY-WORK-FIELDS.
           05  FW-PERIOD-DAYS       PIC 9(3)        VALUE 0.
           05  FW-START-DATE        PIC 9(8)        VALUE 0.
           05  FW-END-DATE          PIC 9(8)        VALUE 0.
           05  FW-HIRED-DATE        PIC 9(8)        VALUE 0.
           05  FW-DAY-SPAN          PIC S9(7)       VALUE +0.
           05  FW-DAYS-OWED         PIC 9(3)        VALUE 0.
           05  FW-PERIOD-GROSS      PIC 9(6)V9(2)   VALUE 0.
           05  FW-PARTIAL-GROSS     PIC 9(6)V9(2)   VALUE 0.
           05  FW-PAYOUT-HOURS      PIC S9(5)V9(2)  VALUE +0.
           05  FW-PAYOUT-DOLLARS    PIC 9(6)V9(2)   VALUE 0.
           05  FW-GROSS-PAY         PIC 9(7)V9(2)   VALUE 0.
           05  FW-FED-AMOUNT        PIC 9(6)V9(2)   VALUE 0.
           05  FW-STATE-AMOUNT      PIC 9(6)V9(2)   VALUE 0.
           05  FW-NET-PAY           PIC 9(7)V9(2)   VALUE 0.

       01  TOTAL-FIELDS.
           05  TF-PAID-COUNT        PIC 9(5)        VALUE 0.
           05  TF-SKIPPED-COUNT     PIC 9(5)        VALUE 0.
           05  TF-PARTIAL-TOTAL     PIC 9(9)V9(2)   VALUE 0.
           05  TF-PAYOUT-TOTAL      PIC 9(9)V9(2)   VALUE 0.
           05  TF-GROSS-TOTAL       PIC 9(9)V9(2)   VALUE 0.
           05  TF-FED-TOTAL         PIC 9(9)V9(2)   VALUE 0.
           05  TF-STATE-TOTAL       PIC 9(9)V9(2)   VALUE 0.
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
           05                       PIC X(25)       VALUE SPACES.
           05                       PIC X(37)       VALUE
               'FINAL PAY REGISTER - LAST PAY DATE   '.
           05                       PIC X(1)        VALUE SPACES.
           05  H2-LAST-PAY-DATE     PIC 9999/99/99.

       01  HEADING-THREE.
           05                       PIC X(1)        VALUE SPACES.
           05                       PIC X(4)        VALUE 'WHSE'.
           05                       PIC X(1)        VALUE SPACES.
           05                       PIC X(5)        VALUE 'EMPL '.
           05                       PIC X(1)        VALUE SPACES.
           05                       PIC X(10)       VALUE 'LAST NAME '.
           05                       PIC X(1)        VALUE SPACES.
           05                       PIC X(10)       VALUE 'TERM DATE '.
           05                       PIC X(1)        VALUE SPACES.
           05                       PIC X(3)        VALUE 'DYS'.
           05                       PIC X(1)        VALUE SPACES.
           05                       PIC X(9)        VALUE '  PARTIAL'.
           05                       PIC X(1)        VALUE SPACES.
           05                       PIC X(8)        VALUE '   HOURS'.
           05                       PIC X(1)        VALUE SPACES.
           05                       PIC X(9)        VALUE '   PAYOUT'.
           05                       PIC X(1)        VALUE SPACES.
           05                       PIC X(9)        VALUE '    GROSS'.
           05                       PIC X(1)        VALUE SPACES.
           05                       PIC X(9)        VALUE ' WITHHELD'.
           05                       PIC X(1)        VALUE SPACES.
           05                       PIC X(9)        VALUE '      NET'.

       01  DETAIL-LINE.
           05                       PIC X(1)        VALUE SPACES.
           05 DL-WAREHOUSE-ID       PIC X(4).
           05                       PIC X(1)        VALUE SPACES.
           05 DL-EMPLOYEE-ID        PIC X(5).
           05                       PIC X(1)        VALUE SPACES.
           05 DL-EMPLOYEE-LASTNAME  PIC X(10).
           05                       PIC X(1)        VALUE SPACES.
           05 DL-TERMINATION-DATE   PIC 9999/99/99.
           05                       PIC X(1)        VALUE SPACES.
           05 DL-DAYS-OWED          PIC ZZ9.
           05                       PIC X(1)        VALUE SPACES.
           05 DL-PARTIAL-GROSS      PIC ZZZZZ9.99.
           05                       PIC X(1)        VALUE SPACES.
           05 DL-PAYOUT-HOURS       PIC ZZZZ9.99.
           05                       PIC X(1)        VALUE SPACES.
           05 DL-PAYOUT-DOLLARS     PIC ZZZZZ9.99.
           05                       PIC X(1)        VALUE SPACES.
           05 DL-GROSS-PAY          PIC ZZZZZ9.99.
           05                       PIC X(1)        VALUE SPACES.
           05 DL-WITHHELD           PIC ZZZZZ9.99.
           05                       PIC X(1)        VALUE SPACES.
           05 DL-NET-PAY            PIC ZZZZZ9.99.

       01  SKIPPED-DETAIL-LINE.
           05                       PIC X(1)        VALUE SPACES.
           05 SD-WAREHOUSE-ID       PIC X(4).
           05                       PIC X(1)        VALUE SPACES.
           05 SD-EMPLOYEE-ID        PIC X(5).
           05                       PIC X(1)        VALUE SPACES.
           05 SD-EMPLOYEE-LASTNAME  PIC X(10).
           05                       PIC X(1)        VALUE SPACES.
           05 SD-TERMINATION-DATE   PIC 9999/99/99.
           05                       PIC X(1)        VALUE SPACES.
           05 SD-REASON             PIC X(40).

       01  TOTAL-LINE.
           05                       PIC X(1)        VALUE SPACES.
           05                       PIC X(14)       VALUE
               'FINAL CHECKS: '.
           05 TL-PAID-COUNT         PIC ZZZZ9.
           05                       PIC X(3)        VALUE SPACES.
           05                       PIC X(9)        VALUE 'PARTIAL: '.
           05 TL-PARTIAL-TOTAL      PIC ZZZZZZZ9.99.
           05                       PIC X(3)        VALUE SPACES.
           05                       PIC X(8)        VALUE 'PAYOUT: '.
           05 TL-PAYOUT-TOTAL       PIC ZZZZZZZ9.99.
           05                       PIC X(3)        VALUE SPACES.
           05                       PIC X(7)        VALUE 'GROSS: '.
           05 TL-GROSS-TOTAL        PIC ZZZZZZZ9.99.

       01  WITHHOLDING-TOTAL-LINE.
           05                       PIC X(1)        VALUE SPACES.
           05                       PIC X(14)       VALUE
               'SKIPPED:      '.
           05 WL-SKIPPED-COUNT      PIC ZZZZ9.
           05                       PIC X(3)        VALUE SPACES.
           05                       PIC X(9)        VALUE 'FEDERAL: '.
           05 WL-FED-TOTAL          PIC ZZZZZZZ9.99.
           05                       PIC X(3)        VALUE SPACES.
           05                       PIC X(8)        VALUE 'STATE:  '.
           05 WL-STATE-TOTAL        PIC ZZZZZZZ9.99.
           05                       PIC X(3)        VALUE SPACES.
           05                       PIC X(7)        VALUE 'NET:   '.
           05 WL-NET-TOTAL          PIC ZZZZZZZ9.99.

       01  NO-FINAL-PAY-LINE.
           05                       PIC X(1)        VALUE SPACES.
           05                       PIC X(44)       VALUE
               'NO FINAL CHECKS OWED                        '.

      /
       PROCEDURE DIVISION.
      *                                Y3I
       10-CONTROL-MODULE.
           PERFORM 11-RUN-CONTROL-CHECK-ROUTINE
           PERFORM 15-HOUSEKEEPING-ROUTINE
           PERFORM 25-EMPLOYEE-ROUTINE
           PERFORM 45-FINAL-TOTALS-ROUTINE
           PERFORM 95-REWRITE-BALANCES-ROUTINE
           PERFORM 92-REWRITE-YTD-ROUTINE
      * EVERY RECORD LOADED FROM PAYYTD.DAT FIT, SO THE REWRITE
      * ABOVE LOST NOTHING - BUT A FINAL CHECK FOR AN EMPLOYEE NEW
      * TO THE TABLE THAT WOULDN'T FIT IS ON PAYHIST.DAT AND NOT
      * IN ANY YEAR-TO-DATE BUCKET.  THE RUN IS NOT STAMPED
      * COMPLETE UNTIL THE TABLE IS RAISED AND THE BUCKETS PUT
      * RIGHT.
           IF YT-DROPPED-COUNT > 0
               DISPLAY 'CGBPR27 - YEAR-TO-DATE TABLE FULL - '
                   YT-DROPPED-COUNT ' FINAL CHECK(S) NOT IN PAYYTD.DAT'
               DISPLAY 'CGBPR27 - RAISE THE TABLE AND POST THEM FROM '
                   'PAYHIST.DAT'
               MOVE 'ABORT' TO LG-SEVERITY
               MOVE 'YEAR-TO-DATE TABLE FULL - CHECKS NOT IN PAYYTD'
                   TO LG-MESSAGE
               PERFORM 98-WRITE-OPS-LOG-ROUTINE
               CLOSE EMPLOYEE-MASTER
                   FINAL-PAY-REGISTER
                   FINAL-NET-PAY-FILE
                   PAY-HISTORY-FILE
               STOP RUN
           END-IF
           MOVE 'COMPLETE' TO RN-STAMP-STATUS
           PERFORM 13-STAMP-RUN-CONTROL-ROUTINE
           MOVE TF-PAID-COUNT TO LG-COUNT-ED
           MOVE TF-SKIPPED-COUNT TO LG-COUNT2-ED
           MOVE SPACES TO LG-MESSAGE
           STRING 'RUN COMPLETE - ' DELIMITED BY SIZE
                  LG-COUNT-ED     DELIMITED BY SIZE
                  ' PAID, '       DELIMITED BY SIZE
                  LG-COUNT2-ED    DELIMITED BY SIZE
                  ' SKIPPED'      DELIMITED BY SIZE
               INTO LG-MESSAGE
           MOVE 'INFO ' TO LG-SEVERITY
           PERFORM 98-WRITE-OPS-LOG-ROUTINE
           CLOSE EMPLOYEE-MASTER
               FINAL-PAY-REGISTER
               FINAL-NET-PAY-FILE
               PAY-HISTORY-FILE
           STOP RUN.

      ***********************************************
      * GATE THE RUN ON THE RUN CONTROL FILE - CGBPR3 COMPLETE FOR
      * TODAY SO THE DAY'S TERMINATIONS ARE ON THE MASTER, AND NO
      * CGBPR14 HALF WAY THROUGH MOVING THE LAST PAY DATE.
      ***********************************************
       11-RUN-CONTROL-CHECK-ROUTINE.
           ACCEPT RN-TODAY FROM DATE YYYYMMDD
           PERFORM 12-LOAD-RUN-CONTROL-ROUTINE

           MOVE RN-PREREQ-NAME TO RN-WORK-NAME
           PERFORM 41-FIND-RUN-ENTRY-ROUTINE
           IF RN-FOUND-NDX = 0
               OR RN-DATE(RN-FOUND-NDX) NOT = RN-TODAY
               OR RN-STATUS(RN-FOUND-NDX) NOT = 'COMPLETE'
               DISPLAY 'CGBPR27 - CGBPR3 HAS NOT COMPLETED FOR TODAY'
               DISPLAY 'CGBPR27 - RUN CGBPR3 FIRST, THEN RERUN CGBPR27'
               DISPLAY 'CGBPR27 - RUN ABORTED, NO FINAL PAY PRODUCED'
               MOVE 'ABORT' TO LG-SEVERITY
               MOVE 'CGBPR3 NOT COMPLETE FOR TODAY - RUN ABORTED'
                   TO LG-MESSAGE
               PERFORM 98-WRITE-OPS-LOG-ROUTINE
               STOP RUN
           END-IF

           MOVE RN-PAY-NAME TO RN-WORK-NAME
           PERFORM 41-FIND-RUN-ENTRY-ROUTINE
           IF RN-FOUND-NDX > 0
               AND RN-DATE(RN-FOUND-NDX) = RN-TODAY
               AND RN-STATUS(RN-FOUND-NDX) NOT = 'COMPLETE'
               DISPLAY 'CGBPR27 - CGBPR14 STARTED TODAY AND HAS NOT'
               DISPLAY 'CGBPR27 - FINISHED - LAST PAY DATE UNSETTLED'
               DISPLAY 'CGBPR27 - RUN ABORTED, NO FINAL PAY PRODUCED'
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

      ***********************************************
      * EVERYTHING THAT CAN STOP THE RUN IS CHECKED BEFORE THE
      * FIRST DEPOSIT IS WRITTEN - NO REGULAR PAY DATE POSTED YET,
      * A BALANCE FILE TOO BIG TO CARRY (THE PAYOUTS COULD NOT BE
      * MARKED PAID, AND THE NEXT RUN WOULD FIND THEM STILL DUE),
      * OR A YEAR-TO-DATE FILE TOO BIG TO REWRITE WHOLE.
      ***********************************************
       15-HOUSEKEEPING-ROUTINE.
           OPEN INPUT EMPLOYEE-MASTER
           IF NOT MASTER-OK
               DISPLAY 'CGBPR27 - EMPMAST.DAT NOT AVAILABLE - STATUS '
                   WS-MASTER-STATUS
               DISPLAY 'CGBPR27 - RUN ABORTED, NO FINAL PAY PRODUCED'
               MOVE 'ABORT' TO LG-SEVERITY
               MOVE 'EMPMAST.DAT NOT AVAILABLE - RUN ABORTED'
                   TO LG-MESSAGE
               PERFORM 98-WRITE-OPS-LOG-ROUTINE
               STOP RUN
           END-IF
           MOVE RN-TODAY TO PD-PAY-DATE
           COMPUTE PD-QUARTER = (PD-MONTH + 2) / 3
           PERFORM 17-READ-PAY-CONTROL-ROUTINE
           PERFORM 16-READ-PARM-ROUTINE
           PERFORM 22-LOAD-BALANCES-ROUTINE
           PERFORM 18-LOAD-FINAL-PAID-ROUTINE
           PERFORM 19-LOAD-YTD-ROUTINE
           DIVIDE 364 BY PP-PERIODS GIVING FW-PERIOD-DAYS

           OPEN OUTPUT FINAL-PAY-REGISTER
           OPEN OUTPUT FINAL-NET-PAY-FILE
           OPEN EXTEND PAY-HISTORY-FILE
           ACCEPT H1-DATE FROM DATE YYYYMMDD
           MOVE PD-LAST-PAY-DATE TO H2-LAST-PAY-DATE
           PERFORM 20-HEADER-ROUTINE
           .

       16-READ-PARM-ROUTINE.
           OPEN INPUT PAY-PARM
           READ PAY-PARM
               AT END
                   CONTINUE
               NOT AT END
                   IF PP-PERIODS-IN NUMERIC
                       AND PP-PERIODS-IN > 0
                       MOVE PP-PERIODS-IN TO PP-PERIODS
                   END-IF
                   IF PP-FED-PERCENT-IN NUMERIC
                       MOVE PP-FED-PERCENT-IN TO PP-FED-PERCENT
                   END-IF
                   IF PP-STATE-PERCENT-IN NUMERIC
                       MOVE PP-STATE-PERCENT-IN TO PP-STATE-PERCENT
                   END-IF
           END-READ
           CLOSE PAY-PARM
           .

       17-READ-PAY-CONTROL-ROUTINE.
           OPEN INPUT PAY-CONTROL
           READ PAY-CONTROL
               AT END
                   CONTINUE
               NOT AT END
                   IF PC-LAST-PAY-DATE NUMERIC
                       MOVE PC-LAST-PAY-DATE TO PD-LAST-PAY-DATE
                   END-IF
           END-READ
           CLOSE PAY-CONTROL
           IF PD-LAST-PAY-DATE = 0
               DISPLAY 'CGBPR27 - NO REGULAR PAY DATE ON PAYCTL.TXT'
               DISPLAY 'CGBPR27 - RUN CGBPR14 BEFORE ANY FINAL PAY'
               DISPLAY 'CGBPR27 - RUN ABORTED, NO FINAL PAY PRODUCED'
               MOVE 'ABORT' TO LG-SEVERITY
               MOVE 'NO LAST PAY DATE ON PAYCTL.TXT - RUN ABORTED'
                   TO LG-MESSAGE
               PERFORM 98-WRITE-OPS-LOG-ROUTINE
               STOP RUN
           END-IF
           .

      ***********************************************
      * EVERY EARNINGS RECORD ON PAYHIST.DAT, CARRIED AS EACH
      * EMPLOYEE'S LAST REGULAR AND LAST FINAL CHECK DATE.  A
      * FINAL CHECK ON OR AFTER THE TERMINATION DATE MEANS THE
      * EMPLOYEE WAS ALREADY SETTLED BY AN EARLIER FINAL PAY RUN
      * (OR BY THIS ONE BEFORE IT WAS INTERRUPTED).
      ***********************************************
       18-LOAD-FINAL-PAID-ROUTINE.
           OPEN INPUT PAY-HISTORY-FILE
           PERFORM UNTIL NO-MORE-HISTORY
               READ PAY-HISTORY-FILE
                   AT END
                       MOVE 'N' TO PH-EOF-FLAG
                   NOT AT END
                       IF H-EARNINGS-RECORD
                           AND (H-REGULAR-PAY OR H-FINAL-PAY)
                           PERFORM 24-POST-HISTORY-KEY-ROUTINE
                       END-IF
           END-PERFORM
           CLOSE PAY-HISTORY-FILE
           IF FP-DROPPED-COUNT > 0
               DISPLAY 'CGBPR27 - PAY HISTORY TABLE FULL - '
                   FP-DROPPED-COUNT ' POSTED CHECK(S) NOT CARRIED'
               DISPLAY 'CGBPR27 - RUN ABORTED, NO FINAL PAY PRODUCED'
               MOVE 'ABORT' TO LG-SEVERITY
               MOVE 'PAY HISTORY TABLE FULL - RUN ABORTED'
                   TO LG-MESSAGE
               PERFORM 98-WRITE-OPS-LOG-ROUTINE
               STOP RUN
           END-IF
           .

       24-POST-HISTORY-KEY-ROUTINE.
           IF H-REGULAR-PAY
               AND (FP-FIRST-REGULAR-DATE = 0
                    OR H-PAY-DATE < FP-FIRST-REGULAR-DATE)
               MOVE H-PAY-DATE TO FP-FIRST-REGULAR-DATE
           END-IF
           MOVE H-EMPLOYEE-KEY TO FP-WORK-KEY
           PERFORM 54-FIND-HISTORY-KEY-ROUTINE
           IF NOT HISTORY-FOUND
               IF FP-COUNT < 1000
                   ADD 1 TO FP-COUNT
                   SET FP-IDX TO FP-COUNT
                   MOVE FP-WORK-KEY TO FP-KEY(FP-IDX)
                   MOVE 0 TO FP-LAST-REGULAR-DATE(FP-IDX)
                             FP-LAST-FINAL-DATE(FP-IDX)
                             FP-TODAY-FINAL-NET(FP-IDX)
                   MOVE FP-COUNT TO FP-FOUND-NDX
                   MOVE 'Y' TO FP-ENTRY-SWITCH
               ELSE
                   ADD 1 TO FP-DROPPED-COUNT
               END-IF
           END-IF
           IF HISTORY-FOUND
               SET FP-IDX TO FP-FOUND-NDX
               IF H-REGULAR-PAY
                   IF H-PAY-DATE > FP-LAST-REGULAR-DATE(FP-IDX)
                       MOVE H-PAY-DATE TO FP-LAST-REGULAR-DATE(FP-IDX)
                   END-IF
               ELSE
                   IF H-PAY-DATE > FP-LAST-FINAL-DATE(FP-IDX)
                       MOVE H-PAY-DATE TO FP-LAST-FINAL-DATE(FP-IDX)
                   END-IF
                   IF H-PAY-DATE = PD-PAY-DATE
                       ADD H-NET-PAY TO FP-TODAY-FINAL-NET(FP-IDX)
                   END-IF
               END-IF
           END-IF
           .

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
               DISPLAY 'CGBPR27 - YEAR-TO-DATE TABLE FULL - '
                   YT-DROPPED-COUNT ' RECORD(S) WILL NOT FIT'
               DISPLAY 'CGBPR27 - RUN ABORTED, NO FINAL PAY PRODUCED'
               MOVE 'ABORT' TO LG-SEVERITY
               MOVE 'YEAR-TO-DATE TABLE FULL ON LOAD - RUN ABORTED'
                   TO LG-MESSAGE
               PERFORM 98-WRITE-OPS-LOG-ROUTINE
               STOP RUN
           END-IF
           .

       22-LOAD-BALANCES-ROUTINE.
           OPEN INPUT LEAVE-BALANCE-FILE
           PERFORM UNTIL NO-MORE-BALANCES
               READ LEAVE-BALANCE-FILE
                   AT END
                       MOVE 'N' TO VB-EOF-FLAG
                   NOT AT END
                       IF VB-COUNT < 1000
                           ADD 1 TO VB-COUNT
                           SET VB-IDX TO VB-COUNT
                           MOVE V-EMPLOYEE-KEY TO VB-KEY(VB-IDX)
                           MOVE V-ACCRUED-HOURS TO VB-ACCRUED(VB-IDX)
                           MOVE V-USED-HOURS TO VB-USED(VB-IDX)
                           MOVE V-LAST-ACCRUAL-YYYYMM
                               TO VB-LAST-YYYYMM(VB-IDX)
                           MOVE V-PAYOUT-FLAG
                               TO VB-PAYOUT-FLAG(VB-IDX)
                       ELSE
                           ADD 1 TO VB-DROPPED-COUNT
                       END-IF
           END-PERFORM
           CLOSE LEAVE-BALANCE-FILE
           IF VB-DROPPED-COUNT > 0
               DISPLAY 'CGBPR27 - BALANCE TABLE FULL - '
                   VB-DROPPED-COUNT ' RECORD(S) NOT CARRIED'
               DISPLAY 'CGBPR27 - RUN ABORTED, NO FINAL PAY PRODUCED'
               MOVE 'ABORT' TO LG-SEVERITY
               MOVE 'BALANCE TABLE FULL - RUN ABORTED'
                   TO LG-MESSAGE
               PERFORM 98-WRITE-OPS-LOG-ROUTINE
               STOP RUN
           END-IF
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

           MOVE 3 TO PROPER-SPACING
           MOVE HEADING-THREE TO RECORD-REPORT
           WRITE RECORD-REPORT
               AFTER ADVANCING PROPER-SPACING
           MOVE 6 TO PG-LINE-COUNT
           .

       25-EMPLOYEE-ROUTINE.
           PERFORM UNTIL NO-MORE-DATA
               READ EMPLOYEE-MASTER
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       IF I-EMP-TERMINATED
                           AND I-TERMINATION-DATE NUMERIC
                           AND I-TERMINATION-DATE NOT > PD-PAY-DATE
                           PERFORM 26-SELECT-EMPLOYEE-ROUTINE
                       END-IF
                       .

      ***********************************************
      * A SEPARATED EMPLOYEE IS OWED A FINAL CHECK UNTIL ONE IS
      * POSTED, WHENEVER THE TERMINATION WAS KEYED AND HOWEVER
      * MANY PAY DATES HAVE GONE BY SINCE - EITHER A PAYOUT STILL
      * FLAGGED DUE ON VACBAL.DAT, OR DAYS WORKED AFTER THE LAST
      * REGULAR CHECK WITH NO FINAL CHECK POSTED ON OR AFTER THE
      * TERMINATION DATE.  A PAYOUT STILL DUE IS ALWAYS PAID, EVEN
      * WITH NO REGULAR CHECK TO MEASURE DAYS FROM (ONE ON LEAVE
      * SINCE BEFORE THE PAY CYCLE WENT LIVE) - THEN IT IS A
      * PAYOUT-ONLY CHECK.  OTHERWISE ONE WITH NO REGULAR CHECK
      * WHO WAS HIRED BEFORE THE FIRST PAY DATE ON PAYHIST.DAT
      * LEFT BEFORE THE PAY CYCLE WENT LIVE, WAS SETTLED BY HAND,
      * AND IS LEFT ALONE.  DAYS ON A LEAVE STILL OPEN AT THE
      * TERMINATION ARE NOT PAID, ANY MORE THAN CGBPR14 PAID THEM,
      * SO ONE WHOSE LEAVE COVERS EVERY DAY SINCE THE LAST CHECK
      * IS OWED NOTHING BUT A FLAGGED PAYOUT.
      ***********************************************
       26-SELECT-EMPLOYEE-ROUTINE.
           PERFORM 48-FIND-FINAL-PAID-ROUTINE
           PERFORM 27-FIND-START-DATE-ROUTINE
           PERFORM 28-COUNT-DAYS-OWED-ROUTINE
           MOVE WK-EMPLOYEE-KEY TO VB-WORK-KEY
           PERFORM 46-FIND-BALANCE-ROUTINE
           MOVE 'N' TO FW-PAYOUT-DUE-SWITCH
           IF BALANCE-FOUND
               SET VB-IDX TO VB-FOUND-NDX
               IF VB-PAYOUT-FLAG(VB-IDX) = 'Y'
                   MOVE 'Y' TO FW-PAYOUT-DUE-SWITCH
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN PAYOUT-STILL-DUE
                   PERFORM 30-FINAL-PAY-ROUTINE
               WHEN FW-START-DATE = 0
                   CONTINUE
               WHEN ALREADY-PAID
                   CONTINUE
               WHEN FW-DAYS-OWED > 0
                   PERFORM 30-FINAL-PAY-ROUTINE
           END-EVALUATE
           .

      ***********************************************
      * THE PARTIAL PERIOD RUNS FROM THE LAST REGULAR CHECK - OR,
      * FOR ONE HIRED (OR REHIRED) SINCE THEN, FROM THE HIRE DATE.
      * A START DATE OF ZERO MEANS NOTHING TO MEASURE FROM.  IT
      * RUNS TO THE TERMINATION DATE - OR, FOR ONE TERMINATED
      * WHILE ON LEAVE (CGBPR3 SETS THE RETURN DATE TO THE
      * TERMINATION DATE), TO THE DAY BEFORE THE LEAVE STARTED.
      ***********************************************
       27-FIND-START-DATE-ROUTINE.
           MOVE 0 TO FW-START-DATE
                     FW-HIRED-DATE
           MOVE 'N' TO FW-HIRE-START-SWITCH
           IF I-REHIRE-DATE NUMERIC
               AND I-REHIRE-DATE > 0
               MOVE I-REHIRE-DATE TO FW-HIRED-DATE
           ELSE
               IF I-HIRE-DATE NUMERIC
                   MOVE I-HIRE-DATE TO FW-HIRED-DATE
               END-IF
           END-IF
           IF HISTORY-FOUND
               SET FP-IDX TO FP-FOUND-NDX
               MOVE FP-LAST-REGULAR-DATE(FP-IDX) TO FW-START-DATE
           END-IF
           IF FW-HIRED-DATE > FW-START-DATE
               AND FP-FIRST-REGULAR-DATE > 0
               AND FW-HIRED-DATE > FP-FIRST-REGULAR-DATE
               MOVE FW-HIRED-DATE TO FW-START-DATE
               MOVE 'Y' TO FW-HIRE-START-SWITCH
           END-IF
           MOVE I-TERMINATION-DATE TO FW-END-DATE
           MOVE 'N' TO FW-LEAVE-END-SWITCH
           IF I-LEAVE-START-DATE NUMERIC
               AND I-LEAVE-START-DATE > 0
               AND I-LEAVE-START-DATE NOT > I-TERMINATION-DATE
               AND I-LEAVE-RETURN-DATE NUMERIC
               AND I-LEAVE-RETURN-DATE = I-TERMINATION-DATE
               MOVE I-LEAVE-START-DATE TO FW-END-DATE
               MOVE 'Y' TO FW-LEAVE-END-SWITCH
           END-IF
           .

      ***********************************************
      * DAYS OWED - EACH DAY AFTER THE LAST REGULAR CHECK (OR FROM
      * THE HIRE DATE) THROUGH THE TERMINATION DATE, NEVER MORE
      * THAN ONE PERIOD, AND NONE WITH NO START DATE.  DAYS ON
      * LEAVE ARE NOT PAID - A LEAVE OPEN AT TERMINATION STOPS THE
      * COUNT THE DAY BEFORE IT STARTED, AND ONE THAT STARTED ON
      * OR BEFORE THE START DATE LEAVES NO DAYS OWED, SO ONLY A
      * FLAGGED PAYOUT IS PAID.
      ***********************************************
       28-COUNT-DAYS-OWED-ROUTINE.
           EVALUATE TRUE
               WHEN FW-START-DATE = 0
                   MOVE 0 TO FW-DAY-SPAN
               WHEN FW-LEAVE-AT-SEPARATION
                   AND FW-END-DATE NOT > FW-START-DATE
                   MOVE 0 TO FW-DAY-SPAN
               WHEN OTHER
                   MOVE FW-START-DATE TO DN-DATE
                   PERFORM 50-DAY-NUMBER-ROUTINE
                   MOVE DN-DAY-NUMBER TO DN-START-NUMBER
                   MOVE FW-END-DATE TO DN-DATE
                   PERFORM 50-DAY-NUMBER-ROUTINE
                   COMPUTE FW-DAY-SPAN =
                       DN-DAY-NUMBER - DN-START-NUMBER
                   IF FW-HIRE-START
                       ADD 1 TO FW-DAY-SPAN
                   END-IF
                   IF FW-LEAVE-AT-SEPARATION
                       SUBTRACT 1 FROM FW-DAY-SPAN
                   END-IF
           END-EVALUATE
           EVALUATE TRUE
               WHEN FW-DAY-SPAN < 0
                   MOVE 0 TO FW-DAYS-OWED
               WHEN FW-DAY-SPAN > FW-PERIOD-DAYS
                   MOVE FW-PERIOD-DAYS TO FW-DAYS-OWED
               WHEN OTHER
                   MOVE FW-DAY-SPAN TO FW-DAYS-OWED
           END-EVALUATE
           .

      ***********************************************
      * ONE SEPARATED EMPLOYEE.  ALREADY SETTLED SINCE THE
      * TERMINATION MEANS NO SECOND CHECK - BUT THE BALANCE IS
      * STILL CLEARED, IN CASE THE RUN THAT PAID IT NEVER GOT AS
      * FAR AS REWRITING VACBAL.DAT.  A CHECK POSTED TODAY BY AN
      * INTERRUPTED RUN HAS ITS DEPOSIT WRITTEN AGAIN, SINCE THE
      * BANK FILE IS REBUILT ON EVERY RUN.
      ***********************************************
       30-FINAL-PAY-ROUTINE.
           IF ALREADY-PAID
               SET FP-IDX TO FP-FOUND-NDX
               IF FP-TODAY-FINAL-NET(FP-IDX) > 0
                   MOVE FP-TODAY-FINAL-NET(FP-IDX) TO FW-NET-PAY
                   PERFORM 36-WRITE-DEPOSIT-ROUTINE
                   MOVE 'POSTED TODAY - DEPOSIT WRITTEN AGAIN'
                       TO SD-REASON
               ELSE
                   MOVE 'FINAL CHECK ALREADY POSTED - NOT PAID AGAIN'
                       TO SD-REASON
               END-IF
               PERFORM 33-SKIP-EMPLOYEE-ROUTINE
           ELSE
               PERFORM 31-COMPUTE-FINAL-PAY-ROUTINE
               IF FW-GROSS-PAY = 0
                   MOVE 'NOTHING OWED - NO CHECK CUT'
                       TO SD-REASON
                   PERFORM 33-SKIP-EMPLOYEE-ROUTINE
               ELSE
                   PERFORM 32-PAY-EMPLOYEE-ROUTINE
               END-IF
           END-IF
           PERFORM 38-CLEAR-BALANCE-ROUTINE
           .

      ***********************************************
      * THE PARTIAL PERIOD IS THE DAILY SHARE OF THE REGULAR
      * PERIOD GROSS FOR EACH DAY OWED (SEE 28-COUNT-DAYS-OWED).
      * THE PAYOUT IS THE UNUSED BALANCE AT THE EXIT RATE, ONLY
      * WHEN CGBPR3 FLAGGED IT DUE.
      * WITHHOLDING IS CGBPR14'S - PARM PERCENT OF THE GROSS.
      ***********************************************
       31-COMPUTE-FINAL-PAY-ROUTINE.
           COMPUTE FW-PERIOD-GROSS ROUNDED =
               I-CURRENT-SALARY / PP-PERIODS
           COMPUTE FW-PARTIAL-GROSS ROUNDED =
               FW-PERIOD-GROSS * FW-DAYS-OWED / FW-PERIOD-DAYS

           MOVE 0 TO FW-PAYOUT-HOURS
                     FW-PAYOUT-DOLLARS
           IF BALANCE-FOUND
               SET VB-IDX TO VB-FOUND-NDX
               IF VB-PAYOUT-FLAG(VB-IDX) = 'Y'
                   COMPUTE FW-PAYOUT-HOURS =
                       VB-ACCRUED(VB-IDX) - VB-USED(VB-IDX)
                   IF FW-PAYOUT-HOURS > 0
                       COMPUTE FW-PAYOUT-DOLLARS ROUNDED =
                           FW-PAYOUT-HOURS * I-CURRENT-SALARY / 2080
                   ELSE
                       MOVE 0 TO FW-PAYOUT-HOURS
                   END-IF
               END-IF
           END-IF

           COMPUTE FW-GROSS-PAY = FW-PARTIAL-GROSS + FW-PAYOUT-DOLLARS
           COMPUTE FW-FED-AMOUNT ROUNDED =
               FW-GROSS-PAY * PP-FED-PERCENT / 100
           COMPUTE FW-STATE-AMOUNT ROUNDED =
               FW-GROSS-PAY * PP-STATE-PERCENT / 100
           COMPUTE FW-NET-PAY =
               FW-GROSS-PAY - FW-FED-AMOUNT - FW-STATE-AMOUNT
           .

       32-PAY-EMPLOYEE-ROUTINE.
           MOVE I-WAREHOUSE-ID TO DL-WAREHOUSE-ID
           MOVE I-EMPLOYEE-ID TO DL-EMPLOYEE-ID
           MOVE I-EMPLOYEE-LASTNAME TO DL-EMPLOYEE-LASTNAME
           MOVE I-TERMINATION-DATE TO DL-TERMINATION-DATE
           MOVE FW-DAYS-OWED TO DL-DAYS-OWED
           MOVE FW-PARTIAL-GROSS TO DL-PARTIAL-GROSS
           MOVE FW-PAYOUT-HOURS TO DL-PAYOUT-HOURS
           MOVE FW-PAYOUT-DOLLARS TO DL-PAYOUT-DOLLARS
           MOVE FW-GROSS-PAY TO DL-GROSS-PAY
           COMPUTE DL-WITHHELD = FW-FED-AMOUNT + FW-STATE-AMOUNT
           MOVE FW-NET-PAY TO DL-NET-PAY
           MOVE DETAIL-LINE TO RECORD-REPORT
           MOVE 1 TO PROPER-SPACING
           PERFORM 35-WRITE-A-LINE

           ADD 1 TO TF-PAID-COUNT
           ADD FW-PARTIAL-GROSS TO TF-PARTIAL-TOTAL
           ADD FW-PAYOUT-DOLLARS TO TF-PAYOUT-TOTAL
           ADD FW-GROSS-PAY TO TF-GROSS-TOTAL
           ADD FW-FED-AMOUNT TO TF-FED-TOTAL
           ADD FW-STATE-AMOUNT TO TF-STATE-TOTAL
           ADD FW-NET-PAY TO TF-NET-TOTAL

           PERFORM 36-WRITE-DEPOSIT-ROUTINE
           PERFORM 37-WRITE-PAY-HISTORY-ROUTINE
           PERFORM 39-POST-YTD-ROUTINE
           .

       33-SKIP-EMPLOYEE-ROUTINE.
           ADD 1 TO TF-SKIPPED-COUNT
           MOVE I-WAREHOUSE-ID TO SD-WAREHOUSE-ID
           MOVE I-EMPLOYEE-ID TO SD-EMPLOYEE-ID
           MOVE I-EMPLOYEE-LASTNAME TO SD-EMPLOYEE-LASTNAME
           MOVE I-TERMINATION-DATE TO SD-TERMINATION-DATE
           MOVE SKIPPED-DETAIL-LINE TO RECORD-REPORT
           MOVE 1 TO PROPER-SPACING
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

       36-WRITE-DEPOSIT-ROUTINE.
           MOVE I-WAREHOUSE-ID TO N-WAREHOUSE-ID
           MOVE I-EMPLOYEE-ID TO N-EMPLOYEE-ID
           MOVE I-EMPLOYEE-LASTNAME TO N-EMPLOYEE-LASTNAME
           MOVE I-EMPLOYEE-FIRSTNAME TO N-EMPLOYEE-FIRSTNAME
           MOVE PD-PAY-DATE TO N-PAY-DATE
           MOVE FW-NET-PAY TO N-NET-PAY
           WRITE NET-PAY-RECORD
           .

      ***********************************************
      * THE FINAL CHECK GOES STRAIGHT ONTO PAYHIST.DAT RIGHT
      * BEHIND ITS DEPOSIT, SO A RERUN AFTER AN INTERRUPTION SEES
      * IT AND DOES NOT PAY THE EMPLOYEE A SECOND TIME.
      ***********************************************
       37-WRITE-PAY-HISTORY-ROUTINE.
           MOVE PD-PAY-DATE TO H-PAY-DATE
           MOVE 'F' TO H-PAY-TYPE
           MOVE 'E' TO H-RECORD-TYPE
           MOVE WK-EMPLOYEE-KEY TO H-EMPLOYEE-KEY
           MOVE I-EMPLOYEE-POSITION TO H-EMPLOYEE-POSITION
           MOVE I-EMPLOYEE-LASTNAME TO H-EMPLOYEE-LASTNAME
           MOVE I-EMPLOYEE-FIRSTNAME TO H-EMPLOYEE-FIRSTNAME
           MOVE FW-GROSS-PAY TO H-GROSS-PAY
           MOVE FW-FED-AMOUNT TO H-FED-AMOUNT
           MOVE FW-STATE-AMOUNT TO H-STATE-AMOUNT
           MOVE 0 TO H-OTHER-DEDNS
           MOVE FW-NET-PAY TO H-NET-PAY
           MOVE SPACES TO H-DEDUCTION-CODE
           MOVE 0 TO H-DEDUCTION-AMOUNT
           WRITE PAY-HISTORY-RECORD
           .

      ***********************************************
      * THE PAYOUT IS SETTLED - ZERO BOTH HOUR BUCKETS AND MARK
      * IT PAID SO CGBPR8 AND CGBPR24 STOP CARRYING IT AS OWED.
      ***********************************************
       38-CLEAR-BALANCE-ROUTINE.
           IF BALANCE-FOUND
               SET VB-IDX TO VB-FOUND-NDX
               IF VB-PAYOUT-FLAG(VB-IDX) = 'Y'
                   MOVE 0 TO VB-ACCRUED(VB-IDX)
                   MOVE 0 TO VB-USED(VB-IDX)
                   MOVE 'P' TO VB-PAYOUT-FLAG(VB-IDX)
               END-IF
           END-IF
           .

       39-POST-YTD-ROUTINE.
           MOVE WK-EMPLOYEE-KEY TO YT-WORK-KEY
           PERFORM 52-FIND-YTD-ROUTINE
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
               ADD FW-GROSS-PAY TO YT-QTD-GROSS(YT-IDX)
                                   YT-YTD-GROSS(YT-IDX)
               ADD FW-FED-AMOUNT TO YT-QTD-FED(YT-IDX)
                                    YT-YTD-FED(YT-IDX)
               ADD FW-STATE-AMOUNT TO YT-QTD-STATE(YT-IDX)
                                      YT-YTD-STATE(YT-IDX)
               ADD FW-NET-PAY TO YT-QTD-NET(YT-IDX)
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

       46-FIND-BALANCE-ROUTINE.
           MOVE 'N' TO VB-FOUND-SWITCH
           MOVE 0 TO VB-FOUND-NDX
           PERFORM 47-MATCH-BALANCE-ROUTINE
               VARYING VB-IDX FROM 1 BY 1
               UNTIL VB-IDX > VB-COUNT
                   OR BALANCE-FOUND
           .

       47-MATCH-BALANCE-ROUTINE.
           IF VB-KEY(VB-IDX) = VB-WORK-KEY
               MOVE 'Y' TO VB-FOUND-SWITCH
               SET VB-FOUND-NDX TO VB-IDX
           END-IF
           .

       48-FIND-FINAL-PAID-ROUTINE.
           MOVE 'N' TO FP-FOUND-SWITCH
           MOVE WK-EMPLOYEE-KEY TO FP-WORK-KEY
           PERFORM 54-FIND-HISTORY-KEY-ROUTINE
           IF HISTORY-FOUND
               SET FP-IDX TO FP-FOUND-NDX
               IF FP-LAST-FINAL-DATE(FP-IDX) NOT < I-TERMINATION-DATE
                   MOVE 'Y' TO FP-FOUND-SWITCH
               END-IF
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

       52-FIND-YTD-ROUTINE.
           MOVE 'N' TO YT-FOUND-SWITCH
           MOVE 0 TO YT-FOUND-NDX
           PERFORM 53-MATCH-YTD-ROUTINE
               VARYING YT-IDX FROM 1 BY 1
               UNTIL YT-IDX > YT-COUNT
                   OR YTD-FOUND
           .

       53-MATCH-YTD-ROUTINE.
           IF YT-KEY(YT-IDX) = YT-WORK-KEY
               MOVE 'Y' TO YT-FOUND-SWITCH
               SET YT-FOUND-NDX TO YT-IDX
           END-IF
           .

       54-FIND-HISTORY-KEY-ROUTINE.
           MOVE 'N' TO FP-ENTRY-SWITCH
           MOVE 0 TO FP-FOUND-NDX
           PERFORM 55-MATCH-HISTORY-KEY-ROUTINE
               VARYING FP-IDX FROM 1 BY 1
               UNTIL FP-IDX > FP-COUNT
                   OR HISTORY-FOUND
           .

       55-MATCH-HISTORY-KEY-ROUTINE.
           IF FP-KEY(FP-IDX) = FP-WORK-KEY
               MOVE 'Y' TO FP-ENTRY-SWITCH
               SET FP-FOUND-NDX TO FP-IDX
           END-IF
           .

       45-FINAL-TOTALS-ROUTINE.
           IF TF-PAID-COUNT = 0
               AND TF-SKIPPED-COUNT = 0
               MOVE NO-FINAL-PAY-LINE TO RECORD-REPORT
               MOVE 2 TO PROPER-SPACING
               PERFORM 35-WRITE-A-LINE
           END-IF

           MOVE TF-PAID-COUNT TO TL-PAID-COUNT
           MOVE TF-PARTIAL-TOTAL TO TL-PARTIAL-TOTAL
           MOVE TF-PAYOUT-TOTAL TO TL-PAYOUT-TOTAL
           MOVE TF-GROSS-TOTAL TO TL-GROSS-TOTAL
           MOVE TOTAL-LINE TO RECORD-REPORT
           MOVE 3 TO PROPER-SPACING
           PERFORM 35-WRITE-A-LINE

           MOVE TF-SKIPPED-COUNT TO WL-SKIPPED-COUNT
           MOVE TF-FED-TOTAL TO WL-FED-TOTAL
           MOVE TF-STATE-TOTAL TO WL-STATE-TOTAL
           MOVE TF-NET-TOTAL TO WL-NET-TOTAL
           MOVE WITHHOLDING-TOTAL-LINE TO RECORD-REPORT
           MOVE 1 TO PROPER-SPACING
           PERFORM 35-WRITE-A-LINE
           .

       92-REWRITE-YTD-ROUTINE.
           OPEN OUTPUT PAY-YTD-FILE
           PERFORM 93-WRITE-ONE-YTD-ROUTINE
               VARYING YT-IDX FROM 1 BY 1
               UNTIL YT-IDX > YT-COUNT
           CLOSE PAY-YTD-FILE
           .

       93-WRITE-ONE-YTD-ROUTINE.
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

       95-REWRITE-BALANCES-ROUTINE.
           OPEN OUTPUT LEAVE-BALANCE-FILE
           PERFORM 96-WRITE-ONE-BALANCE-ROUTINE
               VARYING VB-IDX FROM 1 BY 1
               UNTIL VB-IDX > VB-COUNT
           CLOSE LEAVE-BALANCE-FILE
           .

       96-WRITE-ONE-BALANCE-ROUTINE.
           MOVE VB-KEY(VB-IDX) TO V-EMPLOYEE-KEY
           MOVE VB-ACCRUED(VB-IDX) TO V-ACCRUED-HOURS
           MOVE VB-USED(VB-IDX) TO V-USED-HOURS
           MOVE VB-LAST-YYYYMM(VB-IDX) TO V-LAST-ACCRUAL-YYYYMM
           MOVE VB-PAYOUT-FLAG(VB-IDX) TO V-PAYOUT-FLAG
           WRITE LEAVE-BALANCE-RECORD
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
