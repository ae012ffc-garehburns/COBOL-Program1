       IDENTIFICATION DIVISION.
       PROGRAM-ID. CGBPR33.
       AUTHOR. GARRETT BURNS.

      *TO RUN: COBC -XO whatever.EXE --STD=MF PR33WORK.CBL
      ***********************************************
      * PURPOSE:
      *   Deduction master maintenance.  DEDMAST used to be edited
      *   by hand and could only hold a flat amount per period.
      *   This run works the day's add / change / stop
      *   transactions against the keyed deduction master, edits
      *   every one against the employee master first, and prints
      *   a register of every deduction change made - the record
      *   before and after - so payroll can prove each change to
      *   the paperwork that asked for it.
      *
      * INPUT:
      *   DEDUCTION-TRANSACTIONS (DEDTRAN.TXT) - see CGBDTR.
      *   EMPLOYEE-MASTER (EMPMAST.DAT) - the employee must be on
      *   file, and must not be terminated for an add or change.
      *   DEDUCTION-MASTER (DEDMAST.DAT) - see CGBDED.  An add
      *   must not already be on file; a change or stop must be.
      *   RUNCTL.DAT - a CGBPR14 stamped STARTED for today is
      *   still rewriting the deduction master, so this run waits
      *   for it.
      *   OLD-DEDUCTION-FILE (DEDMAST.TXT, optional) - the old
      *   32-byte hand-kept flat-amount deductions.  Read only on
      *   the run that first creates DEDMAST.DAT.
      *
      * OUTPUT:
      *   DEDMAST.DAT updated in place.  The first run creates it
      *   and loads every old DEDMAST.TXT deduction as an active
      *   flat amount before the day's transactions are applied.
      *   DEDUCTION-REGISTER - one line per transaction with the
      *   result, the before and after image of every deduction
      *   changed, and the add / change / stop / reject counts.
      *
      * EDITS:
      *   FLAT 'F'     - PER-PERIOD AMOUNT REQUIRED
      *   PERCENT 'P'  - PERCENT OF PERIOD GROSS REQUIRED
      *   GOAL 'G'     - PER-PERIOD AMOUNT AND A GOAL ABOVE THE
      *                  AMOUNT ALREADY TAKEN REQUIRED
      *   START / STOP - VALID DATES, STOP AFTER START
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
           SELECT DEDUCTION-MASTER
               ASSIGN TO 'DEDMAST.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS D-DEDUCTION-KEY
               FILE STATUS IS WS-DEDMAST-STATUS.
           SELECT OPTIONAL OLD-DEDUCTION-FILE
               ASSIGN TO 'DEDMAST.TXT'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL DEDUCTION-TRANSACTIONS
               ASSIGN TO 'DEDTRAN.TXT'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT DEDUCTION-REGISTER
               ASSIGN TO PRINTER 'DEDNFILE'.
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

       FD  DEDUCTION-MASTER
           RECORD CONTAINS 86 CHARACTERS.
           COPY CGBDED.

      ***********************************************
      * THE OLD HAND-KEPT DEDUCTION FILE - KEY, DESCRIPTION AND A
      * FLAT AMOUNT PER PERIOD.  SAME AS THE FIRST 32 BYTES OF
      * CGBDED.
      ***********************************************
       FD  OLD-DEDUCTION-FILE
           RECORD CONTAINS 32 CHARACTERS.

       01  OLD-DEDUCTION-RECORD.
           05  OD-DEDUCTION-KEY     PIC X(11).
           05  OD-DEDUCTION-DESC    PIC X(15).
           05  OD-DEDUCTION-AMOUNT  PIC 9(4)V99.

       FD  DEDUCTION-TRANSACTIONS
           RECORD CONTAINS 66 CHARACTERS.
           COPY CGBDTR.

       FD  DEDUCTION-REGISTER
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
           05  LG-PROGRAM           PIC X(8)        VALUE 'CGBPR33 '.
           05  LG-SEVERITY          PIC X(5)        VALUE 'INFO '.
           05  LG-MESSAGE           PIC X(50)       VALUE SPACES.
           05  LG-COUNT-ED          PIC ZZZZ9.
           05  LG-COUNT2-ED         PIC ZZZZ9.

       01  FLAGS-N-SWITCHES.
           05  EOF-FLAG             PIC X           VALUE ' '.
               88 NO-MORE-DATA                      VALUE 'N'.
           05  RN-EOF-FLAG          PIC X           VALUE ' '.
               88 NO-MORE-RUN-ENTRIES               VALUE 'N'.
           05  OD-EOF-FLAG          PIC X           VALUE ' '.
               88 NO-MORE-OLD-DEDUCTIONS            VALUE 'N'.
           05  WS-MASTER-STATUS     PIC X(2)        VALUE '00'.
               88 MASTER-OK                         VALUE '00'.
           05  WS-DEDMAST-STATUS    PIC X(2)        VALUE '00'.
               88 DEDMAST-OK                        VALUE '00'.
           05  DM-FOUND-SWITCH      PIC X           VALUE 'N'.
               88 DEDUCTION-ON-FILE                 VALUE 'Y'.
           05  DV-DATE-SWITCH       PIC X           VALUE 'Y'.
               88 DATE-VALID                        VALUE 'Y'.

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
      * HAPPENS.  A CGBPR14 STILL STAMPED STARTED FOR TODAY IS
      * REWRITING THE AMOUNTS TAKEN ON DEDMAST.DAT.
      ***********************************************
       01  RUN-CONTROL-TABLE-CONTROL.
           05  RN-OWN-NAME          PIC X(8)        VALUE 'CGBPR33 '.
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

       01  EDIT-WORK-FIELDS.
           05  EW-REJECT-REASON     PIC X(30)       VALUE SPACES.
           05  EW-STOP-DATE         PIC 9(8)        VALUE 0.

      ***********************************************
      * THE DEDUCTION AS IT STOOD BEFORE A CHANGE OR STOP, FOR THE
      * BEFORE LINE ON THE REGISTER, AND THE AFTER IMAGE WHILE THE
      * BEFORE ONE IS BEING PRINTED.
      ***********************************************
       01  DEDUCTION-IMAGE-FIELDS.
           05  DW-BEFORE-IMAGE      PIC X(86)       VALUE SPACES.
           05  DW-AFTER-IMAGE       PIC X(86)       VALUE SPACES.

       01  DATE-VALIDATION-FIELDS.
           05  DV-DATE              PIC 9(8)        VALUE 0.
           05  DV-DATE-PARTS REDEFINES DV-DATE.
               10  DV-YEAR          PIC 9(4).
               10  DV-MONTH         PIC 9(2).
               10  DV-DAY           PIC 9(2).

       01  TOTAL-FIELDS.
           05  TF-READ-COUNT        PIC 9(5)        VALUE 0.
           05  TF-ADD-COUNT         PIC 9(5)        VALUE 0.
           05  TF-CHANGE-COUNT      PIC 9(5)        VALUE 0.
           05  TF-STOP-COUNT        PIC 9(5)        VALUE 0.
           05  TF-REJECT-COUNT      PIC 9(5)        VALUE 0.

      ***********************************************
      * CUTOVER LOAD OF DEDMAST.TXT - RECORDS CARRIED TO THE NEW
      * MASTER, AND RECORDS LEFT OFF IT (BAD AMOUNT OR THE SAME
      * EMPLOYEE AND CODE TWICE) FOR PAYROLL TO KEY BY HAND.
      ***********************************************
       01  OLD-DEDUCTION-LOAD-FIELDS.
           05  OD-LOADED-COUNT      PIC 9(5)        VALUE 0.
           05  OD-SKIPPED-COUNT     PIC 9(5)        VALUE 0.

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
               'DEDUCTION MAINTENANCE REGISTER              '.

       01  HEADING-THREE.
           05                       PIC X(1)        VALUE SPACES.
           05                       PIC X(8)        VALUE 'ACTION'.
           05                       PIC X(2)        VALUE SPACES.
           05                       PIC X(4)        VALUE 'WHSE'.
           05                       PIC X(2)        VALUE SPACES.
           05                       PIC X(5)        VALUE 'EMPL '.
           05                       PIC X(2)        VALUE SPACES.
           05                       PIC X(10)       VALUE 'LAST NAME '.
           05                       PIC X(2)        VALUE SPACES.
           05                       PIC X(2)        VALUE 'CD'.
           05                       PIC X(2)        VALUE SPACES.
           05                       PIC X(15)       VALUE
               'DESCRIPTION'.
           05                       PIC X(2)        VALUE SPACES.
           05                       PIC X(5)        VALUE 'KEYED'.
           05                       PIC X(2)        VALUE SPACES.
           05                       PIC X(40)       VALUE 'RESULT'.

       01  DETAIL-LINE.
           05                       PIC X(1)        VALUE SPACES.
           05 DL-ACTION             PIC X(8).
           05                       PIC X(2)        VALUE SPACES.
           05 DL-WAREHOUSE-ID       PIC X(4).
           05                       PIC X(2)        VALUE SPACES.
           05 DL-EMPLOYEE-ID        PIC X(5).
           05                       PIC X(2)        VALUE SPACES.
           05 DL-EMPLOYEE-LASTNAME  PIC X(10).
           05                       PIC X(2)        VALUE SPACES.
           05 DL-DEDUCTION-CODE     PIC X(2).
           05                       PIC X(2)        VALUE SPACES.
           05 DL-DEDUCTION-DESC     PIC X(15).
           05                       PIC X(2)        VALUE SPACES.
           05 DL-KEYED-BY           PIC X(4).
           05                       PIC X(3)        VALUE SPACES.
           05 DL-RESULT             PIC X(40).

      ***********************************************
      * ONE IMAGE OF A DEDUCTION RECORD, UNDER ITS DETAIL LINE.
      ***********************************************
       01  IMAGE-LINE.
           05                       PIC X(11)       VALUE SPACES.
           05 IL-LABEL              PIC X(7).
           05                       PIC X(5)        VALUE 'TYPE '.
           05 IL-TYPE               PIC X(1).
           05                       PIC X(9)        VALUE '  AMOUNT '.
           05 IL-AMOUNT             PIC Z,ZZ9.99.
           05                       PIC X(6)        VALUE '  PCT '.
           05 IL-PERCENT            PIC Z9.99.
           05                       PIC X(7)        VALUE '  GOAL '.
           05 IL-GOAL               PIC ZZZ,ZZ9.99.
           05                       PIC X(8)        VALUE '  TAKEN '.
           05 IL-TAKEN              PIC ZZZ,ZZ9.99.
           05                       PIC X(8)        VALUE '  START '.
           05 IL-START-DATE         PIC 9999/99/99.
           05                       PIC X(7)        VALUE '  STOP '.
           05 IL-STOP-DATE          PIC 9999/99/99.
           05                       PIC X(9)        VALUE '  STATUS '.
           05 IL-STATUS             PIC X(1).

       01  SUMMARY-LINE.
           05                       PIC X(1)        VALUE SPACES.
           05                       PIC X(6)        VALUE 'READ: '.
           05 SL-READ-COUNT         PIC ZZZZ9.
           05                       PIC X(4)        VALUE SPACES.
           05                       PIC X(6)        VALUE 'ADDS: '.
           05 SL-ADD-COUNT          PIC ZZZZ9.
           05                       PIC X(4)        VALUE SPACES.
           05                       PIC X(9)        VALUE 'CHANGES: '.
           05 SL-CHANGE-COUNT       PIC ZZZZ9.
           05                       PIC X(4)        VALUE SPACES.
           05                       PIC X(7)        VALUE 'STOPS: '.
           05 SL-STOP-COUNT         PIC ZZZZ9.
           05                       PIC X(4)        VALUE SPACES.
           05                       PIC X(10)       VALUE 'REJECTED: '.
           05 SL-REJECT-COUNT       PIC ZZZZ9.

      /
       PROCEDURE DIVISION.
      *                                Y3I
       10-CONTROL-MODULE.
           PERFORM 11-RUN-CONTROL-CHECK-ROUTINE
           PERFORM 15-HOUSEKEEPING-ROUTINE
           PERFORM 25-TRANSACTION-ROUTINE
           PERFORM 90-SUMMARY-ROUTINE
           CLOSE EMPLOYEE-MASTER
                 DEDUCTION-MASTER
                 DEDUCTION-TRANSACTIONS
                 DEDUCTION-REGISTER
           MOVE 'COMPLETE' TO RN-STAMP-STATUS
           PERFORM 13-STAMP-RUN-CONTROL-ROUTINE
           COMPUTE LG-COUNT-ED =
               TF-ADD-COUNT + TF-CHANGE-COUNT + TF-STOP-COUNT
           MOVE TF-REJECT-COUNT TO LG-COUNT2-ED
           MOVE SPACES TO LG-MESSAGE
           STRING 'RUN COMPLETE - ' DELIMITED BY SIZE
                  LG-COUNT-ED     DELIMITED BY SIZE
                  ' APPLIED, '    DELIMITED BY SIZE
                  LG-COUNT2-ED    DELIMITED BY SIZE
                  ' REJECTED'     DELIMITED BY SIZE
               INTO LG-MESSAGE
           IF TF-REJECT-COUNT > 0
               MOVE 'WARN ' TO LG-SEVERITY
           ELSE
               MOVE 'INFO ' TO LG-SEVERITY
           END-IF
           PERFORM 98-WRITE-OPS-LOG-ROUTINE
           STOP RUN.

      ***********************************************
      * DON'T CHANGE DEDUCTIONS UNDER A PAY RUN THAT IS STILL
      * POSTING THE AMOUNTS TAKEN TO THEM.
      ***********************************************
       11-RUN-CONTROL-CHECK-ROUTINE.
           ACCEPT RN-TODAY FROM DATE YYYYMMDD
           PERFORM 12-LOAD-RUN-CONTROL-ROUTINE

           MOVE RN-PAY-NAME TO RN-WORK-NAME
           PERFORM 41-FIND-RUN-ENTRY-ROUTINE
           IF RN-FOUND-NDX > 0
               AND RN-DATE(RN-FOUND-NDX) = RN-TODAY
               AND RN-STATUS(RN-FOUND-NDX) NOT = 'COMPLETE'
               DISPLAY 'CGBPR33 - CGBPR14 STARTED TODAY AND HAS NOT'
               DISPLAY 'CGBPR33 - FINISHED - DEDMAST.DAT IN USE'
               DISPLAY 'CGBPR33 - RUN ABORTED, NOTHING APPLIED'
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
      * NO EMPLOYEE MASTER MEANS NOTHING CAN BE EDITED - STOP.
      * ONLY A DEDUCTION MASTER THAT IS NOT THERE AT ALL (STATUS
      * 35 - THE FIRST RUN) IS CREATED, AND IT IS LOADED FROM THE
      * OLD DEDMAST.TXT SO NO DEDUCTION IS LOST AT CUTOVER.  ANY
      * OTHER OPEN FAILURE (LOCKED, DAMAGED, ...) STOPS THE RUN -
      * OPENING OUTPUT OVER IT WOULD WIPE EVERY DEDUCTION.
      ***********************************************
       15-HOUSEKEEPING-ROUTINE.
           OPEN INPUT EMPLOYEE-MASTER
           IF NOT MASTER-OK
               DISPLAY 'CGBPR33 - EMPMAST.DAT NOT AVAILABLE - STATUS '
                   WS-MASTER-STATUS
               DISPLAY 'CGBPR33 - RUN ABORTED, NOTHING APPLIED'
               MOVE 'ABORT' TO LG-SEVERITY
               MOVE 'EMPMAST.DAT NOT AVAILABLE - RUN ABORTED'
                   TO LG-MESSAGE
               PERFORM 98-WRITE-OPS-LOG-ROUTINE
               STOP RUN
           END-IF
           OPEN I-O DEDUCTION-MASTER
           IF WS-DEDMAST-STATUS = '35'
               OPEN OUTPUT DEDUCTION-MASTER
               IF DEDMAST-OK
                   PERFORM 17-LOAD-OLD-DEDUCTIONS-ROUTINE
                   CLOSE DEDUCTION-MASTER
                   OPEN I-O DEDUCTION-MASTER
               END-IF
           END-IF
           IF NOT DEDMAST-OK
               DISPLAY 'CGBPR33 - DEDMAST.DAT NOT AVAILABLE - STATUS '
                   WS-DEDMAST-STATUS
               DISPLAY 'CGBPR33 - RUN ABORTED, NOTHING APPLIED'
               MOVE 'ABORT' TO LG-SEVERITY
               MOVE 'DEDMAST.DAT NOT AVAILABLE - RUN ABORTED'
                   TO LG-MESSAGE
               PERFORM 98-WRITE-OPS-LOG-ROUTINE
               STOP RUN
           END-IF
           OPEN INPUT DEDUCTION-TRANSACTIONS
           OPEN OUTPUT DEDUCTION-REGISTER
           ACCEPT H1-DATE FROM DATE YYYYMMDD
           PERFORM 20-HEADER-ROUTINE
           .

      ***********************************************
      * CUTOVER - EVERY OLD DEDUCTION BECOMES AN ACTIVE FLAT
      * AMOUNT WITH NO PERCENT, GOAL, DATES OR HISTORY.  A RECORD
      * WITH A BAD AMOUNT, OR A SECOND ONE FOR THE SAME EMPLOYEE
      * AND CODE, IS LISTED ON THE CONSOLE AND LEFT OFF.
      ***********************************************
       17-LOAD-OLD-DEDUCTIONS-ROUTINE.
           OPEN INPUT OLD-DEDUCTION-FILE
           PERFORM UNTIL NO-MORE-OLD-DEDUCTIONS
               READ OLD-DEDUCTION-FILE
                   AT END
                       MOVE 'N' TO OD-EOF-FLAG
                   NOT AT END
                       PERFORM 18-LOAD-ONE-DEDUCTION-ROUTINE
           END-PERFORM
           CLOSE OLD-DEDUCTION-FILE

           MOVE OD-LOADED-COUNT TO LG-COUNT-ED
           MOVE OD-SKIPPED-COUNT TO LG-COUNT2-ED
           MOVE SPACES TO LG-MESSAGE
           STRING 'DEDMAST.DAT CREATED - ' DELIMITED BY SIZE
                  LG-COUNT-ED     DELIMITED BY SIZE
                  ' LOADED, '     DELIMITED BY SIZE
                  LG-COUNT2-ED    DELIMITED BY SIZE
                  ' LEFT OFF'     DELIMITED BY SIZE
               INTO LG-MESSAGE
           IF OD-SKIPPED-COUNT > 0
               MOVE 'WARN ' TO LG-SEVERITY
           ELSE
               MOVE 'INFO ' TO LG-SEVERITY
           END-IF
           PERFORM 98-WRITE-OPS-LOG-ROUTINE
           .

       18-LOAD-ONE-DEDUCTION-ROUTINE.
           IF OD-DEDUCTION-AMOUNT NOT NUMERIC
               ADD 1 TO OD-SKIPPED-COUNT
               DISPLAY 'CGBPR33 - DEDMAST.TXT BAD AMOUNT, LEFT OFF - '
                   OD-DEDUCTION-KEY
           ELSE
               MOVE SPACES TO DEDUCTION-RECORD
               MOVE OD-DEDUCTION-KEY TO D-DEDUCTION-KEY
               MOVE OD-DEDUCTION-DESC TO D-DEDUCTION-DESC
               MOVE OD-DEDUCTION-AMOUNT TO D-DEDUCTION-AMOUNT
               MOVE 'F' TO D-DEDUCTION-TYPE
               MOVE 0 TO D-DEDUCTION-PERCENT
                         D-GOAL-AMOUNT
                         D-TAKEN-TO-DATE
                         D-START-DATE
                         D-STOP-DATE
                         D-LAST-TAKEN-DATE
                         D-LAST-TAKEN-AMOUNT
               MOVE 'A' TO D-DEDUCTION-STATUS
               WRITE DEDUCTION-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
               IF DEDMAST-OK
                   ADD 1 TO OD-LOADED-COUNT
               ELSE
                   ADD 1 TO OD-SKIPPED-COUNT
                   DISPLAY 'CGBPR33 - DEDMAST.TXT NOT LOADED - '
                       OD-DEDUCTION-KEY ' STATUS ' WS-DEDMAST-STATUS
               END-IF
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

           MOVE 2 TO PROPER-SPACING
           MOVE HEADING-THREE TO RECORD-REPORT
           WRITE RECORD-REPORT
               AFTER ADVANCING PROPER-SPACING
           MOVE 6 TO PG-LINE-COUNT
           .

       25-TRANSACTION-ROUTINE.
           PERFORM UNTIL NO-MORE-DATA
               READ DEDUCTION-TRANSACTIONS
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO TF-READ-COUNT
                       PERFORM 30-EDIT-TRANSACTION-ROUTINE
                       IF EW-REJECT-REASON = SPACES
                           EVALUATE TRUE
                               WHEN DX-ACTION-ADD
                                   PERFORM 50-ADD-DEDUCTION-ROUTINE
                               WHEN DX-ACTION-CHANGE
                                   PERFORM 55-CHANGE-DEDUCTION-ROUTINE
                               WHEN DX-ACTION-STOP
                                   PERFORM 60-STOP-DEDUCTION-ROUTINE
                           END-EVALUATE
                       ELSE
                           PERFORM 65-REJECT-TRANSACTION-ROUTINE
                       END-IF
           END-PERFORM
           .

      ***********************************************
      * EDIT ONE TRANSACTION.  THE FIRST FAILURE IS THE REASON
      * PRINTED.  THE EMPLOYEE AND DEDUCTION ARE LOOKED UP HERE,
      * SO ON A CHANGE OR STOP THE DEDUCTION AS IT STANDS IS IN
      * THE RECORD AREA WHEN THIS RETURNS.
      ***********************************************
       30-EDIT-TRANSACTION-ROUTINE.
           MOVE SPACES TO EW-REJECT-REASON
           MOVE SPACES TO I-EMPLOYEE-LASTNAME
           EVALUATE TRUE
               WHEN NOT DX-ACTION-ADD
                   AND NOT DX-ACTION-CHANGE
                   AND NOT DX-ACTION-STOP
                   MOVE 'INVALID ACTION CODE' TO EW-REJECT-REASON
               WHEN DX-DEDUCTION-CODE = SPACES
                   MOVE 'NO DEDUCTION CODE' TO EW-REJECT-REASON
               WHEN DX-DEDUCTION-TYPE NOT = SPACE
                   AND NOT DX-TYPE-VALID
                   MOVE 'INVALID DEDUCTION TYPE' TO EW-REJECT-REASON
               WHEN DX-DEDUCTION-AMOUNT NOT = SPACES
                   AND DX-DEDUCTION-AMOUNT NOT NUMERIC
                   MOVE 'AMOUNT NOT NUMERIC' TO EW-REJECT-REASON
               WHEN DX-DEDUCTION-PERCENT NOT = SPACES
                   AND DX-DEDUCTION-PERCENT NOT NUMERIC
                   MOVE 'PERCENT NOT NUMERIC' TO EW-REJECT-REASON
               WHEN DX-GOAL-AMOUNT NOT = SPACES
                   AND DX-GOAL-AMOUNT NOT NUMERIC
                   MOVE 'GOAL NOT NUMERIC' TO EW-REJECT-REASON
               WHEN DX-START-DATE NOT = SPACES
                   AND DX-START-DATE NOT NUMERIC
                   MOVE 'START DATE NOT NUMERIC' TO EW-REJECT-REASON
               WHEN DX-STOP-DATE NOT = SPACES
                   AND DX-STOP-DATE NOT NUMERIC
                   MOVE 'STOP DATE NOT NUMERIC' TO EW-REJECT-REASON
           END-EVALUATE

           IF EW-REJECT-REASON = SPACES
               PERFORM 31-EDIT-EMPLOYEE-ROUTINE
           END-IF
           IF EW-REJECT-REASON = SPACES
               PERFORM 32-EDIT-DEDUCTION-KEY-ROUTINE
           END-IF
           .

      ***********************************************
      * THE EMPLOYEE MUST BE ON THE MASTER.  NO NEW OR CHANGED
      * DEDUCTION FOR SOMEONE TERMINATED - BUT A STOP IS ALWAYS
      * ALLOWED, SO A LEAVER'S DEDUCTIONS CAN BE CLOSED OFF.
      ***********************************************
       31-EDIT-EMPLOYEE-ROUTINE.
           MOVE DX-WAREHOUSE-ID TO I-WAREHOUSE-ID
           MOVE DX-EMPLOYEE-ID TO I-EMPLOYEE-ID
           READ EMPLOYEE-MASTER
               INVALID KEY
                   CONTINUE
           END-READ
           IF NOT MASTER-OK
               MOVE SPACES TO I-EMPLOYEE-LASTNAME
               MOVE 'NOT ON EMPMAST' TO EW-REJECT-REASON
           ELSE
               IF I-EMP-TERMINATED
                   AND NOT DX-ACTION-STOP
                   MOVE 'EMPLOYEE TERMINATED' TO EW-REJECT-REASON
               END-IF
           END-IF
           .

       32-EDIT-DEDUCTION-KEY-ROUTINE.
           PERFORM 45-FIND-DEDUCTION-ROUTINE
           EVALUATE TRUE
               WHEN DX-ACTION-ADD
                   AND DEDUCTION-ON-FILE
                   MOVE 'DUPLICATE - DEDUCTION ON FILE'
                       TO EW-REJECT-REASON
               WHEN NOT DX-ACTION-ADD
                   AND NOT DEDUCTION-ON-FILE
                   MOVE 'DEDUCTION NOT ON FILE' TO EW-REJECT-REASON
               WHEN DX-ACTION-STOP
                   AND NOT D-DEDN-ACTIVE
                   MOVE 'ALREADY STOPPED' TO EW-REJECT-REASON
           END-EVALUATE
           .

      ***********************************************
      * THE DEDUCTION AS IT WILL STAND, BY TYPE.  A GOAL MUST
      * STILL BE AHEAD OF WHAT HAS BEEN TAKEN WHILE IT IS ACTIVE -
      * A GOAL ALREADY MET THAT IS NOT BEING REOPENED IS LEFT BE.
      ***********************************************
       33-VALIDATE-DEDUCTION-ROUTINE.
           EVALUATE TRUE
               WHEN D-TYPE-FLAT
                   AND D-DEDUCTION-AMOUNT = 0
                   MOVE 'FLAT AMOUNT REQUIRED' TO EW-REJECT-REASON
               WHEN D-TYPE-PERCENT
                   AND D-DEDUCTION-PERCENT = 0
                   MOVE 'PERCENT REQUIRED' TO EW-REJECT-REASON
               WHEN D-TYPE-GOAL
                   AND D-DEDUCTION-AMOUNT = 0
                   MOVE 'PER-PERIOD AMOUNT REQUIRED'
                       TO EW-REJECT-REASON
               WHEN D-TYPE-GOAL
                   AND D-GOAL-AMOUNT = 0
                   MOVE 'GOAL AMOUNT REQUIRED' TO EW-REJECT-REASON
               WHEN D-TYPE-GOAL
                   AND D-DEDN-ACTIVE
                   AND D-GOAL-AMOUNT NOT > D-TAKEN-TO-DATE
                   MOVE 'GOAL NOT ABOVE TAKEN TO DATE'
                       TO EW-REJECT-REASON
           END-EVALUATE

           IF EW-REJECT-REASON = SPACES
               AND D-START-DATE > 0
               MOVE D-START-DATE TO DV-DATE
               PERFORM 47-CHECK-DATE-ROUTINE
               IF NOT DATE-VALID
                   MOVE 'INVALID START DATE' TO EW-REJECT-REASON
               END-IF
           END-IF
           IF EW-REJECT-REASON = SPACES
               AND D-STOP-DATE > 0
               MOVE D-STOP-DATE TO DV-DATE
               PERFORM 47-CHECK-DATE-ROUTINE
               IF NOT DATE-VALID
                   MOVE 'INVALID STOP DATE' TO EW-REJECT-REASON
               END-IF
           END-IF
           IF EW-REJECT-REASON = SPACES
               AND D-START-DATE > 0
               AND D-STOP-DATE > 0
               AND D-STOP-DATE NOT > D-START-DATE
               MOVE 'STOP DATE NOT AFTER START' TO EW-REJECT-REASON
           END-IF
           .

       45-FIND-DEDUCTION-ROUTINE.
           MOVE 'N' TO DM-FOUND-SWITCH
           MOVE DX-DEDUCTION-KEY TO D-DEDUCTION-KEY
           READ DEDUCTION-MASTER
               INVALID KEY
                   CONTINUE
           END-READ
           IF DEDMAST-OK
               MOVE 'Y' TO DM-FOUND-SWITCH
           END-IF
           .

       47-CHECK-DATE-ROUTINE.
           MOVE 'Y' TO DV-DATE-SWITCH
           IF DV-YEAR < 1900
               OR DV-MONTH < 1
               OR DV-MONTH > 12
               OR DV-DAY < 1
               OR DV-DAY > 31
               MOVE 'N' TO DV-DATE-SWITCH
           END-IF
           .

      ***********************************************
      * ADD - BUILD THE NEW RECORD OUT OF THE TRANSACTION.  A
      * BLANK TYPE IS FLAT, WHICH IS WHAT EVERY DEDUCTION WAS
      * BEFORE THE OTHER TYPES EXISTED.
      ***********************************************
       50-ADD-DEDUCTION-ROUTINE.
           MOVE SPACES TO DEDUCTION-RECORD
           MOVE DX-DEDUCTION-KEY TO D-DEDUCTION-KEY
           MOVE DX-DEDUCTION-DESC TO D-DEDUCTION-DESC
           IF DX-DEDUCTION-TYPE = SPACE
               MOVE 'F' TO D-DEDUCTION-TYPE
           ELSE
               MOVE DX-DEDUCTION-TYPE TO D-DEDUCTION-TYPE
           END-IF
           MOVE 0 TO D-DEDUCTION-AMOUNT
                     D-DEDUCTION-PERCENT
                     D-GOAL-AMOUNT
                     D-TAKEN-TO-DATE
                     D-START-DATE
                     D-STOP-DATE
                     D-LAST-TAKEN-DATE
                     D-LAST-TAKEN-AMOUNT
           PERFORM 52-APPLY-KEYED-FIELDS-ROUTINE
           MOVE 'A' TO D-DEDUCTION-STATUS
           PERFORM 33-VALIDATE-DEDUCTION-ROUTINE
           IF EW-REJECT-REASON NOT = SPACES
               PERFORM 65-REJECT-TRANSACTION-ROUTINE
           ELSE
               WRITE DEDUCTION-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
               IF DEDMAST-OK
                   ADD 1 TO TF-ADD-COUNT
                   MOVE 'ADDED' TO DL-RESULT
                   PERFORM 70-WRITE-DETAIL-ROUTINE
                   MOVE 'AFTER  ' TO IL-LABEL
                   PERFORM 72-WRITE-IMAGE-ROUTINE
               ELSE
                   MOVE 'WRITE FAILED' TO EW-REJECT-REASON
                   PERFORM 65-REJECT-TRANSACTION-ROUTINE
               END-IF
           END-IF
           .

      ***********************************************
      * EVERY FIELD KEYED ON THE TRANSACTION REPLACES THE ONE IN
      * THE RECORD AREA; A BLANK FIELD LEAVES IT ALONE.  THE
      * NUMERIC ONES WERE PROVED NUMERIC IN THE EDIT.
      ***********************************************
       52-APPLY-KEYED-FIELDS-ROUTINE.
           IF DX-DEDUCTION-AMOUNT NOT = SPACES
               MOVE DX-DEDUCTION-AMOUNT-N TO D-DEDUCTION-AMOUNT
           END-IF
           IF DX-DEDUCTION-PERCENT NOT = SPACES
               MOVE DX-DEDUCTION-PERCENT-N TO D-DEDUCTION-PERCENT
           END-IF
           IF DX-GOAL-AMOUNT NOT = SPACES
               MOVE DX-GOAL-AMOUNT-N TO D-GOAL-AMOUNT
           END-IF
           IF DX-START-DATE NOT = SPACES
               MOVE DX-START-DATE-N TO D-START-DATE
           END-IF
           IF DX-STOP-DATE NOT = SPACES
               MOVE DX-STOP-DATE-N TO D-STOP-DATE
           END-IF
           .

      ***********************************************
      * CHANGE - APPLY WHAT WAS KEYED OVER THE RECORD ON FILE.  A
      * STOPPED DEDUCTION WHOSE STOP DATE IS MOVED OUT (OR
      * CLEARED) STARTS AGAIN, AND SO DOES A MET GOAL THAT IS
      * RAISED OR TURNED INTO ANOTHER TYPE.  THE AMOUNT TAKEN TO
      * DATE IS NEVER CHANGED HERE.
      ***********************************************
       55-CHANGE-DEDUCTION-ROUTINE.
           MOVE DEDUCTION-RECORD TO DW-BEFORE-IMAGE
           IF DX-DEDUCTION-DESC NOT = SPACES
               MOVE DX-DEDUCTION-DESC TO D-DEDUCTION-DESC
           END-IF
           IF DX-DEDUCTION-TYPE NOT = SPACE
               MOVE DX-DEDUCTION-TYPE TO D-DEDUCTION-TYPE
           END-IF
           PERFORM 52-APPLY-KEYED-FIELDS-ROUTINE
           IF D-DEDN-STOPPED
               AND (D-STOP-DATE = 0 OR D-STOP-DATE > RN-TODAY)
               MOVE 'A' TO D-DEDUCTION-STATUS
           END-IF
           IF D-DEDN-GOAL-MET
               AND (NOT D-TYPE-GOAL
                    OR D-GOAL-AMOUNT > D-TAKEN-TO-DATE)
               MOVE 'A' TO D-DEDUCTION-STATUS
           END-IF
           IF D-DEDN-ACTIVE
               AND D-STOP-DATE > 0
               AND D-STOP-DATE NOT > RN-TODAY
               MOVE 'S' TO D-DEDUCTION-STATUS
           END-IF
           PERFORM 33-VALIDATE-DEDUCTION-ROUTINE
           IF EW-REJECT-REASON NOT = SPACES
               PERFORM 65-REJECT-TRANSACTION-ROUTINE
           ELSE
               REWRITE DEDUCTION-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               IF DEDMAST-OK
                   ADD 1 TO TF-CHANGE-COUNT
                   MOVE 'CHANGED' TO DL-RESULT
                   PERFORM 70-WRITE-DETAIL-ROUTINE
                   PERFORM 74-WRITE-BEFORE-AFTER-ROUTINE
               ELSE
                   MOVE 'REWRITE FAILED' TO EW-REJECT-REASON
                   PERFORM 65-REJECT-TRANSACTION-ROUTINE
               END-IF
           END-IF
           .

      ***********************************************
      * STOP - THE STOP DATE KEYED (ELSE TODAY) IS THE FIRST PAY
      * DATE THE DEDUCTION IS NO LONGER TAKEN.  ONE DATED TODAY OR
      * EARLIER IS MARKED STOPPED NOW; A LATER ONE STAYS ACTIVE
      * AND CGBPR14 DROPS IT WHEN THE DATE COMES.
      ***********************************************
       60-STOP-DEDUCTION-ROUTINE.
           MOVE DEDUCTION-RECORD TO DW-BEFORE-IMAGE
           IF DX-STOP-DATE NOT = SPACES
               AND DX-STOP-DATE-N > 0
               MOVE DX-STOP-DATE-N TO EW-STOP-DATE
           ELSE
               MOVE RN-TODAY TO EW-STOP-DATE
           END-IF
           MOVE EW-STOP-DATE TO DV-DATE
           PERFORM 47-CHECK-DATE-ROUTINE
           IF NOT DATE-VALID
               MOVE 'INVALID STOP DATE' TO EW-REJECT-REASON
               PERFORM 65-REJECT-TRANSACTION-ROUTINE
           ELSE
               MOVE EW-STOP-DATE TO D-STOP-DATE
               IF EW-STOP-DATE NOT > RN-TODAY
                   MOVE 'S' TO D-DEDUCTION-STATUS
               END-IF
               REWRITE DEDUCTION-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               IF DEDMAST-OK
                   ADD 1 TO TF-STOP-COUNT
                   MOVE 'STOPPED' TO DL-RESULT
                   PERFORM 70-WRITE-DETAIL-ROUTINE
                   PERFORM 74-WRITE-BEFORE-AFTER-ROUTINE
               ELSE
                   MOVE 'REWRITE FAILED' TO EW-REJECT-REASON
                   PERFORM 65-REJECT-TRANSACTION-ROUTINE
               END-IF
           END-IF
           .

       65-REJECT-TRANSACTION-ROUTINE.
           ADD 1 TO TF-REJECT-COUNT
           MOVE SPACES TO DL-RESULT
           STRING 'REJECTED - '    DELIMITED BY SIZE
                  EW-REJECT-REASON DELIMITED BY SIZE
               INTO DL-RESULT
           PERFORM 70-WRITE-DETAIL-ROUTINE
           .

       70-WRITE-DETAIL-ROUTINE.
           EVALUATE TRUE
               WHEN DX-ACTION-ADD
                   MOVE 'ADD     ' TO DL-ACTION
               WHEN DX-ACTION-CHANGE
                   MOVE 'CHANGE  ' TO DL-ACTION
               WHEN DX-ACTION-STOP
                   MOVE 'STOP    ' TO DL-ACTION
               WHEN OTHER
                   MOVE DX-ACTION-CODE TO DL-ACTION
           END-EVALUATE
           MOVE DX-WAREHOUSE-ID TO DL-WAREHOUSE-ID
           MOVE DX-EMPLOYEE-ID TO DL-EMPLOYEE-ID
           MOVE I-EMPLOYEE-LASTNAME TO DL-EMPLOYEE-LASTNAME
           MOVE DX-DEDUCTION-CODE TO DL-DEDUCTION-CODE
           MOVE DX-DEDUCTION-DESC TO DL-DEDUCTION-DESC
           MOVE DX-KEYED-BY TO DL-KEYED-BY
           MOVE DETAIL-LINE TO RECORD-REPORT
           MOVE 2 TO PROPER-SPACING
           PERFORM 35-WRITE-A-LINE
           .

       72-WRITE-IMAGE-ROUTINE.
           MOVE D-DEDUCTION-TYPE TO IL-TYPE
           MOVE D-DEDUCTION-AMOUNT TO IL-AMOUNT
           MOVE D-DEDUCTION-PERCENT TO IL-PERCENT
           MOVE D-GOAL-AMOUNT TO IL-GOAL
           MOVE D-TAKEN-TO-DATE TO IL-TAKEN
           MOVE D-START-DATE TO IL-START-DATE
           MOVE D-STOP-DATE TO IL-STOP-DATE
           MOVE D-DEDUCTION-STATUS TO IL-STATUS
           MOVE IMAGE-LINE TO RECORD-REPORT
           MOVE 1 TO PROPER-SPACING
           PERFORM 35-WRITE-A-LINE
           .

      ***********************************************
      * THE RECORD AREA HOLDS THE AFTER IMAGE.  PARK IT, PRINT
      * THE BEFORE IMAGE, THEN PUT IT BACK AND PRINT IT.
      ***********************************************
       74-WRITE-BEFORE-AFTER-ROUTINE.
           MOVE DEDUCTION-RECORD TO DW-AFTER-IMAGE
           MOVE DW-BEFORE-IMAGE TO DEDUCTION-RECORD
           MOVE 'BEFORE ' TO IL-LABEL
           PERFORM 72-WRITE-IMAGE-ROUTINE
           MOVE DW-AFTER-IMAGE TO DEDUCTION-RECORD
           MOVE 'AFTER  ' TO IL-LABEL
           PERFORM 72-WRITE-IMAGE-ROUTINE
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

       90-SUMMARY-ROUTINE.
           MOVE TF-READ-COUNT TO SL-READ-COUNT
           MOVE TF-ADD-COUNT TO SL-ADD-COUNT
           MOVE TF-CHANGE-COUNT TO SL-CHANGE-COUNT
           MOVE TF-STOP-COUNT TO SL-STOP-COUNT
           MOVE TF-REJECT-COUNT TO SL-REJECT-COUNT
           MOVE SUMMARY-LINE TO RECORD-REPORT
           MOVE 3 TO PROPER-SPACING
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
