       IDENTIFICATION DIVISION.
       PROGRAM-ID. CGBPR31.
       AUTHOR. GARRETT BURNS.

      *TO RUN: COBC -XO whatever.EXE --STD=MF PR31WORK.CBL
      ***********************************************
      * PURPOSE:
      *   Report of the salary adds and changes waiting on a
      *   second person's approval.  CGBPR3 now holds back any add
      *   or change whose salary breaks an APRVPARM.TXT limit or
      *   the POSMAST.TXT band, and nothing reaches the master
      *   until someone other than the operator who keyed it
      *   releases it.  This report lists every held item by
      *   warehouse, oldest first, with the old and new salary and
      *   how long it has waited, so the approvers have a worklist
      *   and nothing sits unnoticed.
      *
      * INPUT:
      *   APPROVAL-HOLD-FILE (APRVPEND.DAT) - see CGBAPR copybook.
      *   RUNCTL.DAT - a CGBPR3 stamped STARTED for today is still
      *   rewriting the approvals file, so this run waits for it.
      *
      * OUTPUT:
      *   APPROVAL-REPORT - one line per held item by warehouse
      *   (approval ID, action, employee, old and new salary,
      *   percent change, days waiting, keyed-by operator and hold
      *   reason), warehouse subtotals and company totals of the
      *   item count, old and new salary and the increase they
      *   would add to payroll.
      *
      * CALCULATIONS:
      *   PERCENT CHANGE = (NEW SALARY - OLD SALARY) * 100
      *                    / OLD SALARY  (BLANK ON AN ADD)
      *   DAYS WAITING = CALENDAR DAYS FROM THE DATE HELD TO TODAY
      ***********************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   LAPTOP-U5VKK9JE.
       OBJECT-COMPUTER.   LAPTOP-U5VKK9JE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL APPROVAL-HOLD-FILE
               ASSIGN TO 'APRVPEND.DAT'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT APPROVAL-REPORT
               ASSIGN TO PRINTER 'APRVFILE'.
           SELECT SORT-WORK-FILE
               ASSIGN TO 'APRVSORT.TMP'.
           SELECT OPTIONAL RUN-CONTROL-FILE
               ASSIGN TO 'RUNCTL.DAT'
               ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL OPERATIONS-LOG
               ASSIGN TO 'OPSLOG.DAT'
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  APPROVAL-HOLD-FILE
           RECORD CONTAINS 154 CHARACTERS.
           COPY CGBAPR.

       FD  APPROVAL-REPORT
           RECORD CONTAINS 132 CHARACTERS.

       01  RECORD-REPORT            PIC X(132).

       SD  SORT-WORK-FILE.

       01  SORT-RECORD.
           05 S-WAREHOUSE-ID        PIC X(4).
           05 S-APPROVAL-ID         PIC 9(12).
           05 S-HELD-DATE           PIC 9(8).
           05 S-ACTION-CODE         PIC X(1).
           05 S-EMPLOYEE-ID         PIC X(5).
           05 S-EMPLOYEE-LASTNAME   PIC X(10).
           05 S-OLD-SALARY          PIC 9(8).
           05 S-NEW-SALARY          PIC 9(8).
           05 S-DAYS-WAITING        PIC 9(5).
           05 S-KEYED-BY            PIC X(4).
           05 S-HOLD-REASON         PIC X(30).

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
           05  LG-PROGRAM           PIC X(8)        VALUE 'CGBPR31 '.
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
           05  PG-SAVE-LINE         PIC X(132)      VALUE SPACES.

      ***********************************************
      * RUN CONTROL TABLE - RUNCTL.DAT LOADED BEFORE ANYTHING ELSE
      * HAPPENS.  A CGBPR3 STILL STAMPED STARTED FOR TODAY HAS NOT
      * WRITTEN APRVPEND.DAT BACK YET.
      ***********************************************
       01  RUN-CONTROL-TABLE-CONTROL.
           05  RN-OWN-NAME          PIC X(8)        VALUE 'CGBPR31 '.
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
      * DAYS-BEFORE-MONTH TABLE FOR THE DAYS EACH ITEM HAS WAITED.
      * A LEAP DAY IS ADDED FOR EVERY FOURTH YEAR, WHICH HOLDS
      * THROUGH 2099.
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
           05  CF-PERCENT-CHANGE    PIC S9(5)V9(2)  VALUE 0.

       01  WAREHOUSE-BREAK-FIELDS.
           05  WB-FIRST-RECORD-SW   PIC X           VALUE 'Y'.
               88 WB-FIRST-RECORD                   VALUE 'Y'.
           05  WB-WAREHOUSE-ID      PIC X(4)        VALUE SPACES.
           05  WB-ITEM-COUNT        PIC 9(5)        VALUE 0.
           05  WB-OLD-SALARY        PIC 9(10)       VALUE 0.
           05  WB-NEW-SALARY        PIC 9(10)       VALUE 0.
           05  WB-INCREASE          PIC S9(10)      VALUE 0.

       01  TOTAL-FIELDS.
           05  TF-ITEM-COUNT        PIC 9(5)        VALUE 0.
           05  TF-OLD-SALARY        PIC 9(10)       VALUE 0.
           05  TF-NEW-SALARY        PIC 9(10)       VALUE 0.
           05  TF-INCREASE          PIC S9(10)      VALUE 0.
           05  TF-OVER-7-COUNT      PIC 9(5)        VALUE 0.

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
               'SALARY CHANGES AWAITING APPROVAL            '.

       01  HEADING-THREE.
           05                       PIC X(1)        VALUE SPACES.
           05                       PIC X(4)        VALUE 'WHSE'.
           05                       PIC X(2)        VALUE SPACES.
           05                       PIC X(12)       VALUE
               'APPROVAL ID '.
           05                       PIC X(1)        VALUE SPACES.
           05                       PIC X(3)        VALUE 'ACT'.
           05                       PIC X(2)        VALUE SPACES.
           05                       PIC X(5)        VALUE 'EMPL '.
           05                       PIC X(2)        VALUE SPACES.
           05                       PIC X(10)       VALUE 'LAST NAME '.
           05                       PIC X(2)        VALUE SPACES.
           05                       PIC X(10)       VALUE
               'OLD SALARY'.
           05                       PIC X(2)        VALUE SPACES.
           05                       PIC X(10)       VALUE
               'NEW SALARY'.
           05                       PIC X(2)        VALUE SPACES.
           05                       PIC X(9)        VALUE
               ' PCT CHG '.
           05                       PIC X(1)        VALUE SPACES.
           05                       PIC X(4)        VALUE 'DAYS'.
           05                       PIC X(2)        VALUE SPACES.
           05                       PIC X(5)        VALUE 'KEYED'.
           05                       PIC X(1)        VALUE SPACES.
           05                       PIC X(30)       VALUE
               'HOLD REASON'.

       01  DETAIL-LINE.
           05                       PIC X(1)        VALUE SPACES.
           05 DL-WAREHOUSE-ID       PIC X(4).
           05                       PIC X(2)        VALUE SPACES.
           05 DL-APPROVAL-ID        PIC 9(12).
           05                       PIC X(2)        VALUE SPACES.
           05 DL-ACTION-CODE        PIC X(1).
           05                       PIC X(3)        VALUE SPACES.
           05 DL-EMPLOYEE-ID        PIC X(5).
           05                       PIC X(2)        VALUE SPACES.
           05 DL-EMPLOYEE-LASTNAME  PIC X(10).
           05                       PIC X(2)        VALUE SPACES.
           05 DL-OLD-SALARY         PIC ZZ,ZZZ,ZZ9.
           05                       PIC X(2)        VALUE SPACES.
           05 DL-NEW-SALARY         PIC ZZ,ZZZ,ZZ9.
           05                       PIC X(2)        VALUE SPACES.
           05 DL-PERCENT-CHANGE     PIC -----9.99.
           05 DL-PERCENT-BLANK REDEFINES DL-PERCENT-CHANGE
                                    PIC X(9).
           05                       PIC X(1)        VALUE SPACES.
           05 DL-DAYS-WAITING       PIC ZZZ9.
           05                       PIC X(3)        VALUE SPACES.
           05 DL-KEYED-BY           PIC X(4).
           05                       PIC X(1)        VALUE SPACES.
           05 DL-HOLD-REASON        PIC X(30).

       01  WAREHOUSE-TOTAL-LINE.
           05                       PIC X(1)        VALUE SPACES.
           05 WT-WAREHOUSE-ID       PIC X(4).
           05                       PIC X(1)        VALUE SPACES.
           05                       PIC X(11)       VALUE
               'WHSE TOTALS'.
           05                       PIC X(1)        VALUE SPACES.
           05 WT-ITEM-COUNT         PIC ZZZZ9.
           05                       PIC X(8)        VALUE ' ITEMS  '.
           05                       PIC X(5)        VALUE 'OLD: '.
           05 WT-OLD-SALARY         PIC Z,ZZZ,ZZZ,ZZ9.
           05                       PIC X(8)        VALUE '   NEW: '.
           05 WT-NEW-SALARY         PIC Z,ZZZ,ZZZ,ZZ9.
           05                       PIC X(13)       VALUE
               '   INCREASE: '.
           05 WT-INCREASE           PIC -,---,---,--9.

       01  TOTAL-LINE.
           05                       PIC X(1)        VALUE SPACES.
           05                       PIC X(16)       VALUE
               'COMPANY TOTALS  '.
           05                       PIC X(1)        VALUE SPACES.
           05 TL-ITEM-COUNT         PIC ZZZZ9.
           05                       PIC X(8)        VALUE ' ITEMS  '.
           05                       PIC X(5)        VALUE 'OLD: '.
           05 TL-OLD-SALARY         PIC Z,ZZZ,ZZZ,ZZ9.
           05                       PIC X(8)        VALUE '   NEW: '.
           05 TL-NEW-SALARY         PIC Z,ZZZ,ZZZ,ZZ9.
           05                       PIC X(13)       VALUE
               '   INCREASE: '.
           05 TL-INCREASE           PIC -,---,---,--9.

       01  NO-ITEMS-LINE.
           05                       PIC X(1)        VALUE SPACES.
           05                       PIC X(40)       VALUE
               'NO ITEMS AWAITING APPROVAL              '.

      /
       PROCEDURE DIVISION.
      *                                Y3I
       10-CONTROL-MODULE.
           PERFORM 11-RUN-CONTROL-CHECK-ROUTINE
           PERFORM 15-HOUSEKEEPING-ROUTINE
           SORT SORT-WORK-FILE
               ON ASCENDING KEY S-WAREHOUSE-ID
               ON ASCENDING KEY S-APPROVAL-ID
               INPUT PROCEDURE 21-HELD-ITEM-RELEASE-ROUTINE
               OUTPUT PROCEDURE 25-APPROVAL-ROUTINE
           PERFORM 45-FINAL-TOTALS-ROUTINE
           MOVE 'COMPLETE' TO RN-STAMP-STATUS
           PERFORM 13-STAMP-RUN-CONTROL-ROUTINE
           MOVE TF-ITEM-COUNT TO LG-COUNT-ED
           MOVE TF-OVER-7-COUNT TO LG-COUNT2-ED
           MOVE SPACES TO LG-MESSAGE
           STRING 'RUN COMPLETE - ' DELIMITED BY SIZE
                  LG-COUNT-ED     DELIMITED BY SIZE
                  ' WAITING, '    DELIMITED BY SIZE
                  LG-COUNT2-ED    DELIMITED BY SIZE
                  ' OVER 7 DAYS'  DELIMITED BY SIZE
               INTO LG-MESSAGE
           IF TF-OVER-7-COUNT > 0
               MOVE 'WARN ' TO LG-SEVERITY
           ELSE
               MOVE 'INFO ' TO LG-SEVERITY
           END-IF
           PERFORM 98-WRITE-OPS-LOG-ROUTINE
           CLOSE APPROVAL-REPORT
           STOP RUN.

      ***********************************************
      * DON'T REPORT AN APPROVALS FILE CGBPR3 IS STILL REWRITING.
      ***********************************************
       11-RUN-CONTROL-CHECK-ROUTINE.
           ACCEPT RN-TODAY FROM DATE YYYYMMDD
           PERFORM 12-LOAD-RUN-CONTROL-ROUTINE

           MOVE RN-MAINT-NAME TO RN-WORK-NAME
           PERFORM 41-FIND-RUN-ENTRY-ROUTINE
           IF RN-FOUND-NDX > 0
               AND RN-DATE(RN-FOUND-NDX) = RN-TODAY
               AND RN-STATUS(RN-FOUND-NDX) NOT = 'COMPLETE'
               DISPLAY 'CGBPR31 - CGBPR3 STARTED TODAY AND HAS NOT'
               DISPLAY 'CGBPR31 - FINISHED - APPROVALS NOT WRITTEN'
               DISPLAY 'CGBPR31 - RUN ABORTED, NO REPORT PRODUCED'
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
           OPEN OUTPUT APPROVAL-REPORT
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
      * SORT INPUT PROCEDURE.  WORKS OUT HOW LONG EACH HELD ITEM
      * HAS WAITED AS OF TODAY AND RELEASES IT BY WAREHOUSE IN
      * APPROVAL ID ORDER, WHICH IS OLDEST FIRST.
      ***********************************************
       21-HELD-ITEM-RELEASE-ROUTINE.
           OPEN INPUT APPROVAL-HOLD-FILE
           PERFORM UNTIL NO-MORE-DATA
               READ APPROVAL-HOLD-FILE
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       PERFORM 23-RELEASE-SORT-RECORD-ROUTINE
           END-PERFORM
           CLOSE APPROVAL-HOLD-FILE
           .

       23-RELEASE-SORT-RECORD-ROUTINE.
           MOVE AP-WAREHOUSE-ID TO S-WAREHOUSE-ID
           MOVE AP-APPROVAL-ID TO S-APPROVAL-ID
           MOVE AP-HELD-DATE TO S-HELD-DATE
           MOVE AP-ACTION-CODE TO S-ACTION-CODE
           MOVE AP-EMPLOYEE-ID TO S-EMPLOYEE-ID
           MOVE AP-EMPLOYEE-LASTNAME TO S-EMPLOYEE-LASTNAME
           MOVE AP-OLD-SALARY TO S-OLD-SALARY
           MOVE AP-NEW-SALARY TO S-NEW-SALARY
           MOVE AP-KEYED-BY TO S-KEYED-BY
           MOVE AP-HOLD-REASON TO S-HOLD-REASON
           MOVE 0 TO S-DAYS-WAITING
           MOVE AP-HELD-DATE TO DN-DATE
           IF DN-MONTH > 0
               AND DN-MONTH < 13
               AND DN-DATE < RN-TODAY
               PERFORM 50-DAY-NUMBER-ROUTINE
               COMPUTE S-DAYS-WAITING =
                   DN-TODAY-NUMBER - DN-DAY-NUMBER
           END-IF
           RELEASE SORT-RECORD
           .

      ***********************************************
      * SORT OUTPUT PROCEDURE.  ONE LINE PER HELD ITEM, A SUBTOTAL
      * EACH TIME THE WAREHOUSE CHANGES.
      ***********************************************
       25-APPROVAL-ROUTINE.
           PERFORM UNTIL NO-MORE-SORTED-DATA
               RETURN SORT-WORK-FILE
                   AT END
                       MOVE 'N' TO SORT-EOF-FLAG
                   NOT AT END
                       PERFORM 27-CONTROL-BREAK-ROUTINE
                       PERFORM 30-PRINT-ITEM-ROUTINE
           END-PERFORM
           IF NOT WB-FIRST-RECORD
               PERFORM 29-PRINT-WAREHOUSE-SUBTOTAL
           END-IF
           .

       27-CONTROL-BREAK-ROUTINE.
           IF WB-FIRST-RECORD
               MOVE 'N' TO WB-FIRST-RECORD-SW
               MOVE S-WAREHOUSE-ID TO WB-WAREHOUSE-ID
           ELSE
               IF S-WAREHOUSE-ID NOT = WB-WAREHOUSE-ID
                   PERFORM 29-PRINT-WAREHOUSE-SUBTOTAL
                   MOVE S-WAREHOUSE-ID TO WB-WAREHOUSE-ID
               END-IF
           END-IF
           .

       29-PRINT-WAREHOUSE-SUBTOTAL.
           MOVE WB-WAREHOUSE-ID TO WT-WAREHOUSE-ID
           MOVE WB-ITEM-COUNT TO WT-ITEM-COUNT
           MOVE WB-OLD-SALARY TO WT-OLD-SALARY
           MOVE WB-NEW-SALARY TO WT-NEW-SALARY
           MOVE WB-INCREASE TO WT-INCREASE
           MOVE WAREHOUSE-TOTAL-LINE TO RECORD-REPORT
           MOVE 2 TO PROPER-SPACING
           PERFORM 35-WRITE-A-LINE
           MOVE SPACES TO RECORD-REPORT
           MOVE 1 TO PROPER-SPACING
           PERFORM 35-WRITE-A-LINE
           MOVE 0 TO WB-ITEM-COUNT
                     WB-OLD-SALARY
                     WB-NEW-SALARY
                     WB-INCREASE
           .

       30-PRINT-ITEM-ROUTINE.
           MOVE S-WAREHOUSE-ID TO DL-WAREHOUSE-ID
           MOVE S-APPROVAL-ID TO DL-APPROVAL-ID
           MOVE S-ACTION-CODE TO DL-ACTION-CODE
           MOVE S-EMPLOYEE-ID TO DL-EMPLOYEE-ID
           MOVE S-EMPLOYEE-LASTNAME TO DL-EMPLOYEE-LASTNAME
           MOVE S-OLD-SALARY TO DL-OLD-SALARY
           MOVE S-NEW-SALARY TO DL-NEW-SALARY
      * AN ADD HAS NO OLD SALARY TO MEASURE AGAINST.
           IF S-OLD-SALARY > 0
               COMPUTE CF-PERCENT-CHANGE ROUNDED =
                   (S-NEW-SALARY - S-OLD-SALARY) * 100 / S-OLD-SALARY
                   ON SIZE ERROR
                       MOVE 99999.99 TO CF-PERCENT-CHANGE
               END-COMPUTE
               MOVE CF-PERCENT-CHANGE TO DL-PERCENT-CHANGE
           ELSE
               MOVE SPACES TO DL-PERCENT-BLANK
           END-IF
           MOVE S-DAYS-WAITING TO DL-DAYS-WAITING
           MOVE S-KEYED-BY TO DL-KEYED-BY
           MOVE S-HOLD-REASON TO DL-HOLD-REASON
           MOVE DETAIL-LINE TO RECORD-REPORT
           MOVE 1 TO PROPER-SPACING
           PERFORM 35-WRITE-A-LINE

           ADD 1 TO WB-ITEM-COUNT
                    TF-ITEM-COUNT
           ADD S-OLD-SALARY TO WB-OLD-SALARY
                               TF-OLD-SALARY
           ADD S-NEW-SALARY TO WB-NEW-SALARY
                               TF-NEW-SALARY
           COMPUTE WB-INCREASE = WB-INCREASE
               + S-NEW-SALARY - S-OLD-SALARY
           COMPUTE TF-INCREASE = TF-INCREASE
               + S-NEW-SALARY - S-OLD-SALARY
           IF S-DAYS-WAITING > 7
               ADD 1 TO TF-OVER-7-COUNT
           END-IF
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
      * COMPANY TOTALS.  AN EMPTY APPROVALS FILE SAYS SO, RATHER
      * THAN PRINTING A ROW OF ZEROS.
      ***********************************************
       45-FINAL-TOTALS-ROUTINE.
           IF TF-ITEM-COUNT = 0
               MOVE NO-ITEMS-LINE TO RECORD-REPORT
               MOVE 2 TO PROPER-SPACING
               PERFORM 35-WRITE-A-LINE
           ELSE
               MOVE TF-ITEM-COUNT TO TL-ITEM-COUNT
               MOVE TF-OLD-SALARY TO TL-OLD-SALARY
               MOVE TF-NEW-SALARY TO TL-NEW-SALARY
               MOVE TF-INCREASE TO TL-INCREASE
               MOVE TOTAL-LINE TO RECORD-REPORT
               MOVE 2 TO PROPER-SPACING
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
