       IDENTIFICATION DIVISION.
       PROGRAM-ID. CGBPR30.
       AUTHOR. GARRETT BURNS.

      *TO RUN: COBC -XO whatever.EXE --STD=MF PR30WORK.CBL
      ***********************************************
      * PURPOSE:
      *   Aging report of the open maintenance suspense items.
      *   CGBPR3 now keeps every transaction it rejects on
      *   SUSPENSE.DAT and retries it each run until it applies or
      *   someone cancels it; this report puts every open item in
      *   front of the warehouse it belongs to, oldest first, so a
      *   supervisor's change can't sit unnoticed in suspense.
      *
      * INPUT:
      *   SUSPENSE-FILE (SUSPENSE.DAT) - see CGBSUS copybook.
      *   RUNCTL.DAT - a CGBPR3 stamped STARTED for today is still
      *   rewriting the suspense file, so this run waits for it.
      *
      * OUTPUT:
      *   AGING-REPORT - one line per open item by warehouse,
      *   oldest first (suspense ID, action, employee, original
      *   run date, age in days, retries, latest reject reason),
      *   warehouse subtotals by age band and company totals.
      *
      * CALCULATIONS:
      *   AGE = CALENDAR DAYS FROM THE ORIGINAL RUN DATE TO TODAY
      *   AGE BANDS = 0-7, 8-30, 31-60 AND OVER 60 DAYS
      ***********************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   LAPTOP-U5VKK9JE.
       OBJECT-COMPUTER.   LAPTOP-U5VKK9JE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SUSPENSE-FILE
               ASSIGN TO 'SUSPENSE.DAT'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT AGING-REPORT
               ASSIGN TO PRINTER 'AGINGFILE'.
           SELECT SORT-WORK-FILE
               ASSIGN TO 'SUSPSORT.TMP'.
           SELECT OPTIONAL RUN-CONTROL-FILE
               ASSIGN TO 'RUNCTL.DAT'
               ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL OPERATIONS-LOG
               ASSIGN TO 'OPSLOG.DAT'
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  SUSPENSE-FILE
           RECORD CONTAINS 149 CHARACTERS.
           COPY CGBSUS.

       FD  AGING-REPORT
           RECORD CONTAINS 100 CHARACTERS.

       01  RECORD-REPORT            PIC X(100).

       SD  SORT-WORK-FILE.

       01  SORT-RECORD.
           05 S-WAREHOUSE-ID        PIC X(4).
           05 S-AGE-DAYS            PIC 9(5).
           05 S-SUSPENSE-ID         PIC 9(12).
           05 S-ORIGINAL-RUN-DATE   PIC 9(8).
           05 S-ACTION-CODE         PIC X(1).
           05 S-EMPLOYEE-ID         PIC X(5).
           05 S-EMPLOYEE-LASTNAME   PIC X(10).
           05 S-RETRY-COUNT         PIC 9(3).
           05 S-REJECT-REASON       PIC X(30).

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
           05  LG-PROGRAM           PIC X(8)        VALUE 'CGBPR30 '.
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
      * HAPPENS.  A CGBPR3 STILL STAMPED STARTED FOR TODAY HAS NOT
      * WRITTEN SUSPENSE.DAT BACK YET.
      ***********************************************
       01  RUN-CONTROL-TABLE-CONTROL.
           05  RN-OWN-NAME          PIC X(8)        VALUE 'CGBPR30 '.
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
      * DAYS-BEFORE-MONTH TABLE FOR THE AGE OF EACH ITEM.  A LEAP
      * DAY IS ADDED FOR EVERY FOURTH YEAR, WHICH HOLDS THROUGH
      * 2099.
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

       01  WAREHOUSE-BREAK-FIELDS.
           05  WB-FIRST-RECORD-SW   PIC X           VALUE 'Y'.
               88 WB-FIRST-RECORD                   VALUE 'Y'.
           05  WB-WAREHOUSE-ID      PIC X(4)        VALUE SPACES.
           05  WB-ITEM-COUNT        PIC 9(5)        VALUE 0.
           05  WB-BAND-1-COUNT      PIC 9(5)        VALUE 0.
           05  WB-BAND-2-COUNT      PIC 9(5)        VALUE 0.
           05  WB-BAND-3-COUNT      PIC 9(5)        VALUE 0.
           05  WB-BAND-4-COUNT      PIC 9(5)        VALUE 0.

       01  TOTAL-FIELDS.
           05  TF-ITEM-COUNT        PIC 9(5)        VALUE 0.
           05  TF-BAND-1-COUNT      PIC 9(5)        VALUE 0.
           05  TF-BAND-2-COUNT      PIC 9(5)        VALUE 0.
           05  TF-BAND-3-COUNT      PIC 9(5)        VALUE 0.
           05  TF-BAND-4-COUNT      PIC 9(5)        VALUE 0.
           05  TF-OVER-30-COUNT     PIC 9(5)        VALUE 0.

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
               'MAINTENANCE SUSPENSE AGING - OPEN ITEMS     '.

       01  HEADING-THREE.
           05                       PIC X(1)        VALUE SPACES.
           05                       PIC X(4)        VALUE 'WHSE'.
           05                       PIC X(2)        VALUE SPACES.
           05                       PIC X(12)       VALUE
               'SUSPENSE ID '.
           05                       PIC X(1)        VALUE SPACES.
           05                       PIC X(3)        VALUE 'ACT'.
           05                       PIC X(2)        VALUE SPACES.
           05                       PIC X(5)        VALUE 'EMPL '.
           05                       PIC X(2)        VALUE SPACES.
           05                       PIC X(10)       VALUE 'LAST NAME '.
           05                       PIC X(2)        VALUE SPACES.
           05                       PIC X(10)       VALUE 'FIRST RUN '.
           05                       PIC X(2)        VALUE SPACES.
           05                       PIC X(4)        VALUE ' AGE'.
           05                       PIC X(1)        VALUE SPACES.
           05                       PIC X(5)        VALUE 'TRIES'.
           05                       PIC X(2)        VALUE SPACES.
           05                       PIC X(30)       VALUE
               'LATEST REJECT REASON'.

       01  DETAIL-LINE.
           05                       PIC X(1)        VALUE SPACES.
           05 DL-WAREHOUSE-ID       PIC X(4).
           05                       PIC X(2)        VALUE SPACES.
           05 DL-SUSPENSE-ID        PIC 9(12).
           05                       PIC X(2)        VALUE SPACES.
           05 DL-ACTION-CODE        PIC X(1).
           05                       PIC X(3)        VALUE SPACES.
           05 DL-EMPLOYEE-ID        PIC X(5).
           05                       PIC X(2)        VALUE SPACES.
           05 DL-EMPLOYEE-LASTNAME  PIC X(10).
           05                       PIC X(2)        VALUE SPACES.
           05 DL-ORIGINAL-RUN-DATE  PIC 9999/99/99.
           05                       PIC X(2)        VALUE SPACES.
           05 DL-AGE-DAYS           PIC ZZZ9.
           05                       PIC X(3)        VALUE SPACES.
           05 DL-RETRY-COUNT        PIC ZZ9.
           05                       PIC X(2)        VALUE SPACES.
           05 DL-REJECT-REASON      PIC X(30).

       01  WAREHOUSE-TOTAL-LINE.
           05                       PIC X(1)        VALUE SPACES.
           05 WT-WAREHOUSE-ID       PIC X(4).
           05                       PIC X(1)        VALUE SPACES.
           05                       PIC X(11)       VALUE
               'WHSE TOTALS'.
           05                       PIC X(1)        VALUE SPACES.
           05 WT-ITEM-COUNT         PIC ZZZZ9.
           05                       PIC X(8)        VALUE ' ITEMS  '.
           05                       PIC X(6)        VALUE '0-7:  '.
           05 WT-BAND-1-COUNT       PIC ZZZZ9.
           05                       PIC X(9)        VALUE '   8-30: '.
           05 WT-BAND-2-COUNT       PIC ZZZZ9.
           05                       PIC X(10)       VALUE '   31-60: '.
           05 WT-BAND-3-COUNT       PIC ZZZZ9.
           05                       PIC X(12)       VALUE
               '   OVER 60: '.
           05 WT-BAND-4-COUNT       PIC ZZZZ9.

       01  TOTAL-LINE.
           05                       PIC X(1)        VALUE SPACES.
           05                       PIC X(16)       VALUE
               'COMPANY TOTALS  '.
           05                       PIC X(1)        VALUE SPACES.
           05 TL-ITEM-COUNT         PIC ZZZZ9.
           05                       PIC X(8)        VALUE ' ITEMS  '.
           05                       PIC X(6)        VALUE '0-7:  '.
           05 TL-BAND-1-COUNT       PIC ZZZZ9.
           05                       PIC X(9)        VALUE '   8-30: '.
           05 TL-BAND-2-COUNT       PIC ZZZZ9.
           05                       PIC X(10)       VALUE '   31-60: '.
           05 TL-BAND-3-COUNT       PIC ZZZZ9.
           05                       PIC X(12)       VALUE
               '   OVER 60: '.
           05 TL-BAND-4-COUNT       PIC ZZZZ9.

       01  NO-ITEMS-LINE.
           05                       PIC X(1)        VALUE SPACES.
           05                       PIC X(40)       VALUE
               'NO OPEN ITEMS ON SUSPENSE.DAT           '.

      /
       PROCEDURE DIVISION.
      *                                Y3I
       10-CONTROL-MODULE.
           PERFORM 11-RUN-CONTROL-CHECK-ROUTINE
           PERFORM 15-HOUSEKEEPING-ROUTINE
           SORT SORT-WORK-FILE
               ON ASCENDING KEY S-WAREHOUSE-ID
               ON DESCENDING KEY S-AGE-DAYS
               ON ASCENDING KEY S-SUSPENSE-ID
               INPUT PROCEDURE 21-AGE-AND-RELEASE-ROUTINE
               OUTPUT PROCEDURE 25-SUSPENSE-ROUTINE
           PERFORM 45-FINAL-TOTALS-ROUTINE
           MOVE 'COMPLETE' TO RN-STAMP-STATUS
           PERFORM 13-STAMP-RUN-CONTROL-ROUTINE
           COMPUTE TF-OVER-30-COUNT = TF-BAND-3-COUNT + TF-BAND-4-COUNT
           MOVE TF-ITEM-COUNT TO LG-COUNT-ED
           MOVE TF-OVER-30-COUNT TO LG-COUNT2-ED
           MOVE SPACES TO LG-MESSAGE
           STRING 'RUN COMPLETE - ' DELIMITED BY SIZE
                  LG-COUNT-ED     DELIMITED BY SIZE
                  ' OPEN, '       DELIMITED BY SIZE
                  LG-COUNT2-ED    DELIMITED BY SIZE
                  ' OVER 30 DAYS' DELIMITED BY SIZE
               INTO LG-MESSAGE
           IF TF-OVER-30-COUNT > 0
               MOVE 'WARN ' TO LG-SEVERITY
           ELSE
               MOVE 'INFO ' TO LG-SEVERITY
           END-IF
           PERFORM 98-WRITE-OPS-LOG-ROUTINE
           CLOSE AGING-REPORT
           STOP RUN.

      ***********************************************
      * DON'T AGE A SUSPENSE FILE CGBPR3 IS STILL REWRITING.
      ***********************************************
       11-RUN-CONTROL-CHECK-ROUTINE.
           ACCEPT RN-TODAY FROM DATE YYYYMMDD
           PERFORM 12-LOAD-RUN-CONTROL-ROUTINE

           MOVE RN-MAINT-NAME TO RN-WORK-NAME
           PERFORM 41-FIND-RUN-ENTRY-ROUTINE
           IF RN-FOUND-NDX > 0
               AND RN-DATE(RN-FOUND-NDX) = RN-TODAY
               AND RN-STATUS(RN-FOUND-NDX) NOT = 'COMPLETE'
               DISPLAY 'CGBPR30 - CGBPR3 STARTED TODAY AND HAS NOT'
               DISPLAY 'CGBPR30 - FINISHED - SUSPENSE NOT WRITTEN'
               DISPLAY 'CGBPR30 - RUN ABORTED, NO REPORT PRODUCED'
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
           OPEN OUTPUT AGING-REPORT
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
      * SORT INPUT PROCEDURE.  AGES EVERY ITEM ON THE FILE AS OF
      * TODAY - THE AGE CGBPR3 STAMPED IS ONLY AS FRESH AS ITS LAST
      * RUN - AND RELEASES IT BY WAREHOUSE, OLDEST FIRST.
      ***********************************************
       21-AGE-AND-RELEASE-ROUTINE.
           OPEN INPUT SUSPENSE-FILE
           PERFORM UNTIL NO-MORE-DATA
               READ SUSPENSE-FILE
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       PERFORM 23-RELEASE-SORT-RECORD-ROUTINE
           END-PERFORM
           CLOSE SUSPENSE-FILE
           .

       23-RELEASE-SORT-RECORD-ROUTINE.
           MOVE SU-WAREHOUSE-ID TO S-WAREHOUSE-ID
           MOVE SU-SUSPENSE-ID TO S-SUSPENSE-ID
           MOVE SU-ORIGINAL-RUN-DATE TO S-ORIGINAL-RUN-DATE
           MOVE SU-ACTION-CODE TO S-ACTION-CODE
           MOVE SU-EMPLOYEE-ID TO S-EMPLOYEE-ID
           MOVE SU-EMPLOYEE-LASTNAME TO S-EMPLOYEE-LASTNAME
           MOVE SU-RETRY-COUNT TO S-RETRY-COUNT
           MOVE SU-REJECT-REASON TO S-REJECT-REASON
           MOVE 0 TO S-AGE-DAYS
           MOVE SU-ORIGINAL-RUN-DATE TO DN-DATE
           IF DN-MONTH > 0
               AND DN-MONTH < 13
               AND DN-DATE < RN-TODAY
               PERFORM 50-DAY-NUMBER-ROUTINE
               COMPUTE S-AGE-DAYS = DN-TODAY-NUMBER - DN-DAY-NUMBER
           END-IF
           RELEASE SORT-RECORD
           .

      ***********************************************
      * SORT OUTPUT PROCEDURE.  ONE LINE PER ITEM, A SUBTOTAL BY
      * AGE BAND EACH TIME THE WAREHOUSE CHANGES.
      ***********************************************
       25-SUSPENSE-ROUTINE.
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
           MOVE WB-BAND-1-COUNT TO WT-BAND-1-COUNT
           MOVE WB-BAND-2-COUNT TO WT-BAND-2-COUNT
           MOVE WB-BAND-3-COUNT TO WT-BAND-3-COUNT
           MOVE WB-BAND-4-COUNT TO WT-BAND-4-COUNT
           MOVE WAREHOUSE-TOTAL-LINE TO RECORD-REPORT
           MOVE 2 TO PROPER-SPACING
           PERFORM 35-WRITE-A-LINE
           MOVE SPACES TO RECORD-REPORT
           MOVE 1 TO PROPER-SPACING
           PERFORM 35-WRITE-A-LINE
           MOVE 0 TO WB-ITEM-COUNT
                     WB-BAND-1-COUNT
                     WB-BAND-2-COUNT
                     WB-BAND-3-COUNT
                     WB-BAND-4-COUNT
           .

       30-PRINT-ITEM-ROUTINE.
           MOVE S-WAREHOUSE-ID TO DL-WAREHOUSE-ID
           MOVE S-SUSPENSE-ID TO DL-SUSPENSE-ID
           MOVE S-ACTION-CODE TO DL-ACTION-CODE
           MOVE S-EMPLOYEE-ID TO DL-EMPLOYEE-ID
           MOVE S-EMPLOYEE-LASTNAME TO DL-EMPLOYEE-LASTNAME
           MOVE S-ORIGINAL-RUN-DATE TO DL-ORIGINAL-RUN-DATE
           MOVE S-AGE-DAYS TO DL-AGE-DAYS
           MOVE S-RETRY-COUNT TO DL-RETRY-COUNT
           MOVE S-REJECT-REASON TO DL-REJECT-REASON
           MOVE DETAIL-LINE TO RECORD-REPORT
           MOVE 1 TO PROPER-SPACING
           PERFORM 35-WRITE-A-LINE

           ADD 1 TO WB-ITEM-COUNT
                    TF-ITEM-COUNT
           EVALUATE TRUE
               WHEN S-AGE-DAYS < 8
                   ADD 1 TO WB-BAND-1-COUNT
                            TF-BAND-1-COUNT
               WHEN S-AGE-DAYS < 31
                   ADD 1 TO WB-BAND-2-COUNT
                            TF-BAND-2-COUNT
               WHEN S-AGE-DAYS < 61
                   ADD 1 TO WB-BAND-3-COUNT
                            TF-BAND-3-COUNT
               WHEN OTHER
                   ADD 1 TO WB-BAND-4-COUNT
                            TF-BAND-4-COUNT
           END-EVALUATE
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
      * COMPANY TOTALS BY AGE BAND.  AN EMPTY SUSPENSE FILE SAYS
      * SO, RATHER THAN PRINTING A ROW OF ZEROS.
      ***********************************************
       45-FINAL-TOTALS-ROUTINE.
           IF TF-ITEM-COUNT = 0
               MOVE NO-ITEMS-LINE TO RECORD-REPORT
               MOVE 2 TO PROPER-SPACING
               PERFORM 35-WRITE-A-LINE
           ELSE
               MOVE TF-ITEM-COUNT TO TL-ITEM-COUNT
               MOVE TF-BAND-1-COUNT TO TL-BAND-1-COUNT
               MOVE TF-BAND-2-COUNT TO TL-BAND-2-COUNT
               MOVE TF-BAND-3-COUNT TO TL-BAND-3-COUNT
               MOVE TF-BAND-4-COUNT TO TL-BAND-4-COUNT
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
