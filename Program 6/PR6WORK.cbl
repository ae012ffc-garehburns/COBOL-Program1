      *   transaction per employee into EMPTRANS.TXT.  It also keeps
      *   I-LAST-PAY-INCREASE current for everyone raised, so the
      *   CGBPR2 stale-raise list isn't flooded after a mass raise.
      *   The raise comes from a merit matrix of performance rating
      *   against compa-ratio quartile, so it follows performance
      *   and position in the band, and no raise carries anyone
      *   past the band maximum.  A simulation run prints the whole
      *   register and the cost against the salary budget without
      *   touching the master, so HR can tune the matrix first.
      *
      * INPUT:
      *   MERIT-CONTROL (MERITCTL.TXT) - one byte: 'U' = update the
      *       master, 'S' = simulation.  Anything else, or no file,
      *       runs as a simulation.
      *   MERIT-MATRIX (MERITMTX.TXT) - one record per rating:
      *       Rating (1), then the raise percent for compa-ratio
      *       quartiles 1 through 4, each 99V99 as four digits.
      *   PERFORMANCE-RATINGS (PERFRATE.TXT) - see CGBRTG copybook.
      *   POSITION-MASTER (POSMAST.TXT) - band midpoint for the
      *       compa-ratio and band maximum for the cap.
      *   BUDGET-FILE (HCBUDGT.TXT) - budgeted salary dollars,
      *       summed to the warehouse.
      *   RAISE-PARM (RAISPARM.TXT) - the flat raise rules, used
      *       only when MERITMTX.TXT is empty or missing:
      *       Position code (2), or '**' for the everyone-else rule.
      *       Raise percent, 99V99 as four digits ('0300' = 3.00%).
      *   EMPLOYEE-MASTER (EMPMAST.DAT) - read, and in an update
      *       run updated in place.
      *
      * OUTPUT:
      *   EMPMAST.DAT (update run only) with I-CURRENT-SALARY raised
      *   and I-LAST-PAY-INCREASE stamped with the run date.
      *   MERIT-REGISTER - one before/after line per employee with
      *   the rating, quartile, compa-ratio and percent applied,
      *   final totals for payroll sign-off, then each warehouse's
      *   current payroll, merit cost and projected payroll
      *   against its budgeted salary dollars.
      *
      * CALCULATIONS:
      *   COMPA-RATIO = CURRENT SALARY / POSITION BAND MIDPOINT
      *   QUARTILE 1 = UNDER .900, 2 = .900 TO .999,
      *            3 = 1.000 TO 1.099, 4 = 1.100 AND OVER
      *   NEW SALARY = OLD SALARY * (1 + MATRIX PERCENT / 100),
      *                ROUNDED, NEVER MORE THAN THE BAND MAXIMUM
      *   VARIANCE = BUDGETED SALARY - PROJECTED PAYROLL
      ***********************************************

       ENVIRONMENT DIVISION.
           SELECT OPTIONAL RAISE-PARM
               ASSIGN TO 'RAISPARM.TXT'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL MERIT-CONTROL
               ASSIGN TO 'MERITCTL.TXT'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL MERIT-MATRIX
               ASSIGN TO 'MERITMTX.TXT'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL PERFORMANCE-RATINGS
               ASSIGN TO 'PERFRATE.TXT'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL POSITION-MASTER
               ASSIGN TO 'POSMAST.TXT'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL BUDGET-FILE
               ASSIGN TO 'HCBUDGT.TXT'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT MERIT-REGISTER
               ASSIGN TO PRINTER 'MERITFILE'.
           SELECT OPTIONAL RUN-CONTROL-FILE
       FILE SECTION.

       FD  EMPLOYEE-MASTER
           RECORD CONTAINS 113 CHARACTERS.
           COPY CGBREC.

       FD  RAISE-PARM
           05 RP-POSITION-CODE      PIC X(2).
           05 RP-RAISE-PERCENT      PIC 9(2)V9(2).

       FD  MERIT-CONTROL
           RECORD CONTAINS 1 CHARACTERS.

       01  MERIT-CONTROL-RECORD.
           05 MC-RUN-MODE           PIC X(1).

       FD  MERIT-MATRIX
           RECORD CONTAINS 17 CHARACTERS.

       01  MERIT-MATRIX-RECORD.
           05 MX-RATING             PIC X(1).
           05 MX-QUARTILE-PERCENT   PIC 9(2)V9(2) OCCURS 4 TIMES.

       FD  PERFORMANCE-RATINGS
           RECORD CONTAINS 18 CHARACTERS.
           COPY CGBRTG.

       FD  POSITION-MASTER
           RECORD CONTAINS 46 CHARACTERS.
           COPY CGBPOS.

       FD  BUDGET-FILE
           RECORD CONTAINS 20 CHARACTERS.
           COPY CGBBUD.

       FD  MERIT-REGISTER
           RECORD CONTAINS 100 CHARACTERS.

       01  RECORD-REPORT            PIC X(100).

       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 24 CHARACTERS.
           COPY CGBRUN.

       FD  JOURNAL-FILE
           RECORD CONTAINS 244 CHARACTERS.
           COPY CGBJRN.


               88 RULE-FOUND                        VALUE 'Y'.
           05  RN-EOF-FLAG          PIC X           VALUE ' '.
               88 NO-MORE-RUN-ENTRIES               VALUE 'N'.
           05  MX-EOF-FLAG          PIC X           VALUE ' '.
               88 NO-MORE-MATRIX-ROWS               VALUE 'N'.
           05  PF-EOF-FLAG          PIC X           VALUE ' '.
               88 NO-MORE-RATINGS                   VALUE 'N'.
           05  PM-EOF-FLAG          PIC X           VALUE ' '.
               88 NO-MORE-POSITIONS                 VALUE 'N'.
           05  BG-EOF-FLAG          PIC X           VALUE ' '.
               88 NO-MORE-BUDGET-DATA               VALUE 'N'.
           05  MC-RUN-MODE-SW       PIC X           VALUE 'S'.
               88 UPDATE-RUN                        VALUE 'U'.
               88 SIMULATION-RUN                    VALUE 'S'.
           05  BW-SECTION-SW        PIC X           VALUE 'N'.
               88 PRINTING-BUDGET                   VALUE 'Y'.

       01  REPORT-FIELDS.
           05  PROPER-SPACING       PIC S9          VALUE +3.
           05  PG-LINE-COUNT        PIC 9(3)        VALUE 0.
           05  PG-LINES-PER-PAGE    PIC 9(3)        VALUE 55.
           05  PG-SAVE-SPACING      PIC S9          VALUE +1.
           05  PG-SAVE-LINE         PIC X(100)      VALUE SPACES.

      ***********************************************
      * RAISE RULE TABLE, LOADED FROM RAISPARM.TXT AT START OF RUN.
               10  RT-POSITION-CODE PIC X(2).
               10  RT-RAISE-PERCENT PIC 9(2)V9(2).

      ***********************************************
      * MERIT MATRIX, LOADED FROM MERITMTX.TXT - ONE ROW PER
      * RATING 1 THROUGH 5, ONE RAISE PERCENT PER COMPA-RATIO
      * QUARTILE.  WITH NO ROWS ON FILE THE RAISPARM.TXT FLAT
      * RULES ARE USED INSTEAD.
      ***********************************************
       01  MATRIX-TABLE-CONTROL.
           05  MT-ROW-COUNT         PIC 9(2)        VALUE 0.
           05  MT-RATING-NDX        PIC 9(1)        VALUE 0.
           05  MT-QUARTILE-NDX      PIC 9(1)        VALUE 0.
           05  MT-BAD-ROW-COUNT     PIC 9(2)        VALUE 0.

       01  MATRIX-TABLE.
           05  MT-ROW OCCURS 5 TIMES.
               10  MT-ROW-LOADED-SW PIC X           VALUE 'N'.
                   88 MT-ROW-LOADED                 VALUE 'Y'.
               10  MT-PERCENT       PIC 9(2)V9(2) OCCURS 4 TIMES.

      ***********************************************
      * COMPA-RATIO QUARTILE CEILINGS - A COMPA-RATIO UNDER THE
      * FIRST IS QUARTILE 1, UNDER THE SECOND QUARTILE 2, UNDER
      * THE THIRD QUARTILE 3, ANYTHING ELSE QUARTILE 4.
      ***********************************************
       01  QUARTILE-CEILINGS.
           05  QC-QUARTILE-1-CEILING PIC 9V9(3)     VALUE 0.900.
           05  QC-QUARTILE-2-CEILING PIC 9V9(3)     VALUE 1.000.
           05  QC-QUARTILE-3-CEILING PIC 9V9(3)     VALUE 1.100.

      ***********************************************
      * PERFORMANCE RATING TABLE, LOADED FROM PERFRATE.TXT.
      ***********************************************
       01  RATING-TABLE-CONTROL.
           05  RG-COUNT             PIC 9(4)        VALUE 0.
           05  RG-FOUND-NDX         PIC 9(4)        VALUE 0.
           05  RG-DROPPED-COUNT     PIC 9(4)        VALUE 0.

       01  RATING-TABLE.
           05  RG-ENTRY OCCURS 1000 TIMES INDEXED BY RG-IDX.
               10  RG-KEY           PIC X(9).
               10  RG-RATING        PIC X(1).

      ***********************************************
      * POSITION BAND TABLE, LOADED FROM POSMAST.TXT - THE
      * MIDPOINT FOR THE COMPA-RATIO, THE MAXIMUM FOR THE CAP.
      ***********************************************
       01  POSITION-TABLE-CONTROL.
           05  PM-COUNT             PIC 9(2)        VALUE 0.
           05  PM-FOUND-NDX         PIC 9(2)        VALUE 0.

       01  POSITION-BAND-TABLE.
           05  PM-ENTRY OCCURS 20 TIMES INDEXED BY PM-IDX.
               10  PM-CODE          PIC X(2).
               10  PM-MIDPOINT      PIC 9(8).
               10  PM-MAXIMUM       PIC 9(8).

      ***********************************************
      * WAREHOUSE BUDGET TABLE - HCBUDGT.TXT BUDGETED SALARY
      * DOLLARS SUMMED TO THE WAREHOUSE, AND EVERY ACTIVE
      * EMPLOYEE'S SALARY BEFORE AND AFTER THE MERIT RUN.
      ***********************************************
       01  BUDGET-TABLE-CONTROL.
           05  BW-COUNT             PIC 9(2)        VALUE 0.
           05  BW-FOUND-NDX         PIC 9(2)        VALUE 0.
           05  BW-DROPPED-COUNT     PIC 9(5)        VALUE 0.
           05  BW-OVER-COUNT        PIC 9(2)        VALUE 0.
           05  BW-WORK-WAREHOUSE-ID PIC X(4)        VALUE SPACES.

       01  BUDGET-WAREHOUSE-TABLE.
           05  BW-ENTRY OCCURS 50 TIMES INDEXED BY BW-IDX.
               10  BW-WAREHOUSE-ID  PIC X(4).
               10  BW-HEADCOUNT     PIC 9(5).
               10  BW-BUDGET-SALARY PIC 9(11).
               10  BW-OLD-PAYROLL   PIC 9(11).
               10  BW-NEW-PAYROLL   PIC 9(11).

       01  MERIT-WORK-FIELDS.
           05  MW-OLD-SALARY        PIC 9(8)        VALUE 0.
           05  MW-NEW-SALARY        PIC 9(8)        VALUE 0.
           05  MW-APPLIED-PERCENT   PIC 9(2)V9(2)   VALUE 0.
           05  MW-COMPA-RATIO       PIC 9(2)V9(3)   VALUE 0.
           05  MW-SKIP-REASON       PIC X(30)       VALUE SPACES.
           05  MW-VARIANCE          PIC S9(11)      VALUE +0.

      ***********************************************
      * MERIT RAISES JOURNAL LIKE EVERY OTHER MASTER CHANGE -
      * THE MASS RAISE INSTEAD OF AN UNEXPLAINED SALARY JUMP.
      ***********************************************
       01  JOURNAL-WORK-FIELDS.
           05  JW-BEFORE-IMAGE      PIC X(113)      VALUE SPACES.

       01  TOTAL-FIELDS.
           05  TF-RAISED-COUNT      PIC 9(5)        VALUE 0.
           05  TF-SKIPPED-COUNT     PIC 9(5)        VALUE 0.
           05  TF-FAILED-COUNT      PIC 9(5)        VALUE 0.
           05  TF-CAPPED-COUNT      PIC 9(5)        VALUE 0.
           05  TF-OLD-SALARY        PIC S9(9)       VALUE +0.
           05  TF-NEW-SALARY        PIC S9(9)       VALUE +0.
           05  TF-HEADCOUNT         PIC 9(5)        VALUE 0.
           05  TF-BUDGET-SALARY     PIC 9(11)       VALUE 0.
           05  TF-OLD-PAYROLL       PIC 9(11)       VALUE 0.
           05  TF-NEW-PAYROLL       PIC 9(11)       VALUE 0.

       01  WS-TODAY-DATE            PIC 9(8).

      * CGBPR6 HAS NO PREDECESSOR, BUT IT STAMPS ITS OWN RECORD
      * (STARTED, THEN COMPLETE) SO THE PAY CYCLE (CGBPR14) CAN
      * REFUSE TO COMPUTE PERIOD GROSS OFF A MASTER A MERIT RUN
      * IS STILL REWRITING.  A SIMULATION REWRITES NOTHING, SO IT
      * LEAVES RUNCTL.DAT ALONE.
      ***********************************************
       01  RUN-CONTROL-TABLE-CONTROL.
           05  RN-OWN-NAME          PIC X(8)        VALUE 'CGBPR6  '.
           05  H1-PAGE-NUMBER       PIC ZZ9.

       01  HEADING-TWO.
           05                       PIC X(31)       VALUE SPACES.
           05  H2-TITLE             PIC X(37)       VALUE
               '       MERIT INCREASE REGISTER'.
           05                       PIC X(32)       VALUE SPACES.

       01  TITLE-FIELDS.
           05  TL-SIMULATION-TITLE  PIC X(37)       VALUE
               'MERIT SIMULATION - MASTER NOT UPDATED'.
           05  TL-BUDGET-TITLE      PIC X(37)       VALUE
               '  MERIT COST AGAINST SALARY BUDGET'.

       01  HEADING-THREE.
           05                       PIC X(3).
           05                       PIC X(3)        VALUE 'NEW'.
           05                       PIC X(9)        VALUE SPACES.
           05                       PIC X(4)        VALUE 'RULE'.
           05                       PIC X(6)        VALUE SPACES.
           05                       PIC X(4)        VALUE 'RATE'.
           05                       PIC X(1)        VALUE SPACES.
           05                       PIC X(3)        VALUE 'QTR'.
           05                       PIC X(3)        VALUE SPACES.
           05                       PIC X(5)        VALUE 'COMPA'.
           05                       PIC X(3)        VALUE SPACES.
           05                       PIC X(4)        VALUE 'BAND'.

       01  HEADING-FOUR.
           05                       PIC X(6).
           05                       PIC X(6)        VALUE 'SALARY'.
           05                       PIC X(6)        VALUE SPACES.
           05                       PIC X(7)        VALUE 'PERCENT'.
           05                       PIC X(16)       VALUE SPACES.
           05                       PIC X(5)        VALUE 'RATIO'.
           05                       PIC X(3)        VALUE SPACES.
           05                       PIC X(3)        VALUE 'MAX'.

       01  DETAIL-LINE.
           05                       PIC X(5)        VALUE SPACES.
           05 DL-APPLIED-PERCENT    PIC Z9.99.
           05                       PIC X(2)        VALUE SPACES.
           05 DL-RULE-CODE          PIC X(2).
           05                       PIC X(3)        VALUE SPACES.
           05 DL-RATING             PIC X(1).
           05                       PIC X(3)        VALUE SPACES.
           05 DL-QUARTILE           PIC X(1).
           05                       PIC X(3)        VALUE SPACES.
           05 DL-COMPA-RATIO        PIC Z9.999.
           05 DL-COMPA-BLANK REDEFINES DL-COMPA-RATIO
                                    PIC X(6).
           05                       PIC X(2)        VALUE SPACES.
           05 DL-CAP-FLAG           PIC X(6).

       01  REJECT-DETAIL-LINE.
           05                       PIC X(5)        VALUE SPACES.
           05                       PIC X(5)        VALUE SPACES.
           05 SK-EMPLOYEE-LASTNAME  PIC X(10).
           05                       PIC X(3)        VALUE SPACES.
           05 SK-SKIP-REASON        PIC X(30).

       01  SUMMARY-LINE-ONE.
           05                       PIC X(10)       VALUE SPACES.
           05                       PIC X(5)        VALUE SPACES.
           05                       PIC X(8)        VALUE 'FAILED: '.
           05 SM-FAILED-COUNT       PIC ZZZZ9.
           05                       PIC X(5)        VALUE SPACES.
           05                       PIC X(8)        VALUE 'CAPPED: '.
           05 SM-CAPPED-COUNT       PIC ZZZZ9.

       01  SUMMARY-LINE-TWO.
           05                       PIC X(10)       VALUE SPACES.
               'NEW PAYROLL:   '.
           05 SM-NEW-SALARY         PIC ZZZZZZZZ9.

       01  SIMULATION-NOTE-LINE.
           05                       PIC X(10)       VALUE SPACES.
           05                       PIC X(50)       VALUE
               'SIMULATION ONLY - EMPMAST.DAT HAS NOT BEEN UPDATED'.

       01  NO-RULES-LINE.
           05                       PIC X(5)        VALUE SPACES.
           05                       PIC X(48)       VALUE
               'NO MERIT MATRIX OR RAISE RULES - NOTHING APPLIED'.

       01  BUDGET-HEADING-ONE.
           05                       PIC X(1)        VALUE SPACES.
           05                       PIC X(4)        VALUE 'WHSE'.
           05                       PIC X(2)        VALUE SPACES.
           05                       PIC X(5)        VALUE 'HEAD-'.
           05                       PIC X(6)        VALUE SPACES.
           05                       PIC X(7)        VALUE 'CURRENT'.
           05                       PIC X(6)        VALUE SPACES.
           05                       PIC X(5)        VALUE 'MERIT'.
           05                       PIC X(3)        VALUE SPACES.
           05                       PIC X(9)        VALUE 'PROJECTED'.
           05                       PIC X(4)        VALUE SPACES.
           05                       PIC X(8)        VALUE 'BUDGETED'.
           05                       PIC X(7)        VALUE SPACES.
           05                       PIC X(6)        VALUE 'BUDGET'.

       01  BUDGET-HEADING-TWO.
           05                       PIC X(7)        VALUE SPACES.
           05                       PIC X(5)        VALUE 'COUNT'.
           05                       PIC X(6)        VALUE SPACES.
           05                       PIC X(7)        VALUE 'PAYROLL'.
           05                       PIC X(7)        VALUE SPACES.
           05                       PIC X(4)        VALUE 'COST'.
           05                       PIC X(5)        VALUE SPACES.
           05                       PIC X(7)        VALUE 'PAYROLL'.
           05                       PIC X(6)        VALUE SPACES.
           05                       PIC X(6)        VALUE 'SALARY'.
           05                       PIC X(5)        VALUE SPACES.
           05                       PIC X(8)        VALUE 'VARIANCE'.
           05                       PIC X(3)        VALUE SPACES.
           05                       PIC X(6)        VALUE 'STATUS'.

       01  BUDGET-DETAIL-LINE.
           05                       PIC X(1)        VALUE SPACES.
           05 BD-WAREHOUSE-ID       PIC X(4).
           05                       PIC X(2)        VALUE SPACES.
           05 BD-HEADCOUNT          PIC ZZZZ9.
           05                       PIC X(2)        VALUE SPACES.
           05 BD-OLD-PAYROLL        PIC ZZZ,ZZZ,ZZ9.
           05                       PIC X(1)        VALUE SPACES.
           05 BD-MERIT-COST         PIC ZZ,ZZZ,ZZ9.
           05                       PIC X(1)        VALUE SPACES.
           05 BD-NEW-PAYROLL        PIC ZZZ,ZZZ,ZZ9.
           05                       PIC X(1)        VALUE SPACES.
           05 BD-BUDGET-SALARY      PIC ZZZ,ZZZ,ZZ9.
           05                       PIC X(1)        VALUE SPACES.
           05 BD-VARIANCE           PIC ----,---,--9.
           05                       PIC X(3)        VALUE SPACES.
           05 BD-STATUS             PIC X(11).

       01  BUDGET-TOTAL-LINE.
           05                       PIC X(1)        VALUE SPACES.
           05                       PIC X(4)        VALUE 'ALL '.
           05                       PIC X(2)        VALUE SPACES.
           05 BT-HEADCOUNT          PIC ZZZZ9.
           05                       PIC X(2)        VALUE SPACES.
           05 BT-OLD-PAYROLL        PIC ZZZ,ZZZ,ZZ9.
           05                       PIC X(1)        VALUE SPACES.
           05 BT-MERIT-COST         PIC ZZ,ZZZ,ZZ9.
           05                       PIC X(1)        VALUE SPACES.
           05 BT-NEW-PAYROLL        PIC ZZZ,ZZZ,ZZ9.
           05                       PIC X(1)        VALUE SPACES.
           05 BT-BUDGET-SALARY      PIC ZZZ,ZZZ,ZZ9.
           05                       PIC X(1)        VALUE SPACES.
           05 BT-VARIANCE           PIC ----,---,--9.
           05                       PIC X(3)        VALUE SPACES.
           05 BT-STATUS             PIC X(11).

      /
       PROCEDURE DIVISION.
       10-CONTROL-MODULE.
           PERFORM 15-HOUSEKEEPING-ROUTINE
           IF RT-RULE-COUNT = 0
               AND MT-ROW-COUNT = 0
               MOVE NO-RULES-LINE TO RECORD-REPORT
               MOVE 2 TO PROPER-SPACING
               PERFORM 35-WRITE-A-LINE
               MOVE 'WARN ' TO LG-SEVERITY
               MOVE 'NO MERIT MATRIX OR RAISE RULES - NOTHING APPLIED'
                   TO LG-MESSAGE
               PERFORM 98-WRITE-OPS-LOG-ROUTINE
           ELSE
               PERFORM 25-EMPLOYEE-ROUTINE
               PERFORM 90-SUMMARY-ROUTINE
               PERFORM 92-BUDGET-REPORT-ROUTINE
           END-IF
           MOVE TF-RAISED-COUNT TO LG-COUNT-ED
           MOVE TF-FAILED-COUNT TO LG-COUNT2-ED
           MOVE SPACES TO LG-MESSAGE
           IF UPDATE-RUN
               MOVE 'COMPLETE' TO RN-STAMP-STATUS
               PERFORM 13-STAMP-RUN-CONTROL-ROUTINE
               STRING 'RUN COMPLETE - ' DELIMITED BY SIZE
                      LG-COUNT-ED     DELIMITED BY SIZE
                      ' RAISED, '     DELIMITED BY SIZE
                      LG-COUNT2-ED    DELIMITED BY SIZE
                      ' FAILED'       DELIMITED BY SIZE
                   INTO LG-MESSAGE
           ELSE
               STRING 'SIMULATION COMPLETE - ' DELIMITED BY SIZE
                      LG-COUNT-ED     DELIMITED BY SIZE
                      ' RAISES PRICED' DELIMITED BY SIZE
                   INTO LG-MESSAGE
           END-IF
           MOVE 'INFO ' TO LG-SEVERITY
           PERFORM 98-WRITE-OPS-LOG-ROUTINE
           IF BW-OVER-COUNT > 0
               MOVE BW-OVER-COUNT TO LG-COUNT-ED
               MOVE SPACES TO LG-MESSAGE
               STRING LG-COUNT-ED     DELIMITED BY SIZE
                      ' WAREHOUSE(S) OVER SALARY BUDGET AFTER MERIT'
                                      DELIMITED BY SIZE
                   INTO LG-MESSAGE
               MOVE 'WARN ' TO LG-SEVERITY
               PERFORM 98-WRITE-OPS-LOG-ROUTINE
           END-IF
           CLOSE EMPLOYEE-MASTER
               MERIT-REGISTER
           IF UPDATE-RUN
               CLOSE JOURNAL-FILE
           END-IF
           STOP RUN.

      ***********************************************
      * A SIMULATION OPENS THE MASTER INPUT ONLY AND LEAVES THE
      * JOURNAL AND RUNCTL.DAT ALONE - NOTHING ON FILE CHANGES,
      * SO CGBPR14 HAS NOTHING TO WAIT FOR.
      ***********************************************
       15-HOUSEKEEPING-ROUTINE.
           PERFORM 14-LOAD-RUN-MODE-ROUTINE
           IF UPDATE-RUN
               OPEN I-O EMPLOYEE-MASTER
           ELSE
               OPEN INPUT EMPLOYEE-MASTER
           END-IF
           IF NOT MASTER-OK
               DISPLAY 'CGBPR6 - EMPMAST.DAT NOT AVAILABLE - STATUS '
                   WS-MASTER-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT MERIT-REGISTER
           ACCEPT H1-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE WS-TODAY-DATE TO RN-TODAY
           IF UPDATE-RUN
               OPEN EXTEND JOURNAL-FILE
               PERFORM 12-LOAD-RUN-CONTROL-ROUTINE
               MOVE 'STARTED ' TO RN-STAMP-STATUS
               PERFORM 13-STAMP-RUN-CONTROL-ROUTINE
               MOVE 'INFO ' TO LG-SEVERITY
               MOVE 'RUN STARTED' TO LG-MESSAGE
           ELSE
               MOVE TL-SIMULATION-TITLE TO H2-TITLE
               MOVE 'WARN ' TO LG-SEVERITY
               MOVE 'SIMULATION RUN STARTED - MASTER NOT UPDATED'
                   TO LG-MESSAGE
           END-IF
           PERFORM 98-WRITE-OPS-LOG-ROUTINE
           PERFORM 18-LOAD-RULES-ROUTINE
           PERFORM 16-LOAD-MATRIX-ROUTINE
           PERFORM 17-LOAD-RATINGS-ROUTINE
           PERFORM 19-LOAD-POSITIONS-ROUTINE
           PERFORM 21-LOAD-BUDGET-ROUTINE
           PERFORM 20-HEADER-ROUTINE
           .

      ***********************************************
      * MERITCTL.TXT CARRIES ONE BYTE.  ONLY A 'U' UPDATES THE
      * MASTER - A MISSING FILE OR ANY OTHER VALUE RUNS AS A
      * SIMULATION, SO A MATRIX NOBODY HAS SIGNED OFF ON CAN'T
      * REACH EMPMAST.DAT BY ACCIDENT.
      ***********************************************
       14-LOAD-RUN-MODE-ROUTINE.
           OPEN INPUT MERIT-CONTROL
           READ MERIT-CONTROL
               AT END
                   MOVE 'S' TO MC-RUN-MODE-SW
               NOT AT END
                   IF MC-RUN-MODE = 'U'
                       MOVE 'U' TO MC-RUN-MODE-SW
                   ELSE
                       MOVE 'S' TO MC-RUN-MODE-SW
                   END-IF
           END-READ
           CLOSE MERIT-CONTROL
           .

       12-LOAD-RUN-CONTROL-ROUTINE.
           OPEN INPUT RUN-CONTROL-FILE
           PERFORM UNTIL NO-MORE-RUN-ENTRIES
           CLOSE RAISE-PARM
           .

      ***********************************************
      * PULL THE MERIT MATRIX IN BY RATING.  A ROW WITH A RATING
      * OUTSIDE 1-5 OR A NON-NUMERIC PERCENT IS DROPPED AND
      * LOGGED; A SECOND ROW FOR THE SAME RATING REPLACES THE
      * FIRST.
      ***********************************************
       16-LOAD-MATRIX-ROUTINE.
           OPEN INPUT MERIT-MATRIX
           PERFORM UNTIL NO-MORE-MATRIX-ROWS
               READ MERIT-MATRIX
                   AT END
                       MOVE 'N' TO MX-EOF-FLAG
                   NOT AT END
                       IF MX-RATING >= '1'
                           AND MX-RATING <= '5'
                           AND MX-QUARTILE-PERCENT(1) NUMERIC
                           AND MX-QUARTILE-PERCENT(2) NUMERIC
                           AND MX-QUARTILE-PERCENT(3) NUMERIC
                           AND MX-QUARTILE-PERCENT(4) NUMERIC
                           MOVE MX-RATING TO MT-RATING-NDX
                           IF NOT MT-ROW-LOADED(MT-RATING-NDX)
                               ADD 1 TO MT-ROW-COUNT
                               MOVE 'Y'
                                   TO MT-ROW-LOADED-SW(MT-RATING-NDX)
                           END-IF
                           MOVE MX-QUARTILE-PERCENT(1)
                               TO MT-PERCENT(MT-RATING-NDX, 1)
                           MOVE MX-QUARTILE-PERCENT(2)
                               TO MT-PERCENT(MT-RATING-NDX, 2)
                           MOVE MX-QUARTILE-PERCENT(3)
                               TO MT-PERCENT(MT-RATING-NDX, 3)
                           MOVE MX-QUARTILE-PERCENT(4)
                               TO MT-PERCENT(MT-RATING-NDX, 4)
                       ELSE
                           ADD 1 TO MT-BAD-ROW-COUNT
                       END-IF
           END-PERFORM
           CLOSE MERIT-MATRIX
           IF MT-BAD-ROW-COUNT > 0
               MOVE MT-BAD-ROW-COUNT TO LG-COUNT-ED
               MOVE SPACES TO LG-MESSAGE
               STRING LG-COUNT-ED     DELIMITED BY SIZE
                      ' BAD MERITMTX.TXT ROW(S) IGNORED'
                                      DELIMITED BY SIZE
                   INTO LG-MESSAGE
               MOVE 'WARN ' TO LG-SEVERITY
               PERFORM 98-WRITE-OPS-LOG-ROUTINE
           END-IF
           .

      ***********************************************
      * PULL THE PERFORMANCE RATINGS INTO THE TABLE.  RATINGS PAST
      * THE THOUSANDTH ARE DROPPED AND LOGGED - THOSE EMPLOYEES
      * PRINT AS SKIPPED, NO RATING, SO NOBODY IS RAISED ON A
      * GUESS.
      ***********************************************
       17-LOAD-RATINGS-ROUTINE.
           OPEN INPUT PERFORMANCE-RATINGS
           PERFORM UNTIL NO-MORE-RATINGS
               READ PERFORMANCE-RATINGS
                   AT END
                       MOVE 'N' TO PF-EOF-FLAG
                   NOT AT END
                       IF RG-COUNT < 1000
                           ADD 1 TO RG-COUNT
                           SET RG-IDX TO RG-COUNT
                           MOVE PF-EMPLOYEE-KEY TO RG-KEY(RG-IDX)
                           MOVE PF-RATING TO RG-RATING(RG-IDX)
                       ELSE
                           ADD 1 TO RG-DROPPED-COUNT
                       END-IF
           END-PERFORM
           CLOSE PERFORMANCE-RATINGS
           IF RG-DROPPED-COUNT > 0
               MOVE RG-DROPPED-COUNT TO LG-COUNT-ED
               MOVE SPACES TO LG-MESSAGE
               STRING LG-COUNT-ED     DELIMITED BY SIZE
                      ' RATINGS DROPPED - RATING TABLE FULL'
                                      DELIMITED BY SIZE
                   INTO LG-MESSAGE
               MOVE 'WARN ' TO LG-SEVERITY
               PERFORM 98-WRITE-OPS-LOG-ROUTINE
           END-IF
           IF MT-ROW-COUNT > 0
               AND RG-COUNT = 0
               MOVE 'WARN ' TO LG-SEVERITY
               MOVE 'MERIT MATRIX LOADED BUT PERFRATE.TXT IS EMPTY'
                   TO LG-MESSAGE
               PERFORM 98-WRITE-OPS-LOG-ROUTINE
           END-IF
           .

      ***********************************************
      * PULL THE POSITION BANDS IN.  A BAND FIGURE THAT ISN'T
      * NUMERIC LOADS AS ZERO - NO MIDPOINT MEANS NO COMPA-RATIO,
      * NO MAXIMUM MEANS NO CAP FOR THAT POSITION.
      ***********************************************
       19-LOAD-POSITIONS-ROUTINE.
           OPEN INPUT POSITION-MASTER
           PERFORM UNTIL NO-MORE-POSITIONS
               READ POSITION-MASTER
                   AT END
                       MOVE 'N' TO PM-EOF-FLAG
                   NOT AT END
                       IF PM-COUNT < 20
                           ADD 1 TO PM-COUNT
                           SET PM-IDX TO PM-COUNT
                           MOVE PO-POSITION-CODE TO PM-CODE(PM-IDX)
                           MOVE 0 TO PM-MIDPOINT(PM-IDX)
                                     PM-MAXIMUM(PM-IDX)
                           IF PO-SALARY-MIDPOINT NUMERIC
                               MOVE PO-SALARY-MIDPOINT
                                   TO PM-MIDPOINT(PM-IDX)
                           END-IF
                           IF PO-SALARY-MAXIMUM NUMERIC
                               MOVE PO-SALARY-MAXIMUM
                                   TO PM-MAXIMUM(PM-IDX)
                           END-IF
                       END-IF
           END-PERFORM
           CLOSE POSITION-MASTER
           IF PM-COUNT = 0
               MOVE 'WARN ' TO LG-SEVERITY
               MOVE 'POSMAST.TXT EMPTY - NO COMPA-RATIO OR BAND CAP'
                   TO LG-MESSAGE
               PERFORM 98-WRITE-OPS-LOG-ROUTINE
           END-IF
           .

      ***********************************************
      * SUM THE BUDGETED SALARY DOLLARS TO THE WAREHOUSE.  THE
      * HEADCOUNT BUDGET IS KEYED WAREHOUSE + POSITION, BUT THE
      * MERIT COST IS SIGNED OFF A WAREHOUSE AT A TIME.
      ***********************************************
       21-LOAD-BUDGET-ROUTINE.
           OPEN INPUT BUDGET-FILE
           PERFORM UNTIL NO-MORE-BUDGET-DATA
               READ BUDGET-FILE
                   AT END
                       MOVE 'N' TO BG-EOF-FLAG
                   NOT AT END
                       IF B-BUDGET-SALARY NUMERIC
                           MOVE B-WAREHOUSE-ID
                               TO BW-WORK-WAREHOUSE-ID
                           PERFORM 22-FIND-WAREHOUSE-ROUTINE
                           IF BW-FOUND-NDX > 0
                               ADD B-BUDGET-SALARY
                                   TO BW-BUDGET-SALARY(BW-FOUND-NDX)
                           END-IF
                       END-IF
           END-PERFORM
           CLOSE BUDGET-FILE
           .

      ***********************************************
      * FIND BW-WORK-WAREHOUSE-ID IN THE BUDGET TABLE, ADDING IT
      * WHEN IT ISN'T THERE YET.  PAST FIFTY WAREHOUSES THE
      * FIGURES ARE DROPPED AND THE DROP IS LOGGED AT THE END.
      ***********************************************
       22-FIND-WAREHOUSE-ROUTINE.
           MOVE 0 TO BW-FOUND-NDX
           PERFORM 23-MATCH-WAREHOUSE-ROUTINE
               VARYING BW-IDX FROM 1 BY 1
               UNTIL BW-IDX > BW-COUNT
                   OR BW-FOUND-NDX > 0
           IF BW-FOUND-NDX = 0
               IF BW-COUNT < 50
                   ADD 1 TO BW-COUNT
                   MOVE BW-COUNT TO BW-FOUND-NDX
                   MOVE BW-WORK-WAREHOUSE-ID
                       TO BW-WAREHOUSE-ID(BW-FOUND-NDX)
                   MOVE 0 TO BW-HEADCOUNT(BW-FOUND-NDX)
                             BW-BUDGET-SALARY(BW-FOUND-NDX)
                             BW-OLD-PAYROLL(BW-FOUND-NDX)
                             BW-NEW-PAYROLL(BW-FOUND-NDX)
               ELSE
                   ADD 1 TO BW-DROPPED-COUNT
               END-IF
           END-IF
           .

       23-MATCH-WAREHOUSE-ROUTINE.
           IF BW-WAREHOUSE-ID(BW-IDX) = BW-WORK-WAREHOUSE-ID
               SET BW-FOUND-NDX TO BW-IDX
           END-IF
           .

       20-HEADER-ROUTINE.
           ADD 1 TO PG-PAGE-NUMBER
           MOVE PG-PAGE-NUMBER TO H1-PAGE-NUMBER
               AFTER ADVANCING PROPER-SPACING

           MOVE 3 TO PROPER-SPACING
           IF PRINTING-BUDGET
               MOVE BUDGET-HEADING-ONE TO RECORD-REPORT
           ELSE
               MOVE HEADING-THREE TO RECORD-REPORT
           END-IF
           WRITE RECORD-REPORT
               AFTER ADVANCING PROPER-SPACING

           MOVE 1 TO PROPER-SPACING
           IF PRINTING-BUDGET
               MOVE BUDGET-HEADING-TWO TO RECORD-REPORT
           ELSE
               MOVE HEADING-FOUR TO RECORD-REPORT
           END-IF
           WRITE RECORD-REPORT
               AFTER ADVANCING PROPER-SPACING
           MOVE 7 TO PG-LINE-COUNT
                       .

      ***********************************************
      * PRICE THE RAISE FOR THIS EMPLOYEE.  WITH A MERIT MATRIX ON
      * FILE THE PERCENT IS THE CELL FOR THE EMPLOYEE'S RATING AND
      * COMPA-RATIO QUARTILE; WITHOUT ONE, A SPECIFIC POSITION
      * RULE WINS, OTHERWISE THE '**' EVERYONE-ELSE RULE.  EVERY
      * ACTIVE EMPLOYEE POSTS TO THE WAREHOUSE BUDGET FIGURES,
      * RAISED OR NOT.  TERMINATED EMPLOYEES ARE PASSED OVER
      * SILENTLY - THEY STAY ON FILE FOR HISTORY BUT DON'T GET
      * RAISES.
      ***********************************************
       30-APPLY-RAISE-ROUTINE.
           MOVE 'N' TO RULE-FOUND-SWITCH
           MOVE 0 TO MW-APPLIED-PERCENT
           MOVE SPACES TO MW-SKIP-REASON
                          DL-RULE-CODE
                          DL-RATING
                          DL-QUARTILE
                          DL-COMPA-BLANK
                          DL-CAP-FLAG
           MOVE I-CURRENT-SALARY TO MW-OLD-SALARY
           MOVE I-CURRENT-SALARY TO MW-NEW-SALARY
           PERFORM 39-FIND-POSITION-ROUTINE

           IF MT-ROW-COUNT > 0
               PERFORM 37-MATRIX-PERCENT-ROUTINE
           ELSE
               PERFORM 32-FIND-RULE-ROUTINE
                   VARYING RT-IDX FROM 1 BY 1
                   UNTIL RT-IDX > RT-RULE-COUNT
                       OR RULE-FOUND
               IF NOT RULE-FOUND
                   PERFORM 33-FIND-DEFAULT-RULE-ROUTINE
                       VARYING RT-IDX FROM 1 BY 1
                       UNTIL RT-IDX > RT-RULE-COUNT
                           OR RULE-FOUND
               END-IF
               IF NOT RULE-FOUND
                   MOVE 'SKIPPED - NO RULE MATCHES' TO MW-SKIP-REASON
               END-IF
           END-IF

           IF RULE-FOUND
               PERFORM 34-RAISE-AND-REWRITE-ROUTINE
           ELSE
               PERFORM 31-WRITE-SKIPPED-ROUTINE
           END-IF
           PERFORM 45-POST-BUDGET-ROUTINE
           .

       31-WRITE-SKIPPED-ROUTINE.
           ADD 1 TO TF-SKIPPED-COUNT
           MOVE MW-OLD-SALARY TO MW-NEW-SALARY
           MOVE I-WAREHOUSE-ID TO SK-WAREHOUSE-ID
           MOVE I-EMPLOYEE-ID TO SK-EMPLOYEE-ID
           MOVE I-EMPLOYEE-LASTNAME TO SK-EMPLOYEE-LASTNAME
           MOVE MW-SKIP-REASON TO SK-SKIP-REASON
           MOVE SKIPPED-DETAIL-LINE TO RECORD-REPORT
           MOVE 1 TO PROPER-SPACING
           PERFORM 35-WRITE-A-LINE
           .

       32-FIND-RULE-ROUTINE.
           .

      ***********************************************
      * APPLY THE RAISE, HELD TO THE BAND MAXIMUM.  A ZERO MATRIX
      * CELL, OR AN EMPLOYEE ALREADY AT OR OVER THE MAXIMUM, IS
      * SKIPPED RATHER THAN STAMPED WITH AN INCREASE DATE FOR NO
      * INCREASE.  IN AN UPDATE RUN ONLY A REWRITE THAT COMES
      * BACK CLEAN COUNTS AS RAISED OR REACHES THE PAYROLL TOTALS
      * - A FAILED REWRITE PRINTS AS REJECTED SO THE SIGN-OFF
      * REGISTER STILL TIES TO THE FILE.  A SIMULATION PRICES THE
      * RAISE AND WRITES NOTHING.
      ***********************************************
       34-RAISE-AND-REWRITE-ROUTINE.
           MOVE INFORMATION TO JW-BEFORE-IMAGE
           COMPUTE MW-NEW-SALARY ROUNDED =
               MW-OLD-SALARY * (1 + MW-APPLIED-PERCENT / 100)
           IF PM-FOUND-NDX > 0
               IF PM-MAXIMUM(PM-FOUND-NDX) > 0
                   AND MW-NEW-SALARY > PM-MAXIMUM(PM-FOUND-NDX)
                   MOVE PM-MAXIMUM(PM-FOUND-NDX) TO MW-NEW-SALARY
                   MOVE 'CAPPED' TO DL-CAP-FLAG
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN MW-APPLIED-PERCENT = 0
                   MOVE 'SKIPPED - ZERO MERIT PERCENT'
                       TO MW-SKIP-REASON
                   PERFORM 31-WRITE-SKIPPED-ROUTINE
               WHEN MW-NEW-SALARY NOT > MW-OLD-SALARY
                   MOVE 'SKIPPED - AT BAND MAXIMUM' TO MW-SKIP-REASON
                   PERFORM 31-WRITE-SKIPPED-ROUTINE
               WHEN OTHER
                   IF UPDATE-RUN
                       MOVE MW-NEW-SALARY TO I-CURRENT-SALARY
                       MOVE WS-TODAY-DATE TO I-LAST-PAY-INCREASE
                       REWRITE INFORMATION
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
                   END-IF
                   IF SIMULATION-RUN
                       OR MASTER-OK
                       PERFORM 46-WRITE-RAISED-ROUTINE
                   ELSE
                       ADD 1 TO TF-FAILED-COUNT
                       MOVE MW-OLD-SALARY TO MW-NEW-SALARY
                       MOVE I-WAREHOUSE-ID TO RJ-WAREHOUSE-ID
                       MOVE I-EMPLOYEE-ID TO RJ-EMPLOYEE-ID
                       MOVE I-EMPLOYEE-LASTNAME
                           TO RJ-EMPLOYEE-LASTNAME
                       MOVE REJECT-DETAIL-LINE TO RECORD-REPORT
                       MOVE 1 TO PROPER-SPACING
                       PERFORM 35-WRITE-A-LINE
                   END-IF
           END-EVALUATE
           .

       36-WRITE-JOURNAL-ROUTINE.
           WRITE JOURNAL-RECORD
           .

      ***********************************************
      * LOOK UP THE EMPLOYEE'S RATING, TURN IT INTO A MATRIX ROW,
      * AND PRICE THE RAISE OFF THE COMPA-RATIO QUARTILE.  NO
      * RATING, A RATING WITH NO MATRIX ROW, OR NO BAND MIDPOINT
      * LEAVES RULE-FOUND OFF WITH THE SKIP REASON SET.
      ***********************************************
       37-MATRIX-PERCENT-ROUTINE.
           MOVE 0 TO RG-FOUND-NDX
           PERFORM 44-MATCH-RATING-ROUTINE
               VARYING RG-IDX FROM 1 BY 1
               UNTIL RG-IDX > RG-COUNT
                   OR RG-FOUND-NDX > 0
           IF RG-FOUND-NDX = 0
               MOVE 'SKIPPED - NO RATING ON FILE' TO MW-SKIP-REASON
           ELSE
               MOVE RG-RATING(RG-FOUND-NDX) TO DL-RATING
               IF RG-RATING(RG-FOUND-NDX) < '1'
                   OR RG-RATING(RG-FOUND-NDX) > '5'
                   MOVE 'SKIPPED - RATING NOT IN MATRIX'
                       TO MW-SKIP-REASON
               ELSE
                   MOVE RG-RATING(RG-FOUND-NDX) TO MT-RATING-NDX
                   IF MT-ROW-LOADED(MT-RATING-NDX)
                       PERFORM 38-COMPA-RATIO-ROUTINE
                   ELSE
                       MOVE 'SKIPPED - RATING NOT IN MATRIX'
                           TO MW-SKIP-REASON
                   END-IF
               END-IF
           END-IF
           .

       38-COMPA-RATIO-ROUTINE.
           IF PM-FOUND-NDX = 0
               MOVE 'SKIPPED - NO POSITION BAND' TO MW-SKIP-REASON
           ELSE
               IF PM-MIDPOINT(PM-FOUND-NDX) = 0
                   MOVE 'SKIPPED - NO POSITION BAND' TO MW-SKIP-REASON
               ELSE
                   COMPUTE MW-COMPA-RATIO ROUNDED =
                       MW-OLD-SALARY / PM-MIDPOINT(PM-FOUND-NDX)
                       ON SIZE ERROR
                           MOVE 99.999 TO MW-COMPA-RATIO
                   END-COMPUTE
                   EVALUATE TRUE
                       WHEN MW-COMPA-RATIO < QC-QUARTILE-1-CEILING
                           MOVE 1 TO MT-QUARTILE-NDX
                       WHEN MW-COMPA-RATIO < QC-QUARTILE-2-CEILING
                           MOVE 2 TO MT-QUARTILE-NDX
                       WHEN MW-COMPA-RATIO < QC-QUARTILE-3-CEILING
                           MOVE 3 TO MT-QUARTILE-NDX
                       WHEN OTHER
                           MOVE 4 TO MT-QUARTILE-NDX
                   END-EVALUATE
                   MOVE MW-COMPA-RATIO TO DL-COMPA-RATIO
                   MOVE MT-QUARTILE-NDX TO DL-QUARTILE
                   MOVE MT-PERCENT(MT-RATING-NDX, MT-QUARTILE-NDX)
                       TO MW-APPLIED-PERCENT
                   MOVE 'Y' TO RULE-FOUND-SWITCH
               END-IF
           END-IF
           .

       39-FIND-POSITION-ROUTINE.
           MOVE 0 TO PM-FOUND-NDX
           PERFORM 43-MATCH-POSITION-ROUTINE
               VARYING PM-IDX FROM 1 BY 1
               UNTIL PM-IDX > PM-COUNT
                   OR PM-FOUND-NDX > 0
           .

       43-MATCH-POSITION-ROUTINE.
           IF PM-CODE(PM-IDX) = I-EMPLOYEE-POSITION
               SET PM-FOUND-NDX TO PM-IDX
           END-IF
           .

       44-MATCH-RATING-ROUTINE.
           IF RG-KEY(RG-IDX) = WK-EMPLOYEE-KEY
               SET RG-FOUND-NDX TO RG-IDX
           END-IF
           .

       45-POST-BUDGET-ROUTINE.
           MOVE I-WAREHOUSE-ID TO BW-WORK-WAREHOUSE-ID
           PERFORM 22-FIND-WAREHOUSE-ROUTINE
           IF BW-FOUND-NDX > 0
               ADD 1 TO BW-HEADCOUNT(BW-FOUND-NDX)
               ADD MW-OLD-SALARY TO BW-OLD-PAYROLL(BW-FOUND-NDX)
               ADD MW-NEW-SALARY TO BW-NEW-PAYROLL(BW-FOUND-NDX)
           END-IF
           .

       46-WRITE-RAISED-ROUTINE.
           ADD 1 TO TF-RAISED-COUNT
           ADD MW-OLD-SALARY TO TF-OLD-SALARY
           ADD MW-NEW-SALARY TO TF-NEW-SALARY
           IF DL-CAP-FLAG = 'CAPPED'
               ADD 1 TO TF-CAPPED-COUNT
           END-IF
           IF UPDATE-RUN
               PERFORM 36-WRITE-JOURNAL-ROUTINE
           END-IF

           MOVE I-WAREHOUSE-ID TO DL-WAREHOUSE-ID
           MOVE I-EMPLOYEE-ID TO DL-EMPLOYEE-ID
           MOVE I-EMPLOYEE-LASTNAME TO DL-EMPLOYEE-LASTNAME
           MOVE MW-OLD-SALARY TO DL-OLD-SALARY
           MOVE MW-NEW-SALARY TO DL-NEW-SALARY
           MOVE MW-APPLIED-PERCENT TO DL-APPLIED-PERCENT
           MOVE DETAIL-LINE TO RECORD-REPORT
           MOVE 1 TO PROPER-SPACING
           PERFORM 35-WRITE-A-LINE
           .

       35-WRITE-A-LINE.
           IF PG-LINE-COUNT + PROPER-SPACING > PG-LINES-PER-PAGE
               MOVE PROPER-SPACING TO PG-SAVE-SPACING
           MOVE TF-RAISED-COUNT TO SM-RAISED-COUNT
           MOVE TF-SKIPPED-COUNT TO SM-SKIPPED-COUNT
           MOVE TF-FAILED-COUNT TO SM-FAILED-COUNT
           MOVE TF-CAPPED-COUNT TO SM-CAPPED-COUNT
           MOVE SUMMARY-LINE-ONE TO RECORD-REPORT
           MOVE 3 TO PROPER-SPACING
           PERFORM 35-WRITE-A-LINE
           MOVE SUMMARY-LINE-TWO TO RECORD-REPORT
           MOVE 2 TO PROPER-SPACING
           PERFORM 35-WRITE-A-LINE

           IF SIMULATION-RUN
               MOVE SIMULATION-NOTE-LINE TO RECORD-REPORT
               MOVE 2 TO PROPER-SPACING
               PERFORM 35-WRITE-A-LINE
           END-IF
           .

      ***********************************************
      * MERIT COST AGAINST BUDGET, ON ITS OWN PAGE.  CURRENT
      * PAYROLL IS EVERY ACTIVE EMPLOYEE'S SALARY BEFORE THE RUN,
      * PROJECTED PAYROLL THE SAME AFTER IT, AND THE VARIANCE IS
      * BUDGETED SALARY LESS PROJECTED PAYROLL - NEGATIVE MEANS
      * THE WAREHOUSE IS OVER.
      ***********************************************
       92-BUDGET-REPORT-ROUTINE.
           MOVE 'Y' TO BW-SECTION-SW
           MOVE TL-BUDGET-TITLE TO H2-TITLE
           PERFORM 20-HEADER-ROUTINE
           PERFORM 93-BUDGET-LINE-ROUTINE
               VARYING BW-IDX FROM 1 BY 1
               UNTIL BW-IDX > BW-COUNT

           MOVE TF-HEADCOUNT TO BT-HEADCOUNT
           MOVE TF-OLD-PAYROLL TO BT-OLD-PAYROLL
           MOVE TF-NEW-PAYROLL TO BT-NEW-PAYROLL
           MOVE TF-BUDGET-SALARY TO BT-BUDGET-SALARY
           COMPUTE BT-MERIT-COST = TF-NEW-PAYROLL - TF-OLD-PAYROLL
           COMPUTE MW-VARIANCE = TF-BUDGET-SALARY - TF-NEW-PAYROLL
           MOVE MW-VARIANCE TO BT-VARIANCE
           MOVE SPACES TO BT-STATUS
           IF TF-BUDGET-SALARY = 0
               MOVE 'NO BUDGET' TO BT-STATUS
           ELSE
               IF MW-VARIANCE < 0
                   MOVE 'OVER BUDGET' TO BT-STATUS
               END-IF
           END-IF
           MOVE BUDGET-TOTAL-LINE TO RECORD-REPORT
           MOVE 2 TO PROPER-SPACING
           PERFORM 35-WRITE-A-LINE

           IF BW-DROPPED-COUNT > 0
               MOVE BW-DROPPED-COUNT TO LG-COUNT-ED
               MOVE SPACES TO LG-MESSAGE
               STRING LG-COUNT-ED     DELIMITED BY SIZE
                      ' BUDGET ENTRIES DROPPED - TABLE FULL'
                                      DELIMITED BY SIZE
                   INTO LG-MESSAGE
               MOVE 'WARN ' TO LG-SEVERITY
               PERFORM 98-WRITE-OPS-LOG-ROUTINE
           END-IF
           .

       93-BUDGET-LINE-ROUTINE.
           MOVE BW-WAREHOUSE-ID(BW-IDX) TO BD-WAREHOUSE-ID
           MOVE BW-HEADCOUNT(BW-IDX) TO BD-HEADCOUNT
           MOVE BW-OLD-PAYROLL(BW-IDX) TO BD-OLD-PAYROLL
           MOVE BW-NEW-PAYROLL(BW-IDX) TO BD-NEW-PAYROLL
           MOVE BW-BUDGET-SALARY(BW-IDX) TO BD-BUDGET-SALARY
           COMPUTE BD-MERIT-COST =
               BW-NEW-PAYROLL(BW-IDX) - BW-OLD-PAYROLL(BW-IDX)
           COMPUTE MW-VARIANCE =
               BW-BUDGET-SALARY(BW-IDX) - BW-NEW-PAYROLL(BW-IDX)
           MOVE MW-VARIANCE TO BD-VARIANCE
           MOVE SPACES TO BD-STATUS
           IF BW-BUDGET-SALARY(BW-IDX) = 0
               MOVE 'NO BUDGET' TO BD-STATUS
           ELSE
               IF MW-VARIANCE < 0
                   MOVE 'OVER BUDGET' TO BD-STATUS
                   ADD 1 TO BW-OVER-COUNT
               END-IF
           END-IF
           ADD BW-HEADCOUNT(BW-IDX) TO TF-HEADCOUNT
           ADD BW-OLD-PAYROLL(BW-IDX) TO TF-OLD-PAYROLL
           ADD BW-NEW-PAYROLL(BW-IDX) TO TF-NEW-PAYROLL
           ADD BW-BUDGET-SALARY(BW-IDX) TO TF-BUDGET-SALARY
           MOVE BUDGET-DETAIL-LINE TO RECORD-REPORT
           MOVE 1 TO PROPER-SPACING
           PERFORM 35-WRITE-A-LINE
           .

       98-WRITE-OPS-LOG-ROUTINE.
