      *   A 'D' no longer removes the record - it marks the employee
      *   terminated and stamps the termination date, so tenure and
      *   salary history survive for the CGBPR8 turnover report.
      *   An 'L' puts an employee on leave of absence and a 'B'
      *   brings them back, so a medical, military, unpaid or
      *   family leave no longer has to be keyed as a termination
      *   and rehire.
      *   An 'A', 'C' or 'T' may name the employee's supervisor,
      *   who must be on file, active, and not already reporting
      *   to the employee at any level.  A 'D' or 'T' that leaves
      *   direct reports pointing at the old key warns on the
      *   report so they can be reassigned (see CGBPR34).
      *
      * INPUT:
      *   TRANSACTION-RECORDS (EMPTRANS.TXT) - see CGBTRN copybook.
      *       T-ACTION-CODE 'A' = ADD, 'C' = CHANGE, 'D' = DELETE
      *       (TERMINATE), 'T' = TRANSFER, 'R' = REHIRE, 'L' = LEAVE
      *       START, 'B' = BACK FROM LEAVE.  Keyed on warehouse ID
      *       + employee ID.
      *   HR-TRANSACTION-FILE (HRINTRAN.DAT) - the same CGBTRN
      *       transactions, translated from the corporate HR feed
      *       by CGBPR29.  Worked after the pending file and ahead
      *       of EMPTRANS.TXT, then emptied at end of run.
      *   SUSPENSE-FILE (SUSPENSE.DAT) - see CGBSUS copybook.
      *       Transactions rejected on earlier runs, retried ahead
      *       of the HR feed and EMPTRANS.TXT on every run.
      *   SUSPENSE-CORRECTIONS (SUSCORR.TXT) - see CGBSCR copybook.
      *       Correct ('C') or cancel ('X') an open suspense item
      *       by its suspense ID.  Emptied at end of run.
      *   APPROVAL-PARM (APRVPARM.TXT) - salary hold limits: percent
      *       change, dollar change, and whether the POSMAST.TXT
      *       band is checked.  Missing file = 10.00% / $5,000 /
      *       band on.  A zero limit turns that test off.
      *   APPROVAL-TRANSACTIONS (APRVTRAN.TXT) - see CGBAPT copybook.
      *       Release ('R') or deny ('D') a held item by approval ID,
      *       carrying the approver's ID.  Emptied at end of run.
      *   RUNCTL.DAT - a CGBPR29 stamped STARTED for today is still
      *       adding to HRINTRAN.DAT, so this run waits for it
      *       rather than empty the file under it.
      *
      * OUTPUT:
      *   EMPLOYEE-MASTER (EMPMAST.DAT) updated in place.
      *   JOURNAL-FILE (EMPJRNL.DAT) - one before/after image record
      *   per transaction applied, accumulating across runs, so HR
      *   audits can trace who changed what and when (see CGBPR7).
      *   SUSPENSE-FILE (SUSPENSE.DAT) rewritten with every item
      *   still not applied - yesterday's survivors with their
      *   latest reason and age, plus today's rejects, each
      *   carrying the suspense ID printed beside its reject line.
      *   CGBPR30 prints the aging report from it.
      *   APPROVAL-HOLD-FILE (APRVPEND.DAT) - see CGBAPR copybook.
      *   Adds and changes whose salary breaks an APRVPARM.TXT limit
      *   or the position band are held here instead of applied,
      *   until a second person releases or denies them.  Rewritten
      *   with every item still waiting; CGBPR31 reports on it.
      *   APPROVAL-JOURNAL (APRVJRNL.DAT) - one record per hold,
      *   release and denial, accumulating across runs.
      ***********************************************

       ENVIRONMENT DIVISION.
           SELECT OPTIONAL PENDING-FILE
               ASSIGN TO 'PENDTRAN.DAT'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL HR-TRANSACTION-FILE
               ASSIGN TO 'HRINTRAN.DAT'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL SUSPENSE-FILE
               ASSIGN TO 'SUSPENSE.DAT'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL SUSPENSE-CORRECTIONS
               ASSIGN TO 'SUSCORR.TXT'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL APPROVAL-PARM
               ASSIGN TO 'APRVPARM.TXT'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL APPROVAL-HOLD-FILE
               ASSIGN TO 'APRVPEND.DAT'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL APPROVAL-TRANSACTIONS
               ASSIGN TO 'APRVTRAN.TXT'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL APPROVAL-JOURNAL
               ASSIGN TO 'APRVJRNL.DAT'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL TRANSFER-LOG
               ASSIGN TO 'XFERLOG.DAT'
               ORGANIZATION LINE SEQUENTIAL.
       FILE SECTION.

       FD  EMPLOYEE-MASTER
           RECORD CONTAINS 113 CHARACTERS.
           COPY CGBREC.

       FD  TRANSACTION-RECORDS
           RECORD CONTAINS 92 CHARACTERS.
           COPY CGBTRN.

       FD  MAINTENANCE-REPORT
       01  RECORD-REPORT               PIC X(79).

       FD  JOURNAL-FILE
           RECORD CONTAINS 244 CHARACTERS.
           COPY CGBJRN.

       FD  WAREHOUSE-REFERENCE
           COPY CGBPOS.

       FD  PENDING-FILE
           RECORD CONTAINS 92 CHARACTERS.

       01  PENDING-RECORD              PIC X(92).

       FD  HR-TRANSACTION-FILE
           RECORD CONTAINS 92 CHARACTERS.

       01  HR-TRANSACTION-RECORD       PIC X(92).

       FD  SUSPENSE-FILE
           RECORD CONTAINS 149 CHARACTERS.
           COPY CGBSUS.

       FD  SUSPENSE-CORRECTIONS
           RECORD CONTAINS 105 CHARACTERS.
           COPY CGBSCR.

       FD  APPROVAL-PARM
           RECORD CONTAINS 14 CHARACTERS.

       01  APPROVAL-PARM-RECORD.
           05 AR-PERCENT-LIMIT         PIC 9(3)V9(2).
           05 AR-DOLLAR-LIMIT          PIC 9(8).
           05 AR-BAND-CHECK            PIC X(1).

       FD  APPROVAL-HOLD-FILE
           RECORD CONTAINS 154 CHARACTERS.
           COPY CGBAPR.

       FD  APPROVAL-TRANSACTIONS
           RECORD CONTAINS 17 CHARACTERS.
           COPY CGBAPT.

       FD  APPROVAL-JOURNAL
           RECORD CONTAINS 167 CHARACTERS.
           COPY CGBAPJ.

       FD  TRANSFER-LOG
           RECORD CONTAINS 41 CHARACTERS.
           05 B-NEXT-GENERATION        PIC 9(1).

       FD  BACKUP-FILE
           RECORD CONTAINS 113 CHARACTERS.

       01  BACKUP-RECORD               PIC X(113).

       FD  BUDGET-FILE
           RECORD CONTAINS 20 CHARACTERS.
               88 POSITION-ON-FILE                     VALUE 'Y'.
           05  PT-EOF-FLAG             PIC X           VALUE ' '.
               88 NO-MORE-PENDING                      VALUE 'N'.
           05  HT-EOF-FLAG             PIC X           VALUE ' '.
               88 NO-MORE-HR-TRANSACTIONS              VALUE 'N'.
           05  SU-EOF-FLAG             PIC X           VALUE ' '.
               88 NO-MORE-SUSPENSE                     VALUE 'N'.
           05  SC-EOF-FLAG             PIC X           VALUE ' '.
               88 NO-MORE-CORRECTIONS                  VALUE 'N'.
           05  SP-RETRY-SW             PIC X           VALUE 'N'.
               88 RETRYING-SUSPENSE                    VALUE 'Y'.
           05  AH-EOF-FLAG             PIC X           VALUE ' '.
               88 NO-MORE-HELD-ITEMS                   VALUE 'N'.
           05  AV-EOF-FLAG             PIC X           VALUE ' '.
               88 NO-MORE-APPROVALS                    VALUE 'N'.
           05  AH-HOLD-SW              PIC X           VALUE 'N'.
               88 HOLD-FOR-APPROVAL                    VALUE 'Y'.
           05  AH-RELEASE-SW           PIC X           VALUE 'N'.
               88 RELEASING-HELD-ITEM                  VALUE 'Y'.
           05  RN-EOF-FLAG             PIC X           VALUE ' '.
               88 NO-MORE-RUN-ENTRIES                  VALUE 'N'.
           05  BK-EOF-FLAG             PIC X           VALUE ' '.
               88 BALANCE-FOUND                        VALUE 'Y'.
           05  VB-CHANGED-SW           PIC X           VALUE 'N'.
               88 BALANCES-CHANGED                     VALUE 'Y'.
           05  SV-LOOP-SW              PIC X           VALUE 'N'.
               88 SUPERVISOR-LOOP                      VALUE 'Y'.
           05  SV-ORPHAN-SW            PIC X           VALUE 'N'.
               88 CHECK-DIRECT-REPORTS                 VALUE 'Y'.
           05  SV-EOF-FLAG             PIC X           VALUE ' '.
               88 NO-MORE-REPORTS                      VALUE 'N'.

       01  REPORT-FIELDS.
           05  PROPER-SPACING          PIC S9          VALUE +3.
       01  POSITION-TABLE-CONTROL.
           05  PC-COUNT                PIC 9(2)        VALUE 0.

           05  PC-FOUND-NDX            PIC 9(2)        VALUE 0.

       01  POSITION-CODE-TABLE.
           05  PC-ENTRY OCCURS 20 TIMES INDEXED BY PC-IDX.
               10  PC-CODE             PIC X(2).
               10  PC-SALARY-MINIMUM   PIC 9(8).
               10  PC-SALARY-MAXIMUM   PIC 9(8).

      ***********************************************
      * RUN CONTROL TABLE - RUNCTL.DAT LOADED AT START OF RUN.
      * CGBPR3 STAMPS ITS OWN RECORD (STARTED, THEN COMPLETE) FOR
      * CGBPR1 AND CGBPR2 TO CHECK BEFORE THEY START.  A CGBPR29
      * STILL STAMPED STARTED FOR TODAY IS APPENDING TO
      * HRINTRAN.DAT, WHICH THIS RUN EMPTIES WHEN IT FINISHES.
      ***********************************************
       01  RUN-CONTROL-TABLE-CONTROL.
           05  RN-OWN-NAME             PIC X(8)        VALUE
               'CGBPR3  '.
           05  RN-FEED-NAME            PIC X(8)        VALUE
               'CGBPR29 '.
           05  RN-WORK-NAME            PIC X(8)        VALUE SPACES.
           05  RN-COUNT                PIC 9(2)        VALUE 0.
           05  RN-NDX                  PIC 9(2)        VALUE 0.
           05  RN-FOUND-NDX            PIC 9(2)        VALUE 0.
           05                          PIC X(7)        VALUE
               ' TAKEN '.
           05  BH-RUN-DATE             PIC 9(8).
           05                          PIC X(79)       VALUE SPACES.

      ***********************************************
      * AUTHORIZED HEADCOUNT TABLE, LOADED FROM HCBUDGT.TXT AT

       01  JOURNAL-WORK-FIELDS.
           05  JW-RUN-DATE             PIC 9(8)        VALUE 0.
           05  JW-BEFORE-IMAGE         PIC X(113)      VALUE SPACES.
           05  JW-AFTER-IMAGE          PIC X(113)      VALUE SPACES.

       01  LEAVE-WORK-FIELDS.
           05  LV-EFFECTIVE-DATE       PIC 9(8)        VALUE 0.

      ***********************************************
      * SUPERVISOR EDIT FIELDS.  SV-OLD-KEY / SV-NEW-KEY ARE THE
      * EMPLOYEE'S OWN KEY BEFORE AND AFTER THE TRANSACTION (THEY
      * DIFFER ONLY ON A TRANSFER); THE CHAIN ABOVE THE NEW
      * SUPERVISOR MAY REACH NEITHER.  SV-DEPARTED-KEY IS THE KEY
      * A TERMINATION OR TRANSFER JUST VACATED.
      ***********************************************
       01  SUPERVISOR-WORK-FIELDS.
           05  SV-REJECT-REASON        PIC X(30)       VALUE SPACES.
           05  SV-OLD-KEY              PIC X(9)        VALUE SPACES.
           05  SV-NEW-KEY.
               10  SV-NEW-WAREHOUSE-ID PIC X(4)        VALUE SPACES.
               10  SV-NEW-EMPLOYEE-ID  PIC X(5)        VALUE SPACES.
           05  SV-NEXT-KEY             PIC X(9)        VALUE SPACES.
           05  SV-DEPTH                PIC 9(3)        VALUE 0.
           05  SV-DEPARTED-KEY         PIC X(9)        VALUE SPACES.

       01  TRANSACTION-COUNTS.
           05  TC-ADDS                 PIC 9(5)        VALUE 0.
           05  TC-TRANSFERS            PIC 9(5)        VALUE 0.
           05  TC-REHIRES              PIC 9(5)        VALUE 0.
           05  TC-APPLIED              PIC 9(5)        VALUE 0.
           05  TC-HELD                 PIC 9(5)        VALUE 0.
           05  TC-RELEASED             PIC 9(5)        VALUE 0.
           05  TC-DENIED               PIC 9(5)        VALUE 0.
           05  TC-LEAVES               PIC 9(5)        VALUE 0.
           05  TC-RETURNS              PIC 9(5)        VALUE 0.
           05  TC-ORPHANED             PIC 9(5)        VALUE 0.
           05  TC-SUPV-REJECTS         PIC 9(5)        VALUE 0.

      ***********************************************
      * PENDING TRANSACTION TABLES.  PT- HOLDS WHAT PENDTRAN.DAT

       01  PENDING-IN-TABLE.
           05  PT-ENTRY OCCURS 500 TIMES.
               10  PT-RECORD           PIC X(92).

       01  PENDING-KEEP-TABLE.
           05  PK-ENTRY OCCURS 500 TIMES.
               10  PK-RECORD           PIC X(92).

      ***********************************************
      * SUSPENSE TABLE.  SUSPENSE.DAT IS LOADED AT START OF RUN,
      * CORRECTIONS AND CANCELS ARE POSTED AGAINST IT, EVERY OPEN
      * ITEM IS RETRIED, AND ANY TRANSACTION THAT REJECTS TODAY IS
      * ADDED ON THE END.  WHATEVER IS STILL OPEN IS WRITTEN BACK
      * AT END OF RUN, SO A REJECT STAYS IN FRONT OF SOMEONE UNTIL
      * IT APPLIES OR IS CANCELLED.
      ***********************************************
       01  SUSPENSE-TABLE-CONTROL.
           05  SP-COUNT                PIC 9(4)        VALUE 0.
           05  SP-LOADED-COUNT         PIC 9(4)        VALUE 0.
           05  SP-NDX                  PIC 9(4)        VALUE 0.
           05  SP-FOUND-NDX            PIC 9(4)        VALUE 0.
           05  SP-DROPPED-COUNT        PIC 9(4)        VALUE 0.
           05  SP-LOST-COUNT           PIC 9(4)        VALUE 0.
           05  SP-NEXT-SEQUENCE        PIC 9(4)        VALUE 0.
           05  SP-ERRORS-BEFORE        PIC 9(5)        VALUE 0.
           05  SP-NEW-COUNT            PIC 9(5)        VALUE 0.
           05  SP-CLEARED-COUNT        PIC 9(5)        VALUE 0.
           05  SP-CANCELLED-COUNT      PIC 9(5)        VALUE 0.
           05  SP-CORRECTED-COUNT      PIC 9(5)        VALUE 0.
           05  SP-OPEN-COUNT           PIC 9(5)        VALUE 0.
           05  SP-TODAY-NUMBER         PIC 9(7)        VALUE 0.

       01  SUSPENSE-TABLE.
           05  SP-ENTRY OCCURS 1000 TIMES.
               10  SP-RECORD.
                   15  SP-SUSPENSE-ID.
                       20  SP-ORIGINAL-RUN-DATE PIC 9(8).
                       20  SP-SEQUENCE  PIC 9(4).
                   15  SP-REJECT-REASON PIC X(30).
                   15  SP-LAST-RETRY-DATE PIC 9(8).
                   15  SP-RETRY-COUNT  PIC 9(3).
                   15  SP-AGE-DAYS     PIC 9(4).
                   15  SP-TRANSACTION  PIC X(92).
               10  SP-STATUS           PIC X.
                   88 SP-OPEN                          VALUE 'O'.
                   88 SP-CLEARED                       VALUE 'C'.
                   88 SP-CANCELLED                     VALUE 'X'.

       01  SUSPENSE-WORK-TRANSACTION.
           05  SW-ACTION-CODE          PIC X(1).
           05  SW-WAREHOUSE-ID         PIC X(4).
           05  SW-EMPLOYEE-ID          PIC X(5).
           05                          PIC X(2).
           05  SW-EMPLOYEE-LASTNAME    PIC X(10).
           05                          PIC X(10).
           05  SW-APPROVAL-SW          PIC X(1).
           05                          PIC X(59).

      ***********************************************
      * SALARY APPROVAL LIMITS, FROM APRVPARM.TXT WHEN IT IS ON
      * FILE.  A CHANGE WHOSE SALARY MOVES BY MORE THAN EITHER
      * LIMIT, OR AN ADD OR CHANGE WHOSE NEW SALARY FALLS OUTSIDE
      * THE POSITION'S BAND ON POSMAST.TXT, IS HELD FOR A SECOND
      * PERSON TO RELEASE INSTEAD OF GOING ON THE MASTER.
      ***********************************************
       01  APPROVAL-LIMIT-FIELDS.
           05  AL-PERCENT-LIMIT        PIC 9(3)V9(2)   VALUE 10.00.
           05  AL-DOLLAR-LIMIT         PIC 9(8)        VALUE 5000.
           05  AL-BAND-CHECK           PIC X           VALUE 'Y'.
               88 BAND-CHECK-ON                        VALUE 'Y'.
           05  AL-OLD-SALARY           PIC 9(8)        VALUE 0.
           05  AL-SALARY-CHANGE        PIC 9(8)        VALUE 0.
           05  AL-HOLD-REASON          PIC X(30)       VALUE SPACES.
           05  AL-APPROVER-ID          PIC X(4)        VALUE SPACES.

      ***********************************************
      * APPROVAL HOLD TABLE.  APRVPEND.DAT IS LOADED AT START OF
      * RUN, RELEASES AND DENIALS ARE POSTED AGAINST IT, TODAY'S
      * HOLDS ARE ADDED ON THE END, AND WHATEVER IS STILL WAITING
      * IS WRITTEN BACK AT END OF RUN.
      ***********************************************
       01  APPROVAL-TABLE-CONTROL.
           05  AH-COUNT                PIC 9(3)        VALUE 0.
           05  AH-NDX                  PIC 9(3)        VALUE 0.
           05  AH-FOUND-NDX            PIC 9(3)        VALUE 0.
           05  AH-DROPPED-COUNT        PIC 9(3)        VALUE 0.
           05  AH-NEXT-SEQUENCE        PIC 9(4)        VALUE 0.
           05  AH-OPEN-COUNT           PIC 9(5)        VALUE 0.

       01  APPROVAL-HOLD-TABLE.
           05  AH-ENTRY OCCURS 500 TIMES.
               10  AH-RECORD.
                   15  AH-APPROVAL-ID.
                       20  AH-HELD-DATE PIC 9(8).
                       20  AH-SEQUENCE  PIC 9(4).
                   15  AH-HOLD-REASON  PIC X(30).
                   15  AH-OLD-SALARY   PIC 9(8).
                   15  AH-NEW-SALARY   PIC 9(8).
                   15  AH-KEYED-BY     PIC X(4).
                   15  AH-TRANSACTION  PIC X(92).
               10  AH-STATUS           PIC X.
                   88 AH-WAITING                       VALUE 'O'.
                   88 AH-RELEASED                      VALUE 'R'.
                   88 AH-DENIED                        VALUE 'D'.

      ***********************************************
      * DAYS-BEFORE-MONTH TABLE FOR THE AGE OF A SUSPENSE ITEM.
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
           05  DN-DATE                 PIC 9(8)        VALUE 0.
           05  DN-DATE-PARTS REDEFINES DN-DATE.
               10  DN-YEAR             PIC 9(4).
               10  DN-MONTH            PIC 9(2).
               10  DN-DAY              PIC 9(2).
           05  DN-DAY-NUMBER           PIC 9(7)        VALUE 0.
           05  DN-LEAP-DAYS            PIC 9(4)        VALUE 0.
           05  DN-LEAP-REMAINDER       PIC 9(1)        VALUE 0.

      ********    OUTPUT AREA    ********

           05                          PIC X(5)    VALUE ' AUTH'.
           05                          PIC X(1)    VALUE SPACES.

       01  LEAVE-RESULT-TEXT.
           05                          PIC X(15)   VALUE
               'ON LEAVE UNTIL '.
           05  LR-RETURN-DATE          PIC 9999/99/99.
           05                          PIC X(5)    VALUE SPACES.

       01  PEND-RESULT-TEXT.
           05                          PIC X(14)   VALUE
               'PENDING UNTIL '.
           05                          PIC X(9)    VALUE 'REJECTED:'.
           05  S2-REJECTED             PIC ZZZZ9.

       01  SUSP-RESULT-TEXT.
           05  SR-LABEL                PIC X(12).
           05  SR-SUSPENSE-ID          PIC 9(12).
           05                          PIC X(6)    VALUE SPACES.

       01  SUMMARY-LINE-THREE.
           05                          PIC X(10)   VALUE SPACES.
           05                          PIC X(8)    VALUE 'REHIRES:'.
           05  S3-REHIRES              PIC ZZZZ9.
           05                          PIC X(5)    VALUE SPACES.
           05                          PIC X(8)    VALUE 'SUSPEND:'.
           05  S3-SUSPENDED            PIC ZZZZ9.
           05                          PIC X(5)    VALUE SPACES.
           05                          PIC X(8)    VALUE 'CLEARED:'.
           05  S3-CLEARED              PIC ZZZZ9.
           05                          PIC X(5)    VALUE SPACES.
           05                          PIC X(8)    VALUE 'CANCELS:'.
           05  S3-CANCELLED            PIC ZZZZ9.

       01  SUMMARY-LINE-FOUR.
           05                          PIC X(10)   VALUE SPACES.
           05                          PIC X(8)    VALUE 'CORRECT:'.
           05  S4-CORRECTED            PIC ZZZZ9.
           05                          PIC X(5)    VALUE SPACES.
           05                          PIC X(8)    VALUE 'IN SUSP:'.
           05  S4-OPEN                 PIC ZZZZ9.
           05                          PIC X(5)    VALUE SPACES.
           05                          PIC X(8)    VALUE 'LEAVES: '.
           05  S4-LEAVES               PIC ZZZZ9.
           05                          PIC X(5)    VALUE SPACES.
           05                          PIC X(8)    VALUE 'RETURNS:'.
           05  S4-RETURNS              PIC ZZZZ9.

       01  SUMMARY-LINE-FIVE.
           05                          PIC X(10)   VALUE SPACES.
           05                          PIC X(8)    VALUE 'HELD:   '.
           05  S5-HELD                 PIC ZZZZ9.
           05                          PIC X(5)    VALUE SPACES.
           05                          PIC X(8)    VALUE 'RELEASE:'.
           05  S5-RELEASED             PIC ZZZZ9.
           05                          PIC X(5)    VALUE SPACES.
           05                          PIC X(8)    VALUE 'DENIED: '.
           05  S5-DENIED               PIC ZZZZ9.
           05                          PIC X(5)    VALUE SPACES.
           05                          PIC X(8)    VALUE 'AWAITNG:'.
           05  S5-AWAITING             PIC ZZZZ9.

       01  SUMMARY-LINE-SIX.
           05                          PIC X(10)   VALUE SPACES.
           05                          PIC X(8)    VALUE 'SUPV REJ'.
           05  S6-SUPV-REJECTS         PIC ZZZZ9.
           05                          PIC X(5)    VALUE SPACES.
           05                          PIC X(8)    VALUE 'ORPHANS:'.
           05  S6-ORPHANED             PIC ZZZZ9.

      /
       PROCEDURE DIVISION.
      *                                Y3I
       10-CONTROL-MODULE.
           PERFORM 11-RUN-CONTROL-CHECK-ROUTINE
           PERFORM 15-HOUSEKEEPING-ROUTINE
           PERFORM 25-TRANSACTION-ROUTINE
           PERFORM 90-SUMMARY-ROUTINE
           PERFORM 95-WRITE-PENDING-ROUTINE
           PERFORM 97-CLEAR-HR-TRANSACTIONS-ROUTINE
           PERFORM 68-WRITE-SUSPENSE-ROUTINE
           PERFORM 84-WRITE-APPROVAL-HOLDS-ROUTINE
      * A REWRITE FROM AN OVERFLOWED TABLE WOULD DELETE EVERY
      * BALANCE RECORD PAST THE CAP - BETTER TO LOSE TODAY'S FLAG
      * CHANGES THAN THE FILE.
                   TO LG-MESSAGE
               PERFORM 98-WRITE-OPS-LOG-ROUTINE
           END-IF
           IF TC-ORPHANED > 0
               MOVE TC-ORPHANED TO LG-COUNT-ED
               MOVE SPACES TO LG-MESSAGE
               STRING LG-COUNT-ED     DELIMITED BY SIZE
                      ' EMPLOYEE(S) LEFT WITHOUT A SUPERVISOR'
                                      DELIMITED BY SIZE
                   INTO LG-MESSAGE
               MOVE 'WARN ' TO LG-SEVERITY
               PERFORM 98-WRITE-OPS-LOG-ROUTINE
           END-IF
           MOVE 'COMPLETE' TO RN-STAMP-STATUS
           PERFORM 22-STAMP-RUN-CONTROL-ROUTINE
           MOVE TC-APPLIED TO LG-COUNT-ED
               MAINTENANCE-REPORT
               JOURNAL-FILE
               TRANSFER-LOG
               APPROVAL-JOURNAL
           STOP RUN.

      ***********************************************
      * DON'T WORK (AND THEN EMPTY) HRINTRAN.DAT UNDER A CGBPR29
      * THAT IS STILL ADDING THE CORPORATE FEED TO IT.
      ***********************************************
       11-RUN-CONTROL-CHECK-ROUTINE.
           ACCEPT RN-TODAY FROM DATE YYYYMMDD
           PERFORM 21-LOAD-RUN-CONTROL-ROUTINE

           MOVE RN-FEED-NAME TO RN-WORK-NAME
           MOVE 0 TO RN-FOUND-NDX
           PERFORM 23-FIND-RUN-ENTRY-ROUTINE
               VARYING RN-NDX FROM 1 BY 1
               UNTIL RN-NDX > RN-COUNT
           IF RN-FOUND-NDX > 0
               AND RN-DATE(RN-FOUND-NDX) = RN-TODAY
               AND RN-STATUS(RN-FOUND-NDX) NOT = 'COMPLETE'
               DISPLAY 'CGBPR3 - CGBPR29 STARTED TODAY AND HAS NOT'
               DISPLAY 'CGBPR3 - FINISHED - HRINTRAN.DAT IN USE'
               DISPLAY 'CGBPR3 - RUN ABORTED, NOTHING APPLIED'
               MOVE 'ABORT' TO LG-SEVERITY
               MOVE 'CGBPR29 STARTED TODAY, NOT COMPLETE - ABORTED'
                   TO LG-MESSAGE
               PERFORM 98-WRITE-OPS-LOG-ROUTINE
               STOP RUN
           END-IF
           .

       15-HOUSEKEEPING-ROUTINE.
           ACCEPT H1-DATE FROM DATE YYYYMMDD
           ACCEPT JW-RUN-DATE FROM DATE YYYYMMDD
           OPEN OUTPUT MAINTENANCE-REPORT
           OPEN EXTEND JOURNAL-FILE
           OPEN EXTEND TRANSFER-LOG
           OPEN EXTEND APPROVAL-JOURNAL
           PERFORM 18-LOAD-WAREHOUSE-ROUTINE
           PERFORM 19-LOAD-POSITION-ROUTINE
           PERFORM 54-LOAD-VACBAL-ROUTINE
           PERFORM 17-LOAD-PENDING-ROUTINE
           PERFORM 61-LOAD-SUSPENSE-ROUTINE
           PERFORM 73-LOAD-APPROVAL-PARM-ROUTINE
           PERFORM 74-LOAD-APPROVAL-HOLDS-ROUTINE
           MOVE 'STARTED ' TO RN-STAMP-STATUS
           PERFORM 22-STAMP-RUN-CONTROL-ROUTINE
           MOVE 'INFO ' TO LG-SEVERITY
      * SEE.
      ***********************************************
       22-STAMP-RUN-CONTROL-ROUTINE.
           MOVE RN-OWN-NAME TO RN-WORK-NAME
           MOVE 0 TO RN-FOUND-NDX
           PERFORM 23-FIND-RUN-ENTRY-ROUTINE
               VARYING RN-NDX FROM 1 BY 1
           .

       23-FIND-RUN-ENTRY-ROUTINE.
           IF RN-PROGRAM(RN-NDX) = RN-WORK-NAME
               MOVE RN-NDX TO RN-FOUND-NDX
           END-IF
           .
                           ADD 1 TO PC-COUNT
                           SET PC-IDX TO PC-COUNT
                           MOVE PO-POSITION-CODE TO PC-CODE(PC-IDX)
                           MOVE 0 TO PC-SALARY-MINIMUM(PC-IDX)
                           MOVE 0 TO PC-SALARY-MAXIMUM(PC-IDX)
                           IF PO-SALARY-MINIMUM NUMERIC
                               AND PO-SALARY-MAXIMUM NUMERIC
                               MOVE PO-SALARY-MINIMUM
                                   TO PC-SALARY-MINIMUM(PC-IDX)
                               MOVE PO-SALARY-MAXIMUM
                                   TO PC-SALARY-MAXIMUM(PC-IDX)
                           END-IF
                       END-IF
           END-PERFORM
           CLOSE POSITION-MASTER
           .

       25-TRANSACTION-ROUTINE.
           PERFORM 75-APPLY-APPROVALS-ROUTINE
           PERFORM 63-APPLY-CORRECTIONS-ROUTINE
           PERFORM 26-PROCESS-PENDING-ROUTINE
               VARYING PT-NDX FROM 1 BY 1
               UNTIL PT-NDX > PT-COUNT
           MOVE 'Y' TO SP-RETRY-SW
           PERFORM 66-RETRY-SUSPENSE-ROUTINE
               VARYING SP-NDX FROM 1 BY 1
               UNTIL SP-NDX > SP-LOADED-COUNT
           MOVE 'N' TO SP-RETRY-SW
           OPEN INPUT HR-TRANSACTION-FILE
           PERFORM UNTIL NO-MORE-HR-TRANSACTIONS
               READ HR-TRANSACTION-FILE
                   AT END
                       MOVE 'N' TO HT-EOF-FLAG
                   NOT AT END
                       MOVE HR-TRANSACTION-RECORD
                           TO TRANSACTION-RECORD
                       MOVE SPACE TO T-APPROVAL-SW
                       PERFORM 27-SCREEN-TRANSACTION-ROUTINE
           END-PERFORM
           CLOSE HR-TRANSACTION-FILE
           PERFORM UNTIL NO-MORE-DATA
               READ TRANSACTION-RECORDS
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       MOVE SPACE TO T-APPROVAL-SW
                       PERFORM 27-SCREEN-TRANSACTION-ROUTINE
                       .

      * RUN DATE (OR CARRYING NO DATE AT ALL, THE WAY THE FILE WAS
      * KEYED BEFORE THE EFFECTIVE DATE EXISTED) APPLIES NOW; A
      * FUTURE-DATED ONE GOES TO THE KEEP TABLE AND RIDES THE
      * PENDING FILE UNTIL IT COMES DUE.  ANY TRANSACTION THAT
      * COMES BACK REJECTED - WHATEVER THE REASON - GOES TO THE
      * SUSPENSE TABLE; A SUSPENSE RETRY THAT GOES THROUGH COMES
      * OFF IT.
      ***********************************************
       27-SCREEN-TRANSACTION-ROUTINE.
           MOVE TC-ERRORS TO SP-ERRORS-BEFORE
           IF T-EFFECTIVE-DATE NOT NUMERIC
               MOVE ZEROS TO T-EFFECTIVE-DATE
           END-IF
           ELSE
               PERFORM 29-HOLD-PENDING-ROUTINE
           END-IF
           IF TC-ERRORS > SP-ERRORS-BEFORE
               PERFORM 67-SUSPEND-TRANSACTION-ROUTINE
           ELSE
               IF RETRYING-SUSPENSE
                   MOVE 'C' TO SP-STATUS(SP-NDX)
                   ADD 1 TO SP-CLEARED-COUNT
               END-IF
           END-IF
           .

       29-HOLD-PENDING-ROUTINE.
                   MOVE 'TRANSFER' TO DL-ACTION
               WHEN T-ACTION-REHIRE
                   MOVE 'REHIRE  ' TO DL-ACTION
               WHEN T-ACTION-LEAVE
                   MOVE 'LEAVE   ' TO DL-ACTION
               WHEN T-ACTION-RETURN
                   MOVE 'RETURN  ' TO DL-ACTION
               WHEN OTHER
                   MOVE 'INVALID ' TO DL-ACTION
           END-EVALUATE
      * DISPATCH EACH TRANSACTION TO ITS ADD/CHANGE/DELETE
      * PARAGRAPH BASED ON T-ACTION-CODE.  A TRANSACTION FOR A
      * WAREHOUSE THAT ISN'T ON THE REFERENCE FILE IS REJECTED
      * BEFORE DISPATCH.  AN ADD OR CHANGE WHOSE SALARY NEEDS A
      * SECOND PERSON'S APPROVAL IS HELD INSTEAD OF APPLIED.  A
      * KEYED SUPERVISOR IS EDITED BEFORE AN ADD, CHANGE OR
      * TRANSFER IS HELD OR APPLIED.
      ***********************************************
       30-APPLY-TRANSACTION-ROUTINE.
           PERFORM 31-VALIDATE-WAREHOUSE-ROUTINE
           .

       37-VALIDATE-POSITION-ROUTINE.
           MOVE 0 TO PC-FOUND-NDX
           IF PC-COUNT = 0
               MOVE 'Y' TO PC-FOUND-SWITCH
           ELSE
       33-MATCH-POSITION-ROUTINE.
           IF PC-CODE(PC-IDX) = T-EMPLOYEE-POSITION
               MOVE 'Y' TO PC-FOUND-SWITCH
               SET PC-FOUND-NDX TO PC-IDX
           END-IF
           .

               WHEN T-ACTION-ADD
                   PERFORM 37-VALIDATE-POSITION-ROUTINE
                   IF POSITION-ON-FILE
                       PERFORM 88-EDIT-SUPERVISOR-ROUTINE
                   END-IF
                   EVALUATE TRUE
                       WHEN NOT POSITION-ON-FILE
                           MOVE 'ADD     ' TO DL-ACTION
                           PERFORM 41-REJECT-POSITION-ROUTINE
                       WHEN SV-REJECT-REASON NOT = SPACES
                           MOVE 'ADD     ' TO DL-ACTION
                           PERFORM 91-REJECT-SUPERVISOR-ROUTINE
                       WHEN OTHER
                           PERFORM 78-CHECK-APPROVAL-ROUTINE
                           IF HOLD-FOR-APPROVAL
                               PERFORM 81-HOLD-FOR-APPROVAL-ROUTINE
                           ELSE
                               PERFORM 32-ADD-EMPLOYEE-ROUTINE
                           END-IF
                   END-EVALUATE
               WHEN T-ACTION-CHANGE
                   PERFORM 37-VALIDATE-POSITION-ROUTINE
                   IF POSITION-ON-FILE
                       PERFORM 88-EDIT-SUPERVISOR-ROUTINE
                   END-IF
                   EVALUATE TRUE
                       WHEN NOT POSITION-ON-FILE
                           MOVE 'CHANGE  ' TO DL-ACTION
                           PERFORM 41-REJECT-POSITION-ROUTINE
                       WHEN SV-REJECT-REASON NOT = SPACES
                           MOVE 'CHANGE  ' TO DL-ACTION
                           PERFORM 91-REJECT-SUPERVISOR-ROUTINE
                       WHEN OTHER
                           PERFORM 78-CHECK-APPROVAL-ROUTINE
                           IF HOLD-FOR-APPROVAL
                               PERFORM 81-HOLD-FOR-APPROVAL-ROUTINE
                           ELSE
                               PERFORM 34-CHANGE-EMPLOYEE-ROUTINE
                           END-IF
                   END-EVALUATE
               WHEN T-ACTION-DELETE
                   PERFORM 36-TERMINATE-EMPLOYEE-ROUTINE
               WHEN T-ACTION-TRANSFER
                   PERFORM 88-EDIT-SUPERVISOR-ROUTINE
                   IF SV-REJECT-REASON = SPACES
                       PERFORM 43-TRANSFER-EMPLOYEE-ROUTINE
                   ELSE
                       MOVE 'TRANSFER' TO DL-ACTION
                       PERFORM 91-REJECT-SUPERVISOR-ROUTINE
                   END-IF
               WHEN T-ACTION-REHIRE
                   PERFORM 53-REHIRE-EMPLOYEE-ROUTINE
               WHEN T-ACTION-LEAVE
                   PERFORM 86-START-LEAVE-ROUTINE
               WHEN T-ACTION-RETURN
                   PERFORM 87-RETURN-FROM-LEAVE-ROUTINE
               WHEN OTHER
                   MOVE 'INVALID ' TO DL-ACTION
                   MOVE T-WAREHOUSE-ID TO DL-WAREHOUSE-ID
           MOVE 'A' TO I-EMPLOYEE-STATUS
           MOVE ZEROS TO I-TERMINATION-DATE
           MOVE ZEROS TO I-REHIRE-DATE
           MOVE SPACE TO I-LEAVE-TYPE
           MOVE ZEROS TO I-LEAVE-START-DATE
           MOVE ZEROS TO I-LEAVE-RETURN-DATE
           IF T-SUPERVISOR-CLEAR
               MOVE SPACES TO I-SUPERVISOR-KEY
           ELSE
               MOVE T-SUPERVISOR-KEY TO I-SUPERVISOR-KEY
           END-IF

           WRITE INFORMATION
               INVALID KEY
               MOVE T-STARTING-SALARY TO I-STARTING-SALARY
               MOVE T-LAST-PAY-INCREASE TO I-LAST-PAY-INCREASE
               MOVE T-CURRENT-SALARY TO I-CURRENT-SALARY
               PERFORM 94-APPLY-SUPERVISOR-ROUTINE
               REWRITE INFORMATION
                   INVALID KEY
                       CONTINUE
      * TERMINATED RECORDS; CGBPR8 REPORTS ON THEM.
      ***********************************************
       36-TERMINATE-EMPLOYEE-ROUTINE.
           MOVE 'N' TO SV-ORPHAN-SW
           MOVE T-WAREHOUSE-ID TO I-WAREHOUSE-ID
           MOVE T-EMPLOYEE-ID TO I-EMPLOYEE-ID
           READ EMPLOYEE-MASTER
                   MOVE 'REJECTED - ALREADY TERMINATED' TO DL-RESULT
               ELSE
                   MOVE INFORMATION TO JW-BEFORE-IMAGE
      * A KEYED EFFECTIVE DATE IS THE REAL SEPARATION DATE - THE
      * RUN DATE ONLY STANDS IN WHEN NO DATE WAS KEYED, SO A
      * BACKDATED TERMINATION DOESN'T SKEW YEARS AT EXIT.
                   ELSE
                       MOVE JW-RUN-DATE TO I-TERMINATION-DATE
                   END-IF
      * A LEAVE STILL OPEN AT SEPARATION ENDS ON THE TERMINATION
      * DATE - CGBPR27 RELIES ON THIS TO PAY NO FINAL DAYS FOR IT.
                   IF I-EMP-ON-LEAVE
                       MOVE I-TERMINATION-DATE TO I-LEAVE-RETURN-DATE
                   END-IF
                   MOVE 'T' TO I-EMPLOYEE-STATUS
                   REWRITE INFORMATION
                       INVALID KEY
                           CONTINUE
                       MOVE INFORMATION TO JW-AFTER-IMAGE
                       PERFORM 42-WRITE-JOURNAL-ROUTINE
                       PERFORM 58-FLAG-PAYOUT-ROUTINE
                       MOVE T-EMPLOYEE-KEY TO SV-DEPARTED-KEY
                       MOVE 'Y' TO SV-ORPHAN-SW
                   ELSE
                       ADD 1 TO TC-ERRORS
                       MOVE 'REJECTED - REWRITE FAILED' TO DL-RESULT
               MOVE 'REJECTED - NOT ON FILE' TO DL-RESULT
           END-IF
           PERFORM 40-WRITE-DETAIL-ROUTINE
           IF CHECK-DIRECT-REPORTS
               PERFORM 92-CHECK-DIRECT-REPORTS-ROUTINE
           END-IF
           .

      ***********************************************
      * NO MORE HAND-BUILT DELETE/ADD PAIRS THAT HAVE TO AGREE
      * FIELD FOR FIELD.  THE NEW KEY IS WRITTEN BEFORE THE OLD
      * ONE IS DELETED, SO A DUPLICATE AT THE NEW WAREHOUSE
      * REJECTS CLEANLY WITH THE MASTER UNTOUCHED.  A KEYED
      * SUPERVISOR GOES ON WITH THE MOVE; BLANK KEEPS THE OLD ONE.
      ***********************************************
       43-TRANSFER-EMPLOYEE-ROUTINE.
           MOVE 'N' TO SV-ORPHAN-SW
           MOVE 'TRANSFER' TO DL-ACTION
           MOVE T-WAREHOUSE-ID TO DL-WAREHOUSE-ID
           MOVE T-EMPLOYEE-ID TO DL-EMPLOYEE-ID
               END-IF
           END-IF
           PERFORM 40-WRITE-DETAIL-ROUTINE
           IF CHECK-DIRECT-REPORTS
               PERFORM 92-CHECK-DIRECT-REPORTS-ROUTINE
           END-IF
           .

       44-VALIDATE-NEW-WHSE-ROUTINE.
       46-MOVE-MASTER-RECORD-ROUTINE.
           MOVE INFORMATION TO JW-BEFORE-IMAGE
           MOVE T-NEW-WAREHOUSE-ID TO I-WAREHOUSE-ID
           PERFORM 94-APPLY-SUPERVISOR-ROUTINE
           WRITE INFORMATION
               INVALID KEY
                   CONTINUE
                   MOVE XFER-RESULT-TEXT TO DL-RESULT
                   PERFORM 42-WRITE-JOURNAL-ROUTINE
                   PERFORM 47-WRITE-TRANSFER-LOG-ROUTINE
                   MOVE T-EMPLOYEE-KEY TO SV-DEPARTED-KEY
                   MOVE 'Y' TO SV-ORPHAN-SW
               ELSE
                   ADD 1 TO TC-ERRORS
                   MOVE 'REJECTED - OLD KEY NOT REMOVED' TO DL-RESULT
      ***********************************************
      * A REHIRE TAKES THE PAYOUT FLAG BACK OFF - THE EMPLOYEE IS
      * ACTIVE AGAIN AND THE BALANCE RIDES FORWARD INSTEAD OF
      * PAYING OUT.  A PAYOUT ALREADY PAID BY CGBPR27 CLEARS TOO -
      * THE HOURS WENT TO ZERO WHEN IT PAID, SO THE REHIRE STARTS
      * FRESH.
      ***********************************************
       59-CLEAR-PAYOUT-ROUTINE.
           MOVE WK-EMPLOYEE-KEY TO VB-WORK-KEY
           PERFORM 55-FIND-VACBAL-ROUTINE
           IF BALANCE-FOUND
               SET VB-IDX TO VB-FOUND-NDX
               IF VB-PAYOUT-FLAG(VB-IDX) = 'Y' OR 'P'
                   MOVE ' ' TO VB-PAYOUT-FLAG(VB-IDX)
                   MOVE 'Y' TO VB-CHANGED-SW
               END-IF
           ADD PROPER-SPACING TO PG-LINE-COUNT
           .

      ***********************************************
      * PULL SUSPENSE.DAT INTO THE SP- TABLE.  THE HIGHEST SEQUENCE
      * ALREADY ISSUED FOR TODAY'S RUN DATE IS PICKED UP ON THE WAY
      * THROUGH, SO A SECOND RUN THE SAME DAY KEEPS NUMBERING FROM
      * WHERE THE FIRST ONE STOPPED.
      ***********************************************
       61-LOAD-SUSPENSE-ROUTINE.
           MOVE JW-RUN-DATE TO DN-DATE
           PERFORM 70-DAY-NUMBER-ROUTINE
           MOVE DN-DAY-NUMBER TO SP-TODAY-NUMBER
           OPEN INPUT SUSPENSE-FILE
           PERFORM UNTIL NO-MORE-SUSPENSE
               READ SUSPENSE-FILE
                   AT END
                       MOVE 'N' TO SU-EOF-FLAG
                   NOT AT END
                       IF SP-COUNT < 1000
                           ADD 1 TO SP-COUNT
                           MOVE SUSPENSE-RECORD TO SP-RECORD(SP-COUNT)
                           MOVE 'O' TO SP-STATUS(SP-COUNT)
                           IF SU-ORIGINAL-RUN-DATE = JW-RUN-DATE
                               AND SU-SEQUENCE > SP-NEXT-SEQUENCE
                               MOVE SU-SEQUENCE TO SP-NEXT-SEQUENCE
                           END-IF
                       ELSE
                           ADD 1 TO SP-DROPPED-COUNT
                       END-IF
           END-PERFORM
           CLOSE SUSPENSE-FILE
           MOVE SP-COUNT TO SP-LOADED-COUNT
           IF SP-DROPPED-COUNT > 0
               DISPLAY 'CGBPR3 - SUSPENSE TABLE FULL - '
                   SP-DROPPED-COUNT ' ITEM(S) LOST'
               DISPLAY 'CGBPR3 - RECOVER THEM FROM THE PRIOR'
               DISPLAY 'CGBPR3 - CGBPR30 AGING REPORT AND REKEY'
               MOVE 'WARN ' TO LG-SEVERITY
               MOVE 'SUSPENSE TABLE FULL - ITEMS LOST'
                   TO LG-MESSAGE
               PERFORM 98-WRITE-OPS-LOG-ROUTINE
           END-IF
           .

      ***********************************************
      * POST SUSCORR.TXT AGAINST THE OPEN SUSPENSE ITEMS BEFORE
      * ANYTHING IS RETRIED - A CORRECTED ITEM IS RETRIED IN ITS
      * CORRECTED FORM ON THIS SAME RUN, A CANCELLED ONE IS NOT
      * RETRIED AT ALL.
      ***********************************************
       63-APPLY-CORRECTIONS-ROUTINE.
           OPEN INPUT SUSPENSE-CORRECTIONS
           PERFORM UNTIL NO-MORE-CORRECTIONS
               READ SUSPENSE-CORRECTIONS
                   AT END
                       MOVE 'N' TO SC-EOF-FLAG
                   NOT AT END
                       PERFORM 64-APPLY-ONE-CORRECTION-ROUTINE
           END-PERFORM
           CLOSE SUSPENSE-CORRECTIONS
           .

       64-APPLY-ONE-CORRECTION-ROUTINE.
           MOVE 0 TO SP-FOUND-NDX
           PERFORM 65-MATCH-SUSPENSE-ROUTINE
               VARYING SP-NDX FROM 1 BY 1
               UNTIL SP-NDX > SP-COUNT
           MOVE SPACES TO DL-WAREHOUSE-ID
                          DL-EMPLOYEE-ID
                          DL-EMPLOYEE-LASTNAME
           MOVE SC-SUSPENSE-ID TO SR-SUSPENSE-ID
           IF SP-FOUND-NDX = 0
               MOVE 'REJECT  ' TO DL-ACTION
               MOVE 'NO SUSPENSE ' TO SR-LABEL
               MOVE SUSP-RESULT-TEXT TO DL-RESULT
               ADD 1 TO TC-ERRORS
           ELSE
               MOVE SP-TRANSACTION(SP-FOUND-NDX)
                   TO SUSPENSE-WORK-TRANSACTION
               MOVE SW-WAREHOUSE-ID TO DL-WAREHOUSE-ID
               MOVE SW-EMPLOYEE-ID TO DL-EMPLOYEE-ID
               MOVE SW-EMPLOYEE-LASTNAME TO DL-EMPLOYEE-LASTNAME
               EVALUATE TRUE
                   WHEN SC-ACTION-CORRECT
      * A CORRECTED TRANSACTION IS NEW KEYING - ANY APPROVAL THE
      * ORIGINAL CARRIED DOES NOT COVER IT.
                       MOVE SC-TRANSACTION
                           TO SUSPENSE-WORK-TRANSACTION
                       MOVE SPACE TO SW-APPROVAL-SW
                       MOVE SUSPENSE-WORK-TRANSACTION
                           TO SP-TRANSACTION(SP-FOUND-NDX)
                       ADD 1 TO SP-CORRECTED-COUNT
                       MOVE 'CORRECT ' TO DL-ACTION
                       MOVE 'CORRECTED   ' TO SR-LABEL
                       MOVE SUSP-RESULT-TEXT TO DL-RESULT
                   WHEN SC-ACTION-CANCEL
                       MOVE 'X' TO SP-STATUS(SP-FOUND-NDX)
                       ADD 1 TO SP-CANCELLED-COUNT
                       MOVE 'CANCEL  ' TO DL-ACTION
                       MOVE 'CANCELLED   ' TO SR-LABEL
                       MOVE SUSP-RESULT-TEXT TO DL-RESULT
                   WHEN OTHER
                       MOVE 'INVALID ' TO DL-ACTION
                       MOVE 'UNKNOWN SUSPENSE ACTION' TO DL-RESULT
                       ADD 1 TO TC-ERRORS
               END-EVALUATE
           END-IF
           PERFORM 40-WRITE-DETAIL-ROUTINE
           .

       65-MATCH-SUSPENSE-ROUTINE.
           IF SP-SUSPENSE-ID(SP-NDX) = SC-SUSPENSE-ID
               AND SP-OPEN(SP-NDX)
               MOVE SP-NDX TO SP-FOUND-NDX
           END-IF
           .

       66-RETRY-SUSPENSE-ROUTINE.
           IF SP-OPEN(SP-NDX)
               MOVE SP-TRANSACTION(SP-NDX) TO TRANSACTION-RECORD
               PERFORM 27-SCREEN-TRANSACTION-ROUTINE
           END-IF
           .

      ***********************************************
      * A TRANSACTION JUST REJECTED.  A SUSPENSE RETRY STAYS WHERE
      * IT IS WITH TODAY'S REASON AND ONE MORE RETRY ON ITS COUNT;
      * ANYTHING ELSE BECOMES A NEW SUSPENSE ITEM UNDER TODAY'S RUN
      * DATE.  EITHER WAY THE SUSPENSE ID PRINTS UNDER THE REJECT
      * LINE, READY TO KEY A CORRECTION OR CANCEL AGAINST.
      ***********************************************
       67-SUSPEND-TRANSACTION-ROUTINE.
           MOVE SPACES TO DL-ACTION
           IF RETRYING-SUSPENSE
               MOVE DL-RESULT TO SP-REJECT-REASON(SP-NDX)
               MOVE JW-RUN-DATE TO SP-LAST-RETRY-DATE(SP-NDX)
               IF SP-RETRY-COUNT(SP-NDX) < 999
                   ADD 1 TO SP-RETRY-COUNT(SP-NDX)
               END-IF
               MOVE SP-SUSPENSE-ID(SP-NDX) TO SR-SUSPENSE-ID
               MOVE 'IN SUSPENSE ' TO SR-LABEL
               MOVE SUSP-RESULT-TEXT TO DL-RESULT
           ELSE
               IF SP-COUNT < 1000
                   ADD 1 TO SP-COUNT
                   ADD 1 TO SP-NEXT-SEQUENCE
                   ADD 1 TO SP-NEW-COUNT
                   MOVE JW-RUN-DATE TO SP-ORIGINAL-RUN-DATE(SP-COUNT)
                   MOVE SP-NEXT-SEQUENCE TO SP-SEQUENCE(SP-COUNT)
                   MOVE DL-RESULT TO SP-REJECT-REASON(SP-COUNT)
                   MOVE ZEROS TO SP-LAST-RETRY-DATE(SP-COUNT)
                   MOVE ZEROS TO SP-RETRY-COUNT(SP-COUNT)
                   MOVE ZEROS TO SP-AGE-DAYS(SP-COUNT)
                   MOVE TRANSACTION-RECORD TO SP-TRANSACTION(SP-COUNT)
                   MOVE 'O' TO SP-STATUS(SP-COUNT)
                   MOVE SP-SUSPENSE-ID(SP-COUNT) TO SR-SUSPENSE-ID
                   MOVE 'TO SUSPENSE ' TO SR-LABEL
                   MOVE SUSP-RESULT-TEXT TO DL-RESULT
               ELSE
                   ADD 1 TO SP-LOST-COUNT
                   MOVE 'SUSPENSE FULL - REKEY' TO DL-RESULT
               END-IF
           END-IF
           PERFORM 40-WRITE-DETAIL-ROUTINE
           .

      ***********************************************
      * REWRITE SUSPENSE.DAT WITH EVERY ITEM STILL OPEN, AGED AS OF
      * TODAY, AND EMPTY SUSCORR.TXT NOW THAT IT HAS BEEN POSTED.
      * A TABLE THAT OVERFLOWED ON LOAD OR ON TODAY'S REJECTS IS
      * CALLED OUT FOR THE OPERATOR.
      ***********************************************
       68-WRITE-SUSPENSE-ROUTINE.
           OPEN OUTPUT SUSPENSE-FILE
           PERFORM 69-WRITE-ONE-SUSPENSE-ROUTINE
               VARYING SP-NDX FROM 1 BY 1
               UNTIL SP-NDX > SP-COUNT
           CLOSE SUSPENSE-FILE
           OPEN OUTPUT SUSPENSE-CORRECTIONS
           CLOSE SUSPENSE-CORRECTIONS
           IF SP-LOST-COUNT > 0
               DISPLAY 'CGBPR3 - SUSPENSE TABLE FULL - '
                   SP-LOST-COUNT ' REJECT(S) NOT SUSPENDED'
               MOVE 'WARN ' TO LG-SEVERITY
               MOVE 'SUSPENSE TABLE FULL - REJECTS NOT SUSPENDED'
                   TO LG-MESSAGE
               PERFORM 98-WRITE-OPS-LOG-ROUTINE
           END-IF
           .

       69-WRITE-ONE-SUSPENSE-ROUTINE.
           IF SP-OPEN(SP-NDX)
               MOVE 0 TO SP-AGE-DAYS(SP-NDX)
               MOVE SP-ORIGINAL-RUN-DATE(SP-NDX) TO DN-DATE
               IF DN-MONTH > 0
                   AND DN-MONTH < 13
                   AND DN-DATE < JW-RUN-DATE
                   PERFORM 70-DAY-NUMBER-ROUTINE
                   COMPUTE SP-AGE-DAYS(SP-NDX) =
                       SP-TODAY-NUMBER - DN-DAY-NUMBER
               END-IF
               MOVE SP-RECORD(SP-NDX) TO SUSPENSE-RECORD
               WRITE SUSPENSE-RECORD
           END-IF
           .

      ***********************************************
      * DAY NUMBER OF DN-DATE - DAYS IN THE WHOLE YEARS BEFORE IT,
      * ONE LEAP DAY FOR EVERY FOURTH OF THOSE YEARS, THE DAYS
      * BEFORE ITS MONTH AND ITS DAY OF THE MONTH, PLUS THE LEAP
      * DAY ITSELF ONCE A LEAP YEAR IS PAST FEBRUARY.  ONLY THE
      * DIFFERENCE BETWEEN TWO DAY NUMBERS MEANS ANYTHING.
      ***********************************************
       70-DAY-NUMBER-ROUTINE.
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

       72-COUNT-OPEN-ROUTINE.
           IF SP-OPEN(SP-NDX)
               ADD 1 TO SP-OPEN-COUNT
           END-IF
           .

      ***********************************************
      * SALARY APPROVAL LIMITS.  THE FIRST APRVPARM.TXT RECORD
      * OVERRIDES THE DEFAULTS FIELD BY FIELD; A MISSING FILE RUNS
      * ON THE DEFAULTS AND SAYS SO IN THE OPERATIONS LOG.
      ***********************************************
       73-LOAD-APPROVAL-PARM-ROUTINE.
           OPEN INPUT APPROVAL-PARM
           READ APPROVAL-PARM
               AT END
                   DISPLAY 'CGBPR3 - APRVPARM.TXT EMPTY OR MISSING - '
                       'DEFAULT APPROVAL LIMITS USED'
                   MOVE 'WARN ' TO LG-SEVERITY
                   MOVE 'APRVPARM.TXT MISSING - DEFAULT LIMITS USED'
                       TO LG-MESSAGE
                   PERFORM 98-WRITE-OPS-LOG-ROUTINE
               NOT AT END
                   IF AR-PERCENT-LIMIT NUMERIC
                       MOVE AR-PERCENT-LIMIT TO AL-PERCENT-LIMIT
                   END-IF
                   IF AR-DOLLAR-LIMIT NUMERIC
                       MOVE AR-DOLLAR-LIMIT TO AL-DOLLAR-LIMIT
                   END-IF
                   IF AR-BAND-CHECK = 'N'
                       MOVE 'N' TO AL-BAND-CHECK
                   END-IF
           END-READ
           CLOSE APPROVAL-PARM
           .

      ***********************************************
      * PULL APRVPEND.DAT INTO THE AH- TABLE, PICKING UP THE
      * HIGHEST SEQUENCE ALREADY ISSUED TODAY THE SAME WAY THE
      * SUSPENSE LOAD DOES.
      ***********************************************
       74-LOAD-APPROVAL-HOLDS-ROUTINE.
           OPEN INPUT APPROVAL-HOLD-FILE
           PERFORM UNTIL NO-MORE-HELD-ITEMS
               READ APPROVAL-HOLD-FILE
                   AT END
                       MOVE 'N' TO AH-EOF-FLAG
                   NOT AT END
                       IF AH-COUNT < 500
                           ADD 1 TO AH-COUNT
                           MOVE APPROVAL-HOLD-RECORD
                               TO AH-RECORD(AH-COUNT)
                           MOVE 'O' TO AH-STATUS(AH-COUNT)
                           IF AP-HELD-DATE = JW-RUN-DATE
                               AND AP-SEQUENCE > AH-NEXT-SEQUENCE
                               MOVE AP-SEQUENCE TO AH-NEXT-SEQUENCE
                           END-IF
                       ELSE
                           ADD 1 TO AH-DROPPED-COUNT
                       END-IF
           END-PERFORM
           CLOSE APPROVAL-HOLD-FILE
           IF AH-DROPPED-COUNT > 0
               DISPLAY 'CGBPR3 - APPROVAL TABLE FULL - '
                   AH-DROPPED-COUNT ' HELD ITEM(S) LOST'
               DISPLAY 'CGBPR3 - RECOVER THEM FROM THE PRIOR'
               DISPLAY 'CGBPR3 - CGBPR31 APPROVALS REPORT AND REKEY'
               MOVE 'WARN ' TO LG-SEVERITY
               MOVE 'APPROVAL TABLE FULL - HELD ITEMS LOST'
                   TO LG-MESSAGE
               PERFORM 98-WRITE-OPS-LOG-ROUTINE
           END-IF
           .

      ***********************************************
      * POST APRVTRAN.TXT AGAINST THE HELD ITEMS BEFORE ANYTHING
      * ELSE IS WORKED.  A RELEASE GOES STRAIGHT THROUGH THE NORMAL
      * SCREEN WITH ITS APPROVAL FLAG SET, SO IT APPLIES (OR PENDS,
      * OR SUSPENDS) LIKE ANY OTHER TRANSACTION; A DENIAL JUST
      * COMES OFF THE FILE.  THE APPROVER MUST BE NAMED AND MUST
      * NOT BE THE OPERATOR WHO KEYED THE HELD TRANSACTION.  A
      * HELD ITEM WITH NO KEYING OPERATOR ON IT CANNOT PROVE THE
      * SECOND PERSON, SO IT CAN ONLY BE DENIED AND REKEYED.
      ***********************************************
       75-APPLY-APPROVALS-ROUTINE.
           OPEN INPUT APPROVAL-TRANSACTIONS
           PERFORM UNTIL NO-MORE-APPROVALS
               READ APPROVAL-TRANSACTIONS
                   AT END
                       MOVE 'N' TO AV-EOF-FLAG
                   NOT AT END
                       PERFORM 76-APPLY-ONE-APPROVAL-ROUTINE
           END-PERFORM
           CLOSE APPROVAL-TRANSACTIONS
           .

       76-APPLY-ONE-APPROVAL-ROUTINE.
           MOVE 'N' TO AH-RELEASE-SW
           MOVE 0 TO AH-FOUND-NDX
           PERFORM 77-MATCH-APPROVAL-ROUTINE
               VARYING AH-NDX FROM 1 BY 1
               UNTIL AH-NDX > AH-COUNT
           MOVE SPACES TO DL-WAREHOUSE-ID
                          DL-EMPLOYEE-ID
                          DL-EMPLOYEE-LASTNAME
           MOVE AV-APPROVAL-ID TO SR-SUSPENSE-ID
           MOVE AV-APPROVER-ID TO AL-APPROVER-ID
           IF AH-FOUND-NDX = 0
               MOVE 'REJECT  ' TO DL-ACTION
               MOVE 'NO HELD ITEM' TO SR-LABEL
               MOVE SUSP-RESULT-TEXT TO DL-RESULT
               ADD 1 TO TC-ERRORS
           ELSE
               MOVE AH-FOUND-NDX TO AH-NDX
               MOVE AH-TRANSACTION(AH-NDX)
                   TO SUSPENSE-WORK-TRANSACTION
               MOVE SW-WAREHOUSE-ID TO DL-WAREHOUSE-ID
               MOVE SW-EMPLOYEE-ID TO DL-EMPLOYEE-ID
               MOVE SW-EMPLOYEE-LASTNAME TO DL-EMPLOYEE-LASTNAME
               EVALUATE TRUE
                   WHEN AV-APPROVER-ID = SPACES
                       MOVE 'REJECT  ' TO DL-ACTION
                       MOVE 'REJECTED - NO APPROVER ID' TO DL-RESULT
                       ADD 1 TO TC-ERRORS
                   WHEN AH-KEYED-BY(AH-NDX) = SPACES
                       AND AV-ACTION-RELEASE
                       MOVE 'REJECT  ' TO DL-ACTION
                       MOVE 'REJECTED - NO KEYER ON HELD ITEM'
                           TO DL-RESULT
                       ADD 1 TO TC-ERRORS
                   WHEN AV-APPROVER-ID = AH-KEYED-BY(AH-NDX)
                       MOVE 'REJECT  ' TO DL-ACTION
                       MOVE 'REJECTED - APPROVER KEYED IT' TO DL-RESULT
                       ADD 1 TO TC-ERRORS
                   WHEN AV-ACTION-RELEASE
                       MOVE 'R' TO AH-STATUS(AH-NDX)
                       ADD 1 TO TC-RELEASED
                       MOVE 'R' TO AJ-DECISION
                       PERFORM 82-WRITE-APPROVAL-JOURNAL-ROUTINE
                       MOVE 'RELEASE ' TO DL-ACTION
                       MOVE 'RELEASED    ' TO SR-LABEL
                       MOVE SUSP-RESULT-TEXT TO DL-RESULT
                       MOVE 'Y' TO AH-RELEASE-SW
                   WHEN AV-ACTION-DENY
                       MOVE 'D' TO AH-STATUS(AH-NDX)
                       ADD 1 TO TC-DENIED
                       MOVE 'D' TO AJ-DECISION
                       PERFORM 82-WRITE-APPROVAL-JOURNAL-ROUTINE
                       MOVE 'DENY    ' TO DL-ACTION
                       MOVE 'DENIED      ' TO SR-LABEL
                       MOVE SUSP-RESULT-TEXT TO DL-RESULT
                   WHEN OTHER
                       MOVE 'INVALID ' TO DL-ACTION
                       MOVE 'UNKNOWN APPROVAL ACTION' TO DL-RESULT
                       ADD 1 TO TC-ERRORS
               END-EVALUATE
           END-IF
           PERFORM 40-WRITE-DETAIL-ROUTINE
           IF RELEASING-HELD-ITEM
               MOVE AH-TRANSACTION(AH-NDX) TO TRANSACTION-RECORD
               MOVE 'Y' TO T-APPROVAL-SW
               PERFORM 27-SCREEN-TRANSACTION-ROUTINE
           END-IF
           .

       77-MATCH-APPROVAL-ROUTINE.
           IF AH-APPROVAL-ID(AH-NDX) = AV-APPROVAL-ID
               AND AH-WAITING(AH-NDX)
               MOVE AH-NDX TO AH-FOUND-NDX
           END-IF
           .

      ***********************************************
      * DECIDE WHETHER AN ADD OR CHANGE NEEDS A SECOND PERSON.  A
      * CHANGE IS HELD WHEN ITS RAISE OVER THE SALARY NOW ON THE
      * MASTER PASSES THE DOLLAR OR PERCENT LIMIT; AN ADD OR
      * CHANGE IS HELD WHEN THE NEW SALARY FALLS OUTSIDE ITS
      * POSITION'S BAND.  A TRANSACTION ALREADY RELEASED IS NEVER
      * HELD AGAIN.  A CHANGE FOR A KEY NOT ON THE MASTER IS LEFT
      * FOR THE CHANGE PARAGRAPH TO REJECT.
      ***********************************************
       78-CHECK-APPROVAL-ROUTINE.
           MOVE 'N' TO AH-HOLD-SW
           MOVE SPACES TO AL-HOLD-REASON
           MOVE 0 TO AL-OLD-SALARY
           IF NOT T-APPROVED
               AND T-CURRENT-SALARY NUMERIC
               IF T-ACTION-CHANGE
                   PERFORM 79-CHECK-SALARY-RAISE-ROUTINE
               END-IF
               IF AL-HOLD-REASON = SPACES
                   AND BAND-CHECK-ON
                   AND PC-FOUND-NDX > 0
                   PERFORM 80-CHECK-SALARY-BAND-ROUTINE
               END-IF
           END-IF
           IF AL-HOLD-REASON NOT = SPACES
               MOVE 'Y' TO AH-HOLD-SW
           END-IF
           .

       79-CHECK-SALARY-RAISE-ROUTINE.
           MOVE T-WAREHOUSE-ID TO I-WAREHOUSE-ID
           MOVE T-EMPLOYEE-ID TO I-EMPLOYEE-ID
           READ EMPLOYEE-MASTER
               INVALID KEY
                   CONTINUE
           END-READ
           IF MASTER-OK
               MOVE I-CURRENT-SALARY TO AL-OLD-SALARY
               MOVE 0 TO AL-SALARY-CHANGE
               IF T-CURRENT-SALARY > AL-OLD-SALARY
                   COMPUTE AL-SALARY-CHANGE =
                       T-CURRENT-SALARY - AL-OLD-SALARY
               END-IF
               IF AL-DOLLAR-LIMIT > 0
                   AND AL-SALARY-CHANGE > AL-DOLLAR-LIMIT
                   MOVE 'RAISE OVER DOLLAR LIMIT' TO AL-HOLD-REASON
               END-IF
               IF AL-HOLD-REASON = SPACES
                   AND AL-PERCENT-LIMIT > 0
                   AND AL-OLD-SALARY > 0
                   AND AL-SALARY-CHANGE * 100 >
                       AL-OLD-SALARY * AL-PERCENT-LIMIT
                   MOVE 'RAISE OVER PERCENT LIMIT' TO AL-HOLD-REASON
               END-IF
           END-IF
           .

       80-CHECK-SALARY-BAND-ROUTINE.
           IF T-CURRENT-SALARY < PC-SALARY-MINIMUM(PC-FOUND-NDX)
               MOVE 'BELOW POSITION BAND MINIMUM' TO AL-HOLD-REASON
           ELSE
               IF PC-SALARY-MAXIMUM(PC-FOUND-NDX) > 0
                   AND T-CURRENT-SALARY >
                       PC-SALARY-MAXIMUM(PC-FOUND-NDX)
                   MOVE 'ABOVE POSITION BAND MAXIMUM'
                       TO AL-HOLD-REASON
               END-IF
           END-IF
           .

      ***********************************************
      * PARK THE TRANSACTION ON THE APPROVAL TABLE UNDER A NEW
      * APPROVAL ID, JOURNAL THE HOLD, AND PRINT THE ID AND THE
      * REASON SO THE APPROVER HAS SOMETHING TO KEY AGAINST.  A
      * TRANSACTION WITH NO KEYED-BY OPERATOR, OR A FULL TABLE,
      * REJECTS THE TRANSACTION INTO SUSPENSE INSTEAD - WITHOUT
      * THE KEYER THE APPROVER CAN'T BE SHOWN TO BE SOMEONE ELSE.
      ***********************************************
       81-HOLD-FOR-APPROVAL-ROUTINE.
           IF T-ACTION-ADD
               MOVE 'ADD     ' TO DL-ACTION
           ELSE
               MOVE 'CHANGE  ' TO DL-ACTION
           END-IF
           MOVE T-WAREHOUSE-ID TO DL-WAREHOUSE-ID
           MOVE T-EMPLOYEE-ID TO DL-EMPLOYEE-ID
           MOVE T-EMPLOYEE-LASTNAME TO DL-EMPLOYEE-LASTNAME
           EVALUATE TRUE
               WHEN T-KEYED-BY = SPACES
                   ADD 1 TO TC-ERRORS
                   MOVE 'REJECTED - NO KEYED-BY ID' TO DL-RESULT
               WHEN AH-COUNT < 500
                   ADD 1 TO AH-COUNT
                   ADD 1 TO AH-NEXT-SEQUENCE
                   ADD 1 TO TC-HELD
                   MOVE AH-COUNT TO AH-NDX
                   MOVE JW-RUN-DATE TO AH-HELD-DATE(AH-NDX)
                   MOVE AH-NEXT-SEQUENCE TO AH-SEQUENCE(AH-NDX)
                   MOVE AL-HOLD-REASON TO AH-HOLD-REASON(AH-NDX)
                   MOVE AL-OLD-SALARY TO AH-OLD-SALARY(AH-NDX)
                   MOVE T-CURRENT-SALARY TO AH-NEW-SALARY(AH-NDX)
                   MOVE T-KEYED-BY TO AH-KEYED-BY(AH-NDX)
                   MOVE TRANSACTION-RECORD TO AH-TRANSACTION(AH-NDX)
                   MOVE 'O' TO AH-STATUS(AH-NDX)
                   MOVE 'H' TO AJ-DECISION
                   MOVE SPACES TO AL-APPROVER-ID
                   PERFORM 82-WRITE-APPROVAL-JOURNAL-ROUTINE
                   MOVE AH-APPROVAL-ID(AH-NDX) TO SR-SUSPENSE-ID
                   MOVE 'HELD        ' TO SR-LABEL
                   MOVE SUSP-RESULT-TEXT TO DL-RESULT
                   PERFORM 40-WRITE-DETAIL-ROUTINE
                   MOVE SPACES TO DL-ACTION
                   MOVE AL-HOLD-REASON TO DL-RESULT
               WHEN OTHER
                   ADD 1 TO TC-ERRORS
                   MOVE 'REJECTED - APPROVAL FILE FULL' TO DL-RESULT
           END-EVALUATE
           PERFORM 40-WRITE-DETAIL-ROUTINE
           .

      ***********************************************
      * ONE APPROVAL JOURNAL RECORD FOR THE ITEM AT AH-NDX.  THE
      * CALLER SETS AJ-DECISION AND AL-APPROVER-ID FIRST.
      ***********************************************
       82-WRITE-APPROVAL-JOURNAL-ROUTINE.
           MOVE JW-RUN-DATE TO AJ-RUN-DATE
           MOVE AH-APPROVAL-ID(AH-NDX) TO AJ-APPROVAL-ID
           MOVE AH-KEYED-BY(AH-NDX) TO AJ-KEYED-BY
           MOVE AL-APPROVER-ID TO AJ-APPROVER-ID
           MOVE AH-HOLD-REASON(AH-NDX) TO AJ-HOLD-REASON
           MOVE AH-OLD-SALARY(AH-NDX) TO AJ-OLD-SALARY
           MOVE AH-NEW-SALARY(AH-NDX) TO AJ-NEW-SALARY
           MOVE AH-TRANSACTION(AH-NDX) TO AJ-TRANSACTION
           WRITE APPROVAL-JOURNAL-RECORD
           .

       83-COUNT-WAITING-ROUTINE.
           IF AH-WAITING(AH-NDX)
               ADD 1 TO AH-OPEN-COUNT
           END-IF
           .

      ***********************************************
      * REWRITE APRVPEND.DAT WITH EVERY ITEM STILL WAITING ON A
      * DECISION AND EMPTY APRVTRAN.TXT NOW THAT IT HAS BEEN
      * POSTED.
      ***********************************************
       84-WRITE-APPROVAL-HOLDS-ROUTINE.
           OPEN OUTPUT APPROVAL-HOLD-FILE
           PERFORM 85-WRITE-ONE-HOLD-ROUTINE
               VARYING AH-NDX FROM 1 BY 1
               UNTIL AH-NDX > AH-COUNT
           CLOSE APPROVAL-HOLD-FILE
           OPEN OUTPUT APPROVAL-TRANSACTIONS
           CLOSE APPROVAL-TRANSACTIONS
           .

       85-WRITE-ONE-HOLD-ROUTINE.
           IF AH-WAITING(AH-NDX)
               MOVE AH-RECORD(AH-NDX) TO APPROVAL-HOLD-RECORD
               WRITE APPROVAL-HOLD-RECORD
           END-IF
           .

      ***********************************************
      * AN 'L' TRANSACTION PUTS AN ACTIVE EMPLOYEE ON LEAVE OF
      * ABSENCE.  BEFORE THIS THE ONLY WAY TO STOP PAY AND
      * ACCRUAL WAS A 'D' AND A LATER 'R', WHICH BROKE SERVICE
      * AND SHOWED UP AS TURNOVER ON CGBPR8.  THE LEAVE START IS
      * THE KEYED EFFECTIVE DATE WHEN THERE IS ONE, ELSE THE RUN
      * DATE; THE EXPECTED RETURN MUST FALL AFTER IT.
      ***********************************************
       86-START-LEAVE-ROUTINE.
           MOVE T-WAREHOUSE-ID TO I-WAREHOUSE-ID
           MOVE T-EMPLOYEE-ID TO I-EMPLOYEE-ID
           READ EMPLOYEE-MASTER
               INVALID KEY
                   CONTINUE
           END-READ

           MOVE 'LEAVE   ' TO DL-ACTION
           MOVE T-WAREHOUSE-ID TO DL-WAREHOUSE-ID
           MOVE T-EMPLOYEE-ID TO DL-EMPLOYEE-ID
           IF MASTER-OK
               MOVE I-EMPLOYEE-LASTNAME TO DL-EMPLOYEE-LASTNAME
               IF T-EFFECTIVE-DATE > 0
                   MOVE T-EFFECTIVE-DATE TO LV-EFFECTIVE-DATE
               ELSE
                   MOVE JW-RUN-DATE TO LV-EFFECTIVE-DATE
               END-IF
               EVALUATE TRUE
                   WHEN I-EMP-TERMINATED
                       ADD 1 TO TC-ERRORS
                       MOVE 'REJECTED - TERMINATED' TO DL-RESULT
                   WHEN I-EMP-ON-LEAVE
                       ADD 1 TO TC-ERRORS
                       MOVE 'REJECTED - ALREADY ON LEAVE' TO DL-RESULT
                   WHEN NOT T-LEAVE-TYPE-VALID
                       ADD 1 TO TC-ERRORS
                       MOVE 'REJECTED - INVALID LEAVE TYPE'
                           TO DL-RESULT
                   WHEN T-LEAVE-RETURN-DATE NOT NUMERIC
                       ADD 1 TO TC-ERRORS
                       MOVE 'REJECTED - BAD RETURN DATE' TO DL-RESULT
                   WHEN T-LEAVE-RETURN-DATE NOT > LV-EFFECTIVE-DATE
                       ADD 1 TO TC-ERRORS
                       MOVE 'REJECTED - BAD RETURN DATE' TO DL-RESULT
                   WHEN OTHER
                       MOVE INFORMATION TO JW-BEFORE-IMAGE
                       MOVE 'L' TO I-EMPLOYEE-STATUS
                       MOVE T-LEAVE-TYPE TO I-LEAVE-TYPE
                       MOVE LV-EFFECTIVE-DATE TO I-LEAVE-START-DATE
                       MOVE T-LEAVE-RETURN-DATE TO I-LEAVE-RETURN-DATE
                       REWRITE INFORMATION
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
                       IF MASTER-OK
                           ADD 1 TO TC-LEAVES
                           MOVE T-LEAVE-RETURN-DATE TO LR-RETURN-DATE
                           MOVE LEAVE-RESULT-TEXT TO DL-RESULT
                           MOVE INFORMATION TO JW-AFTER-IMAGE
                           PERFORM 42-WRITE-JOURNAL-ROUTINE
                       ELSE
                           ADD 1 TO TC-ERRORS
                           MOVE 'REJECTED - REWRITE FAILED'
                               TO DL-RESULT
                       END-IF
               END-EVALUATE
           ELSE
               MOVE T-EMPLOYEE-LASTNAME TO DL-EMPLOYEE-LASTNAME
               ADD 1 TO TC-ERRORS
               MOVE 'REJECTED - NOT ON FILE' TO DL-RESULT
           END-IF
           PERFORM 40-WRITE-DETAIL-ROUTINE
           .

      ***********************************************
      * A 'B' TRANSACTION BRINGS AN EMPLOYEE BACK FROM LEAVE.  THE
      * STATUS GOES BACK TO ACTIVE AND THE ACTUAL RETURN DATE (THE
      * KEYED EFFECTIVE DATE, ELSE THE RUN DATE) REPLACES THE
      * EXPECTED ONE; THE TYPE AND START DATE STAY AS THE RECORD
      * OF THE LAST LEAVE TAKEN.
      ***********************************************
       87-RETURN-FROM-LEAVE-ROUTINE.
           MOVE T-WAREHOUSE-ID TO I-WAREHOUSE-ID
           MOVE T-EMPLOYEE-ID TO I-EMPLOYEE-ID
           READ EMPLOYEE-MASTER
               INVALID KEY
                   CONTINUE
           END-READ

           MOVE 'RETURN  ' TO DL-ACTION
           MOVE T-WAREHOUSE-ID TO DL-WAREHOUSE-ID
           MOVE T-EMPLOYEE-ID TO DL-EMPLOYEE-ID
           IF MASTER-OK
               MOVE I-EMPLOYEE-LASTNAME TO DL-EMPLOYEE-LASTNAME
               IF T-EFFECTIVE-DATE > 0
                   MOVE T-EFFECTIVE-DATE TO LV-EFFECTIVE-DATE
               ELSE
                   MOVE JW-RUN-DATE TO LV-EFFECTIVE-DATE
               END-IF
               EVALUATE TRUE
                   WHEN NOT I-EMP-ON-LEAVE
                       ADD 1 TO TC-ERRORS
                       MOVE 'REJECTED - NOT ON LEAVE' TO DL-RESULT
                   WHEN LV-EFFECTIVE-DATE < I-LEAVE-START-DATE
                       ADD 1 TO TC-ERRORS
                       MOVE 'REJECTED - RETURN BEFORE START'
                           TO DL-RESULT
                   WHEN OTHER
                       MOVE INFORMATION TO JW-BEFORE-IMAGE
                       MOVE 'A' TO I-EMPLOYEE-STATUS
                       MOVE LV-EFFECTIVE-DATE TO I-LEAVE-RETURN-DATE
                       REWRITE INFORMATION
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
                       IF MASTER-OK
                           ADD 1 TO TC-RETURNS
                           MOVE 'RETURNED FROM LEAVE' TO DL-RESULT
                           MOVE INFORMATION TO JW-AFTER-IMAGE
                           PERFORM 42-WRITE-JOURNAL-ROUTINE
                       ELSE
                           ADD 1 TO TC-ERRORS
                           MOVE 'REJECTED - REWRITE FAILED'
                               TO DL-RESULT
                       END-IF
               END-EVALUATE
           ELSE
               MOVE T-EMPLOYEE-LASTNAME TO DL-EMPLOYEE-LASTNAME
               ADD 1 TO TC-ERRORS
               MOVE 'REJECTED - NOT ON FILE' TO DL-RESULT
           END-IF
           PERFORM 40-WRITE-DETAIL-ROUTINE
           .

      ***********************************************
      * EDIT A KEYED SUPERVISOR ON AN 'A', 'C' OR 'T'.  THE
      * SUPERVISOR MUST BE ON FILE AND ACTIVE - NOT TERMINATED AND
      * NOT OUT ON LEAVE - AND MAY NOT BE THE EMPLOYEE.  THE CHAIN
      * ABOVE THE SUPERVISOR IS THEN WALKED TO THE TOP; REACHING
      * THE EMPLOYEE'S OWN KEY (OLD OR, ON A TRANSFER, NEW) MEANS
      * THE EMPLOYEE WOULD END UP REPORTING TO THEMSELVES.  A CHAIN
      * DEEPER THAN 99 CAN ONLY BE A LOOP ALREADY ON FILE, AND IS
      * REJECTED THE SAME WAY.  BLANK OR 'NONE' NEEDS NO EDIT.  THE
      * RANDOM READS OVERLAY INFORMATION, SO THIS RUNS AHEAD OF THE
      * READ THE ACTION PARAGRAPH DOES FOR ITSELF.
      ***********************************************
       88-EDIT-SUPERVISOR-ROUTINE.
           MOVE SPACES TO SV-REJECT-REASON
           IF T-SUPERVISOR-KEY NOT = SPACES
               AND NOT T-SUPERVISOR-CLEAR
               MOVE T-EMPLOYEE-KEY TO SV-OLD-KEY
               MOVE T-EMPLOYEE-KEY TO SV-NEW-KEY
               IF T-ACTION-TRANSFER
                   MOVE T-NEW-WAREHOUSE-ID TO SV-NEW-WAREHOUSE-ID
               END-IF
               IF T-SUPERVISOR-KEY = SV-OLD-KEY
                   OR T-SUPERVISOR-KEY = SV-NEW-KEY
                   MOVE 'REJECTED - OWN SUPERVISOR' TO SV-REJECT-REASON
               ELSE
                   MOVE T-SUPERVISOR-KEY TO WK-EMPLOYEE-KEY
                   READ EMPLOYEE-MASTER
                       INVALID KEY
                           CONTINUE
                   END-READ
                   EVALUATE TRUE
                       WHEN NOT MASTER-OK
                           MOVE 'REJECTED - NO SUCH SUPERVISOR'
                               TO SV-REJECT-REASON
                       WHEN NOT I-EMP-ACTIVE
                           MOVE 'REJECTED - SUPERVISOR INACTIVE'
                               TO SV-REJECT-REASON
                       WHEN OTHER
                           MOVE I-SUPERVISOR-KEY TO SV-NEXT-KEY
                           MOVE 0 TO SV-DEPTH
                           MOVE 'N' TO SV-LOOP-SW
                           PERFORM 89-WALK-SUPERVISOR-ROUTINE
                               UNTIL SV-NEXT-KEY = SPACES
                                   OR SUPERVISOR-LOOP
                           IF SUPERVISOR-LOOP
                               MOVE 'REJECTED - SUPERVISOR LOOP'
                                   TO SV-REJECT-REASON
                           END-IF
                   END-EVALUATE
               END-IF
           END-IF
           .

       89-WALK-SUPERVISOR-ROUTINE.
           ADD 1 TO SV-DEPTH
           IF SV-NEXT-KEY = SV-OLD-KEY
               OR SV-NEXT-KEY = SV-NEW-KEY
               OR SV-DEPTH > 99
               MOVE 'Y' TO SV-LOOP-SW
           ELSE
               MOVE SV-NEXT-KEY TO WK-EMPLOYEE-KEY
               READ EMPLOYEE-MASTER
                   INVALID KEY
                       CONTINUE
               END-READ
               IF MASTER-OK
                   MOVE I-SUPERVISOR-KEY TO SV-NEXT-KEY
               ELSE
                   MOVE SPACES TO SV-NEXT-KEY
               END-IF
           END-IF
           .

       91-REJECT-SUPERVISOR-ROUTINE.
           MOVE T-WAREHOUSE-ID TO DL-WAREHOUSE-ID
           MOVE T-EMPLOYEE-ID TO DL-EMPLOYEE-ID
           MOVE T-EMPLOYEE-LASTNAME TO DL-EMPLOYEE-LASTNAME
           MOVE SV-REJECT-REASON TO DL-RESULT
           ADD 1 TO TC-ERRORS
           ADD 1 TO TC-SUPV-REJECTS
           PERFORM 40-WRITE-DETAIL-ROUTINE
           .

      ***********************************************
      * A KEYED SUPERVISOR REPLACES THE ONE ON FILE AND 'NONE'
      * CLEARS IT; BLANK LEAVES IT ALONE.
      ***********************************************
       94-APPLY-SUPERVISOR-ROUTINE.
           EVALUATE TRUE
               WHEN T-SUPERVISOR-CLEAR
                   MOVE SPACES TO I-SUPERVISOR-KEY
               WHEN T-SUPERVISOR-KEY NOT = SPACES
                   MOVE T-SUPERVISOR-KEY TO I-SUPERVISOR-KEY
           END-EVALUATE
           .

      ***********************************************
      * AFTER A TERMINATION OR TRANSFER, SWEEP THE MASTER FOR
      * ANYONE STILL EMPLOYED WHOSE SUPERVISOR KEY IS THE ONE JUST
      * VACATED, AND WARN ON THE REPORT SO THEY CAN BE REASSIGNED.
      * THEY ARE NOT REPOINTED HERE - WHO TAKES THEM OVER IS A
      * DECISION FOR THE WAREHOUSE, NOT THE MAINTENANCE RUN.
      ***********************************************
       92-CHECK-DIRECT-REPORTS-ROUTINE.
           MOVE ' ' TO SV-EOF-FLAG
           MOVE LOW-VALUES TO WK-EMPLOYEE-KEY
           START EMPLOYEE-MASTER
               KEY IS NOT LESS THAN WK-EMPLOYEE-KEY
               INVALID KEY
                   MOVE 'N' TO SV-EOF-FLAG
           END-START
           PERFORM UNTIL NO-MORE-REPORTS
               READ EMPLOYEE-MASTER NEXT RECORD
                   AT END
                       MOVE 'N' TO SV-EOF-FLAG
                   NOT AT END
                       IF I-SUPERVISOR-KEY = SV-DEPARTED-KEY
                           AND NOT I-EMP-TERMINATED
                           PERFORM 93-WARN-ORPHAN-ROUTINE
                       END-IF
           END-PERFORM
           .

       93-WARN-ORPHAN-ROUTINE.
           ADD 1 TO TC-ORPHANED
           MOVE 'WARNING ' TO DL-ACTION
           MOVE I-WAREHOUSE-ID TO DL-WAREHOUSE-ID
           MOVE I-EMPLOYEE-ID TO DL-EMPLOYEE-ID
           MOVE I-EMPLOYEE-LASTNAME TO DL-EMPLOYEE-LASTNAME
           MOVE 'ORPHANED - REASSIGN SUPERVISOR' TO DL-RESULT
           PERFORM 40-WRITE-DETAIL-ROUTINE
           .

       90-SUMMARY-ROUTINE.
           MOVE TC-ADDS TO SL-ADDS
           MOVE TC-CHANGES TO SL-CHANGES

           COMPUTE TC-APPLIED =
               TC-ADDS + TC-CHANGES + TC-TERMINATIONS + TC-TRANSFERS
               + TC-REHIRES + TC-LEAVES + TC-RETURNS
           MOVE TC-TRANSFERS TO S2-TRANSFERS
           MOVE TC-APPLIED TO S2-APPLIED
           MOVE PK-COUNT TO S2-PENDING
           PERFORM 35-WRITE-A-LINE

           MOVE TC-REHIRES TO S3-REHIRES
           MOVE SP-NEW-COUNT TO S3-SUSPENDED
           MOVE SP-CLEARED-COUNT TO S3-CLEARED
           MOVE SP-CANCELLED-COUNT TO S3-CANCELLED
           MOVE SUMMARY-LINE-THREE TO RECORD-REPORT
           MOVE 1 TO PROPER-SPACING
           PERFORM 35-WRITE-A-LINE

           MOVE 0 TO SP-OPEN-COUNT
           PERFORM 72-COUNT-OPEN-ROUTINE
               VARYING SP-NDX FROM 1 BY 1
               UNTIL SP-NDX > SP-COUNT
           MOVE SP-CORRECTED-COUNT TO S4-CORRECTED
           MOVE SP-OPEN-COUNT TO S4-OPEN
           MOVE TC-LEAVES TO S4-LEAVES
           MOVE TC-RETURNS TO S4-RETURNS
           MOVE SUMMARY-LINE-FOUR TO RECORD-REPORT
           MOVE 1 TO PROPER-SPACING
           PERFORM 35-WRITE-A-LINE

           MOVE 0 TO AH-OPEN-COUNT
           PERFORM 83-COUNT-WAITING-ROUTINE
               VARYING AH-NDX FROM 1 BY 1
               UNTIL AH-NDX > AH-COUNT
           MOVE TC-HELD TO S5-HELD
           MOVE TC-RELEASED TO S5-RELEASED
           MOVE TC-DENIED TO S5-DENIED
           MOVE AH-OPEN-COUNT TO S5-AWAITING
           MOVE SUMMARY-LINE-FIVE TO RECORD-REPORT
           MOVE 1 TO PROPER-SPACING
           PERFORM 35-WRITE-A-LINE

           MOVE TC-SUPV-REJECTS TO S6-SUPV-REJECTS
           MOVE TC-ORPHANED TO S6-ORPHANED
           MOVE SUMMARY-LINE-SIX TO RECORD-REPORT
           MOVE 1 TO PROPER-SPACING
           PERFORM 35-WRITE-A-LINE
           .

      ***********************************************
           WRITE PENDING-RECORD
           .

      ***********************************************
      * EMPTY HRINTRAN.DAT ONCE ITS TRANSACTIONS HAVE BEEN WORKED -
      * APPLIED, REJECTED ONTO THE REPORT, OR HELD ON THE PENDING
      * FILE - SO THE NEXT RUN DOES NOT APPLY THEM A SECOND TIME.
      ***********************************************
       97-CLEAR-HR-TRANSACTIONS-ROUTINE.
           OPEN OUTPUT HR-TRANSACTION-FILE
           CLOSE HR-TRANSACTION-FILE
           .

       98-WRITE-OPS-LOG-ROUTINE.
           OPEN EXTEND OPERATIONS-LOG
           ACCEPT L-LOG-DATE FROM DATE YYYYMMDD
