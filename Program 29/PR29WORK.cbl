       IDENTIFICATION DIVISION.
       PROGRAM-ID. CGBPR29.
       AUTHOR. GARRETT BURNS.

      *TO RUN: COBC -XO whatever.EXE --STD=MF PR29WORK.CBL
      ***********************************************
      * PURPOSE:
      *   Inbound side of the corporate HR interface.  CGBPR20
      *   sends our changes up in HRIFACE.DAT, but new hires and
      *   corrections entered at corporate were still re-keyed
      *   into EMPTRANS.TXT by hand.  This run reads the corporate
      *   change file, proves it against its trailer (record count
      *   and salary hash), edits every record the way CGBPR3
      *   would, and turns each good one into a CGBTRN maintenance
      *   transaction for the next CGBPR3 run.  Every record comes
      *   back to corporate on an acknowledgment file, accepted or
      *   rejected with the reason.
      *
      * INPUT:
      *   HRINBND.DAT - HDR record, one DTL record per change
      *   (corporate reference, action code A/C/D/T/R, key, and
      *   the CGBTRN field values), TRL record with the detail
      *   count and the sum of the detail current salaries.
      *   A file that fails the trailer proof is refused whole.
      *   HRINCTL.TXT - the extract date of the last feed accepted.
      *   A feed whose extract date is not after it has already
      *   been translated (or is yesterday's file sent again) and
      *   is refused whole.
      *   WHSEREF.TXT / POSMAST.TXT - same edits, and the same
      *   bypass when the file is empty or missing, as CGBPR3.
      *   EMPLOYEE-MASTER (EMPMAST.DAT) - an add for a key already
      *   on file (or a transfer onto one) is held out; a change,
      *   termination, transfer or rehire for a key not on file
      *   is held out too.
      *   RUNCTL.DAT - a CGBPR3 stamped STARTED for today is still
      *   working HRINTRAN.DAT.
      *
      * OUTPUT:
      *   HRINTRAN.DAT - the accepted transactions, CGBTRN layout,
      *   added on the end for CGBPR3, which empties the file once
      *   it has worked them.  Each carries HRIF as its keyed-by
      *   operator, so a salary CGBPR3 holds for approval can be
      *   released by anyone on staff.
      *   HRACK.DAT - HDR record (acknowledgment date, the feed's
      *   extract date, file status and reason), one ACK record
      *   per detail (reference, action, key, A or R and reason),
      *   TRL record with the detail, accepted and rejected
      *   counts.
      *   HR-INBOUND-REGISTER - the same results printed, with
      *   totals.
      *   HRINCTL.TXT - rewritten with the feed's extract date once
      *   every record of it has been translated and acknowledged.
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
           SELECT OPTIONAL INBOUND-FILE
               ASSIGN TO 'HRINBND.DAT'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL HR-TRANSACTION-FILE
               ASSIGN TO 'HRINTRAN.DAT'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT ACKNOWLEDGMENT-FILE
               ASSIGN TO 'HRACK.DAT'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL WAREHOUSE-REFERENCE
               ASSIGN TO 'WHSEREF.TXT'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL POSITION-MASTER
               ASSIGN TO 'POSMAST.TXT'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT HR-INBOUND-REGISTER
               ASSIGN TO PRINTER 'HRINFILE'.
           SELECT OPTIONAL FEED-CONTROL
               ASSIGN TO 'HRINCTL.TXT'
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

       FD  INBOUND-FILE.

       01  IB-HEADER-RECORD.
           05 IH-RECORD-TYPE        PIC X(3).
           05 IH-EXTRACT-DATE       PIC X(8).
           05 IH-FROM-DATE          PIC X(8).
           05 IH-TO-DATE            PIC X(8).

       01  IB-DETAIL-RECORD.
           05 ID-RECORD-TYPE        PIC X(3).
           05 ID-CORP-REFERENCE     PIC X(10).
           05 ID-ACTION-CODE        PIC X(1).
           05 ID-EMPLOYEE-KEY.
               10 ID-WAREHOUSE-ID       PIC X(4).
               10 ID-EMPLOYEE-ID        PIC X(5).
           05 ID-EMPLOYEE-POSITION  PIC X(2).
           05 ID-EMPLOYEE-LASTNAME  PIC X(10).
           05 ID-EMPLOYEE-FIRSTNAME PIC X(10).
           05 ID-HIRE-DATE          PIC X(8).
           05 ID-STARTING-SALARY    PIC X(8).
           05 ID-LAST-PAY-INCREASE  PIC X(8).
           05 ID-CURRENT-SALARY     PIC X(8).
           05 ID-CURRENT-SALARY-N REDEFINES ID-CURRENT-SALARY
                                    PIC 9(8).
           05 ID-EFFECTIVE-DATE     PIC X(8).
           05 ID-NEW-WAREHOUSE-ID   PIC X(4).

       01  IB-TRAILER-RECORD.
           05 IT-RECORD-TYPE        PIC X(3).
           05 IT-DETAIL-COUNT       PIC X(7).
           05 IT-DETAIL-COUNT-N REDEFINES IT-DETAIL-COUNT
                                    PIC 9(7).
           05 IT-SALARY-HASH        PIC X(11).
           05 IT-SALARY-HASH-N REDEFINES IT-SALARY-HASH
                                    PIC 9(11).

       FD  HR-TRANSACTION-FILE
           RECORD CONTAINS 92 CHARACTERS.
           COPY CGBTRN.

       FD  ACKNOWLEDGMENT-FILE.

       01  AK-HEADER-RECORD.
           05 AH-RECORD-TYPE        PIC X(3).
           05 AH-ACK-DATE           PIC 9(8).
           05 AH-EXTRACT-DATE       PIC X(8).
           05 AH-FILE-STATUS        PIC X(1).
           05 AH-FILE-REASON        PIC X(30).

       01  AK-DETAIL-RECORD.
           05 AD-RECORD-TYPE        PIC X(3).
           05 AD-CORP-REFERENCE     PIC X(10).
           05 AD-ACTION-CODE        PIC X(1).
           05 AD-EMPLOYEE-KEY       PIC X(9).
           05 AD-STATUS             PIC X(1).
           05 AD-REASON             PIC X(30).

       01  AK-TRAILER-RECORD.
           05 AT-RECORD-TYPE        PIC X(3).
           05 AT-DETAIL-COUNT       PIC 9(7).
           05 AT-ACCEPTED-COUNT     PIC 9(7).
           05 AT-REJECTED-COUNT     PIC 9(7).

       FD  WAREHOUSE-REFERENCE
           RECORD CONTAINS 54 CHARACTERS.
           COPY CGBWHS.

       FD  POSITION-MASTER
           RECORD CONTAINS 46 CHARACTERS.
           COPY CGBPOS.

       FD  HR-INBOUND-REGISTER
           RECORD CONTAINS 80 CHARACTERS.

       01  RECORD-REPORT            PIC X(80).

       FD  FEED-CONTROL
           RECORD CONTAINS 8 CHARACTERS.

       01  FEED-CONTROL-RECORD.
           05 FC-LAST-EXTRACT-DATE  PIC 9(8).

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
           05  LG-PROGRAM           PIC X(8)        VALUE 'CGBPR29 '.
           05  LG-SEVERITY          PIC X(5)        VALUE 'INFO '.
           05  LG-MESSAGE           PIC X(50)       VALUE SPACES.
           05  LG-COUNT-ED          PIC ZZZZ9.
           05  LG-COUNT2-ED         PIC ZZZZ9.

       01  FLAGS-N-SWITCHES.
           05  IB-EOF-FLAG          PIC X           VALUE ' '.
               88 NO-MORE-INBOUND                   VALUE 'N'.
           05  WR-EOF-FLAG          PIC X           VALUE ' '.
               88 NO-MORE-WAREHOUSES                VALUE 'N'.
           05  PC-EOF-FLAG          PIC X           VALUE ' '.
               88 NO-MORE-POSITIONS                 VALUE 'N'.
           05  RN-EOF-FLAG          PIC X           VALUE ' '.
               88 NO-MORE-RUN-ENTRIES               VALUE 'N'.
           05  WS-MASTER-STATUS     PIC X(2)        VALUE '00'.
               88 MASTER-OK                         VALUE '00'.
           05  MA-AVAILABLE-SWITCH  PIC X           VALUE 'N'.
               88 MASTER-AVAILABLE                  VALUE 'Y'.
           05  MA-FOUND-SWITCH      PIC X           VALUE 'N'.
               88 KEY-ON-MASTER                     VALUE 'Y'.
           05  WR-FOUND-SWITCH      PIC X           VALUE 'N'.
               88 WAREHOUSE-ON-FILE                 VALUE 'Y'.
           05  PC-FOUND-SWITCH      PIC X           VALUE 'N'.
               88 POSITION-ON-FILE                  VALUE 'Y'.
           05  AK-FOUND-SWITCH      PIC X           VALUE 'N'.
               88 ADDED-IN-FEED                     VALUE 'Y'.
           05  FD-HEADER-SWITCH     PIC X           VALUE 'N'.
               88 HEADER-SEEN                       VALUE 'Y'.
           05  FD-TRAILER-SWITCH    PIC X           VALUE 'N'.
               88 TRAILER-SEEN                      VALUE 'Y'.
           05  FD-AFTER-TRAILER-SWITCH PIC X        VALUE 'N'.
               88 RECORD-AFTER-TRAILER              VALUE 'Y'.

       01  REPORT-FIELDS.
           05  PROPER-SPACING       PIC S9          VALUE +3.

       01  PAGE-CONTROL-FIELDS.
           05  PG-PAGE-NUMBER       PIC 9(3)        VALUE 0.
           05  PG-LINE-COUNT        PIC 9(3)        VALUE 0.
           05  PG-LINES-PER-PAGE    PIC 9(3)        VALUE 55.
           05  PG-SAVE-SPACING      PIC S9          VALUE +1.
           05  PG-SAVE-LINE         PIC X(80)       VALUE SPACES.

      ***********************************************
      * RUN CONTROL TABLE - CGBPR3 EMPTIES HRINTRAN.DAT WHEN IT
      * FINISHES, SO TRANSACTIONS ADDED WHILE IT IS STILL RUNNING
      * WOULD BE THROWN AWAY UNAPPLIED.
      ***********************************************
       01  RUN-CONTROL-TABLE-CONTROL.
           05  RN-OWN-NAME          PIC X(8)        VALUE 'CGBPR29 '.
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
      * WAREHOUSE AND POSITION TABLES - THE SAME FILES, THE SAME
      * SIZES AND THE SAME EMPTY-FILE BYPASS AS CGBPR3, SO A
      * RECORD ACCEPTED HERE PASSES THE SAME EDITS THERE.
      ***********************************************
       01  WAREHOUSE-REF-CONTROL.
           05  WR-COUNT             PIC 9(2)        VALUE 0.
           05  WR-WORK-ID           PIC X(4)        VALUE SPACES.

       01  WAREHOUSE-REF-TABLE.
           05  WR-ENTRY OCCURS 50 TIMES INDEXED BY WR-IDX.
               10  WR-WAREHOUSE-ID  PIC X(4).

       01  POSITION-TABLE-CONTROL.
           05  PC-COUNT             PIC 9(2)        VALUE 0.

       01  POSITION-CODE-TABLE.
           05  PC-ENTRY OCCURS 20 TIMES INDEXED BY PC-IDX.
               10  PC-CODE          PIC X(2).

      ***********************************************
      * KEYS ADDED EARLIER IN THIS SAME FEED - A SECOND ADD FOR
      * ONE OF THEM IS A DUPLICATE EVEN THOUGH THE MASTER DOES NOT
      * HAVE IT YET.
      ***********************************************
       01  ADDED-KEY-TABLE-CONTROL.
           05  AK-COUNT             PIC 9(3)        VALUE 0.

       01  ADDED-KEY-TABLE.
           05  AK-ENTRY OCCURS 500 TIMES INDEXED BY AK-IDX.
               10  AK-KEY           PIC X(9).

       01  FEED-PROOF-FIELDS.
           05  FP-DETAIL-COUNT      PIC 9(7)        VALUE 0.
           05  FP-SALARY-HASH       PIC 9(11)       VALUE 0.
           05  FP-EXTRACT-DATE      PIC X(8)        VALUE SPACES.
           05  FP-EXTRACT-DATE-N REDEFINES FP-EXTRACT-DATE
                                    PIC 9(8).
           05  FP-LAST-EXTRACT-DATE PIC 9(8)        VALUE 0.
           05  FP-FILE-REASON       PIC X(30)       VALUE SPACES.
           05  FP-TRAILER-COUNT     PIC X(7)        VALUE SPACES.
           05  FP-TRAILER-COUNT-N REDEFINES FP-TRAILER-COUNT
                                    PIC 9(7).
           05  FP-TRAILER-HASH      PIC X(11)       VALUE SPACES.
           05  FP-TRAILER-HASH-N REDEFINES FP-TRAILER-HASH
                                    PIC 9(11).

       01  EDIT-WORK-FIELDS.
           05  EW-REJECT-REASON     PIC X(30)       VALUE SPACES.
           05  EW-WORK-KEY.
               10  EW-WORK-WAREHOUSE PIC X(4)       VALUE SPACES.
               10  EW-WORK-EMPLOYEE PIC X(5)        VALUE SPACES.

       01  TOTAL-FIELDS.
           05  TF-ACCEPTED-COUNT    PIC 9(7)        VALUE 0.
           05  TF-REJECTED-COUNT    PIC 9(7)        VALUE 0.

      ********    OUTPUT AREA    ********

       01  HEADING-ONE.
           05  H1-DATE              PIC 9999/99/99.
           05                       PIC X(5).
           05                       PIC X(21)       VALUE 'Y3I'.
           05                       PIC X(35)       VALUE 'DRAKEA, LTD'.
           05                       PIC X(5)        VALUE 'PAGE '.
           05  H1-PAGE-NUMBER       PIC ZZ9.

       01  HEADING-TWO.
           05                       PIC X(20)       VALUE SPACES.
           05                       PIC X(31)       VALUE
               'CORPORATE HR INBOUND - EXTRACT '.
           05  H2-EXTRACT-DATE      PIC X(8).

       01  HEADING-THREE.
           05                       PIC X(1)        VALUE SPACES.
           05                       PIC X(10)       VALUE 'REFERENCE'.
           05                       PIC X(2)        VALUE SPACES.
           05                       PIC X(3)        VALUE 'ACT'.
           05                       PIC X(2)        VALUE SPACES.
           05                       PIC X(4)        VALUE 'WHSE'.
           05                       PIC X(2)        VALUE SPACES.
           05                       PIC X(5)        VALUE 'EMPL '.
           05                       PIC X(2)        VALUE SPACES.
           05                       PIC X(10)       VALUE 'LAST NAME'.
           05                       PIC X(2)        VALUE SPACES.
           05                       PIC X(30)       VALUE 'RESULT'.

       01  DETAIL-LINE.
           05                       PIC X(1)        VALUE SPACES.
           05 DL-CORP-REFERENCE     PIC X(10).
           05                       PIC X(3)        VALUE SPACES.
           05 DL-ACTION-CODE        PIC X(1).
           05                       PIC X(3)        VALUE SPACES.
           05 DL-WAREHOUSE-ID       PIC X(4).
           05                       PIC X(2)        VALUE SPACES.
           05 DL-EMPLOYEE-ID        PIC X(5).
           05                       PIC X(2)        VALUE SPACES.
           05 DL-EMPLOYEE-LASTNAME  PIC X(10).
           05                       PIC X(2)        VALUE SPACES.
           05 DL-RESULT             PIC X(30).

       01  PROOF-LINE.
           05                       PIC X(1)        VALUE SPACES.
           05                       PIC X(18)       VALUE
               'TRAILER COUNT     '.
           05 PL-TRAILER-COUNT      PIC X(7).
           05                       PIC X(4)        VALUE SPACES.
           05                       PIC X(14)       VALUE
               'DETAILS READ  '.
           05 PL-DETAIL-COUNT       PIC ZZZZZZ9.

       01  HASH-PROOF-LINE.
           05                       PIC X(1)        VALUE SPACES.
           05                       PIC X(18)       VALUE
               'TRAILER HASH      '.
           05 HL-TRAILER-HASH       PIC X(11).
           05                       PIC X(4)        VALUE SPACES.
           05                       PIC X(14)       VALUE
               'DETAIL HASH   '.
           05 HL-DETAIL-HASH        PIC Z(10)9.

       01  FILE-RESULT-LINE.
           05                       PIC X(1)        VALUE SPACES.
           05 FL-MESSAGE            PIC X(60).

       01  TOTAL-LINE.
           05                       PIC X(1)        VALUE SPACES.
           05                       PIC X(10)       VALUE 'ACCEPTED: '.
           05 TL-ACCEPTED-COUNT     PIC ZZZZZZ9.
           05                       PIC X(5)        VALUE SPACES.
           05                       PIC X(10)       VALUE 'REJECTED: '.
           05 TL-REJECTED-COUNT     PIC ZZZZZZ9.

      /
       PROCEDURE DIVISION.
      *                                Y3I
       10-CONTROL-MODULE.
           PERFORM 11-RUN-CONTROL-CHECK-ROUTINE
           PERFORM 15-HOUSEKEEPING-ROUTINE
           PERFORM 22-PROVE-FEED-ROUTINE
           IF FP-FILE-REASON NOT = SPACES
               PERFORM 45-REFUSE-FEED-ROUTINE
               MOVE 'COMPLETE' TO RN-STAMP-STATUS
               PERFORM 13-STAMP-RUN-CONTROL-ROUTINE
               STOP RUN
           END-IF
           PERFORM 24-ACCEPT-FEED-ROUTINE
           PERFORM 25-DETAIL-ROUTINE
           PERFORM 50-FINAL-TOTALS-ROUTINE
           PERFORM 52-WRITE-FEED-CONTROL-ROUTINE
           CLOSE INBOUND-FILE
               HR-TRANSACTION-FILE
               ACKNOWLEDGMENT-FILE
               HR-INBOUND-REGISTER
           IF MASTER-AVAILABLE
               CLOSE EMPLOYEE-MASTER
           END-IF
           MOVE 'COMPLETE' TO RN-STAMP-STATUS
           PERFORM 13-STAMP-RUN-CONTROL-ROUTINE
           MOVE TF-ACCEPTED-COUNT TO LG-COUNT-ED
           MOVE TF-REJECTED-COUNT TO LG-COUNT2-ED
           MOVE SPACES TO LG-MESSAGE
           STRING 'RUN COMPLETE - ' DELIMITED BY SIZE
                  LG-COUNT-ED     DELIMITED BY SIZE
                  ' ACCEPTED, '   DELIMITED BY SIZE
                  LG-COUNT2-ED    DELIMITED BY SIZE
                  ' REJECTED'     DELIMITED BY SIZE
               INTO LG-MESSAGE
           MOVE 'INFO ' TO LG-SEVERITY
           PERFORM 98-WRITE-OPS-LOG-ROUTINE
           STOP RUN.

       11-RUN-CONTROL-CHECK-ROUTINE.
           ACCEPT RN-TODAY FROM DATE YYYYMMDD
           PERFORM 12-LOAD-RUN-CONTROL-ROUTINE

           MOVE RN-MAINT-NAME TO RN-WORK-NAME
           PERFORM 41-FIND-RUN-ENTRY-ROUTINE
           IF RN-FOUND-NDX > 0
               AND RN-DATE(RN-FOUND-NDX) = RN-TODAY
               AND RN-STATUS(RN-FOUND-NDX) NOT = 'COMPLETE'
               DISPLAY 'CGBPR29 - CGBPR3 STARTED TODAY AND HAS NOT'
               DISPLAY 'CGBPR29 - FINISHED - HRINTRAN.DAT IN USE'
               DISPLAY 'CGBPR29 - RUN ABORTED, NOTHING TRANSLATED'
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

      ***********************************************
      * NO MASTER ON FILE YET (A BRAND NEW SHOP) MEANS NO KEY CAN
      * BE ON IT - ADDS PASS THE DUPLICATE EDIT AND EVERYTHING
      * ELSE FAILS THE ON-FILE EDIT.
      ***********************************************
       15-HOUSEKEEPING-ROUTINE.
           OPEN INPUT EMPLOYEE-MASTER
           IF MASTER-OK
               MOVE 'Y' TO MA-AVAILABLE-SWITCH
           ELSE
               DISPLAY 'CGBPR29 - NO MASTER ON FILE - STATUS '
                   WS-MASTER-STATUS
               MOVE 'WARN ' TO LG-SEVERITY
               MOVE 'NO MASTER ON FILE - KEY EDITS AGAINST EMPTY'
                   TO LG-MESSAGE
               PERFORM 98-WRITE-OPS-LOG-ROUTINE
           END-IF
           PERFORM 17-READ-FEED-CONTROL-ROUTINE
           PERFORM 18-LOAD-WAREHOUSE-ROUTINE
           PERFORM 19-LOAD-POSITION-ROUTINE
           OPEN OUTPUT ACKNOWLEDGMENT-FILE
           OPEN OUTPUT HR-INBOUND-REGISTER
           ACCEPT H1-DATE FROM DATE YYYYMMDD
           .

      ***********************************************
      * THE EXTRACT DATE OF THE LAST FEED ACCEPTED.  NO CONTROL
      * FILE (THE FIRST FEED) LEAVES IT ZERO.
      ***********************************************
       17-READ-FEED-CONTROL-ROUTINE.
           OPEN INPUT FEED-CONTROL
           READ FEED-CONTROL
               AT END
                   CONTINUE
               NOT AT END
                   IF FC-LAST-EXTRACT-DATE NUMERIC
                       MOVE FC-LAST-EXTRACT-DATE
                           TO FP-LAST-EXTRACT-DATE
                   END-IF
           END-READ
           CLOSE FEED-CONTROL
           .

       18-LOAD-WAREHOUSE-ROUTINE.
           OPEN INPUT WAREHOUSE-REFERENCE
           PERFORM UNTIL NO-MORE-WAREHOUSES
               READ WAREHOUSE-REFERENCE
                   AT END
                       MOVE 'N' TO WR-EOF-FLAG
                   NOT AT END
                       IF WR-COUNT < 50
                           ADD 1 TO WR-COUNT
                           SET WR-IDX TO WR-COUNT
                           MOVE W-WAREHOUSE-ID
                               TO WR-WAREHOUSE-ID(WR-IDX)
                       END-IF
           END-PERFORM
           CLOSE WAREHOUSE-REFERENCE
           IF WR-COUNT = 0
               DISPLAY 'CGBPR29 - WHSEREF.TXT EMPTY OR MISSING - '
                   'WAREHOUSE EDIT BYPASSED'
               MOVE 'WARN ' TO LG-SEVERITY
               MOVE 'WHSEREF.TXT MISSING - WAREHOUSE EDIT BYPASSED'
                   TO LG-MESSAGE
               PERFORM 98-WRITE-OPS-LOG-ROUTINE
           END-IF
           .

       19-LOAD-POSITION-ROUTINE.
           OPEN INPUT POSITION-MASTER
           PERFORM UNTIL NO-MORE-POSITIONS
               READ POSITION-MASTER
                   AT END
                       MOVE 'N' TO PC-EOF-FLAG
                   NOT AT END
                       IF PC-COUNT < 20
                           ADD 1 TO PC-COUNT
                           SET PC-IDX TO PC-COUNT
                           MOVE PO-POSITION-CODE TO PC-CODE(PC-IDX)
                       END-IF
           END-PERFORM
           CLOSE POSITION-MASTER
           IF PC-COUNT = 0
               DISPLAY 'CGBPR29 - POSMAST.TXT EMPTY OR MISSING - '
                   'POSITION EDIT BYPASSED'
               MOVE 'WARN ' TO LG-SEVERITY
               MOVE 'POSMAST.TXT MISSING - POSITION EDIT BYPASSED'
                   TO LG-MESSAGE
               PERFORM 98-WRITE-OPS-LOG-ROUTINE
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

      ***********************************************
      * FIRST PASS - COUNT AND HASH THE DETAILS AND CHECK THEM
      * AGAINST THE TRAILER BEFORE A SINGLE TRANSACTION IS
      * WRITTEN.  A FILE MISSING ITS HEADER OR TRAILER, WITH
      * ANYTHING AFTER THE TRAILER, OR THAT DOES NOT PROVE, IS
      * REFUSED WHOLE - PART OF A FEED IS WORSE THAN NONE.  THE
      * TRAILER TOTALS ARE SAVED AND CHECKED ONLY ONCE THE WHOLE
      * FILE HAS BEEN READ.  A FEED NOT EXTRACTED AFTER THE LAST
      * ONE ACCEPTED IS REFUSED TOO - TRANSLATING IT AGAIN WOULD
      * PUT EVERY CHANGE IN IT THROUGH CGBPR3 A SECOND TIME.
      ***********************************************
       22-PROVE-FEED-ROUTINE.
           OPEN INPUT INBOUND-FILE
           PERFORM UNTIL NO-MORE-INBOUND
               READ INBOUND-FILE
                   AT END
                       MOVE 'N' TO IB-EOF-FLAG
                   NOT AT END
                       IF TRAILER-SEEN
                           MOVE 'Y' TO FD-AFTER-TRAILER-SWITCH
                       END-IF
                       EVALUATE IH-RECORD-TYPE
                           WHEN 'HDR'
                               MOVE 'Y' TO FD-HEADER-SWITCH
                               MOVE IH-EXTRACT-DATE
                                   TO FP-EXTRACT-DATE
                           WHEN 'DTL'
                               ADD 1 TO FP-DETAIL-COUNT
                               IF ID-CURRENT-SALARY NUMERIC
                                   ADD ID-CURRENT-SALARY-N
                                       TO FP-SALARY-HASH
                               END-IF
                           WHEN 'TRL'
                               MOVE 'Y' TO FD-TRAILER-SWITCH
                               MOVE IT-DETAIL-COUNT TO FP-TRAILER-COUNT
                               MOVE IT-SALARY-HASH TO FP-TRAILER-HASH
                       END-EVALUATE
           END-PERFORM
           CLOSE INBOUND-FILE

           MOVE FP-EXTRACT-DATE TO H2-EXTRACT-DATE
           PERFORM 20-HEADER-ROUTINE
           MOVE FP-TRAILER-COUNT TO PL-TRAILER-COUNT
           MOVE FP-TRAILER-HASH TO HL-TRAILER-HASH
           MOVE FP-DETAIL-COUNT TO PL-DETAIL-COUNT
           MOVE PROOF-LINE TO RECORD-REPORT
           MOVE 1 TO PROPER-SPACING
           PERFORM 35-WRITE-A-LINE
           MOVE FP-SALARY-HASH TO HL-DETAIL-HASH
           MOVE HASH-PROOF-LINE TO RECORD-REPORT
           MOVE 1 TO PROPER-SPACING
           PERFORM 35-WRITE-A-LINE

           EVALUATE TRUE
               WHEN NOT HEADER-SEEN
                   MOVE 'NO HEADER RECORD' TO FP-FILE-REASON
               WHEN NOT TRAILER-SEEN
                   MOVE 'NO TRAILER RECORD' TO FP-FILE-REASON
               WHEN RECORD-AFTER-TRAILER
                   MOVE 'RECORDS AFTER TRAILER' TO FP-FILE-REASON
               WHEN FP-EXTRACT-DATE NOT NUMERIC
                   MOVE 'EXTRACT DATE NOT NUMERIC' TO FP-FILE-REASON
               WHEN FP-EXTRACT-DATE-N NOT > FP-LAST-EXTRACT-DATE
                   MOVE 'FEED ALREADY PROCESSED' TO FP-FILE-REASON
               WHEN OTHER
                   PERFORM 23-CHECK-TRAILER-ROUTINE
           END-EVALUATE
           .

       23-CHECK-TRAILER-ROUTINE.
           EVALUATE TRUE
               WHEN FP-TRAILER-COUNT NOT NUMERIC
                   OR FP-TRAILER-HASH NOT NUMERIC
                   MOVE 'TRAILER TOTALS NOT NUMERIC' TO FP-FILE-REASON
               WHEN FP-TRAILER-COUNT-N NOT = FP-DETAIL-COUNT
                   MOVE 'TRAILER COUNT DOES NOT AGREE' TO FP-FILE-REASON
               WHEN FP-TRAILER-HASH-N NOT = FP-SALARY-HASH
                   MOVE 'SALARY HASH DOES NOT AGREE' TO FP-FILE-REASON
           END-EVALUATE
           .

       24-ACCEPT-FEED-ROUTINE.
           MOVE 'HDR' TO AH-RECORD-TYPE
           MOVE RN-TODAY TO AH-ACK-DATE
           MOVE FP-EXTRACT-DATE TO AH-EXTRACT-DATE
           MOVE 'A' TO AH-FILE-STATUS
           MOVE 'FILE PROVED' TO AH-FILE-REASON
           WRITE AK-HEADER-RECORD
           MOVE 'FILE PROVED - DETAILS EDITED BELOW' TO FL-MESSAGE
           MOVE FILE-RESULT-LINE TO RECORD-REPORT
           MOVE 2 TO PROPER-SPACING
           PERFORM 35-WRITE-A-LINE
           MOVE SPACES TO RECORD-REPORT
           MOVE 1 TO PROPER-SPACING
           PERFORM 35-WRITE-A-LINE
           OPEN EXTEND HR-TRANSACTION-FILE
           OPEN INPUT INBOUND-FILE
           MOVE ' ' TO IB-EOF-FLAG
           .

      ***********************************************
      * THE FEED DID NOT PROVE - ACKNOWLEDGE THE WHOLE FILE AS
      * REJECTED WITH THE REASON, WRITE NO TRANSACTIONS, AND
      * STOP.  CORPORATE RESENDS THE FILE.
      ***********************************************
       45-REFUSE-FEED-ROUTINE.
           MOVE 'HDR' TO AH-RECORD-TYPE
           MOVE RN-TODAY TO AH-ACK-DATE
           MOVE FP-EXTRACT-DATE TO AH-EXTRACT-DATE
           MOVE 'R' TO AH-FILE-STATUS
           MOVE FP-FILE-REASON TO AH-FILE-REASON
           WRITE AK-HEADER-RECORD
           MOVE 'TRL' TO AT-RECORD-TYPE
           MOVE FP-DETAIL-COUNT TO AT-DETAIL-COUNT
           MOVE 0 TO AT-ACCEPTED-COUNT
           MOVE FP-DETAIL-COUNT TO AT-REJECTED-COUNT
           WRITE AK-TRAILER-RECORD

           MOVE SPACES TO FL-MESSAGE
           STRING 'FILE REFUSED - ' DELIMITED BY SIZE
                  FP-FILE-REASON  DELIMITED BY SIZE
               INTO FL-MESSAGE
           MOVE FILE-RESULT-LINE TO RECORD-REPORT
           MOVE 2 TO PROPER-SPACING
           PERFORM 35-WRITE-A-LINE
           CLOSE ACKNOWLEDGMENT-FILE
               HR-INBOUND-REGISTER
           IF MASTER-AVAILABLE
               CLOSE EMPLOYEE-MASTER
           END-IF

           DISPLAY 'CGBPR29 - FEED REFUSED - ' FP-FILE-REASON
           DISPLAY 'CGBPR29 - NO TRANSACTIONS WRITTEN - SEE HRACK.DAT'
           MOVE 'ABORT' TO LG-SEVERITY
           MOVE SPACES TO LG-MESSAGE
           STRING 'FEED REFUSED - ' DELIMITED BY SIZE
                  FP-FILE-REASON  DELIMITED BY SIZE
               INTO LG-MESSAGE
           PERFORM 98-WRITE-OPS-LOG-ROUTINE
           .

       25-DETAIL-ROUTINE.
           PERFORM UNTIL NO-MORE-INBOUND
               READ INBOUND-FILE
                   AT END
                       MOVE 'N' TO IB-EOF-FLAG
                   NOT AT END
                       IF ID-RECORD-TYPE = 'DTL'
                           PERFORM 30-EDIT-DETAIL-ROUTINE
                           IF EW-REJECT-REASON = SPACES
                               PERFORM 32-WRITE-TRANSACTION-ROUTINE
                           ELSE
                               PERFORM 33-REJECT-DETAIL-ROUTINE
                           END-IF
                       END-IF
           END-PERFORM
           .

      ***********************************************
      * EDIT ONE DETAIL.  THE FIRST FAILURE IS THE REASON GIVEN
      * BACK TO CORPORATE.  THE WAREHOUSE AND POSITION EDITS ARE
      * CGBPR3'S; THE KEY EDITS KEEP A NEW HIRE OFF A KEY ALREADY
      * IN USE AND KEEP EVERYTHING ELSE ON A KEY THAT EXISTS.
      ***********************************************
       30-EDIT-DETAIL-ROUTINE.
           MOVE SPACES TO EW-REJECT-REASON
           IF ID-ACTION-CODE NOT = 'A' AND 'C' AND 'D' AND 'T'
                                  AND 'R'
               MOVE 'INVALID ACTION CODE' TO EW-REJECT-REASON
           END-IF

           IF EW-REJECT-REASON = SPACES
               MOVE ID-WAREHOUSE-ID TO WR-WORK-ID
               PERFORM 36-VALIDATE-WAREHOUSE-ROUTINE
               IF NOT WAREHOUSE-ON-FILE
                   MOVE 'UNKNOWN WAREHOUSE' TO EW-REJECT-REASON
               END-IF
           END-IF

           IF EW-REJECT-REASON = SPACES
               AND (ID-ACTION-CODE = 'A' OR 'C')
               PERFORM 37-VALIDATE-POSITION-ROUTINE
               IF NOT POSITION-ON-FILE
                   MOVE 'UNKNOWN POSITION' TO EW-REJECT-REASON
               ELSE
                   IF ID-HIRE-DATE NOT NUMERIC
                       OR ID-STARTING-SALARY NOT NUMERIC
                       OR ID-LAST-PAY-INCREASE NOT NUMERIC
                       OR ID-CURRENT-SALARY NOT NUMERIC
                       MOVE 'DATE OR SALARY NOT NUMERIC'
                           TO EW-REJECT-REASON
                   END-IF
               END-IF
           END-IF

           IF EW-REJECT-REASON = SPACES
               AND ID-ACTION-CODE = 'T'
               MOVE ID-NEW-WAREHOUSE-ID TO WR-WORK-ID
               PERFORM 36-VALIDATE-WAREHOUSE-ROUTINE
               IF NOT WAREHOUSE-ON-FILE
                   MOVE 'UNKNOWN NEW WAREHOUSE' TO EW-REJECT-REASON
               END-IF
           END-IF

           IF EW-REJECT-REASON = SPACES
               PERFORM 31-EDIT-KEY-ROUTINE
           END-IF
           .

       31-EDIT-KEY-ROUTINE.
           MOVE ID-EMPLOYEE-KEY TO EW-WORK-KEY
           PERFORM 46-FIND-MASTER-ROUTINE
           IF ID-ACTION-CODE = 'A'
               IF KEY-ON-MASTER
                   MOVE 'DUPLICATE - KEY ON EMPMAST' TO EW-REJECT-REASON
               ELSE
                   PERFORM 48-FIND-ADDED-KEY-ROUTINE
                   IF ADDED-IN-FEED
                       MOVE 'DUPLICATE - ADDED EARLIER IN FILE'
                           TO EW-REJECT-REASON
                   END-IF
               END-IF
           ELSE
               IF NOT KEY-ON-MASTER
                   MOVE 'NOT ON EMPMAST' TO EW-REJECT-REASON
               END-IF
           END-IF

           IF EW-REJECT-REASON = SPACES
               AND ID-ACTION-CODE = 'T'
               MOVE ID-NEW-WAREHOUSE-ID TO EW-WORK-WAREHOUSE
               PERFORM 46-FIND-MASTER-ROUTINE
               IF KEY-ON-MASTER
                   MOVE 'DUPLICATE - NEW KEY ON EMPMAST'
                       TO EW-REJECT-REASON
               END-IF
           END-IF
           .

      ***********************************************
      * BUILD THE CGBTRN TRANSACTION FIELD FOR FIELD.  AN EFFECTIVE
      * DATE THAT ISN'T NUMERIC GOES ACROSS AS ZERO - APPLY ON THE
      * RUN IT ARRIVES, THE SAME AS CGBPR3 READS IT.
      ***********************************************
       32-WRITE-TRANSACTION-ROUTINE.
           MOVE SPACES TO TRANSACTION-RECORD
           MOVE 'HRIF' TO T-KEYED-BY
           MOVE ID-ACTION-CODE TO T-ACTION-CODE
           MOVE ID-WAREHOUSE-ID TO T-WAREHOUSE-ID
           MOVE ID-EMPLOYEE-ID TO T-EMPLOYEE-ID
           MOVE ID-EMPLOYEE-POSITION TO T-EMPLOYEE-POSITION
           MOVE ID-EMPLOYEE-LASTNAME TO T-EMPLOYEE-LASTNAME
           MOVE ID-EMPLOYEE-FIRSTNAME TO T-EMPLOYEE-FIRSTNAME
           IF ID-ACTION-CODE = 'A' OR 'C'
               MOVE ID-HIRE-DATE TO T-HIRE-DATE
               MOVE ID-STARTING-SALARY TO T-STARTING-SALARY
               MOVE ID-LAST-PAY-INCREASE TO T-LAST-PAY-INCREASE
               MOVE ID-CURRENT-SALARY TO T-CURRENT-SALARY
           ELSE
               MOVE ZEROS TO T-HIRE-DATE
               MOVE ZEROS TO T-STARTING-SALARY
               MOVE ZEROS TO T-LAST-PAY-INCREASE
               MOVE ZEROS TO T-CURRENT-SALARY
           END-IF
           IF ID-EFFECTIVE-DATE NUMERIC
               MOVE ID-EFFECTIVE-DATE TO T-EFFECTIVE-DATE
           ELSE
               MOVE ZEROS TO T-EFFECTIVE-DATE
           END-IF
           MOVE ID-NEW-WAREHOUSE-ID TO T-NEW-WAREHOUSE-ID
           WRITE TRANSACTION-RECORD

           IF ID-ACTION-CODE = 'A'
               AND AK-COUNT < 500
               ADD 1 TO AK-COUNT
               SET AK-IDX TO AK-COUNT
               MOVE ID-EMPLOYEE-KEY TO AK-KEY(AK-IDX)
           END-IF

           ADD 1 TO TF-ACCEPTED-COUNT
           MOVE 'A' TO AD-STATUS
           MOVE 'ACCEPTED' TO AD-REASON
           PERFORM 34-WRITE-ACK-ROUTINE
           .

       33-REJECT-DETAIL-ROUTINE.
           ADD 1 TO TF-REJECTED-COUNT
           MOVE 'R' TO AD-STATUS
           MOVE EW-REJECT-REASON TO AD-REASON
           PERFORM 34-WRITE-ACK-ROUTINE
           .

       34-WRITE-ACK-ROUTINE.
           MOVE 'ACK' TO AD-RECORD-TYPE
           MOVE ID-CORP-REFERENCE TO AD-CORP-REFERENCE
           MOVE ID-ACTION-CODE TO AD-ACTION-CODE
           MOVE ID-EMPLOYEE-KEY TO AD-EMPLOYEE-KEY
           WRITE AK-DETAIL-RECORD

           MOVE ID-CORP-REFERENCE TO DL-CORP-REFERENCE
           MOVE ID-ACTION-CODE TO DL-ACTION-CODE
           MOVE ID-WAREHOUSE-ID TO DL-WAREHOUSE-ID
           MOVE ID-EMPLOYEE-ID TO DL-EMPLOYEE-ID
           MOVE ID-EMPLOYEE-LASTNAME TO DL-EMPLOYEE-LASTNAME
           IF AD-STATUS = 'A'
               MOVE 'ACCEPTED' TO DL-RESULT
           ELSE
               MOVE SPACES TO DL-RESULT
               STRING 'REJECTED - ' DELIMITED BY SIZE
                      AD-REASON     DELIMITED BY SIZE
                   INTO DL-RESULT
           END-IF
           MOVE DETAIL-LINE TO RECORD-REPORT
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

       36-VALIDATE-WAREHOUSE-ROUTINE.
           IF WR-COUNT = 0
               MOVE 'Y' TO WR-FOUND-SWITCH
           ELSE
               MOVE 'N' TO WR-FOUND-SWITCH
               PERFORM 38-MATCH-WAREHOUSE-ROUTINE
                   VARYING WR-IDX FROM 1 BY 1
                   UNTIL WR-IDX > WR-COUNT
                       OR WAREHOUSE-ON-FILE
           END-IF
           .

       37-VALIDATE-POSITION-ROUTINE.
           IF PC-COUNT = 0
               MOVE 'Y' TO PC-FOUND-SWITCH
           ELSE
               MOVE 'N' TO PC-FOUND-SWITCH
               PERFORM 39-MATCH-POSITION-ROUTINE
                   VARYING PC-IDX FROM 1 BY 1
                   UNTIL PC-IDX > PC-COUNT
                       OR POSITION-ON-FILE
           END-IF
           .

       38-MATCH-WAREHOUSE-ROUTINE.
           IF WR-WAREHOUSE-ID(WR-IDX) = WR-WORK-ID
               MOVE 'Y' TO WR-FOUND-SWITCH
           END-IF
           .

       39-MATCH-POSITION-ROUTINE.
           IF PC-CODE(PC-IDX) = ID-EMPLOYEE-POSITION
               MOVE 'Y' TO PC-FOUND-SWITCH
           END-IF
           .

       46-FIND-MASTER-ROUTINE.
           MOVE 'N' TO MA-FOUND-SWITCH
           IF MASTER-AVAILABLE
               MOVE EW-WORK-WAREHOUSE TO I-WAREHOUSE-ID
               MOVE EW-WORK-EMPLOYEE TO I-EMPLOYEE-ID
               READ EMPLOYEE-MASTER
                   INVALID KEY
                       CONTINUE
               END-READ
               IF MASTER-OK
                   MOVE 'Y' TO MA-FOUND-SWITCH
               END-IF
           END-IF
           .

       48-FIND-ADDED-KEY-ROUTINE.
           MOVE 'N' TO AK-FOUND-SWITCH
           PERFORM 49-MATCH-ADDED-KEY-ROUTINE
               VARYING AK-IDX FROM 1 BY 1
               UNTIL AK-IDX > AK-COUNT
                   OR ADDED-IN-FEED
           .

       49-MATCH-ADDED-KEY-ROUTINE.
           IF AK-KEY(AK-IDX) = EW-WORK-KEY
               MOVE 'Y' TO AK-FOUND-SWITCH
           END-IF
           .

       50-FINAL-TOTALS-ROUTINE.
           MOVE 'TRL' TO AT-RECORD-TYPE
           MOVE FP-DETAIL-COUNT TO AT-DETAIL-COUNT
           MOVE TF-ACCEPTED-COUNT TO AT-ACCEPTED-COUNT
           MOVE TF-REJECTED-COUNT TO AT-REJECTED-COUNT
           WRITE AK-TRAILER-RECORD

           MOVE TF-ACCEPTED-COUNT TO TL-ACCEPTED-COUNT
           MOVE TF-REJECTED-COUNT TO TL-REJECTED-COUNT
           MOVE TOTAL-LINE TO RECORD-REPORT
           MOVE 3 TO PROPER-SPACING
           PERFORM 35-WRITE-A-LINE
           IF TF-REJECTED-COUNT > 0
               MOVE TF-REJECTED-COUNT TO LG-COUNT-ED
               MOVE SPACES TO LG-MESSAGE
               STRING LG-COUNT-ED DELIMITED BY SIZE
                      ' FEED RECORD(S) REJECTED - SEE HRACK.DAT'
                          DELIMITED BY SIZE
                   INTO LG-MESSAGE
               MOVE 'WARN ' TO LG-SEVERITY
               PERFORM 98-WRITE-OPS-LOG-ROUTINE
           END-IF
           .

      ***********************************************
      * THE WHOLE FEED IS TRANSLATED AND ACKNOWLEDGED - ONLY NOW
      * DOES ITS EXTRACT DATE BECOME THE ONE THE NEXT FEED MUST
      * BE AFTER.  A RUN THAT DIES SHORT OF HERE CAN BE RERUN
      * AGAINST THE SAME FILE.
      ***********************************************
       52-WRITE-FEED-CONTROL-ROUTINE.
           MOVE FP-EXTRACT-DATE-N TO FC-LAST-EXTRACT-DATE
           OPEN OUTPUT FEED-CONTROL
           WRITE FEED-CONTROL-RECORD
           CLOSE FEED-CONTROL
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
