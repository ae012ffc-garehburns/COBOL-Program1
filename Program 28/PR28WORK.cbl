       IDENTIFICATION DIVISION.
       PROGRAM-ID. CGBPR28.
       AUTHOR. GARRETT BURNS.

      *TO RUN: COBC -XO whatever.EXE --STD=MF PR28WORK.CBL
      ***********************************************
      * PURPOSE:
      *   General-ledger labor cost distribution.  Finance used to
      *   book payroll expense by hand off the PAYFILE warehouse
      *   subtotals.  This run takes every check posted to pay
      *   history since the last journal it released and builds a
      *   balanced journal entry: gross wages debited to labor
      *   expense per warehouse (or per warehouse and position
      *   where GLMAP.TXT splits a position out), federal, state
      *   and each deduction code credited to its liability, and
      *   net pay credited to cash.  A proof report lists every
      *   journal line and refuses to release the file when the
      *   debits and credits disagree or when any warehouse or
      *   deduction code has no account mapped.
      *
      * INPUT:
      *   PAYHIST.DAT - every regular and final check appended
      *   since the last released journal, whatever its pay date -
      *   a final check cut after a later regular pay date is
      *   still booked.
      *   GLMAP.TXT - see CGBGLM copybook.
      *   GLCTL.TXT - the number of PAYHIST.DAT records (and the
      *   last pay date) already released, moved forward only on
      *   a released journal so a refused run is picked up again
      *   whole by the next one.  A control record from before the
      *   count was carried falls back to its pay date, once.
      *   RUNCTL.DAT - a CGBPR14 or CGBPR27 stamped STARTED for
      *   today is still posting history; wait for it.
      *
      * OUTPUT:
      *   GL-PROOF-REPORT - journal lines with debit and credit
      *   totals, every unmapped warehouse or deduction code, and
      *   whether the journal was released.
      *   GLJRNL.DAT - written only when the proof passes: HDR
      *   record (journal date, earliest and latest pay date
      *   booked, debit and credit totals), one DTL record per
      *   journal line, and a TRL record with the line count and
      *   the same two totals.
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
           SELECT OPTIONAL GL-MAPPING-FILE
               ASSIGN TO 'GLMAP.TXT'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL GL-CONTROL
               ASSIGN TO 'GLCTL.TXT'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT GL-JOURNAL-FILE
               ASSIGN TO 'GLJRNL.DAT'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT GL-PROOF-REPORT
               ASSIGN TO PRINTER 'GLPROOF'.
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

       FD  GL-MAPPING-FILE
           RECORD CONTAINS 39 CHARACTERS.
           COPY CGBGLM.

       FD  GL-CONTROL
           RECORD CONTAINS 17 CHARACTERS.

       01  GL-CONTROL-RECORD.
           05 GC-LAST-RELEASED-DATE PIC 9(8).
           05 GC-RELEASED-COUNT     PIC 9(9).

       FD  GL-JOURNAL-FILE.

       01  GL-HEADER-RECORD.
           05 GH-RECORD-TYPE        PIC X(3).
           05 GH-JOURNAL-DATE       PIC 9(8).
           05 GH-FROM-DATE          PIC 9(8).
           05 GH-TO-DATE            PIC 9(8).
           05 GH-DEBIT-TOTAL        PIC 9(11)V9(2).
           05 GH-CREDIT-TOTAL       PIC 9(11)V9(2).

       01  GL-DETAIL-RECORD.
           05 GD-RECORD-TYPE        PIC X(3).
           05 GD-ACCOUNT-NUMBER     PIC X(10).
           05 GD-DEBIT-CREDIT       PIC X(1).
           05 GD-AMOUNT             PIC 9(11)V9(2).
           05 GD-WAREHOUSE-ID       PIC X(4).
           05 GD-POSITION-CODE      PIC X(2).
           05 GD-DEDUCTION-CODE     PIC X(2).
           05 GD-DESCRIPTION        PIC X(20).

       01  GL-TRAILER-RECORD.
           05 GT-RECORD-TYPE        PIC X(3).
           05 GT-LINE-COUNT         PIC 9(7).
           05 GT-DEBIT-TOTAL        PIC 9(11)V9(2).
           05 GT-CREDIT-TOTAL       PIC 9(11)V9(2).

       FD  GL-PROOF-REPORT
           RECORD CONTAINS 100 CHARACTERS.

       01  RECORD-REPORT            PIC X(100).

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
           05  LG-PROGRAM           PIC X(8)        VALUE 'CGBPR28 '.
           05  LG-SEVERITY          PIC X(5)        VALUE 'INFO '.
           05  LG-MESSAGE           PIC X(50)       VALUE SPACES.
           05  LG-COUNT-ED          PIC ZZZZ9.
           05  LG-COUNT2-ED         PIC ZZZZ9.

       01  FLAGS-N-SWITCHES.
           05  PH-EOF-FLAG          PIC X           VALUE ' '.
               88 NO-MORE-HISTORY                   VALUE 'N'.
           05  MP-EOF-FLAG          PIC X           VALUE ' '.
               88 NO-MORE-MAPPINGS                  VALUE 'N'.
           05  RN-EOF-FLAG          PIC X           VALUE ' '.
               88 NO-MORE-RUN-ENTRIES               VALUE 'N'.
           05  MP-FOUND-SWITCH      PIC X           VALUE 'N'.
               88 MAPPING-FOUND                     VALUE 'Y'.
           05  JL-FOUND-SWITCH      PIC X           VALUE 'N'.
               88 LINE-FOUND                        VALUE 'Y'.
           05  MS-FOUND-SWITCH      PIC X           VALUE 'N'.
               88 MISS-FOUND                        VALUE 'Y'.
           05  PF-RELEASE-SWITCH    PIC X           VALUE 'N'.
               88 JOURNAL-RELEASED                  VALUE 'Y'.

       01  REPORT-FIELDS.
           05  PROPER-SPACING       PIC S9          VALUE +3.

       01  PAGE-CONTROL-FIELDS.
           05  PG-PAGE-NUMBER       PIC 9(3)        VALUE 0.
           05  PG-LINE-COUNT        PIC 9(3)        VALUE 0.
           05  PG-LINES-PER-PAGE    PIC 9(3)        VALUE 55.
           05  PG-SAVE-SPACING      PIC S9          VALUE +1.
           05  PG-SAVE-LINE         PIC X(100)      VALUE SPACES.

      ***********************************************
      * RUN CONTROL TABLE - A PAY RUN OR FINAL PAY RUN STAMPED
      * STARTED FOR TODAY IS STILL APPENDING TO PAYHIST.DAT, AND
      * A JOURNAL BUILT NOW WOULD BOOK HALF OF IT.
      ***********************************************
       01  RUN-CONTROL-TABLE-CONTROL.
           05  RN-OWN-NAME          PIC X(8)        VALUE 'CGBPR28 '.
           05  RN-PAY-NAME          PIC X(8)        VALUE 'CGBPR14 '.
           05  RN-FINAL-NAME        PIC X(8)        VALUE 'CGBPR27 '.
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
      * PAYHIST.DAT IS ONLY EVER APPENDED TO, SO THE RECORDS PAST
      * THE COUNT RELEASED LAST TIME ARE EXACTLY THE CHECKS NOT
      * YET BOOKED.  A PAY DATE CANNOT MARK THEM - A FINAL CHECK
      * IS DATED THE DAY IT IS CUT, WHICH CAN FALL BEHIND A
      * REGULAR PAY DATE ALREADY RELEASED.
      ***********************************************
       01  JOURNAL-WINDOW-CONTROL.
           05  JW-LAST-RELEASED-DATE PIC 9(8)       VALUE 0.
           05  JW-RELEASED-COUNT    PIC 9(9)        VALUE 0.
           05  JW-RECORD-NUMBER     PIC 9(9)        VALUE 0.
           05  JW-FIRST-PAY-DATE    PIC 9(8)        VALUE 0.
           05  JW-LAST-PAY-DATE     PIC 9(8)        VALUE 0.
           05  JW-COUNT-SWITCH      PIC X           VALUE 'Y'.
               88 JW-COUNT-WATERMARK                VALUE 'Y'.

      ***********************************************
      * THE WHOLE MAPPING FILE, LOADED ONCE.  A MAPPING DROPPED
      * FOR WANT OF ROOM WOULD SHOW UP AS A FALSE UNMAPPED CODE,
      * SO AN OVERFLOW STOPS THE RUN.
      ***********************************************
       01  MAP-TABLE-CONTROL.
           05  MP-COUNT             PIC 9(3)        VALUE 0.
           05  MP-DROPPED-COUNT     PIC 9(3)        VALUE 0.
           05  MP-FOUND-NDX         PIC 9(3)        VALUE 0.

       01  MAP-TABLE.
           05  MP-ENTRY OCCURS 300 TIMES INDEXED BY MP-IDX.
               10  MP-MAP-TYPE      PIC X(1).
               10  MP-WAREHOUSE-ID  PIC X(4).
               10  MP-POSITION-CODE PIC X(2).
               10  MP-DEDUCTION-CODE PIC X(2).
               10  MP-ACCOUNT-NUMBER PIC X(10).
               10  MP-ACCOUNT-DESC  PIC X(20).

      ***********************************************
      * ONE AMOUNT LOOKING FOR ITS ACCOUNT - THE MAP TYPE, THE
      * WAREHOUSE / POSITION / DEDUCTION CODE IT WAS PAID UNDER,
      * AND THE KEY OF THE MAPPING THAT FINALLY MATCHED.
      ***********************************************
       01  MAP-LOOKUP-FIELDS.
           05  MW-MAP-TYPE          PIC X(1)        VALUE SPACES.
           05  MW-WAREHOUSE-ID      PIC X(4)        VALUE SPACES.
           05  MW-POSITION-CODE     PIC X(2)        VALUE SPACES.
           05  MW-DEDUCTION-CODE    PIC X(2)        VALUE SPACES.
           05  MW-DEBIT-CREDIT      PIC X(1)        VALUE SPACES.
           05  MW-AMOUNT            PIC 9(7)V9(2)   VALUE 0.
           05  MW-KEY-WAREHOUSE     PIC X(4)        VALUE SPACES.
           05  MW-KEY-POSITION      PIC X(2)        VALUE SPACES.

      ***********************************************
      * JOURNAL LINES - ONE PER ACCOUNT, DEBIT OR CREDIT, AND THE
      * WAREHOUSE / POSITION / DEDUCTION CODE THE MAPPING WAS
      * KEYED ON.  A COMPANY-LEVEL CREDIT ACCOUNT SUMS EVERY
      * WAREHOUSE INTO ONE LINE.
      ***********************************************
       01  JOURNAL-LINE-TABLE-CONTROL.
           05  JL-COUNT             PIC 9(3)        VALUE 0.
           05  JL-FOUND-NDX         PIC 9(3)        VALUE 0.
           05  JL-DROPPED-COUNT     PIC 9(5)        VALUE 0.

       01  JOURNAL-LINE-TABLE.
           05  JL-ENTRY OCCURS 300 TIMES INDEXED BY JL-IDX.
               10  JL-ACCOUNT-NUMBER PIC X(10).
               10  JL-DEBIT-CREDIT  PIC X(1).
               10  JL-WAREHOUSE-ID  PIC X(4).
               10  JL-POSITION-CODE PIC X(2).
               10  JL-DEDUCTION-CODE PIC X(2).
               10  JL-ACCOUNT-DESC  PIC X(20).
               10  JL-AMOUNT        PIC 9(11)V9(2).

      ***********************************************
      * EVERY MAP TYPE / WAREHOUSE / DEDUCTION CODE THAT FOUND NO
      * ACCOUNT, WITH THE DOLLARS THAT COULD NOT BE BOOKED.
      ***********************************************
       01  MISS-TABLE-CONTROL.
           05  MS-COUNT             PIC 9(3)        VALUE 0.
           05  MS-FOUND-NDX         PIC 9(3)        VALUE 0.
           05  MS-DROPPED-COUNT     PIC 9(5)        VALUE 0.

       01  MISS-TABLE.
           05  MS-ENTRY OCCURS 100 TIMES INDEXED BY MS-IDX.
               10  MS-MAP-TYPE      PIC X(1).
               10  MS-WAREHOUSE-ID  PIC X(4).
               10  MS-DEDUCTION-CODE PIC X(2).
               10  MS-AMOUNT        PIC 9(11)V9(2).

       01  PROOF-FIELDS.
           05  PF-HISTORY-COUNT     PIC 9(7)        VALUE 0.
           05  PF-DEBIT-TOTAL       PIC 9(11)V9(2)  VALUE 0.
           05  PF-CREDIT-TOTAL      PIC 9(11)V9(2)  VALUE 0.
           05  PF-DIFFERENCE        PIC S9(11)V9(2) VALUE +0.

      ********    OUTPUT AREA    ********

       01  HEADING-ONE.
           05  H1-DATE              PIC 9999/99/99.
           05                       PIC X(5).
           05                       PIC X(21)       VALUE 'Y3I'.
           05                       PIC X(35)       VALUE 'DRAKEA, LTD'.
           05                       PIC X(5)        VALUE 'PAGE '.
           05  H1-PAGE-NUMBER       PIC ZZ9.

       01  HEADING-TWO.
           05                       PIC X(14)       VALUE SPACES.
           05                       PIC X(41)       VALUE
               'GL LABOR DISTRIBUTION PROOF - PAYHIST.DAT'.
           05                       PIC X(14)       VALUE
               ' AFTER RECORD '.
           05  H2-FROM-RECORD       PIC ZZZZZZZZ9.

       01  HEADING-THREE.
           05                       PIC X(1)        VALUE SPACES.
           05                       PIC X(10)       VALUE 'ACCOUNT'.
           05                       PIC X(2)        VALUE SPACES.
           05                       PIC X(20)       VALUE 'DESCRIPTION'.
           05                       PIC X(2)        VALUE SPACES.
           05                       PIC X(4)        VALUE 'WHSE'.
           05                       PIC X(2)        VALUE SPACES.
           05                       PIC X(3)        VALUE 'POS'.
           05                       PIC X(2)        VALUE SPACES.
           05                       PIC X(3)        VALUE 'DED'.
           05                       PIC X(2)        VALUE SPACES.
           05                       PIC X(14)       VALUE
               '         DEBIT'.
           05                       PIC X(4)        VALUE SPACES.
           05                       PIC X(14)       VALUE
               '        CREDIT'.

       01  DETAIL-LINE.
           05                       PIC X(1)        VALUE SPACES.
           05 DL-ACCOUNT-NUMBER     PIC X(10).
           05                       PIC X(2)        VALUE SPACES.
           05 DL-ACCOUNT-DESC       PIC X(20).
           05                       PIC X(2)        VALUE SPACES.
           05 DL-WAREHOUSE-ID       PIC X(4).
           05                       PIC X(2)        VALUE SPACES.
           05 DL-POSITION-CODE      PIC X(3).
           05                       PIC X(2)        VALUE SPACES.
           05 DL-DEDUCTION-CODE     PIC X(3).
           05                       PIC X(2)        VALUE SPACES.
           05 DL-DEBIT-AMOUNT       PIC Z(10)9.99.
           05                       PIC X(4)        VALUE SPACES.
           05 DL-CREDIT-AMOUNT      PIC Z(10)9.99.

       01  TOTAL-LINE.
           05                       PIC X(1)        VALUE SPACES.
           05                       PIC X(13)       VALUE
               'JOURNAL LINES'.
           05                       PIC X(1)        VALUE SPACES.
           05 TL-LINE-COUNT         PIC ZZ9.
           05                       PIC X(3)        VALUE SPACES.
           05                       PIC X(13)       VALUE
               'HISTORY RECS '.
           05 TL-HISTORY-COUNT      PIC ZZZZZZ9.
           05                       PIC X(10)       VALUE SPACES.
           05 TL-DEBIT-TOTAL        PIC Z(10)9.99.
           05                       PIC X(4)        VALUE SPACES.
           05 TL-CREDIT-TOTAL       PIC Z(10)9.99.

       01  DIFFERENCE-LINE.
           05                       PIC X(1)        VALUE SPACES.
           05                       PIC X(50)       VALUE
               'DEBITS LESS CREDITS'.
           05 DF-DIFFERENCE         PIC -(10)9.99.

       01  MISS-HEADING-LINE.
           05                       PIC X(1)        VALUE SPACES.
           05                       PIC X(50)       VALUE
               'NO ACCOUNT MAPPED - TYPE  WHSE  DED        AMOUNT'.

       01  MISS-DETAIL-LINE.
           05                       PIC X(20)       VALUE SPACES.
           05 MD-MAP-TYPE           PIC X(1).
           05                       PIC X(5)        VALUE SPACES.
           05 MD-WAREHOUSE-ID       PIC X(4).
           05                       PIC X(2)        VALUE SPACES.
           05 MD-DEDUCTION-CODE     PIC X(2).
           05                       PIC X(2)        VALUE SPACES.
           05 MD-AMOUNT             PIC Z(10)9.99.

       01  RELEASE-LINE.
           05                       PIC X(1)        VALUE SPACES.
           05 RL-MESSAGE            PIC X(60).

      /
       PROCEDURE DIVISION.
      *                                Y3I
       10-CONTROL-MODULE.
           PERFORM 11-RUN-CONTROL-CHECK-ROUTINE
           PERFORM 15-HOUSEKEEPING-ROUTINE
           PERFORM 25-HISTORY-ROUTINE
           PERFORM 45-PROOF-ROUTINE
           IF JOURNAL-RELEASED
               PERFORM 50-RELEASE-JOURNAL-ROUTINE
           END-IF
           CLOSE PAY-HISTORY-FILE
               GL-PROOF-REPORT
           IF NOT JOURNAL-RELEASED
               DISPLAY 'CGBPR28 - ' RL-MESSAGE
               DISPLAY 'CGBPR28 - SEE GLPROOF, GLJRNL.DAT NOT WRITTEN'
               IF PF-HISTORY-COUNT = 0
                   AND JW-RECORD-NUMBER NOT < JW-RELEASED-COUNT
                   MOVE 'WARN ' TO LG-SEVERITY
               ELSE
                   MOVE 'ABORT' TO LG-SEVERITY
               END-IF
               MOVE RL-MESSAGE TO LG-MESSAGE
               PERFORM 98-WRITE-OPS-LOG-ROUTINE
               STOP RUN
           END-IF
           MOVE 'COMPLETE' TO RN-STAMP-STATUS
           PERFORM 13-STAMP-RUN-CONTROL-ROUTINE
           MOVE JL-COUNT TO LG-COUNT-ED
           MOVE SPACES TO LG-MESSAGE
           STRING 'RUN COMPLETE - ' DELIMITED BY SIZE
                  LG-COUNT-ED     DELIMITED BY SIZE
                  ' JOURNAL LINES RELEASED' DELIMITED BY SIZE
               INTO LG-MESSAGE
           MOVE 'INFO ' TO LG-SEVERITY
           PERFORM 98-WRITE-OPS-LOG-ROUTINE
           STOP RUN.

       11-RUN-CONTROL-CHECK-ROUTINE.
           ACCEPT RN-TODAY FROM DATE YYYYMMDD
           PERFORM 12-LOAD-RUN-CONTROL-ROUTINE

           MOVE RN-PAY-NAME TO RN-WORK-NAME
           PERFORM 41-FIND-RUN-ENTRY-ROUTINE
           PERFORM 14-CHECK-POSTING-ROUTINE
           MOVE RN-FINAL-NAME TO RN-WORK-NAME
           PERFORM 41-FIND-RUN-ENTRY-ROUTINE
           PERFORM 14-CHECK-POSTING-ROUTINE

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

       14-CHECK-POSTING-ROUTINE.
           IF RN-FOUND-NDX > 0
               AND RN-DATE(RN-FOUND-NDX) = RN-TODAY
               AND RN-STATUS(RN-FOUND-NDX) NOT = 'COMPLETE'
               DISPLAY 'CGBPR28 - ' RN-WORK-NAME
                   ' STARTED TODAY AND HAS NOT FINISHED'
               DISPLAY 'CGBPR28 - RUN ABORTED, NO JOURNAL BUILT'
               MOVE 'ABORT' TO LG-SEVERITY
               MOVE SPACES TO LG-MESSAGE
               STRING RN-WORK-NAME DELIMITED BY SPACE
                      ' STARTED TODAY, NOT COMPLETE - ABORTED'
                          DELIMITED BY SIZE
                   INTO LG-MESSAGE
               PERFORM 98-WRITE-OPS-LOG-ROUTINE
               STOP RUN
           END-IF
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
      * THE JOURNAL TAKES EVERY PAYHIST.DAT RECORD PAST THE COUNT
      * LAST RELEASED.  NO CONTROL FILE MEANS ALL OF PAY HISTORY -
      * FINANCE SEES THE FIRST JOURNAL ON THE PROOF BEFORE IT IS
      * RELEASED.
      ***********************************************
       15-HOUSEKEEPING-ROUTINE.
           PERFORM 16-READ-CONTROL-ROUTINE
           PERFORM 18-LOAD-MAPPING-ROUTINE
           OPEN INPUT PAY-HISTORY-FILE
           OPEN OUTPUT GL-PROOF-REPORT
           ACCEPT H1-DATE FROM DATE YYYYMMDD
           MOVE JW-RELEASED-COUNT TO H2-FROM-RECORD
           PERFORM 20-HEADER-ROUTINE
           .

       16-READ-CONTROL-ROUTINE.
           OPEN INPUT GL-CONTROL
           READ GL-CONTROL
               AT END
                   CONTINUE
               NOT AT END
                   IF GC-LAST-RELEASED-DATE NUMERIC
                       MOVE GC-LAST-RELEASED-DATE
                           TO JW-LAST-RELEASED-DATE
                   END-IF
                   IF GC-RELEASED-COUNT NUMERIC
                       MOVE GC-RELEASED-COUNT TO JW-RELEASED-COUNT
                   ELSE
                       MOVE 'N' TO JW-COUNT-SWITCH
                   END-IF
           END-READ
           CLOSE GL-CONTROL
           .

       18-LOAD-MAPPING-ROUTINE.
           OPEN INPUT GL-MAPPING-FILE
           PERFORM UNTIL NO-MORE-MAPPINGS
               READ GL-MAPPING-FILE
                   AT END
                       MOVE 'N' TO MP-EOF-FLAG
                   NOT AT END
                       IF MP-COUNT < 300
                           ADD 1 TO MP-COUNT
                           SET MP-IDX TO MP-COUNT
                           MOVE M-MAP-TYPE TO MP-MAP-TYPE(MP-IDX)
                           MOVE M-WAREHOUSE-ID
                               TO MP-WAREHOUSE-ID(MP-IDX)
                           MOVE M-POSITION-CODE
                               TO MP-POSITION-CODE(MP-IDX)
                           MOVE M-DEDUCTION-CODE
                               TO MP-DEDUCTION-CODE(MP-IDX)
                           MOVE M-ACCOUNT-NUMBER
                               TO MP-ACCOUNT-NUMBER(MP-IDX)
                           MOVE M-ACCOUNT-DESC
                               TO MP-ACCOUNT-DESC(MP-IDX)
                       ELSE
                           ADD 1 TO MP-DROPPED-COUNT
                       END-IF
           END-PERFORM
           CLOSE GL-MAPPING-FILE
           IF MP-DROPPED-COUNT > 0
               DISPLAY 'CGBPR28 - MAPPING TABLE FULL - '
                   MP-DROPPED-COUNT ' MAPPING(S) NOT CARRIED'
               DISPLAY 'CGBPR28 - RUN ABORTED, NO JOURNAL BUILT'
               MOVE 'ABORT' TO LG-SEVERITY
               MOVE 'MAPPING TABLE FULL - RUN ABORTED'
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

       25-HISTORY-ROUTINE.
           PERFORM UNTIL NO-MORE-HISTORY
               READ PAY-HISTORY-FILE
                   AT END
                       MOVE 'N' TO PH-EOF-FLAG
                   NOT AT END
                       ADD 1 TO JW-RECORD-NUMBER
                       IF H-PAY-DATE NUMERIC
                           AND ((JW-COUNT-WATERMARK
                                 AND JW-RECORD-NUMBER
                                     > JW-RELEASED-COUNT)
                             OR (NOT JW-COUNT-WATERMARK
                                 AND H-PAY-DATE
                                     > JW-LAST-RELEASED-DATE))
                           PERFORM 26-BOOK-CHECK-ROUTINE
                       END-IF
           END-PERFORM
           .

       26-BOOK-CHECK-ROUTINE.
           ADD 1 TO PF-HISTORY-COUNT
           IF JW-FIRST-PAY-DATE = 0
               OR H-PAY-DATE < JW-FIRST-PAY-DATE
               MOVE H-PAY-DATE TO JW-FIRST-PAY-DATE
           END-IF
           IF H-PAY-DATE > JW-LAST-PAY-DATE
               MOVE H-PAY-DATE TO JW-LAST-PAY-DATE
           END-IF
           IF H-EARNINGS-RECORD
               PERFORM 30-DISTRIBUTE-EARNINGS-ROUTINE
           ELSE
               PERFORM 32-DISTRIBUTE-DEDN-ROUTINE
           END-IF
           .

      ***********************************************
      * ONE CHECK - GROSS TO EXPENSE, THE WITHHOLDING TO ITS TWO
      * LIABILITIES, NET TO CASH.  THE OTHER DEDUCTIONS ARE
      * BOOKED CODE BY CODE OFF THE 'D' RECORDS THAT FOLLOW.
      ***********************************************
       30-DISTRIBUTE-EARNINGS-ROUTINE.
           MOVE H-WAREHOUSE-ID TO MW-WAREHOUSE-ID
           MOVE SPACES TO MW-DEDUCTION-CODE

           MOVE 'E' TO MW-MAP-TYPE
           MOVE H-EMPLOYEE-POSITION TO MW-POSITION-CODE
           MOVE 'D' TO MW-DEBIT-CREDIT
           MOVE H-GROSS-PAY TO MW-AMOUNT
           PERFORM 60-POST-AMOUNT-ROUTINE

           MOVE SPACES TO MW-POSITION-CODE
           MOVE 'C' TO MW-DEBIT-CREDIT
           MOVE 'F' TO MW-MAP-TYPE
           MOVE H-FED-AMOUNT TO MW-AMOUNT
           PERFORM 60-POST-AMOUNT-ROUTINE

           MOVE 'S' TO MW-MAP-TYPE
           MOVE H-STATE-AMOUNT TO MW-AMOUNT
           PERFORM 60-POST-AMOUNT-ROUTINE

           MOVE 'C' TO MW-MAP-TYPE
           MOVE H-NET-PAY TO MW-AMOUNT
           PERFORM 60-POST-AMOUNT-ROUTINE
           .

       32-DISTRIBUTE-DEDN-ROUTINE.
           MOVE 'D' TO MW-MAP-TYPE
           MOVE H-WAREHOUSE-ID TO MW-WAREHOUSE-ID
           MOVE SPACES TO MW-POSITION-CODE
           MOVE H-DEDUCTION-CODE TO MW-DEDUCTION-CODE
           MOVE 'C' TO MW-DEBIT-CREDIT
           MOVE H-DEDUCTION-AMOUNT TO MW-AMOUNT
           PERFORM 60-POST-AMOUNT-ROUTINE
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
      * THE PROOF - EVERY JOURNAL LINE, THE TWO TOTALS AND THEIR
      * DIFFERENCE, THEN EVERY AMOUNT THAT FOUND NO ACCOUNT.  THE
      * JOURNAL IS RELEASED ONLY WHEN THERE IS SOMETHING TO BOOK,
      * NOTHING WENT UNMAPPED OR UNCARRIED, AND IT BALANCES TO
      * THE PENNY.  A PAYHIST.DAT WITH FEWER RECORDS THAN WERE
      * ALREADY RELEASED HAS BEEN RESTORED OR REPLACED, AND THE
      * COUNT NO LONGER MARKS WHAT WAS BOOKED.
      ***********************************************
       45-PROOF-ROUTINE.
           PERFORM 46-PRINT-JOURNAL-LINE-ROUTINE
               VARYING JL-IDX FROM 1 BY 1
               UNTIL JL-IDX > JL-COUNT

           MOVE JL-COUNT TO TL-LINE-COUNT
           MOVE PF-HISTORY-COUNT TO TL-HISTORY-COUNT
           MOVE PF-DEBIT-TOTAL TO TL-DEBIT-TOTAL
           MOVE PF-CREDIT-TOTAL TO TL-CREDIT-TOTAL
           MOVE TOTAL-LINE TO RECORD-REPORT
           MOVE 3 TO PROPER-SPACING
           PERFORM 35-WRITE-A-LINE

           COMPUTE PF-DIFFERENCE = PF-DEBIT-TOTAL - PF-CREDIT-TOTAL
           MOVE PF-DIFFERENCE TO DF-DIFFERENCE
           MOVE DIFFERENCE-LINE TO RECORD-REPORT
           MOVE 1 TO PROPER-SPACING
           PERFORM 35-WRITE-A-LINE

           IF MS-COUNT > 0
               MOVE MISS-HEADING-LINE TO RECORD-REPORT
               MOVE 3 TO PROPER-SPACING
               PERFORM 35-WRITE-A-LINE
               PERFORM 47-PRINT-MISS-ROUTINE
                   VARYING MS-IDX FROM 1 BY 1
                   UNTIL MS-IDX > MS-COUNT
           END-IF

           EVALUATE TRUE
               WHEN JW-RECORD-NUMBER < JW-RELEASED-COUNT
                   MOVE 'PAYHIST.DAT SHORTER THAN LAST RELEASE - HELD'
                       TO RL-MESSAGE
               WHEN PF-HISTORY-COUNT = 0
                   MOVE 'NO CHECKS SINCE LAST JOURNAL - NOT RELEASED'
                       TO RL-MESSAGE
               WHEN JL-DROPPED-COUNT > 0
                   MOVE 'JOURNAL LINE TABLE FULL - NOT RELEASED'
                       TO RL-MESSAGE
               WHEN MS-COUNT > 0
                   MOVE 'ACCOUNTS NOT MAPPED - NOT RELEASED'
                       TO RL-MESSAGE
               WHEN PF-DIFFERENCE NOT = 0
                   MOVE 'DEBITS NOT EQUAL CREDITS - NOT RELEASED'
                       TO RL-MESSAGE
               WHEN OTHER
                   MOVE 'Y' TO PF-RELEASE-SWITCH
                   MOVE
                       'PROOF PASSED - JOURNAL RELEASED TO GLJRNL.DAT'
                       TO RL-MESSAGE
           END-EVALUATE
           MOVE RELEASE-LINE TO RECORD-REPORT
           MOVE 3 TO PROPER-SPACING
           PERFORM 35-WRITE-A-LINE
           .

       46-PRINT-JOURNAL-LINE-ROUTINE.
           MOVE JL-ACCOUNT-NUMBER(JL-IDX) TO DL-ACCOUNT-NUMBER
           MOVE JL-ACCOUNT-DESC(JL-IDX) TO DL-ACCOUNT-DESC
           MOVE JL-WAREHOUSE-ID(JL-IDX) TO DL-WAREHOUSE-ID
           MOVE JL-POSITION-CODE(JL-IDX) TO DL-POSITION-CODE
           MOVE JL-DEDUCTION-CODE(JL-IDX) TO DL-DEDUCTION-CODE
           IF JL-DEBIT-CREDIT(JL-IDX) = 'D'
               MOVE JL-AMOUNT(JL-IDX) TO DL-DEBIT-AMOUNT
               MOVE 0 TO DL-CREDIT-AMOUNT
           ELSE
               MOVE 0 TO DL-DEBIT-AMOUNT
               MOVE JL-AMOUNT(JL-IDX) TO DL-CREDIT-AMOUNT
           END-IF
           MOVE DETAIL-LINE TO RECORD-REPORT
           MOVE 1 TO PROPER-SPACING
           PERFORM 35-WRITE-A-LINE
           .

       47-PRINT-MISS-ROUTINE.
           MOVE MS-MAP-TYPE(MS-IDX) TO MD-MAP-TYPE
           MOVE MS-WAREHOUSE-ID(MS-IDX) TO MD-WAREHOUSE-ID
           MOVE MS-DEDUCTION-CODE(MS-IDX) TO MD-DEDUCTION-CODE
           MOVE MS-AMOUNT(MS-IDX) TO MD-AMOUNT
           MOVE MISS-DETAIL-LINE TO RECORD-REPORT
           MOVE 1 TO PROPER-SPACING
           PERFORM 35-WRITE-A-LINE
           .

      ***********************************************
      * RELEASE - HEADER, ONE DETAIL PER JOURNAL LINE, TRAILER,
      * THEN THE NEW WATERMARK - EVERY PAYHIST.DAT RECORD READ
      * THIS RUN.  GLCTL.TXT ONLY MOVES FORWARD HERE, SO A
      * REFUSED JOURNAL IS REBUILT WHOLE NEXT TIME.  THE HEADER
      * CARRIES THE EARLIEST AND LATEST PAY DATE BOOKED.
      ***********************************************
       50-RELEASE-JOURNAL-ROUTINE.
           OPEN OUTPUT GL-JOURNAL-FILE
           MOVE 'HDR' TO GH-RECORD-TYPE
           MOVE RN-TODAY TO GH-JOURNAL-DATE
           MOVE JW-FIRST-PAY-DATE TO GH-FROM-DATE
           MOVE JW-LAST-PAY-DATE TO GH-TO-DATE
           MOVE PF-DEBIT-TOTAL TO GH-DEBIT-TOTAL
           MOVE PF-CREDIT-TOTAL TO GH-CREDIT-TOTAL
           WRITE GL-HEADER-RECORD

           PERFORM 52-WRITE-JOURNAL-LINE-ROUTINE
               VARYING JL-IDX FROM 1 BY 1
               UNTIL JL-IDX > JL-COUNT

           MOVE 'TRL' TO GT-RECORD-TYPE
           MOVE JL-COUNT TO GT-LINE-COUNT
           MOVE PF-DEBIT-TOTAL TO GT-DEBIT-TOTAL
           MOVE PF-CREDIT-TOTAL TO GT-CREDIT-TOTAL
           WRITE GL-TRAILER-RECORD
           CLOSE GL-JOURNAL-FILE

           IF JW-LAST-PAY-DATE > JW-LAST-RELEASED-DATE
               MOVE JW-LAST-PAY-DATE TO GC-LAST-RELEASED-DATE
           ELSE
               MOVE JW-LAST-RELEASED-DATE TO GC-LAST-RELEASED-DATE
           END-IF
           MOVE JW-RECORD-NUMBER TO GC-RELEASED-COUNT
           OPEN OUTPUT GL-CONTROL
           WRITE GL-CONTROL-RECORD
           CLOSE GL-CONTROL
           .

       52-WRITE-JOURNAL-LINE-ROUTINE.
           MOVE 'DTL' TO GD-RECORD-TYPE
           MOVE JL-ACCOUNT-NUMBER(JL-IDX) TO GD-ACCOUNT-NUMBER
           MOVE JL-DEBIT-CREDIT(JL-IDX) TO GD-DEBIT-CREDIT
           MOVE JL-AMOUNT(JL-IDX) TO GD-AMOUNT
           MOVE JL-WAREHOUSE-ID(JL-IDX) TO GD-WAREHOUSE-ID
           MOVE JL-POSITION-CODE(JL-IDX) TO GD-POSITION-CODE
           MOVE JL-DEDUCTION-CODE(JL-IDX) TO GD-DEDUCTION-CODE
           MOVE JL-ACCOUNT-DESC(JL-IDX) TO GD-DESCRIPTION
           WRITE GL-DETAIL-RECORD
           .

      ***********************************************
      * FIND THE ACCOUNT FOR ONE AMOUNT AND ADD IT TO ITS JOURNAL
      * LINE.  EXPENSE TRIES THE WAREHOUSE AND POSITION, THEN THE
      * WAREHOUSE ALONE; A CREDIT TRIES THE WAREHOUSE, THEN THE
      * COMPANY ACCOUNT.  A ZERO AMOUNT BOOKS NOTHING AND NEEDS
      * NO ACCOUNT.
      ***********************************************
       60-POST-AMOUNT-ROUTINE.
           IF MW-AMOUNT > 0
               MOVE MW-WAREHOUSE-ID TO MW-KEY-WAREHOUSE
               MOVE MW-POSITION-CODE TO MW-KEY-POSITION
               PERFORM 62-FIND-MAPPING-ROUTINE
               IF NOT MAPPING-FOUND
                   IF MW-MAP-TYPE = 'E'
                       MOVE SPACES TO MW-KEY-POSITION
                   ELSE
                       MOVE SPACES TO MW-KEY-WAREHOUSE
                   END-IF
                   PERFORM 62-FIND-MAPPING-ROUTINE
               END-IF
               IF MAPPING-FOUND
                   PERFORM 64-ADD-JOURNAL-LINE-ROUTINE
               ELSE
                   PERFORM 66-ADD-MISS-ROUTINE
               END-IF
           END-IF
           .

       62-FIND-MAPPING-ROUTINE.
           MOVE 'N' TO MP-FOUND-SWITCH
           MOVE 0 TO MP-FOUND-NDX
           PERFORM 63-MATCH-MAPPING-ROUTINE
               VARYING MP-IDX FROM 1 BY 1
               UNTIL MP-IDX > MP-COUNT
                   OR MAPPING-FOUND
           .

       63-MATCH-MAPPING-ROUTINE.
           IF MP-MAP-TYPE(MP-IDX) = MW-MAP-TYPE
               AND MP-WAREHOUSE-ID(MP-IDX) = MW-KEY-WAREHOUSE
               AND MP-POSITION-CODE(MP-IDX) = MW-KEY-POSITION
               AND MP-DEDUCTION-CODE(MP-IDX) = MW-DEDUCTION-CODE
               MOVE 'Y' TO MP-FOUND-SWITCH
               SET MP-FOUND-NDX TO MP-IDX
           END-IF
           .

       64-ADD-JOURNAL-LINE-ROUTINE.
           SET MP-IDX TO MP-FOUND-NDX
           MOVE 'N' TO JL-FOUND-SWITCH
           MOVE 0 TO JL-FOUND-NDX
           PERFORM 65-MATCH-JOURNAL-LINE-ROUTINE
               VARYING JL-IDX FROM 1 BY 1
               UNTIL JL-IDX > JL-COUNT
                   OR LINE-FOUND
           IF NOT LINE-FOUND
               IF JL-COUNT < 300
                   ADD 1 TO JL-COUNT
                   SET JL-IDX TO JL-COUNT
                   MOVE MP-ACCOUNT-NUMBER(MP-IDX)
                       TO JL-ACCOUNT-NUMBER(JL-IDX)
                   MOVE MW-DEBIT-CREDIT TO JL-DEBIT-CREDIT(JL-IDX)
                   MOVE MW-KEY-WAREHOUSE TO JL-WAREHOUSE-ID(JL-IDX)
                   MOVE MW-KEY-POSITION TO JL-POSITION-CODE(JL-IDX)
                   MOVE MW-DEDUCTION-CODE
                       TO JL-DEDUCTION-CODE(JL-IDX)
                   MOVE MP-ACCOUNT-DESC(MP-IDX)
                       TO JL-ACCOUNT-DESC(JL-IDX)
                   MOVE 0 TO JL-AMOUNT(JL-IDX)
                   MOVE JL-COUNT TO JL-FOUND-NDX
                   MOVE 'Y' TO JL-FOUND-SWITCH
               ELSE
                   ADD 1 TO JL-DROPPED-COUNT
               END-IF
           END-IF
           IF LINE-FOUND
               SET JL-IDX TO JL-FOUND-NDX
               ADD MW-AMOUNT TO JL-AMOUNT(JL-IDX)
               IF MW-DEBIT-CREDIT = 'D'
                   ADD MW-AMOUNT TO PF-DEBIT-TOTAL
               ELSE
                   ADD MW-AMOUNT TO PF-CREDIT-TOTAL
               END-IF
           END-IF
           .

       65-MATCH-JOURNAL-LINE-ROUTINE.
           IF JL-ACCOUNT-NUMBER(JL-IDX) = MP-ACCOUNT-NUMBER(MP-IDX)
               AND JL-DEBIT-CREDIT(JL-IDX) = MW-DEBIT-CREDIT
               AND JL-WAREHOUSE-ID(JL-IDX) = MW-KEY-WAREHOUSE
               AND JL-POSITION-CODE(JL-IDX) = MW-KEY-POSITION
               AND JL-DEDUCTION-CODE(JL-IDX) = MW-DEDUCTION-CODE
               MOVE 'Y' TO JL-FOUND-SWITCH
               SET JL-FOUND-NDX TO JL-IDX
           END-IF
           .

       66-ADD-MISS-ROUTINE.
           MOVE 'N' TO MS-FOUND-SWITCH
           MOVE 0 TO MS-FOUND-NDX
           PERFORM 67-MATCH-MISS-ROUTINE
               VARYING MS-IDX FROM 1 BY 1
               UNTIL MS-IDX > MS-COUNT
                   OR MISS-FOUND
           IF NOT MISS-FOUND
               IF MS-COUNT < 100
                   ADD 1 TO MS-COUNT
                   SET MS-IDX TO MS-COUNT
                   MOVE MW-MAP-TYPE TO MS-MAP-TYPE(MS-IDX)
                   MOVE MW-WAREHOUSE-ID TO MS-WAREHOUSE-ID(MS-IDX)
                   MOVE MW-DEDUCTION-CODE TO MS-DEDUCTION-CODE(MS-IDX)
                   MOVE 0 TO MS-AMOUNT(MS-IDX)
                   MOVE MS-COUNT TO MS-FOUND-NDX
                   MOVE 'Y' TO MS-FOUND-SWITCH
               ELSE
                   ADD 1 TO MS-DROPPED-COUNT
               END-IF
           END-IF
           IF MISS-FOUND
               SET MS-IDX TO MS-FOUND-NDX
               ADD MW-AMOUNT TO MS-AMOUNT(MS-IDX)
           END-IF
           .

       67-MATCH-MISS-ROUTINE.
           IF MS-MAP-TYPE(MS-IDX) = MW-MAP-TYPE
               AND MS-WAREHOUSE-ID(MS-IDX) = MW-WAREHOUSE-ID
               AND MS-DEDUCTION-CODE(MS-IDX) = MW-DEDUCTION-CODE
               MOVE 'Y' TO MS-FOUND-SWITCH
               SET MS-FOUND-NDX TO MS-IDX
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
