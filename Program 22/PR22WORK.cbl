      *
      * INPUT:
      *   EMPLOYEE-MASTER (EMPMAST.DAT) - active employees accrue.
      *   Employees on leave of absence accrue nothing until they
      *   are back.
      *   VACBAL.DAT - see CGBLVE copybook; a record is opened
      *   automatically for an active employee who doesn't have
      *   one yet.
       FILE SECTION.

       FD  EMPLOYEE-MASTER
           RECORD CONTAINS 113 CHARACTERS.
           COPY CGBREC.

       FD  LEAVE-BALANCE-FILE
       01  TOTAL-FIELDS.
           05  TF-CREDITED-COUNT    PIC 9(5)        VALUE 0.
           05  TF-SKIPPED-COUNT     PIC 9(5)        VALUE 0.
           05  TF-LEAVE-COUNT       PIC 9(5)        VALUE 0.
           05  TF-HOURS-TOTAL       PIC S9(7)V9(2)  VALUE +0.

      ********    OUTPUT AREA    ********
               'HOURS TOTAL: '.
           05 SM-HOURS-TOTAL        PIC ZZZZZZ9.99.

       01  SUMMARY-LINE-TWO.
           05                       PIC X(10)       VALUE SPACES.
           05                       PIC X(10)       VALUE
               'ON LEAVE: '.
           05 SM-LEAVE-COUNT        PIC ZZZZ9.
           05                       PIC X(15)       VALUE
               '  - NOT ACCRUED'.

       01  NO-SCHEDULE-LINE.
           05                       PIC X(5)        VALUE SPACES.
           05                       PIC X(42)       VALUE
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       IF I-EMP-ON-LEAVE
                           ADD 1 TO TF-LEAVE-COUNT
                       ELSE
                           IF NOT I-EMP-TERMINATED
                               PERFORM 30-ACCRUE-ROUTINE
                           END-IF
                       END-IF
                       .

           MOVE SUMMARY-LINE TO RECORD-REPORT
           MOVE 3 TO PROPER-SPACING
           PERFORM 35-WRITE-A-LINE

           MOVE TF-LEAVE-COUNT TO SM-LEAVE-COUNT
           MOVE SUMMARY-LINE-TWO TO RECORD-REPORT
           MOVE 1 TO PROPER-SPACING
           PERFORM 35-WRITE-A-LINE
           .

       95-REWRITE-BALANCES-ROUTINE.
