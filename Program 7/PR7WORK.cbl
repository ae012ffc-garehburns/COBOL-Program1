       FILE SECTION.

       FD  JOURNAL-FILE
           RECORD CONTAINS 244 CHARACTERS.
           COPY CGBJRN.

       FD  INQUIRY-PARM
           05 AC-YEAR               PIC 9(4).

       FD  JOURNAL-ARCHIVE
           RECORD CONTAINS 244 CHARACTERS.

       01  JOURNAL-ARCHIVE-RECORD   PIC X(244).



           05 JN-EMPLOYEE-KEY.
               10 JN-WAREHOUSE-ID       PIC X(4).
               10 JN-EMPLOYEE-ID        PIC X(5).
           05 JN-BEFORE-IMAGE       PIC X(113).
           05 JN-AFTER-IMAGE        PIC X(113).

      ***********************************************
      * WORK COPY OF THE MASTER LAYOUT - THE JOURNAL'S BEFORE AND
           05                       PIC X(8)        VALUE 'REHIRED '.
           05 I3-REHIRE-DATE        PIC 9999/99/99.

       01  IMAGE-LINE-FOUR.
           05                       PIC X(4)        VALUE SPACES.
           05                       PIC X(7)        VALUE SPACES.
           05                       PIC X(2)        VALUE SPACES.
           05                       PIC X(6)        VALUE 'LEAVE '.
           05 I4-LEAVE-TYPE         PIC X(1).
           05                       PIC X(2)        VALUE SPACES.
           05                       PIC X(6)        VALUE 'FROM  '.
           05 I4-LEAVE-START-DATE   PIC 9999/99/99.
           05                       PIC X(2)        VALUE SPACES.
           05                       PIC X(7)        VALUE 'RETURN '.
           05 I4-LEAVE-RETURN-DATE  PIC 9999/99/99.

       01  IMAGE-LINE-FIVE.
           05                       PIC X(4)        VALUE SPACES.
           05                       PIC X(7)        VALUE SPACES.
           05                       PIC X(2)        VALUE SPACES.
           05                       PIC X(11)       VALUE
               'REPORTS TO '.
           05 I5-SUPV-WAREHOUSE-ID  PIC X(4).
           05                       PIC X(1)        VALUE SPACES.
           05 I5-SUPV-EMPLOYEE-ID   PIC X(5).

       01  IMAGE-NONE-LINE.
           05                       PIC X(4)        VALUE SPACES.
           05 IN-LABEL              PIC X(7).
                   MOVE 'REHIRE  ' TO AC-ACTION
               WHEN 'M'
                   MOVE 'MERIT   ' TO AC-ACTION
               WHEN 'L'
                   MOVE 'LEAVE   ' TO AC-ACTION
               WHEN 'B'
                   MOVE 'RETURN  ' TO AC-ACTION
               WHEN OTHER
                   MOVE 'UNKNOWN ' TO AC-ACTION
           END-EVALUATE
               MOVE 1 TO PROPER-SPACING
               PERFORM 35-WRITE-A-LINE
           END-IF

      * LIKEWISE THE LEAVE LINE - ONLY FOR A RECORD THAT HAS BEEN
      * ON LEAVE, WHICH IS WHEN IT CARRIES A LEAVE START DATE.
           IF I-LEAVE-START-DATE NUMERIC
               AND I-LEAVE-START-DATE > 0
               MOVE I-LEAVE-TYPE TO I4-LEAVE-TYPE
               MOVE I-LEAVE-START-DATE TO I4-LEAVE-START-DATE
               MOVE I-LEAVE-RETURN-DATE TO I4-LEAVE-RETURN-DATE
               MOVE IMAGE-LINE-FOUR TO RECORD-REPORT
               MOVE 1 TO PROPER-SPACING
               PERFORM 35-WRITE-A-LINE
           END-IF

      * AND THE SUPERVISOR LINE - ONLY WHEN ONE IS ASSIGNED.
           IF I-SUPERVISOR-KEY NOT = SPACES
               MOVE I-SUPV-WAREHOUSE-ID TO I5-SUPV-WAREHOUSE-ID
               MOVE I-SUPV-EMPLOYEE-ID TO I5-SUPV-EMPLOYEE-ID
               MOVE IMAGE-LINE-FIVE TO RECORD-REPORT
               MOVE 1 TO PROPER-SPACING
               PERFORM 35-WRITE-A-LINE
           END-IF
           .

       35-WRITE-A-LINE.
