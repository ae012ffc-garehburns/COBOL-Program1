      * OUTPUT:
      *   BALANCE-REPORT - one line per employee with a balance
      *   record (accrued, used, balance, liability dollars,
      *   PAYOUT DUE when CGBPR3 flagged the separation, PAYOUT
      *   PAID once the CGBPR27 final-pay run has settled it),
      *   warehouse subtotals, company total, and a short list of
      *   balance records whose key is no longer on the master.
      *
       FILE SECTION.

       FD  EMPLOYEE-MASTER
           RECORD CONTAINS 113 CHARACTERS.
           COPY CGBREC.

       FD  LEAVE-BALANCE-FILE
           IF VB-PAYOUT-FLAG(VB-IDX) = 'Y'
               MOVE 'PAYOUT DUE' TO DL-REMARK
           ELSE
               IF VB-PAYOUT-FLAG(VB-IDX) = 'P'
                   MOVE 'PAYOUT PD ' TO DL-REMARK
               ELSE
                   MOVE SPACES TO DL-REMARK
               END-IF
           END-IF
           MOVE DETAIL-LINE TO RECORD-REPORT
           MOVE 1 TO PROPER-SPACING
