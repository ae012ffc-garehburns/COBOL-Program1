      *TO RUN: COPY CGBYTD.
      ***********************************************
      * PAY YEAR-TO-DATE RECORD LAYOUT - PAYYTD.DAT, ONE RECORD
      * PER EMPLOYEE KEYED ON THE SAME WAREHOUSE / EMPLOYEE KEY
      * AS THE MASTER.  EVERY CHECK CGBPR14 (AND THE OFF-CYCLE
      * FINAL PAY RUN) POSTS TO PAYHIST.DAT IS ALSO ADDED HERE,
      * QUARTER-TO-DATE AND YEAR-TO-DATE.  THE YEAR AND QUARTER
      * STAMPS SAY WHICH PERIOD THE BUCKETS BELONG TO - THE FIRST
      * CHECK DATED IN A NEW QUARTER ZEROES THE QUARTER BUCKETS,
      * THE FIRST IN A NEW YEAR ZEROES BOTH.
      ***********************************************
       01  PAY-YTD-RECORD.
           05 Y-EMPLOYEE-KEY.
               10 Y-WAREHOUSE-ID        PIC X(4).
               10 Y-EMPLOYEE-ID         PIC X(5).
           05 Y-YEAR                PIC 9(4).
           05 Y-QUARTER             PIC 9(1).
           05 Y-LAST-PAY-DATE       PIC 9(8).
           05 Y-QTD-GROSS           PIC 9(7)V9(2).
           05 Y-QTD-FED             PIC 9(7)V9(2).
           05 Y-QTD-STATE           PIC 9(7)V9(2).
           05 Y-QTD-DEDNS           PIC 9(7)V9(2).
           05 Y-QTD-NET             PIC 9(7)V9(2).
           05 Y-YTD-GROSS           PIC 9(7)V9(2).
           05 Y-YTD-FED             PIC 9(7)V9(2).
           05 Y-YTD-STATE           PIC 9(7)V9(2).
           05 Y-YTD-DEDNS           PIC 9(7)V9(2).
           05 Y-YTD-NET             PIC 9(7)V9(2).
