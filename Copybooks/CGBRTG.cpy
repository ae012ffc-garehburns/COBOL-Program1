      *TO RUN: COPY CGBRTG.
      ***********************************************
      * PERFORMANCE RATING RECORD LAYOUT - PERFRATE.TXT, ONE RECORD
      * PER EMPLOYEE, KEYED ON WAREHOUSE ID + EMPLOYEE ID THE SAME
      * AS THE MASTER.  PF-RATING RUNS 1 (LOWEST) THROUGH 5
      * (HIGHEST) AND PICKS THE ROW OF THE MERITMTX.TXT MERIT
      * MATRIX.  PF-REVIEW-DATE IS THE DATE OF THE REVIEW THE
      * RATING CAME FROM.  READ BY CGBPR6.
      ***********************************************
       01  PERFORMANCE-RATING-RECORD.
           05 PF-EMPLOYEE-KEY.
               10 PF-WAREHOUSE-ID       PIC X(4).
               10 PF-EMPLOYEE-ID        PIC X(5).
           05 PF-RATING             PIC X(1).
           05 PF-REVIEW-DATE        PIC 9(8).
