      * AND THE DETAIL RECORD COUNT.  EVERY REPORT PROGRAM THAT
      * READS AN EXTRACT CHECKS THE TAG AND THE DATE FIRST AND
      * REFUSES TO RUN AGAINST YESTERDAY'S SNAPSHOT.  PADDED TO
      * THE 113-CHARACTER MASTER RECORD LENGTH SO HEADER AND
      * DETAIL SHARE ONE RECORD AREA.
      ***********************************************
       01  EXTRACT-HEADER-RECORD.
           05 E-HEADER-TAG          PIC X(8).
           05 E-SNAPSHOT-DATE       PIC 9(8).
           05 E-RECORD-COUNT        PIC 9(7).
           05 FILLER                PIC X(90).
