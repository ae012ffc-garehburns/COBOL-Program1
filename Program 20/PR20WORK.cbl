       FILE SECTION.

       FD  JOURNAL-FILE
           RECORD CONTAINS 244 CHARACTERS.
           COPY CGBJRN.

       FD  TRANSFER-LOG
