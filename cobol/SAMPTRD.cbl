       DATA DIVISION.
       FILE SECTION.
       FD  HIST-FILE
           RECORD CONTAINS 588 CHARACTERS.
           COPY RUNHREC.
       FD  PRINT-FILE
           RECORD CONTAINS 133 CHARACTERS.
