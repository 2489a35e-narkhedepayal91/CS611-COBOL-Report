       DATA DIVISION.
       FILE SECTION.
       FD  MULT-EXTRACT-FILE
           RECORD CONTAINS 71 CHARACTERS.
       COPY MULTEXT.
       COPY MULTEXV.

