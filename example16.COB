       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-FILE
           RECORD CONTAINS 220 CHARACTERS.
           COPY ARCHREC.
       FD  AUDIT-RPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
