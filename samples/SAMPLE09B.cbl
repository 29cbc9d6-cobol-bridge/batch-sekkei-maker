       DATA DIVISION.
       FILE SECTION.
       FD  SHUUKEI-FILE
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  SHUUKEI-REC.
           05  SK-KENSU          PIC 9(05).
           05  SK-ZEINUKI-GAKU   PIC S9(10).
           05  SK-ZEIGAKU        PIC S9(09).
           05  FILLER            PIC X(56).

       FD  CSV-FILE
           RECORD CONTAINS 100 CHARACTERS
