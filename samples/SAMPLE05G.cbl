       DATA DIVISION.
       FILE SECTION.
       FD  NOFU-FILE
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  NOFU-REC.
           05  NF-CHOSHU-KBN     PIC X(01).
               88  NF-TOKUBETSU  VALUE '1' ' '.
               88  NF-FUTSU      VALUE '2'.
           05  FILLER            PIC X(31).

       FD  SCHEDULE-FILE
           RECORD CONTAINS 60 CHARACTERS
