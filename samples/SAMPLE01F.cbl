           05  FILLER            PIC X(22).

       FD  SHUUKEI-FILE
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  SHUUKEI-REC.
                   15  SK-RT-KBN     PIC X(02).
                   15  SK-RT-ZEINUKI PIC S9(08).
                   15  SK-RT-ZEIGAKU PIC S9(08).
           05  FILLER            PIC X(20).

       FD  TOKUISAKI-FILE
           RECORD CONTAINS 80 CHARACTERS
