           05  FILLER            PIC X(27).

       FD  TAINO-MASTER
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  TAINO-REC.
           05  TN-KEY.
               88  TN-TORIKESHI  VALUE '2'.
           05  TN-SHUNO-DT       PIC 9(08).
           05  TN-ENTAI-KIN      PIC 9(07).
           05  FILLER            PIC X(54).

       FD  SCHEDULE-FILE
           RECORD CONTAINS 60 CHARACTERS
