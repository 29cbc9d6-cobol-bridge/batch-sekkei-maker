           05  FILLER            PIC X(25).

       FD  SHIIRE-MASTER
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  SHIIRE-REC.
           05  SH-HINBAN         PIC X(10).
           05  SH-SHIIRE-CD      PIC X(06).
           05  SH-LEAD-TIME      PIC 9(03).
           05  SH-HACHU-TANI     PIC 9(05).
           05  FILLER            PIC X(56).

       FD  OPENPO-MASTER
           RECORD CONTAINS 80 CHARACTERS
           05  PO-STATUS         PIC X(01).
               88  PO-OPEN       VALUE '0'.
               88  PO-CLOSED     VALUE '1'.
      * 納入実績: 最終入荷日・累計入荷数・完納日・許容超過回数・
      * 仕入先返品数
           05  PO-NYUKA-DT       PIC 9(08).
           05  PO-NYUKA-SU       PIC S9(07) COMP-3.
           05  PO-KANRYO-DT      PIC 9(08).
           05  PO-CHOKA-KAISU    PIC S9(03) COMP-3.
           05  PO-HENPIN-SU      PIC S9(05) COMP-3.

       FD  SAIBAN-FILE
           RECORD CONTAINS 20 CHARACTERS
               FUNCTION DATE-OF-INTEGER(WS-LILIAN-DT)
           ADD 1 TO WS-SAIBAN-NO
           MOVE WS-SAIBAN-NO TO WS-HACHU-SEQ
           MOVE SPACES       TO OPENPO-REC
           MOVE WS-HACHU-NO  TO PO-HACHU-NO
           MOVE HC-HINBAN    TO PO-HINBAN
           MOVE HC-SOKO-CD   TO PO-SOKO-CD
           MOVE WS-HONJITSU  TO PO-HACHU-DT
           MOVE WS-YOTEI-DT  TO PO-YOTEI-DT
           SET PO-OPEN       TO TRUE
           MOVE ZEROS        TO PO-NYUKA-DT
           MOVE ZEROS        TO PO-NYUKA-SU
           MOVE ZEROS        TO PO-KANRYO-DT
           MOVE ZEROS        TO PO-CHOKA-KAISU
           MOVE ZEROS        TO PO-HENPIN-SU
           WRITE OPENPO-REC
               INVALID KEY
                   MOVE HC-HINBAN  TO ER-HINBAN
