       DATA DIVISION.
       FILE SECTION.
       FD  MEISAI-FILE
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  MEISAI-REC.
           05  MS-TOTAL-KYU      PIC 9(08).
           05  MS-BUMON-CD       PIC X(04).
           05  MS-JYUMIN-ZEI     PIC 9(07).
           05  MS-TEATE-GAKU     PIC 9(07).
           05  MS-KOYO-HOKEN     PIC 9(05).
           05  MS-SHIKYU-YM      PIC 9(06).
           05  MS-DAICHO-KOJO    PIC 9(07).
           05  FILLER            PIC X(05).

       FD  ZENGETSU-REG
           RECORD CONTAINS 80 CHARACTERS
           ADD 1 TO WS-INPUT-CNT
           COMPUTE WS-GROSS =
               MS-KIHON-KYU + MS-ZANGYO-TEA + MS-KYUJITU-TEA
           IF MS-TEATE-GAKU NUMERIC
               ADD MS-TEATE-GAKU TO WS-GROSS
           END-IF
           COMPUTE WS-SOUKOJO =
               MS-TIKOKU-KOJO + MS-SHOTOKUZEI + MS-KENKO-HOKEN
               + MS-KOSEI-NENKIN + MS-JYUMIN-ZEI
           IF MS-KOYO-HOKEN NUMERIC
               ADD MS-KOYO-HOKEN TO WS-SOUKOJO
           END-IF
           IF MS-DAICHO-KOJO NUMERIC
               ADD MS-DAICHO-KOJO TO WS-SOUKOJO
           END-IF
           MOVE MS-TOTAL-KYU TO WS-NET
           PERFORM 2100-ZENGETSU-HIKAKU
           PERFORM 2200-REGISTER-LINE
