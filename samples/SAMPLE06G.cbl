       DATA DIVISION.
       FILE SECTION.
       FD  MEISAI-M1
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  MEISAI-M1-REC.
           05  M1-KIHON-KYU      PIC 9(07).
           05  M1-ZANGYO-TEA     PIC 9(07).
           05  M1-KYUJITU-TEA    PIC 9(07).
           05  M1-TIKOKU-KOJO    PIC 9(05).
           05  M1-SHOTOKUZEI     PIC 9(07).
           05  M1-KENKO-HOKEN    PIC 9(05).
           05  M1-KOSEI-NENKIN   PIC 9(05).
           05  M1-TOTAL-KYU      PIC 9(08).
           05  M1-BUMON-CD       PIC X(04).
           05  M1-JYUMIN-ZEI     PIC 9(07).
           05  M1-TEATE-GAKU     PIC 9(07).
           05  M1-KOYO-HOKEN     PIC 9(05).
           05  M1-SHIKYU-YM      PIC 9(06).
           05  M1-DAICHO-KOJO    PIC 9(07).
           05  FILLER            PIC X(05).

       FD  MEISAI-M2
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  MEISAI-M2-REC.
           05  M2-KIHON-KYU      PIC 9(07).
           05  M2-ZANGYO-TEA     PIC 9(07).
           05  M2-KYUJITU-TEA    PIC 9(07).
           05  M2-TIKOKU-KOJO    PIC 9(05).
           05  M2-SHOTOKUZEI     PIC 9(07).
           05  M2-KENKO-HOKEN    PIC 9(05).
           05  M2-KOSEI-NENKIN   PIC 9(05).
           05  M2-TOTAL-KYU      PIC 9(08).
           05  M2-BUMON-CD       PIC X(04).
           05  M2-JYUMIN-ZEI     PIC 9(07).
           05  M2-TEATE-GAKU     PIC 9(07).
           05  M2-KOYO-HOKEN     PIC 9(05).
           05  M2-SHIKYU-YM      PIC 9(06).
           05  M2-DAICHO-KOJO    PIC 9(07).
           05  FILLER            PIC X(05).

       FD  MEISAI-M3
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  MEISAI-M3-REC.
           05  M3-KIHON-KYU      PIC 9(07).
           05  M3-ZANGYO-TEA     PIC 9(07).
           05  M3-KYUJITU-TEA    PIC 9(07).
           05  M3-TIKOKU-KOJO    PIC 9(05).
           05  M3-SHOTOKUZEI     PIC 9(07).
           05  M3-KENKO-HOKEN    PIC 9(05).
           05  M3-KOSEI-NENKIN   PIC 9(05).
           05  M3-TOTAL-KYU      PIC 9(08).
           05  M3-BUMON-CD       PIC X(04).
           05  M3-JYUMIN-ZEI     PIC 9(07).
           05  M3-TEATE-GAKU     PIC 9(07).
           05  M3-KOYO-HOKEN     PIC 9(05).
           05  M3-SHIKYU-YM      PIC 9(06).
           05  M3-DAICHO-KOJO    PIC 9(07).
           05  FILLER            PIC X(05).

       FD  TOKYU-MASTER
           RECORD CONTAINS 40 CHARACTERS
           MOVE M1-SHAIN-NO TO WS-SRCH-SHAIN
           COMPUTE WS-TSUKI-KINGAKU =
               M1-KIHON-KYU + M1-ZANGYO-TEA + M1-KYUJITU-TEA
               + M1-TEATE-GAKU
           PERFORM 1900-JISSEKI-ACCUM
           PERFORM 1110-READ-M1.

           MOVE M2-SHAIN-NO TO WS-SRCH-SHAIN
           COMPUTE WS-TSUKI-KINGAKU =
               M2-KIHON-KYU + M2-ZANGYO-TEA + M2-KYUJITU-TEA
               + M2-TEATE-GAKU
           PERFORM 1900-JISSEKI-ACCUM
           PERFORM 1120-READ-M2.

           MOVE M3-SHAIN-NO TO WS-SRCH-SHAIN
           COMPUTE WS-TSUKI-KINGAKU =
               M3-KIHON-KYU + M3-ZANGYO-TEA + M3-KYUJITU-TEA
               + M3-TEATE-GAKU
           PERFORM 1900-JISSEKI-ACCUM
           PERFORM 1130-READ-M3.

