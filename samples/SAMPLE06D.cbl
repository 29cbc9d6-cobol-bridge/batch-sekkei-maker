       DATA DIVISION.
       FILE SECTION.
       FD  MEISAI-APR
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  MEISAI-APR-REC.
           05  MA-KIHON-KYU      PIC 9(07).
           05  MA-ZANGYO-TEA     PIC 9(07).
           05  MA-KYUJITU-TEA    PIC 9(07).
           05  MA-TIKOKU-KOJO    PIC 9(05).
           05  MA-SHOTOKUZEI     PIC 9(07).
           05  MA-KENKO-HOKEN    PIC 9(05).
           05  MA-KOSEI-NENKIN   PIC 9(05).
           05  MA-TOTAL-KYU      PIC 9(08).
           05  MA-BUMON-CD       PIC X(04).
           05  MA-JYUMIN-ZEI     PIC 9(07).
           05  MA-TEATE-GAKU     PIC 9(07).
           05  MA-KOYO-HOKEN     PIC 9(05).
           05  MA-SHIKYU-YM      PIC 9(06).
           05  MA-DAICHO-KOJO    PIC 9(07).
           05  FILLER            PIC X(05).

       FD  MEISAI-MAY
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  MEISAI-MAY-REC.
           05  MM-KIHON-KYU      PIC 9(07).
           05  MM-ZANGYO-TEA     PIC 9(07).
           05  MM-KYUJITU-TEA    PIC 9(07).
           05  MM-TIKOKU-KOJO    PIC 9(05).
           05  MM-SHOTOKUZEI     PIC 9(07).
           05  MM-KENKO-HOKEN    PIC 9(05).
           05  MM-KOSEI-NENKIN   PIC 9(05).
           05  MM-TOTAL-KYU      PIC 9(08).
           05  MM-BUMON-CD       PIC X(04).
           05  MM-JYUMIN-ZEI     PIC 9(07).
           05  MM-TEATE-GAKU     PIC 9(07).
           05  MM-KOYO-HOKEN     PIC 9(05).
           05  MM-SHIKYU-YM      PIC 9(06).
           05  MM-DAICHO-KOJO    PIC 9(07).
           05  FILLER            PIC X(05).

       FD  MEISAI-JUN
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  MEISAI-JUN-REC.
           05  MJ-KIHON-KYU      PIC 9(07).
           05  MJ-ZANGYO-TEA     PIC 9(07).
           05  MJ-KYUJITU-TEA    PIC 9(07).
           05  MJ-TIKOKU-KOJO    PIC 9(05).
           05  MJ-SHOTOKUZEI     PIC 9(07).
           05  MJ-KENKO-HOKEN    PIC 9(05).
           05  MJ-KOSEI-NENKIN   PIC 9(05).
           05  MJ-TOTAL-KYU      PIC 9(08).
           05  MJ-BUMON-CD       PIC X(04).
           05  MJ-JYUMIN-ZEI     PIC 9(07).
           05  MJ-TEATE-GAKU     PIC 9(07).
           05  MJ-KOYO-HOKEN     PIC 9(05).
           05  MJ-SHIKYU-YM      PIC 9(06).
           05  MJ-DAICHO-KOJO    PIC 9(07).
           05  FILLER            PIC X(05).

       FD  TOKYU-MASTER
           RECORD CONTAINS 40 CHARACTERS
       2000-APR-LOOP.
           COMPUTE WS-TSUKI-KYU =
               MA-KIHON-KYU + MA-ZANGYO-TEA + MA-KYUJITU-TEA
               + MA-TEATE-GAKU
           MOVE MA-SHAIN-NO TO WS-WORK-LINE
           PERFORM 2500-KYUYO-ACCUM
           PERFORM 1100-READ-APR.
       2100-MAY-LOOP.
           COMPUTE WS-TSUKI-KYU =
               MM-KIHON-KYU + MM-ZANGYO-TEA + MM-KYUJITU-TEA
               + MM-TEATE-GAKU
           MOVE MM-SHAIN-NO TO WS-WORK-LINE
           PERFORM 2500-KYUYO-ACCUM
           PERFORM 1110-READ-MAY.
       2200-JUN-LOOP.
           COMPUTE WS-TSUKI-KYU =
               MJ-KIHON-KYU + MJ-ZANGYO-TEA + MJ-KYUJITU-TEA
               + MJ-TEATE-GAKU
           MOVE MJ-SHAIN-NO TO WS-WORK-LINE
           PERFORM 2500-KYUYO-ACCUM
           PERFORM 1120-READ-JUN.
