      *=================================================================
      * SAMPLE03P: 源泉所得税・住民税 月次納付バッチ
      * 概要: 当月の給与明細（SAMPLE03）・賞与明細（SAMPLE03B）・
      *       退職精算明細（SAMPLE03C）から源泉所得税の納付書記載額
      *       （所得区分別の人員・支給額・税額）を集計する。住民税の
      *       特別徴収額は住民番号対応マスタと月割明細（SAMPLE05B）の
      *       特別徴収指定番号で市町村別に集計し、市町村別の納入データ
      *       を出力する。納期限は翌月10日（休業日は翌営業日）とする。
      *       給与仕訳の預り金（源泉所得税・住民税）と突合し、差異を
      *       報告する。賞与の源泉税額は賞与明細の控除額とする。
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE03P.
       AUTHOR. BATCH-SYSTEM.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MEISAI-FILE ASSIGN TO MEISAIIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MEISAI-STATUS.
           SELECT OPTIONAL SHOYO-FILE ASSIGN TO SHOMEIIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SHOYO-STATUS.
           SELECT OPTIONAL TAIMEI-FILE ASSIGN TO TAIMEIIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TAIMEI-STATUS.
           SELECT JYUMAP-MASTER ASSIGN TO JYUMAPMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS JP-SHAIN-NO
               FILE STATUS IS WS-JYUMAP-STATUS.
           SELECT OPTIONAL SCHEDULE-FILE ASSIGN TO SCHEDIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SCHED-STATUS.
           SELECT HOLIDAY-MASTER ASSIGN TO KYUJTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HC-DATE
               FILE STATUS IS WS-HOLIDAY-STATUS.
           SELECT OPTIONAL SHIWAKE-FILE ASSIGN TO SWJRNL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SHIWAKE-STATUS.
           SELECT GENSEN-NOFU-FILE ASSIGN TO GENNOFOUT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-GENNOFU-STATUS.
           SELECT JYUMIN-NOFU-FILE ASSIGN TO JYUNOFOUT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-JYUNOFU-STATUS.
           SELECT NOFU-RPT ASSIGN TO NOFURPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-NOFURPT-STATUS.
           SELECT OPTIONAL GYOMU-DATE-FILE ASSIGN TO GYOMUDATE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-GYOMUDT-STATUS.
           SELECT RUNLOG-FILE ASSIGN TO RUNLOG
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * 給与明細（SAMPLE03の出力）
       FD  MEISAI-FILE
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  MEISAI-REC.
           05  MS-SHAIN-NO       PIC X(08).
           05  MS-SHIMEI         PIC X(20).
           05  MS-KIHON-KYU      PIC 9(07).
           05  MS-ZANGYO-TEA     PIC 9(07).
           05  MS-KYUJITU-TEA    PIC 9(07).
           05  MS-TIKOKU-KOJO    PIC 9(05).
           05  MS-SHOTOKUZEI     PIC 9(07).
           05  MS-KENKO-HOKEN    PIC 9(05).
           05  MS-KOSEI-NENKIN   PIC 9(05).
           05  MS-TOTAL-KYU      PIC 9(08).
           05  MS-BUMON-CD       PIC X(04).
           05  MS-JYUMIN-ZEI     PIC 9(07).
           05  MS-TEATE-GAKU     PIC 9(07).
           05  MS-KOYO-HOKEN     PIC 9(05).
           05  MS-SHIKYU-YM      PIC 9(06).
           05  MS-DAICHO-KOJO    PIC 9(07).
           05  FILLER            PIC X(05).

      * 賞与明細（SAMPLE03Bの出力）
       FD  SHOYO-FILE
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  SHOYO-MEISAI-REC.
           05  SM-SHAIN-NO       PIC X(08).
           05  SM-SHIMEI         PIC X(20).
           05  SM-SOUSHI-GAKU    PIC 9(08).
           05  SM-KOJO-GAKU      PIC 9(08).
           05  SM-TOTAL-KYU      PIC 9(08).
           05  FILLER            PIC X(48).

      * 退職精算明細（SAMPLE03Cの出力・給与明細と同形式）
       FD  TAIMEI-FILE
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  TAIMEI-REC.
           05  TM-SHAIN-NO       PIC X(08).
           05  TM-SHIMEI         PIC X(20).
           05  TM-KIHON-KYU      PIC 9(07).
           05  TM-ZANGYO-TEA     PIC 9(07).
           05  TM-KYUJITU-TEA    PIC 9(07).
           05  TM-TIKOKU-KOJO    PIC 9(05).
           05  TM-SHOTOKUZEI     PIC 9(07).
           05  TM-KENKO-HOKEN    PIC 9(05).
           05  TM-KOSEI-NENKIN   PIC 9(05).
           05  TM-TOTAL-KYU      PIC 9(08).
           05  TM-BUMON-CD       PIC X(04).
           05  TM-JYUMIN-ZEI     PIC 9(07).
           05  TM-TEATE-GAKU     PIC 9(07).
           05  TM-KOYO-HOKEN     PIC 9(05).
           05  TM-SHIKYU-YM      PIC 9(06).
           05  TM-DAICHO-KOJO    PIC 9(07).
           05  FILLER            PIC X(05).

       FD  JYUMAP-MASTER
           RECORD CONTAINS 30 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  JYUMAP-REC.
           05  JP-SHAIN-NO       PIC X(08).
           05  JP-JYUMIN-NO      PIC X(12).
           05  FILLER            PIC X(10).

      * 特別徴収 月割明細（SAMPLE05Bの出力）
       FD  SCHEDULE-FILE
           RECORD CONTAINS 60 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  SCHEDULE-REC.
           05  SC-JYUMIN-NO      PIC X(12).
           05  SC-SHIMEI         PIC X(20).
           05  SC-KAISU          PIC 9(02).
           05  SC-KINGAKU        PIC 9(08).
           05  SC-KIJITSU        PIC 9(08).
           05  SC-KIJITSU-ROLL   PIC X(01).
           05  SC-TOKUCHO-CD     PIC X(06).
           05  FILLER            PIC X(03).

       FD  HOLIDAY-MASTER
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  HOLIDAY-REC.
           05  HC-DATE           PIC 9(08).
           05  HC-MEISHO         PIC X(20).
           05  FILLER            PIC X(12).

       FD  SHIWAKE-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  SHIWAKE-REC.
           05  SW-SOURCE-ID      PIC X(08).
           05  SW-GYOMU-DT       PIC 9(08).
           05  SW-EVENT-CD       PIC X(04).
           05  SW-DC-KBN         PIC X(01).
           05  SW-KANJO-CD       PIC X(08).
           05  SW-KINGAKU        PIC 9(13).
           05  SW-AITE-KEY       PIC X(20).
           05  FILLER            PIC X(18).

      * 源泉所得税 納付書データ: 所得区分 01給与 02賞与 03退職精算
       FD  GENSEN-NOFU-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  GENSEN-NOFU-REC.
           05  GO-SHORI-YM       PIC 9(06).
           05  GO-SHOTOKU-KBN    PIC X(02).
           05  GO-NINZU          PIC 9(07).
           05  GO-SHIKYU-GAKU    PIC 9(13).
           05  GO-ZEIGAKU        PIC 9(11).
           05  GO-KIJITSU        PIC 9(08).
           05  FILLER            PIC X(33).

      * 住民税 市町村別納入データ（特別徴収指定番号ごと）
       FD  JYUMIN-NOFU-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  JYUMIN-NOFU-REC.
           05  JO-TOKUCHO-CD     PIC X(06).
           05  JO-SHORI-YM       PIC 9(06).
           05  JO-NINZU          PIC 9(05).
           05  JO-NOUNYU-GAKU    PIC 9(11).
           05  JO-YOTEI-GAKU     PIC 9(11).
           05  JO-KIJITSU        PIC 9(08).
           05  FILLER            PIC X(33).

       FD  NOFU-RPT
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  NOFU-RPT-REC.
           05  NR-LINE           PIC X(120).

       FD  GYOMU-DATE-FILE
           RECORD CONTAINS 20 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  GYOMU-DATE-REC.
           05  GD-GYOMU-DT       PIC 9(08).
           05  FILLER            PIC X(12).

       FD  RUNLOG-FILE
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  RUNLOG-REC.
           05  RL-PROGRAM-ID     PIC X(08).
           05  RL-KBN            PIC X(01).
           05  RL-GYOMU-DT       PIC 9(08).
           05  RL-JIKOKU         PIC 9(06).
           05  RL-KENSU          PIC 9(07).
           05  RL-RETURN-CD      PIC 9(04).
           05  FILLER            PIC X(06).

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-MEISAI-STATUS  PIC X(02).
           05  WS-SHOYO-STATUS   PIC X(02).
           05  WS-TAIMEI-STATUS  PIC X(02).
           05  WS-JYUMAP-STATUS  PIC X(02).
           05  WS-SCHED-STATUS   PIC X(02).
           05  WS-HOLIDAY-STATUS PIC X(02).
           05  WS-SHIWAKE-STATUS PIC X(02).
           05  WS-GENNOFU-STATUS PIC X(02).
           05  WS-JYUNOFU-STATUS PIC X(02).
           05  WS-NOFURPT-STATUS PIC X(02).
           05  WS-EOF-FLAG       PIC X(01) VALUE 'N'.
           05  WS-SHOYO-EOF      PIC X(01) VALUE 'N'.
           05  WS-TAIMEI-EOF     PIC X(01) VALUE 'N'.
           05  WS-SCHED-EOF      PIC X(01) VALUE 'N'.
           05  WS-SHIWAKE-EOF    PIC X(01) VALUE 'N'.

      * 対象月と納期限（翌月10日・休業日は翌営業日）
       01  WS-SHORI-YM           PIC 9(06) VALUE ZEROS.
       01  WS-SHORI-TSUKI        PIC 9(02) VALUE ZEROS.
       01  WS-KAISU              PIC 9(02) VALUE ZEROS.
       01  WS-KIJITSU-WORK.
           05  WS-KIJITSU-YMD    PIC 9(08).
           05  WS-KIJITSU-YMD-X REDEFINES WS-KIJITSU-YMD.
               10  WS-KIJITSU-YY PIC 9(04).
               10  WS-KIJITSU-MM PIC 9(02).
               10  WS-KIJITSU-DD PIC 9(02).
       01  WS-NOFU-KIJITSU       PIC 9(08) VALUE ZEROS.

       01  WS-EIGYOBI-AREA.
           05  WS-HOSEI-DT       PIC 9(08).
           05  WS-HOSEI-LILIAN   PIC 9(07).
           05  WS-HOSEI-YOBI     PIC 9(01).
           05  WS-KYUJITSU-FLAG  PIC X(01).
           05  WS-ROLL-FLAG      PIC X(01).
           05  WS-ROLL-LOOP      PIC 9(02).

      * 源泉所得税の所得区分別集計（1給与 2賞与 3退職精算）
       01  WS-GENSEN-TABLE.
           05  WS-GENSEN-ENTRY OCCURS 3 TIMES.
               10  GN-NINZU      PIC 9(07).
               10  GN-SHIKYU-GAKU PIC S9(13) COMP-3.
               10  GN-ZEIGAKU    PIC S9(11) COMP-3.
       01  WS-GN                 PIC 9(01) VALUE ZEROS.
       01  WS-SHOTOKU-MEI        PIC X(12).

      * 月割明細の当月回分: 住民番号から特別徴収指定番号を引く
       01  WS-SC-TABLE.
           05  WS-SC-ENTRY OCCURS 3000 TIMES
                   INDEXED BY WS-SC-IDX.
               10  ST-JYUMIN-NO  PIC X(12).
               10  ST-TOKUCHO-CD PIC X(06).
       01  WS-SC-CNT             PIC 9(04) VALUE ZEROS.
       01  WS-SC-SCAN            PIC 9(04).
       01  WS-SC-FOUND-FLAG      PIC X(01).
           88  WS-SC-IS-FOUND    VALUE 'Y'.

      * 市町村（特別徴収指定番号）別の住民税集計
       01  WS-SHI-TABLE.
           05  WS-SHI-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-SHI-IDX.
               10  SH-TOKUCHO-CD PIC X(06).
               10  SH-NINZU      PIC 9(05).
               10  SH-NOUNYU-GAKU PIC S9(11) COMP-3.
               10  SH-YOTEI-GAKU PIC S9(11) COMP-3.
       01  WS-SHI-CNT            PIC 9(03) VALUE ZEROS.
       01  WS-SHI-SCAN           PIC 9(03).
       01  WS-SHI-FOUND-FLAG     PIC X(01).
           88  WS-SHI-IS-FOUND   VALUE 'Y'.
       01  WS-KEY-TOKUCHO-CD     PIC X(06).

      * 仕訳突合: 給与仕訳の預り金（貸方）と給与明細の合計
       01  WS-TOTSUGO-AREA.
           05  WS-SW-YM          PIC 9(06).
           05  WS-SW-GENS-GAKU   PIC S9(13) COMP-3 VALUE ZEROS.
           05  WS-SW-JYUZ-GAKU   PIC S9(13) COMP-3 VALUE ZEROS.
           05  WS-MS-GENS-GAKU   PIC S9(13) COMP-3 VALUE ZEROS.
           05  WS-MS-JYUZ-GAKU   PIC S9(13) COMP-3 VALUE ZEROS.
           05  WS-SAGAKU         PIC S9(13) COMP-3 VALUE ZEROS.

       01  WS-WORK-AREA.
           05  WS-SHIKYU-GAKU    PIC S9(09) COMP-3 VALUE ZEROS.
           05  WS-JYU-GOKEI      PIC S9(13) COMP-3 VALUE ZEROS.
           05  WS-YOTEI-GOKEI    PIC S9(13) COMP-3 VALUE ZEROS.

       01  WS-COUNTERS.
           05  WS-INPUT-CNT      PIC 9(07) VALUE ZEROS.
           05  WS-TSUKIGAI-CNT   PIC 9(07) VALUE ZEROS.
           05  WS-MAP-NASHI-CNT  PIC 9(07) VALUE ZEROS.
           05  WS-SCHED-NASHI-CNT PIC 9(07) VALUE ZEROS.
           05  WS-SC-OVER-CNT    PIC 9(07) VALUE ZEROS.
           05  WS-SHI-OVER-CNT   PIC 9(07) VALUE ZEROS.
           05  WS-FUICCHI-CNT    PIC 9(07) VALUE ZEROS.

       01  WS-EDIT-AREA.
           05  WS-EDIT-CNT       PIC ZZZ,ZZ9.
           05  WS-EDIT-KINGAKU   PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-ZEIGAKU   PIC -ZZ,ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-YOTEI     PIC -ZZ,ZZZ,ZZZ,ZZ9.
           05  WS-WORK-LINE      PIC X(120).

       01  WS-RETURN-CODE        PIC 9(04) VALUE ZEROS.

       01  WS-GYOMU-DATE-AREA.
           05  WS-GYOMUDT-STATUS PIC X(02).
           05  WS-GYOMUDT-EOF    PIC X(01).
           05  WS-GYOMU-DATE     PIC 9(08) VALUE ZEROS.
           05  WS-GYOMU-TIME     PIC 9(06) VALUE ZEROS.

       01  WS-RUNLOG-STATUS      PIC X(02).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-GYOMU-DATE-SET
           PERFORM 0200-RUNLOG-START
           PERFORM 1000-OPEN-FILES
           PERFORM 1200-SET-KIJITSU
           PERFORM 1300-LOAD-SCHEDULE
           PERFORM 2000-MEISAI-LOOP
               UNTIL WS-EOF-FLAG = 'Y'
           PERFORM 2300-SHOYO-LOOP
               UNTIL WS-SHOYO-EOF = 'Y'
           PERFORM 2500-TAIMEI-LOOP
               UNTIL WS-TAIMEI-EOF = 'Y'
           PERFORM 2700-SHIWAKE-LOOP
               UNTIL WS-SHIWAKE-EOF = 'Y'
           PERFORM 4000-GENSEN-REPORT
           PERFORM 4200-JYUMIN-REPORT
           PERFORM 4400-TOTSUGO-REPORT
           PERFORM 3000-CLOSE-FILES
           MOVE WS-RETURN-CODE TO RETURN-CODE
           PERFORM 0900-RUNLOG-END
           STOP RUN.

      * 業務日付制御: 業務日付ファイルがあればその日付で動き、
      * なければシステム日付で動く（再実行時は日付ファイルを置く）
       0100-GYOMU-DATE-SET.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-GYOMU-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-GYOMU-TIME
           MOVE 'N' TO WS-GYOMUDT-EOF
           OPEN INPUT GYOMU-DATE-FILE
           IF WS-GYOMUDT-STATUS = '00'
               PERFORM 0110-GYOMU-DATE-READ
           END-IF
           CLOSE GYOMU-DATE-FILE.

       0110-GYOMU-DATE-READ.
           READ GYOMU-DATE-FILE
               AT END
                   MOVE 'Y' TO WS-GYOMUDT-EOF
               NOT AT END
                   IF GD-GYOMU-DT > ZEROS
                       MOVE GD-GYOMU-DT TO WS-GYOMU-DATE
                   END-IF
           END-READ.

       0200-RUNLOG-START.
           OPEN EXTEND RUNLOG-FILE
           MOVE 'SAMPLE3P' TO RL-PROGRAM-ID
           MOVE 'S'        TO RL-KBN
           MOVE WS-GYOMU-DATE TO RL-GYOMU-DT
           MOVE FUNCTION CURRENT-DATE(9:6) TO RL-JIKOKU
           MOVE ZEROS      TO RL-KENSU RL-RETURN-CD
           WRITE RUNLOG-REC
           CLOSE RUNLOG-FILE.

       0900-RUNLOG-END.
           OPEN EXTEND RUNLOG-FILE
           MOVE 'SAMPLE3P' TO RL-PROGRAM-ID
           MOVE 'E'        TO RL-KBN
           MOVE WS-GYOMU-DATE TO RL-GYOMU-DT
           MOVE FUNCTION CURRENT-DATE(9:6) TO RL-JIKOKU
           MOVE WS-INPUT-CNT TO RL-KENSU
           MOVE RETURN-CODE  TO RL-RETURN-CD
           WRITE RUNLOG-REC
           CLOSE RUNLOG-FILE.

       1000-OPEN-FILES.
           OPEN INPUT  MEISAI-FILE
           OPEN INPUT  SHOYO-FILE
           OPEN INPUT  TAIMEI-FILE
           OPEN INPUT  JYUMAP-MASTER
           OPEN INPUT  HOLIDAY-MASTER
           OPEN INPUT  SHIWAKE-FILE
           OPEN OUTPUT GENSEN-NOFU-FILE
           OPEN OUTPUT JYUMIN-NOFU-FILE
           OPEN OUTPUT NOFU-RPT
           MOVE ZEROS TO WS-GENSEN-TABLE
           MOVE WS-GYOMU-DATE(1:6) TO WS-SHORI-YM
           PERFORM 1100-READ-MEISAI
           PERFORM 1110-READ-SHOYO
           PERFORM 1120-READ-TAIMEI
           PERFORM 1130-READ-SHIWAKE.

       1100-READ-MEISAI.
           READ MEISAI-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

       1110-READ-SHOYO.
           READ SHOYO-FILE
               AT END MOVE 'Y' TO WS-SHOYO-EOF
           END-READ.

       1120-READ-TAIMEI.
           READ TAIMEI-FILE
               AT END MOVE 'Y' TO WS-TAIMEI-EOF
           END-READ.

       1130-READ-SHIWAKE.
           READ SHIWAKE-FILE
               AT END MOVE 'Y' TO WS-SHIWAKE-EOF
           END-READ.

      * 納期限: 対象月の翌月10日を起点に営業日補正する
       1200-SET-KIJITSU.
           COMPUTE WS-KIJITSU-YMD = WS-SHORI-YM * 100 + 10
           ADD 1 TO WS-KIJITSU-MM
           IF WS-KIJITSU-MM > 12
               MOVE 1 TO WS-KIJITSU-MM
               ADD 1 TO WS-KIJITSU-YY
           END-IF
           MOVE WS-KIJITSU-YMD TO WS-HOSEI-DT
           PERFORM 9700-EIGYOBI-HOSEI
           MOVE WS-HOSEI-DT TO WS-NOFU-KIJITSU.

      * 特別徴収の回数は6月を第1回とする年度サイクル。当月回分の
      * 予定額は指定番号別の納入予定額として先に積み上げる
       1300-LOAD-SCHEDULE.
           MOVE WS-SHORI-YM(5:2) TO WS-SHORI-TSUKI
           IF WS-SHORI-TSUKI >= 6
               COMPUTE WS-KAISU = WS-SHORI-TSUKI - 5
           ELSE
               COMPUTE WS-KAISU = WS-SHORI-TSUKI + 7
           END-IF
           OPEN INPUT SCHEDULE-FILE
           IF WS-SCHED-STATUS NOT = '00'
               MOVE 'Y' TO WS-SCHED-EOF
           END-IF
           PERFORM 1310-READ-SCHEDULE
           PERFORM 1320-LOAD-SCHEDULE-ONE
               UNTIL WS-SCHED-EOF = 'Y'
           CLOSE SCHEDULE-FILE.

       1310-READ-SCHEDULE.
           IF WS-SCHED-EOF NOT = 'Y'
               READ SCHEDULE-FILE
                   AT END MOVE 'Y' TO WS-SCHED-EOF
               END-READ
           END-IF.

       1320-LOAD-SCHEDULE-ONE.
           IF SC-KAISU = WS-KAISU
               IF WS-SC-CNT < 3000
                   ADD 1 TO WS-SC-CNT
                   SET WS-SC-IDX TO WS-SC-CNT
                   MOVE SC-JYUMIN-NO  TO ST-JYUMIN-NO (WS-SC-IDX)
                   MOVE SC-TOKUCHO-CD TO ST-TOKUCHO-CD (WS-SC-IDX)
               ELSE
                   ADD 1 TO WS-SC-OVER-CNT
               END-IF
               MOVE SC-TOKUCHO-CD TO WS-KEY-TOKUCHO-CD
               PERFORM 2200-SHI-ACCUM
               IF WS-SHI-IS-FOUND
                   ADD SC-KINGAKU TO SH-YOTEI-GAKU (WS-SHI-IDX)
               END-IF
           END-IF
           PERFORM 1310-READ-SCHEDULE.

      * 給与明細: 当月支給分のみ。支給額は課税・非課税を問わず総支給
       2000-MEISAI-LOOP.
           ADD 1 TO WS-INPUT-CNT
           IF MS-SHIKYU-YM NUMERIC AND MS-SHIKYU-YM NOT = WS-SHORI-YM
               ADD 1 TO WS-TSUKIGAI-CNT
           ELSE
               COMPUTE WS-SHIKYU-GAKU =
                   MS-KIHON-KYU + MS-ZANGYO-TEA + MS-KYUJITU-TEA
               IF MS-TEATE-GAKU NUMERIC
                   ADD MS-TEATE-GAKU TO WS-SHIKYU-GAKU
               END-IF
               MOVE 1 TO WS-GN
               ADD 1              TO GN-NINZU (WS-GN)
               ADD WS-SHIKYU-GAKU TO GN-SHIKYU-GAKU (WS-GN)
               ADD MS-SHOTOKUZEI  TO GN-ZEIGAKU (WS-GN)
               ADD MS-SHOTOKUZEI  TO WS-MS-GENS-GAKU
               IF MS-JYUMIN-ZEI > ZEROS
                   ADD MS-JYUMIN-ZEI TO WS-MS-JYUZ-GAKU
                   PERFORM 2100-JYUMIN-SHIWAKE
               END-IF
           END-IF
           PERFORM 1100-READ-MEISAI.

      * 住民税の振り分け: 社員→住民番号→特別徴収指定番号。引けない
      * 分は指定番号空白（不明）として集計し報告する
       2100-JYUMIN-SHIWAKE.
           MOVE SPACES TO WS-KEY-TOKUCHO-CD
           MOVE MS-SHAIN-NO TO JP-SHAIN-NO
           READ JYUMAP-MASTER
               INVALID KEY
                   ADD 1 TO WS-MAP-NASHI-CNT
               NOT INVALID KEY
                   MOVE 'N' TO WS-SC-FOUND-FLAG
                   MOVE 1   TO WS-SC-SCAN
                   PERFORM 2110-SC-SEARCH
                       UNTIL WS-SC-SCAN > WS-SC-CNT
                           OR WS-SC-IS-FOUND
                   IF WS-SC-IS-FOUND
                       MOVE ST-TOKUCHO-CD (WS-SC-IDX)
                           TO WS-KEY-TOKUCHO-CD
                   ELSE
                       ADD 1 TO WS-SCHED-NASHI-CNT
                   END-IF
           END-READ
           PERFORM 2200-SHI-ACCUM
           IF WS-SHI-IS-FOUND
               ADD 1             TO SH-NINZU (WS-SHI-IDX)
               ADD MS-JYUMIN-ZEI TO SH-NOUNYU-GAKU (WS-SHI-IDX)
           END-IF.

       2110-SC-SEARCH.
           SET WS-SC-IDX TO WS-SC-SCAN
           IF ST-JYUMIN-NO (WS-SC-IDX) = JP-JYUMIN-NO
               MOVE 'Y' TO WS-SC-FOUND-FLAG
           ELSE
               ADD 1 TO WS-SC-SCAN
           END-IF.

       2200-SHI-ACCUM.
           MOVE 'N' TO WS-SHI-FOUND-FLAG
           MOVE 1   TO WS-SHI-SCAN
           PERFORM 2210-SHI-SEARCH
               UNTIL WS-SHI-SCAN > WS-SHI-CNT
                   OR WS-SHI-IS-FOUND
           IF NOT WS-SHI-IS-FOUND AND WS-SHI-CNT < 500
               ADD 1 TO WS-SHI-CNT
               SET WS-SHI-IDX TO WS-SHI-CNT
               MOVE WS-KEY-TOKUCHO-CD TO SH-TOKUCHO-CD (WS-SHI-IDX)
               MOVE ZEROS TO SH-NINZU (WS-SHI-IDX)
                             SH-NOUNYU-GAKU (WS-SHI-IDX)
                             SH-YOTEI-GAKU (WS-SHI-IDX)
               MOVE 'Y' TO WS-SHI-FOUND-FLAG
           END-IF
           IF NOT WS-SHI-IS-FOUND
               ADD 1 TO WS-SHI-OVER-CNT
           END-IF.

       2210-SHI-SEARCH.
           SET WS-SHI-IDX TO WS-SHI-SCAN
           IF SH-TOKUCHO-CD (WS-SHI-IDX) = WS-KEY-TOKUCHO-CD
               MOVE 'Y' TO WS-SHI-FOUND-FLAG
           ELSE
               ADD 1 TO WS-SHI-SCAN
           END-IF.

      * 賞与明細: 賞与の控除額を源泉税額として扱う
       2300-SHOYO-LOOP.
           MOVE 2 TO WS-GN
           ADD 1              TO GN-NINZU (WS-GN)
           ADD SM-SOUSHI-GAKU TO GN-SHIKYU-GAKU (WS-GN)
           ADD SM-KOJO-GAKU   TO GN-ZEIGAKU (WS-GN)
           PERFORM 1110-READ-SHOYO.

      * 退職精算明細: 当月精算分の最終給与と源泉税額
       2500-TAIMEI-LOOP.
           IF TM-SHIKYU-YM NUMERIC AND TM-SHIKYU-YM NOT = WS-SHORI-YM
               ADD 1 TO WS-TSUKIGAI-CNT
           ELSE
               COMPUTE WS-SHIKYU-GAKU =
                   TM-KIHON-KYU + TM-ZANGYO-TEA + TM-KYUJITU-TEA
               IF TM-TEATE-GAKU NUMERIC
                   ADD TM-TEATE-GAKU TO WS-SHIKYU-GAKU
               END-IF
               MOVE 3 TO WS-GN
               ADD 1              TO GN-NINZU (WS-GN)
               ADD WS-SHIKYU-GAKU TO GN-SHIKYU-GAKU (WS-GN)
               ADD TM-SHOTOKUZEI  TO GN-ZEIGAKU (WS-GN)
           END-IF
           PERFORM 1120-READ-TAIMEI.

      * 給与仕訳: 当月のSAMPLE03計上分の預り金（貸方）を集める
       2700-SHIWAKE-LOOP.
           MOVE SW-GYOMU-DT(1:6) TO WS-SW-YM
           IF SW-SOURCE-ID = 'SAMPLE03' AND SW-DC-KBN = 'C'
               AND WS-SW-YM = WS-SHORI-YM
               EVALUATE SW-EVENT-CD
                   WHEN 'GENS'
                       ADD SW-KINGAKU TO WS-SW-GENS-GAKU
                   WHEN 'JYUZ'
                       ADD SW-KINGAKU TO WS-SW-JYUZ-GAKU
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           PERFORM 1130-READ-SHIWAKE.

      * 源泉所得税 納付書: 所得区分別の人員・支給額・税額
       4000-GENSEN-REPORT.
           MOVE '===== 源泉所得税 納付書集計 =====' TO NR-LINE
           WRITE NOFU-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           STRING '対象年月:' WS-SHORI-YM
                  ' 納期限:' WS-NOFU-KIJITSU
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO NR-LINE
           WRITE NOFU-RPT-REC
           PERFORM 4100-GENSEN-LINE
               VARYING WS-GN FROM 1 BY 1
               UNTIL WS-GN > 3.

       4100-GENSEN-LINE.
           EVALUATE WS-GN
               WHEN 1 MOVE '給与・手当' TO WS-SHOTOKU-MEI
               WHEN 2 MOVE '賞与'       TO WS-SHOTOKU-MEI
               WHEN 3 MOVE '退職精算'   TO WS-SHOTOKU-MEI
           END-EVALUATE
           MOVE SPACES TO WS-WORK-LINE
           MOVE GN-NINZU (WS-GN)       TO WS-EDIT-CNT
           MOVE GN-SHIKYU-GAKU (WS-GN) TO WS-EDIT-KINGAKU
           MOVE GN-ZEIGAKU (WS-GN)     TO WS-EDIT-ZEIGAKU
           STRING WS-SHOTOKU-MEI
                  ' 人員:' WS-EDIT-CNT
                  ' 支給額:' WS-EDIT-KINGAKU
                  ' 税額:' WS-EDIT-ZEIGAKU
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO NR-LINE
           WRITE NOFU-RPT-REC
           MOVE SPACES TO GENSEN-NOFU-REC
           MOVE WS-SHORI-YM            TO GO-SHORI-YM
           MOVE WS-GN                  TO GO-SHOTOKU-KBN(2:1)
           MOVE '0'                    TO GO-SHOTOKU-KBN(1:1)
           MOVE GN-NINZU (WS-GN)       TO GO-NINZU
           MOVE GN-SHIKYU-GAKU (WS-GN) TO GO-SHIKYU-GAKU
           MOVE GN-ZEIGAKU (WS-GN)     TO GO-ZEIGAKU
           MOVE WS-NOFU-KIJITSU        TO GO-KIJITSU
           WRITE GENSEN-NOFU-REC.

      * 住民税 市町村別納入: 指定番号ごとに納入額と月割予定額を示す
       4200-JYUMIN-REPORT.
           MOVE '===== 住民税 市町村別納入 =====' TO NR-LINE
           WRITE NOFU-RPT-REC
           PERFORM 4300-JYUMIN-LINE
               VARYING WS-SHI-SCAN FROM 1 BY 1
               UNTIL WS-SHI-SCAN > WS-SHI-CNT
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-JYU-GOKEI   TO WS-EDIT-KINGAKU
           MOVE WS-YOTEI-GOKEI TO WS-EDIT-YOTEI
           STRING '合計          納入額:' WS-EDIT-KINGAKU
                  ' 予定額:' WS-EDIT-YOTEI
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO NR-LINE
           WRITE NOFU-RPT-REC
           IF WS-MAP-NASHI-CNT > ZEROS
               MOVE SPACES TO WS-WORK-LINE
               MOVE WS-MAP-NASHI-CNT TO WS-EDIT-CNT
               STRING '住民番号対応なし:' WS-EDIT-CNT
                   DELIMITED SIZE INTO WS-WORK-LINE
               MOVE WS-WORK-LINE TO NR-LINE
               WRITE NOFU-RPT-REC
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF
           IF WS-SCHED-NASHI-CNT > ZEROS
               MOVE SPACES TO WS-WORK-LINE
               MOVE WS-SCHED-NASHI-CNT TO WS-EDIT-CNT
               STRING '月割明細なし  :' WS-EDIT-CNT
                   DELIMITED SIZE INTO WS-WORK-LINE
               MOVE WS-WORK-LINE TO NR-LINE
               WRITE NOFU-RPT-REC
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF
           IF WS-SC-OVER-CNT > ZEROS OR WS-SHI-OVER-CNT > ZEROS
               MOVE SPACES TO WS-WORK-LINE
               ADD WS-SC-OVER-CNT WS-SHI-OVER-CNT GIVING WS-EDIT-CNT
               STRING '集計展開あふれ:' WS-EDIT-CNT
                   DELIMITED SIZE INTO WS-WORK-LINE
               MOVE WS-WORK-LINE TO NR-LINE
               WRITE NOFU-RPT-REC
               MOVE 8 TO WS-RETURN-CODE
           END-IF.

      * 指定番号不明の分は納入データを作らず報告のみとする
       4300-JYUMIN-LINE.
           SET WS-SHI-IDX TO WS-SHI-SCAN
           ADD SH-NOUNYU-GAKU (WS-SHI-IDX) TO WS-JYU-GOKEI
           ADD SH-YOTEI-GAKU (WS-SHI-IDX)  TO WS-YOTEI-GOKEI
           MOVE SPACES TO WS-WORK-LINE
           MOVE SH-NINZU (WS-SHI-IDX)       TO WS-EDIT-CNT
           MOVE SH-NOUNYU-GAKU (WS-SHI-IDX) TO WS-EDIT-KINGAKU
           MOVE SH-YOTEI-GAKU (WS-SHI-IDX)  TO WS-EDIT-YOTEI
           IF SH-TOKUCHO-CD (WS-SHI-IDX) = SPACES
               STRING '指定番号不明'
                      ' 人員:' WS-EDIT-CNT
                      ' 徴収額:' WS-EDIT-KINGAKU
                   DELIMITED SIZE INTO WS-WORK-LINE
           ELSE
               STRING '指定番号:' SH-TOKUCHO-CD (WS-SHI-IDX)
                      ' 人員:' WS-EDIT-CNT
                      ' 納入額:' WS-EDIT-KINGAKU
                      ' 予定額:' WS-EDIT-YOTEI
                      ' 納期限:' WS-NOFU-KIJITSU
                   DELIMITED SIZE INTO WS-WORK-LINE
               MOVE SPACES TO JYUMIN-NOFU-REC
               MOVE SH-TOKUCHO-CD (WS-SHI-IDX)  TO JO-TOKUCHO-CD
               MOVE WS-SHORI-YM                 TO JO-SHORI-YM
               MOVE SH-NINZU (WS-SHI-IDX)       TO JO-NINZU
               MOVE SH-NOUNYU-GAKU (WS-SHI-IDX) TO JO-NOUNYU-GAKU
               MOVE SH-YOTEI-GAKU (WS-SHI-IDX)  TO JO-YOTEI-GAKU
               MOVE WS-NOFU-KIJITSU             TO JO-KIJITSU
               WRITE JYUMIN-NOFU-REC
           END-IF
           MOVE WS-WORK-LINE TO NR-LINE
           WRITE NOFU-RPT-REC.

      * 仕訳突合: 給与明細の源泉所得税・住民税と給与仕訳の預り金
       4400-TOTSUGO-REPORT.
           MOVE '===== 預り金 仕訳突合 =====' TO NR-LINE
           WRITE NOFU-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-MS-GENS-GAKU TO WS-EDIT-KINGAKU
           MOVE WS-SW-GENS-GAKU TO WS-EDIT-YOTEI
           STRING '源泉所得税 明細:' WS-EDIT-KINGAKU
                  ' 仕訳:' WS-EDIT-YOTEI
               DELIMITED SIZE INTO WS-WORK-LINE
           COMPUTE WS-SAGAKU = WS-MS-GENS-GAKU - WS-SW-GENS-GAKU
           PERFORM 4410-TOTSUGO-HANTEI
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-MS-JYUZ-GAKU TO WS-EDIT-KINGAKU
           MOVE WS-SW-JYUZ-GAKU TO WS-EDIT-YOTEI
           STRING '住民税     明細:' WS-EDIT-KINGAKU
                  ' 仕訳:' WS-EDIT-YOTEI
               DELIMITED SIZE INTO WS-WORK-LINE
           COMPUTE WS-SAGAKU = WS-MS-JYUZ-GAKU - WS-SW-JYUZ-GAKU
           PERFORM 4410-TOTSUGO-HANTEI
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-INPUT-CNT TO WS-EDIT-CNT
           STRING '給与明細件数  :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO NR-LINE
           WRITE NOFU-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-TSUKIGAI-CNT TO WS-EDIT-CNT
           STRING '対象月外件数  :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO NR-LINE
           WRITE NOFU-RPT-REC.

       4410-TOTSUGO-HANTEI.
           IF WS-SAGAKU = ZEROS
               MOVE ' 一致' TO WS-WORK-LINE(80:10)
           ELSE
               MOVE ' 不一致' TO WS-WORK-LINE(80:10)
               ADD 1 TO WS-FUICCHI-CNT
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF
           MOVE WS-WORK-LINE TO NR-LINE
           WRITE NOFU-RPT-REC.

      * 営業日補正: 土日および銀行休業日カレンダーに該当する日付は
      * 翌営業日へ繰り下げる（補正時はWS-ROLL-FLAG='Y'）
       9700-EIGYOBI-HOSEI.
           MOVE 'N'   TO WS-ROLL-FLAG
           MOVE ZEROS TO WS-ROLL-LOOP
           PERFORM 9710-KYUJITSU-HANTEI
           PERFORM 9720-YOKUEIGYOBI
               UNTIL WS-KYUJITSU-FLAG = 'N'
                   OR WS-ROLL-LOOP > 30.

       9710-KYUJITSU-HANTEI.
           MOVE 'N' TO WS-KYUJITSU-FLAG
           COMPUTE WS-HOSEI-LILIAN =
               FUNCTION INTEGER-OF-DATE(WS-HOSEI-DT)
           COMPUTE WS-HOSEI-YOBI =
               FUNCTION REM(WS-HOSEI-LILIAN 7)
           IF WS-HOSEI-YOBI = 6 OR WS-HOSEI-YOBI = 0
               MOVE 'Y' TO WS-KYUJITSU-FLAG
           ELSE
               MOVE WS-HOSEI-DT TO HC-DATE
               READ HOLIDAY-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-KYUJITSU-FLAG
               END-READ
           END-IF.

       9720-YOKUEIGYOBI.
           ADD 1 TO WS-ROLL-LOOP
           ADD 1 TO WS-HOSEI-LILIAN
           COMPUTE WS-HOSEI-DT =
               FUNCTION DATE-OF-INTEGER(WS-HOSEI-LILIAN)
           MOVE 'Y' TO WS-ROLL-FLAG
           PERFORM 9710-KYUJITSU-HANTEI.

       3000-CLOSE-FILES.
           CLOSE MEISAI-FILE
           CLOSE SHOYO-FILE
           CLOSE TAIMEI-FILE
           CLOSE JYUMAP-MASTER
           CLOSE HOLIDAY-MASTER
           CLOSE SHIWAKE-FILE
           CLOSE GENSEN-NOFU-FILE
           CLOSE JYUMIN-NOFU-FILE
           CLOSE NOFU-RPT.
