      *=================================================================
      * SAMPLE05O: 住民税 不納欠損（時効完成）処理バッチ
      * 概要: 年度末に滞納管理マスタの未納期別を走査し、消滅時効
      *       （5年）が完成した期別を不納欠損とする。時効の起算は
      *       納期限とし、最初の督促の発付日、一部納付・還付充当日
      *       （中断日）、分納誓約の誓約日と分納入金日のうち最も新しい
      *       日から改めて5年を数える。欠損とした期別には事由と欠損日
      *       を記録し、決裁用の不納欠損決議書を出力する。欠損済みの
      *       期別は SAMPLE05D・SAMPLE05J の処理対象外となる。
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE05O.
       AUTHOR. BATCH-SYSTEM.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAINO-MASTER ASSIGN TO TAINOMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TN-KEY
               FILE STATUS IS WS-TAINO-STATUS.
           SELECT BUNNO-MASTER ASSIGN TO BUNNOMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BN-KEY
               FILE STATUS IS WS-BUNNO-STATUS.
           SELECT KESSON-RPT ASSIGN TO KESSONRPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
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
      * 滞納管理マスタ: 状態 3 は不納欠損。欠損事由 1 は時効完成
       FD  TAINO-MASTER
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  TAINO-REC.
           05  TN-KEY.
               10  TN-JYUMIN-NO  PIC X(12).
               10  TN-KAISU      PIC 9(02).
           05  TN-KINGAKU        PIC 9(08).
           05  TN-KIGEN-DT       PIC 9(08).
           05  TN-STATUS         PIC X(01).
               88  TN-MINOU      VALUE '0'.
               88  TN-NOFU-ZUMI  VALUE '1'.
               88  TN-TORIKESHI  VALUE '2'.
               88  TN-KESSON     VALUE '3'.
           05  TN-SHUNO-DT       PIC 9(08).
           05  TN-ENTAI-KIN      PIC 9(07).
           05  FILLER            PIC X(14).
           05  TN-TOKUSOKU-DT    PIC 9(08).
           05  TN-CHUDAN-DT      PIC 9(08).
           05  TN-KESSON-DT      PIC 9(08).
           05  TN-KESSON-JIYU    PIC X(01).
               88  TN-JIKOU-KANSEI VALUE '1'.
           05  FILLER            PIC X(15).

      * 分納誓約マスタ: 滞納期別（回数）を対象に、分納計画の各回の
      * 予定日・予定額と入金を持つ。状態 1:履行中 2:完了 3:不履行
       FD  BUNNO-MASTER
           RECORD CONTAINS 500 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  BUNNO-REC.
           05  BN-KEY.
               10  BN-JYUMIN-NO  PIC X(12).
               10  BN-RENBAN     PIC 9(02).
           05  BN-STATUS         PIC X(01).
               88  BN-RIKOU      VALUE '1'.
               88  BN-KANRYO     VALUE '2'.
               88  BN-FURIKOU    VALUE '3'.
           05  BN-SEIYAKU-DT     PIC 9(08).
           05  BN-TAISHO-CNT     PIC 9(02).
           05  BN-TAISHO-KAISU   PIC 9(02) OCCURS 12 TIMES.
           05  BN-KAI-CNT        PIC 9(02).
           05  BN-KAI OCCURS 12 TIMES.
               10  BN-YOTEI-DT   PIC 9(08).
               10  BN-YOTEI-GAKU PIC 9(08).
               10  BN-NYUKIN-DT  PIC 9(08).
               10  BN-NYUKIN-GAKU PIC 9(08).
           05  BN-SEIYAKU-GAKU   PIC 9(09).
           05  BN-NYUKIN-GOUKEI  PIC 9(09).
           05  BN-KANRYO-DT      PIC 9(08).
           05  BN-FURIKOU-DT     PIC 9(08).
           05  BN-FURIKOU-KAI    PIC 9(02).
           05  FILLER            PIC X(29).

       FD  KESSON-RPT
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  KESSON-RPT-REC.
           05  KR-LINE           PIC X(100).

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
           05  WS-TAINO-STATUS   PIC X(02).
           05  WS-BUNNO-STATUS   PIC X(02).
           05  WS-RPT-STATUS     PIC X(02).
           05  WS-TAINO-EOF      PIC X(01) VALUE 'N'.
           05  WS-BUNNO-EOF      PIC X(01) VALUE 'N'.

      * 時効判定の作業域（起算日＋5年を過ぎたら時効完成）
       01  WS-JIKOU-WORK.
           05  WS-KIJUN-DT       PIC 9(08) VALUE ZEROS.
           05  WS-KISAN-DT       PIC 9(08) VALUE ZEROS.
           05  WS-JIKOU-DT       PIC 9(08) VALUE ZEROS.
           05  WS-MAE-JYUMIN-NO  PIC X(12) VALUE LOW-VALUES.

      * 納税者1人分の分納誓約から求めた期別ごとの最終承認日
      * （誓約日・分納入金日の最も新しい日）
       01  WS-BNK-TABLE.
           05  WS-BNK-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-BNK-IDX.
               10  BNK-KAISU     PIC 9(02).
               10  BNK-DT        PIC 9(08).
       01  WS-BNK-CNT            PIC 9(04) VALUE ZEROS.
       01  WS-BNK-SCAN           PIC 9(04).
       01  WS-BNK-HIT            PIC 9(04) VALUE ZEROS.
       01  WS-BNK-OVER-CNT       PIC 9(05) VALUE ZEROS.
       01  WS-BN-SUB             PIC 9(02).
       01  WS-BN-SAISHIN-DT      PIC 9(08).
       01  WS-BN-KAISU           PIC 9(02).

       01  WS-COUNTERS.
           05  WS-TAISHO-CNT     PIC 9(07) VALUE ZEROS.
           05  WS-KESSON-CNT     PIC 9(07) VALUE ZEROS.
           05  WS-HONZEI-GOUKEI  PIC 9(12) VALUE ZEROS.
           05  WS-ENTAI-GOUKEI   PIC 9(12) VALUE ZEROS.

       01  WS-EDIT-AREA.
           05  WS-EDIT-CNT       PIC ZZZ,ZZ9.
           05  WS-EDIT-KINGAKU   PIC ZZ,ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-HONZEI    PIC ZZ,ZZZ,ZZ9.
           05  WS-EDIT-ENTAI     PIC Z,ZZZ,ZZ9.
           05  WS-WORK-LINE      PIC X(100).

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
           PERFORM 2000-TAINO-LOOP
               UNTIL WS-TAINO-EOF = 'Y'
           PERFORM 4000-RPT-FOOTER
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
           MOVE 'SAMPLE5O' TO RL-PROGRAM-ID
           MOVE 'S'        TO RL-KBN
           MOVE WS-GYOMU-DATE TO RL-GYOMU-DT
           MOVE FUNCTION CURRENT-DATE(9:6) TO RL-JIKOKU
           MOVE ZEROS      TO RL-KENSU RL-RETURN-CD
           WRITE RUNLOG-REC
           CLOSE RUNLOG-FILE.

       0900-RUNLOG-END.
           OPEN EXTEND RUNLOG-FILE
           MOVE 'SAMPLE5O' TO RL-PROGRAM-ID
           MOVE 'E'        TO RL-KBN
           MOVE WS-GYOMU-DATE TO RL-GYOMU-DT
           MOVE FUNCTION CURRENT-DATE(9:6) TO RL-JIKOKU
           MOVE WS-KESSON-CNT TO RL-KENSU
           MOVE RETURN-CODE   TO RL-RETURN-CD
           WRITE RUNLOG-REC
           CLOSE RUNLOG-FILE.

       1000-OPEN-FILES.
           OPEN I-O    TAINO-MASTER
           OPEN INPUT  BUNNO-MASTER
           OPEN OUTPUT KESSON-RPT
           MOVE WS-GYOMU-DATE TO WS-KIJUN-DT
           MOVE SPACES TO WS-WORK-LINE
           STRING '===== 不納欠損決議書（時効完成）'
                  ' 基準日 ' WS-KIJUN-DT ' ====='
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO KR-LINE
           WRITE KESSON-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           STRING '住民番号     回 納期限   起算日   '
                  '時効完成       本税    延滞金 事由'
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO KR-LINE
           WRITE KESSON-RPT-REC
           MOVE LOW-VALUES TO TN-KEY
           START TAINO-MASTER KEY IS NOT LESS THAN TN-KEY
               INVALID KEY MOVE 'Y' TO WS-TAINO-EOF
           END-START.

      * 納税者が変わるごとに分納誓約を展開し、未納期別を判定する
       2000-TAINO-LOOP.
           READ TAINO-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-TAINO-EOF
               NOT AT END
                   IF TN-JYUMIN-NO NOT = WS-MAE-JYUMIN-NO
                       MOVE TN-JYUMIN-NO TO WS-MAE-JYUMIN-NO
                       PERFORM 2100-BUNNO-LOAD
                   END-IF
                   IF TN-MINOU
                       ADD 1 TO WS-TAISHO-CNT
                       PERFORM 2200-JIKOU-HANTEI
                   END-IF
           END-READ.

      * 分納誓約の展開: 状態を問わず納税者の全誓約を読み、対象期別
      * ごとに誓約日・分納入金日の最も新しい日を求める
       2100-BUNNO-LOAD.
           MOVE ZEROS        TO WS-BNK-CNT
           MOVE 'N'          TO WS-BUNNO-EOF
           MOVE TN-JYUMIN-NO TO BN-JYUMIN-NO
           MOVE ZEROS        TO BN-RENBAN
           START BUNNO-MASTER KEY IS NOT LESS THAN BN-KEY
               INVALID KEY MOVE 'Y' TO WS-BUNNO-EOF
           END-START
           PERFORM 2110-BUNNO-READ
               UNTIL WS-BUNNO-EOF = 'Y'.

       2110-BUNNO-READ.
           READ BUNNO-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-BUNNO-EOF
               NOT AT END
                   IF BN-JYUMIN-NO NOT = TN-JYUMIN-NO
                       MOVE 'Y' TO WS-BUNNO-EOF
                   ELSE
                       PERFORM 2120-BUNNO-TENKAI
                   END-IF
           END-READ.

       2120-BUNNO-TENKAI.
           MOVE BN-SEIYAKU-DT TO WS-BN-SAISHIN-DT
           PERFORM 2130-NYUKIN-DT-MAX
               VARYING WS-BN-SUB FROM 1 BY 1
               UNTIL WS-BN-SUB > BN-KAI-CNT
           PERFORM 2140-TAISHO-SET
               VARYING WS-BN-SUB FROM 1 BY 1
               UNTIL WS-BN-SUB > BN-TAISHO-CNT.

       2130-NYUKIN-DT-MAX.
           IF BN-NYUKIN-DT (WS-BN-SUB) > WS-BN-SAISHIN-DT
               MOVE BN-NYUKIN-DT (WS-BN-SUB) TO WS-BN-SAISHIN-DT
           END-IF.

       2140-TAISHO-SET.
           MOVE BN-TAISHO-KAISU (WS-BN-SUB) TO WS-BN-KAISU
           PERFORM 2150-BNK-SAGASU
           IF WS-BNK-HIT > ZEROS
               SET WS-BNK-IDX TO WS-BNK-HIT
               IF WS-BN-SAISHIN-DT > BNK-DT (WS-BNK-IDX)
                   MOVE WS-BN-SAISHIN-DT TO BNK-DT (WS-BNK-IDX)
               END-IF
           ELSE
               IF WS-BNK-CNT < 100
                   ADD 1 TO WS-BNK-CNT
                   SET WS-BNK-IDX TO WS-BNK-CNT
                   MOVE WS-BN-KAISU      TO BNK-KAISU (WS-BNK-IDX)
                   MOVE WS-BN-SAISHIN-DT TO BNK-DT (WS-BNK-IDX)
               ELSE
                   ADD 1 TO WS-BNK-OVER-CNT
               END-IF
           END-IF.

       2150-BNK-SAGASU.
           MOVE ZEROS TO WS-BNK-HIT
           PERFORM 2160-BNK-SCAN-ONE
               VARYING WS-BNK-SCAN FROM 1 BY 1
               UNTIL WS-BNK-SCAN > WS-BNK-CNT
                   OR WS-BNK-HIT > ZEROS.

       2160-BNK-SCAN-ONE.
           SET WS-BNK-IDX TO WS-BNK-SCAN
           IF BNK-KAISU (WS-BNK-IDX) = WS-BN-KAISU
               MOVE WS-BNK-SCAN TO WS-BNK-HIT
           END-IF.

      * 時効判定: 納期限・督促日・中断日・分納の承認日のうち最も
      * 新しい日を起算日とし、その5年後が基準日より前なら時効完成
       2200-JIKOU-HANTEI.
           MOVE TN-KIGEN-DT TO WS-KISAN-DT
           IF TN-TOKUSOKU-DT NUMERIC
               AND TN-TOKUSOKU-DT > WS-KISAN-DT
               MOVE TN-TOKUSOKU-DT TO WS-KISAN-DT
           END-IF
           IF TN-CHUDAN-DT NUMERIC
               AND TN-CHUDAN-DT > WS-KISAN-DT
               MOVE TN-CHUDAN-DT TO WS-KISAN-DT
           END-IF
           MOVE TN-KAISU TO WS-BN-KAISU
           PERFORM 2150-BNK-SAGASU
           IF WS-BNK-HIT > ZEROS
               SET WS-BNK-IDX TO WS-BNK-HIT
               IF BNK-DT (WS-BNK-IDX) > WS-KISAN-DT
                   MOVE BNK-DT (WS-BNK-IDX) TO WS-KISAN-DT
               END-IF
           END-IF
           COMPUTE WS-JIKOU-DT = WS-KISAN-DT + 50000
           IF WS-JIKOU-DT < WS-KIJUN-DT
               PERFORM 2300-KESSON-SHORI
           END-IF.

       2300-KESSON-SHORI.
           SET TN-KESSON        TO TRUE
           MOVE WS-KIJUN-DT     TO TN-KESSON-DT
           SET TN-JIKOU-KANSEI  TO TRUE
           REWRITE TAINO-REC
           IF TN-ENTAI-KIN NOT NUMERIC
               MOVE ZEROS TO TN-ENTAI-KIN
           END-IF
           ADD 1 TO WS-KESSON-CNT
           ADD TN-KINGAKU   TO WS-HONZEI-GOUKEI
           ADD TN-ENTAI-KIN TO WS-ENTAI-GOUKEI
           MOVE TN-KINGAKU   TO WS-EDIT-HONZEI
           MOVE TN-ENTAI-KIN TO WS-EDIT-ENTAI
           MOVE SPACES TO WS-WORK-LINE
           STRING TN-JYUMIN-NO ' ' TN-KAISU
                  ' ' TN-KIGEN-DT ' ' WS-KISAN-DT
                  ' ' WS-JIKOU-DT ' ' WS-EDIT-HONZEI
                  ' ' WS-EDIT-ENTAI ' 時効'
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO KR-LINE
           WRITE KESSON-RPT-REC.

       4000-RPT-FOOTER.
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-TAISHO-CNT TO WS-EDIT-CNT
           STRING '未納期別件数  :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO KR-LINE
           WRITE KESSON-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-KESSON-CNT TO WS-EDIT-CNT
           STRING '不納欠損件数  :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO KR-LINE
           WRITE KESSON-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-HONZEI-GOUKEI TO WS-EDIT-KINGAKU
           STRING '欠損本税額    :' WS-EDIT-KINGAKU
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO KR-LINE
           WRITE KESSON-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-ENTAI-GOUKEI TO WS-EDIT-KINGAKU
           STRING '欠損延滞金額  :' WS-EDIT-KINGAKU
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO KR-LINE
           WRITE KESSON-RPT-REC
           IF WS-BNK-OVER-CNT > ZEROS
               MOVE SPACES TO WS-WORK-LINE
               MOVE WS-BNK-OVER-CNT TO WS-EDIT-CNT
               STRING '分納展開あふれ:' WS-EDIT-CNT
                   DELIMITED SIZE INTO WS-WORK-LINE
               MOVE WS-WORK-LINE TO KR-LINE
               WRITE KESSON-RPT-REC
               MOVE 8 TO WS-RETURN-CODE
           END-IF
           MOVE SPACES TO KR-LINE
           WRITE KESSON-RPT-REC
           MOVE '決裁  課長:            係長:            担当:'
               TO KR-LINE
           WRITE KESSON-RPT-REC.

       3000-CLOSE-FILES.
           CLOSE TAINO-MASTER
           CLOSE BUNNO-MASTER
           CLOSE KESSON-RPT.
