      *=================================================================
      * SAMPLE05N: 住民税 分納誓約 登録・月次状況表バッチ
      * 概要: 分納誓約の申出ファイルを受け入れ、対象期別が滞納管理
      *       マスタで未納であること、分納計画の総額が対象期別の本税
      *       合計と一致することを確認して分納誓約マスタへ登録する。
      *       あわせて業務月の分納誓約状況表（履行中／当月完了／当月
      *       不履行）を出力する。入金の消込と不履行判定は SAMPLE05D
      *       が行う。
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE05N.
       AUTHOR. BATCH-SYSTEM.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MOUSHIDE-FILE ASSIGN TO BUNNOIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MOUSHIDE-STATUS.
           SELECT BUNNO-MASTER ASSIGN TO BUNNOMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BN-KEY
               FILE STATUS IS WS-BUNNO-STATUS.
           SELECT TAINO-MASTER ASSIGN TO TAINOMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TN-KEY
               FILE STATUS IS WS-TAINO-STATUS.
           SELECT BUNNO-RPT ASSIGN TO BUNNORPT
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
      * 分納誓約の申出: 対象期別（回数）と分納計画の各回
       FD  MOUSHIDE-FILE
           RECORD CONTAINS 250 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  MOUSHIDE-REC.
           05  BI-JYUMIN-NO      PIC X(12).
           05  BI-SEIYAKU-DT     PIC 9(08).
           05  BI-TAISHO-CNT     PIC 9(02).
           05  BI-TAISHO-KAISU   PIC 9(02) OCCURS 12 TIMES.
           05  BI-KAI-CNT        PIC 9(02).
           05  BI-KAI OCCURS 12 TIMES.
               10  BI-YOTEI-DT   PIC 9(08).
               10  BI-YOTEI-GAKU PIC 9(08).
           05  FILLER            PIC X(10).

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
           05  TN-SHUNO-DT       PIC 9(08).
           05  TN-ENTAI-KIN      PIC 9(07).
           05  FILLER            PIC X(54).

       FD  BUNNO-RPT
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  BUNNO-RPT-REC.
           05  BR-LINE           PIC X(100).

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
           05  WS-MOUSHIDE-STATUS PIC X(02).
           05  WS-BUNNO-STATUS   PIC X(02).
           05  WS-TAINO-STATUS   PIC X(02).
           05  WS-RPT-STATUS     PIC X(02).
           05  WS-EOF-FLAG       PIC X(01) VALUE 'N'.
           05  WS-BUNNO-EOF      PIC X(01) VALUE 'N'.
           05  WS-RIKOU-ARI      PIC X(01).
           05  WS-ERR-FLAG       PIC X(01).

       01  WS-CHECK-WORK.
           05  WS-SUB            PIC 9(02).
           05  WS-MAX-RENBAN     PIC 9(02).
           05  WS-TAINO-GOUKEI   PIC 9(09).
           05  WS-KEIKAKU-GOUKEI PIC 9(09).
           05  WS-ERR-MSG        PIC X(30).

       01  WS-GYOMU-NENGETSU     PIC 9(06) VALUE ZEROS.

       01  WS-COUNTERS.
           05  WS-INPUT-CNT      PIC 9(07) VALUE ZEROS.
           05  WS-TOUROKU-CNT    PIC 9(07) VALUE ZEROS.
           05  WS-REJECT-CNT     PIC 9(07) VALUE ZEROS.
           05  WS-RIKOU-CNT      PIC 9(07) VALUE ZEROS.
           05  WS-KANRYO-CNT     PIC 9(07) VALUE ZEROS.
           05  WS-FURIKOU-CNT    PIC 9(07) VALUE ZEROS.
           05  WS-RIKOU-ZAN      PIC 9(12) VALUE ZEROS.

       01  WS-EDIT-AREA.
           05  WS-EDIT-CNT       PIC ZZZ,ZZ9.
           05  WS-EDIT-KINGAKU   PIC ZZ,ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-SEIYAKU   PIC ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-NYUKIN    PIC ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-KAI       PIC Z9.
           05  WS-FURIKOU-TXT    PIC X(16).
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
           PERFORM 2000-MAIN-LOOP
               UNTIL WS-EOF-FLAG = 'Y'
           PERFORM 5000-JOKYO-REPORT
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
           MOVE 'SAMPLE5N' TO RL-PROGRAM-ID
           MOVE 'S'        TO RL-KBN
           MOVE WS-GYOMU-DATE TO RL-GYOMU-DT
           MOVE FUNCTION CURRENT-DATE(9:6) TO RL-JIKOKU
           MOVE ZEROS      TO RL-KENSU RL-RETURN-CD
           WRITE RUNLOG-REC
           CLOSE RUNLOG-FILE.

       0900-RUNLOG-END.
           OPEN EXTEND RUNLOG-FILE
           MOVE 'SAMPLE5N' TO RL-PROGRAM-ID
           MOVE 'E'        TO RL-KBN
           MOVE WS-GYOMU-DATE TO RL-GYOMU-DT
           MOVE FUNCTION CURRENT-DATE(9:6) TO RL-JIKOKU
           MOVE WS-INPUT-CNT TO RL-KENSU
           MOVE RETURN-CODE  TO RL-RETURN-CD
           WRITE RUNLOG-REC
           CLOSE RUNLOG-FILE.

       1000-OPEN-FILES.
           OPEN INPUT  MOUSHIDE-FILE
           OPEN I-O    BUNNO-MASTER
           OPEN INPUT  TAINO-MASTER
           OPEN OUTPUT BUNNO-RPT
           MOVE WS-GYOMU-DATE(1:6) TO WS-GYOMU-NENGETSU
           IF WS-MOUSHIDE-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           MOVE SPACES TO WS-WORK-LINE
           STRING '===== 分納誓約 登録結果 '
                  WS-GYOMU-DATE ' ====='
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO BR-LINE
           WRITE BUNNO-RPT-REC
           PERFORM 1100-READ-MOUSHIDE.

       1100-READ-MOUSHIDE.
           IF WS-EOF-FLAG NOT = 'Y'
               READ MOUSHIDE-FILE
                   AT END MOVE 'Y' TO WS-EOF-FLAG
               END-READ
           END-IF.

       2000-MAIN-LOOP.
           ADD 1 TO WS-INPUT-CNT
           MOVE 'N' TO WS-ERR-FLAG
           PERFORM 2100-CHECK
           IF WS-ERR-FLAG = 'Y'
               PERFORM 2900-WRITE-REJECT
           ELSE
               PERFORM 2200-TOUROKU
           END-IF
           PERFORM 1100-READ-MOUSHIDE.

      * 申出の検証: 件数、履行中の誓約の有無、対象期別の未納、
      * 分納計画の総額と対象期別の本税合計の一致
       2100-CHECK.
           IF BI-TAISHO-CNT < 1 OR BI-TAISHO-CNT > 12
               OR BI-KAI-CNT < 1 OR BI-KAI-CNT > 12
               MOVE 'Y' TO WS-ERR-FLAG
               MOVE '対象・分納件数誤り' TO WS-ERR-MSG
           ELSE
               PERFORM 2110-RIKOU-SAGASU
               IF WS-RIKOU-ARI = 'Y'
                   MOVE 'Y' TO WS-ERR-FLAG
                   MOVE '履行中の分納誓約あり' TO WS-ERR-MSG
               ELSE
                   PERFORM 2140-KINGAKU-CHECK
               END-IF
           END-IF.

      * 同じ納税者の誓約を読み、最大連番と履行中の有無を求める
       2110-RIKOU-SAGASU.
           MOVE 'N'          TO WS-RIKOU-ARI
           MOVE ZEROS        TO WS-MAX-RENBAN
           MOVE 'N'          TO WS-BUNNO-EOF
           MOVE BI-JYUMIN-NO TO BN-JYUMIN-NO
           MOVE ZEROS        TO BN-RENBAN
           START BUNNO-MASTER KEY IS NOT LESS THAN BN-KEY
               INVALID KEY MOVE 'Y' TO WS-BUNNO-EOF
           END-START
           PERFORM 2115-RIKOU-READ
               UNTIL WS-BUNNO-EOF = 'Y'.

       2115-RIKOU-READ.
           READ BUNNO-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-BUNNO-EOF
               NOT AT END
                   IF BN-JYUMIN-NO NOT = BI-JYUMIN-NO
                       MOVE 'Y' TO WS-BUNNO-EOF
                   ELSE
                       MOVE BN-RENBAN TO WS-MAX-RENBAN
                       IF BN-RIKOU
                           MOVE 'Y' TO WS-RIKOU-ARI
                       END-IF
                   END-IF
           END-READ.

       2120-TAISHO-CHECK.
           MOVE BI-JYUMIN-NO TO TN-JYUMIN-NO
           MOVE BI-TAISHO-KAISU (WS-SUB) TO TN-KAISU
           READ TAINO-MASTER
               INVALID KEY
                   MOVE 'Y' TO WS-ERR-FLAG
               NOT INVALID KEY
                   IF TN-MINOU
                       ADD TN-KINGAKU TO WS-TAINO-GOUKEI
                   ELSE
                       MOVE 'Y' TO WS-ERR-FLAG
                   END-IF
           END-READ.

       2130-KEIKAKU-GOUKEI.
           ADD BI-YOTEI-GAKU (WS-SUB) TO WS-KEIKAKU-GOUKEI.

      * 対象期別の未納確認と分納計画総額の一致確認
       2140-KINGAKU-CHECK.
           MOVE ZEROS TO WS-TAINO-GOUKEI
           PERFORM 2120-TAISHO-CHECK
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > BI-TAISHO-CNT
                   OR WS-ERR-FLAG = 'Y'
           IF WS-ERR-FLAG = 'Y'
               MOVE '対象期別が未納でない' TO WS-ERR-MSG
           ELSE
               MOVE ZEROS TO WS-KEIKAKU-GOUKEI
               PERFORM 2130-KEIKAKU-GOUKEI
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > BI-KAI-CNT
               IF WS-KEIKAKU-GOUKEI NOT = WS-TAINO-GOUKEI
                   MOVE 'Y' TO WS-ERR-FLAG
                   MOVE '分納総額不一致' TO WS-ERR-MSG
               END-IF
           END-IF.

       2200-TOUROKU.
           MOVE SPACES            TO BUNNO-REC
           MOVE BI-JYUMIN-NO      TO BN-JYUMIN-NO
           COMPUTE BN-RENBAN = WS-MAX-RENBAN + 1
           SET BN-RIKOU           TO TRUE
           MOVE BI-SEIYAKU-DT     TO BN-SEIYAKU-DT
           MOVE BI-TAISHO-CNT     TO BN-TAISHO-CNT
           MOVE BI-KAI-CNT        TO BN-KAI-CNT
           PERFORM 2210-TAISHO-SET
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > 12
           PERFORM 2220-KAI-SET
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > 12
           MOVE WS-KEIKAKU-GOUKEI TO BN-SEIYAKU-GAKU
           MOVE ZEROS TO BN-NYUKIN-GOUKEI BN-KANRYO-DT
                         BN-FURIKOU-DT BN-FURIKOU-KAI
           WRITE BUNNO-REC
               INVALID KEY
                   MOVE 'マスタ登録エラー' TO WS-ERR-MSG
                   PERFORM 2900-WRITE-REJECT
               NOT INVALID KEY
                   ADD 1 TO WS-TOUROKU-CNT
           END-WRITE.

      * 申出の件数を超える欄はゼロで埋める
       2210-TAISHO-SET.
           IF WS-SUB > BI-TAISHO-CNT
               MOVE ZEROS TO BN-TAISHO-KAISU (WS-SUB)
           ELSE
               MOVE BI-TAISHO-KAISU (WS-SUB)
                   TO BN-TAISHO-KAISU (WS-SUB)
           END-IF.

       2220-KAI-SET.
           MOVE ZEROS TO BN-NYUKIN-DT (WS-SUB)
                         BN-NYUKIN-GAKU (WS-SUB)
           IF WS-SUB > BI-KAI-CNT
               MOVE ZEROS TO BN-YOTEI-DT (WS-SUB)
                             BN-YOTEI-GAKU (WS-SUB)
           ELSE
               MOVE BI-YOTEI-DT (WS-SUB)   TO BN-YOTEI-DT (WS-SUB)
               MOVE BI-YOTEI-GAKU (WS-SUB) TO BN-YOTEI-GAKU (WS-SUB)
           END-IF.

       2900-WRITE-REJECT.
           MOVE SPACES TO WS-WORK-LINE
           STRING '受付不可 住民:' BI-JYUMIN-NO
                  ' 誓約日:' BI-SEIYAKU-DT
                  ' 理由:' WS-ERR-MSG
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO BR-LINE
           WRITE BUNNO-RPT-REC
           ADD 1 TO WS-REJECT-CNT
           MOVE 4 TO WS-RETURN-CODE.

      * 分納誓約状況表: 履行中の誓約は全件、完了・不履行は業務月に
      * 完了・不履行となったものを出力する
       5000-JOKYO-REPORT.
           MOVE SPACES TO WS-WORK-LINE
           STRING '===== 分納誓約状況表 '
                  WS-GYOMU-NENGETSU ' ====='
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO BR-LINE
           WRITE BUNNO-RPT-REC
           MOVE 'N' TO WS-BUNNO-EOF
           MOVE LOW-VALUES TO BN-KEY
           START BUNNO-MASTER KEY IS NOT LESS THAN BN-KEY
               INVALID KEY MOVE 'Y' TO WS-BUNNO-EOF
           END-START
           PERFORM 5100-JOKYO-ONE
               UNTIL WS-BUNNO-EOF = 'Y'.

       5100-JOKYO-ONE.
           READ BUNNO-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-BUNNO-EOF
               NOT AT END
                   EVALUATE TRUE
                       WHEN BN-RIKOU
                           ADD 1 TO WS-RIKOU-CNT
                           COMPUTE WS-RIKOU-ZAN = WS-RIKOU-ZAN
                               + BN-SEIYAKU-GAKU - BN-NYUKIN-GOUKEI
                           MOVE '履行中' TO WS-ERR-MSG
                           PERFORM 5200-JOKYO-LINE
                       WHEN BN-KANRYO
                           AND BN-KANRYO-DT(1:6) = WS-GYOMU-NENGETSU
                           ADD 1 TO WS-KANRYO-CNT
                           MOVE '当月完了' TO WS-ERR-MSG
                           PERFORM 5200-JOKYO-LINE
                       WHEN BN-FURIKOU
                           AND BN-FURIKOU-DT(1:6) = WS-GYOMU-NENGETSU
                           ADD 1 TO WS-FURIKOU-CNT
                           MOVE '当月不履行' TO WS-ERR-MSG
                           PERFORM 5200-JOKYO-LINE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       5200-JOKYO-LINE.
           MOVE BN-SEIYAKU-GAKU  TO WS-EDIT-SEIYAKU
           MOVE BN-NYUKIN-GOUKEI TO WS-EDIT-NYUKIN
           MOVE BN-KAI-CNT       TO WS-EDIT-KAI
           MOVE SPACES TO WS-FURIKOU-TXT
           IF BN-FURIKOU
               STRING ' 不履行:' BN-FURIKOU-KAI
                   DELIMITED SIZE INTO WS-FURIKOU-TXT
           END-IF
           MOVE SPACES TO WS-WORK-LINE
           STRING BN-JYUMIN-NO '-' BN-RENBAN
                  ' ' WS-ERR-MSG(1:15)
                  ' 誓約額:' WS-EDIT-SEIYAKU
                  ' 入金額:' WS-EDIT-NYUKIN
                  ' 全回:' WS-EDIT-KAI
                  WS-FURIKOU-TXT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO BR-LINE
           WRITE BUNNO-RPT-REC.

       4000-RPT-FOOTER.
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-INPUT-CNT TO WS-EDIT-CNT
           STRING '申出件数      :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO BR-LINE
           WRITE BUNNO-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-TOUROKU-CNT TO WS-EDIT-CNT
           STRING '登録件数      :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO BR-LINE
           WRITE BUNNO-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-REJECT-CNT TO WS-EDIT-CNT
           STRING '受付不可件数  :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO BR-LINE
           WRITE BUNNO-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-RIKOU-CNT TO WS-EDIT-CNT
           STRING '履行中件数    :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO BR-LINE
           WRITE BUNNO-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-RIKOU-ZAN TO WS-EDIT-KINGAKU
           STRING '履行中未入金額:' WS-EDIT-KINGAKU
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO BR-LINE
           WRITE BUNNO-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-KANRYO-CNT TO WS-EDIT-CNT
           STRING '当月完了件数  :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO BR-LINE
           WRITE BUNNO-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-FURIKOU-CNT TO WS-EDIT-CNT
           STRING '当月不履行件数:' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO BR-LINE
           WRITE BUNNO-RPT-REC.

       3000-CLOSE-FILES.
           CLOSE MOUSHIDE-FILE
           CLOSE BUNNO-MASTER
           CLOSE TAINO-MASTER
           CLOSE BUNNO-RPT.
