      *=================================================================
      * SAMPLE04K: 品質判定バッチ（検査保留の解除・不合格）
      * 概要: 品質判定ファイル（品番・倉庫・ロット・判定区分・数量）を
      *       読み込み、在庫マスタとロット台帳の品質保留数を更新する。
      *       判定区分 1:合格（検査保留を解除し利用可能へ）
      *                2:不合格（検査保留を不合格へ振替）
      *                3:保留（利用可能在庫を検査保留へ）
      *       数量ゼロは対象の全量とする。ロット空白は品番・倉庫単位
      *       （ロット管理外の返品在庫など）で判定する。判定履歴と
      *       処理結果、判定後の品質保留在庫一覧を出力する。
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE04K.
       AUTHOR. BATCH-SYSTEM.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HANTEI-FILE ASSIGN TO HINSHTIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HANTEI-STATUS.
           SELECT ZAIKO-MASTER ASSIGN TO ZAIKOMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ZM-KEY
               FILE STATUS IS WS-ZAIKO-STATUS.
           SELECT LOT-MASTER ASSIGN TO LOTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LM-KEY
               FILE STATUS IS WS-LOT-STATUS.
           SELECT HANTEI-LOG ASSIGN TO HINSHTLOG
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HTLOG-STATUS.
           SELECT HANTEI-RPT ASSIGN TO HINSHTRPT
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
       FD  HANTEI-FILE
           RECORD CONTAINS 60 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  HANTEI-REC.
           05  HT-HINBAN         PIC X(10).
           05  HT-SOKO-CD        PIC X(04).
           05  HT-LOT-NO         PIC X(10).
           05  HT-HANTEI-KBN     PIC X(01).
               88  HT-GOKAKU     VALUE '1'.
               88  HT-FUGOKAKU   VALUE '2'.
               88  HT-HORYU      VALUE '3'.
           05  HT-SURYO          PIC 9(07).
           05  HT-HANTEI-DT      PIC 9(08).
           05  HT-TANTO-CD       PIC X(08).
           05  FILLER            PIC X(12).

       FD  ZAIKO-MASTER
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  ZAIKO-REC.
           05  ZM-KEY.
               10  ZM-HINBAN     PIC X(10).
               10  ZM-SOKO-CD    PIC X(04).
           05  ZM-HINMEI         PIC X(30).
           05  ZM-ZAIKO-SU       PIC S9(09) COMP-3.
           05  ZM-ANZEN-SU       PIC S9(07) COMP-3.
           05  ZM-LOT-NO         PIC X(10).
           05  ZM-HEIKIN-TANKA   PIC S9(05)V99 COMP-3.
           05  ZM-HIKIATE-SU     PIC S9(09) COMP-3.
           05  ZM-ABC-KBN        PIC X(01).
      * 品質保留: 検査保留数と不合格数（いずれも現在庫の内数）
           05  ZM-HORYU-SU       PIC S9(05) COMP-3.
           05  ZM-FURYO-SU       PIC S9(05) COMP-3.
           05  FILLER            PIC X(01).

       FD  LOT-MASTER
           RECORD CONTAINS 60 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  LOT-REC.
           05  LM-KEY.
               10  LM-HINBAN     PIC X(10).
               10  LM-SOKO-CD    PIC X(04).
               10  LM-LOT-NO     PIC X(10).
           05  LM-NYUKO-DT       PIC 9(08).
           05  LM-YUKO-KIGEN     PIC 9(08).
           05  LM-ZAIKO-SU       PIC S9(09) COMP-3.
           05  LM-HORYU-SU       PIC S9(09) COMP-3.
           05  LM-FURYO-SU       PIC S9(09) COMP-3.
           05  FILLER            PIC X(05).

      * 判定履歴: 判定ごとの保留数・不合格数の変更前後
       FD  HANTEI-LOG
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  HANTEI-LOG-REC.
           05  HG-HINBAN         PIC X(10).
           05  HG-SOKO-CD        PIC X(04).
           05  HG-LOT-NO         PIC X(10).
           05  HG-HANTEI-KBN     PIC X(01).
           05  HG-SURYO          PIC 9(07).
           05  HG-HORYU-MAE      PIC S9(09) COMP-3.
           05  HG-HORYU-ATO      PIC S9(09) COMP-3.
           05  HG-FURYO-MAE      PIC S9(09) COMP-3.
           05  HG-FURYO-ATO      PIC S9(09) COMP-3.
           05  HG-HANTEI-DT      PIC 9(08).
           05  HG-TANTO-CD       PIC X(08).
           05  HG-SHORI-DT       PIC 9(08).
           05  FILLER            PIC X(04).

       FD  HANTEI-RPT
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  HANTEI-RPT-REC.
           05  HR-LINE           PIC X(100).

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
           05  WS-HANTEI-STATUS  PIC X(02).
           05  WS-ZAIKO-STATUS   PIC X(02).
           05  WS-LOT-STATUS     PIC X(02).
           05  WS-HTLOG-STATUS   PIC X(02).
           05  WS-RPT-STATUS     PIC X(02).
           05  WS-EOF-FLAG       PIC X(01) VALUE 'N'.
           05  WS-ZAIKO-EOF      PIC X(01) VALUE 'N'.
           05  WS-LOT-SHITEI     PIC X(01).
               88  WS-LOT-ARI    VALUE 'Y'.

       01  WS-HANTEI-AREA.
           05  WS-NG-RIYU        PIC X(20).
           05  WS-TAISHO-SU      PIC S9(09) COMP-3.
           05  WS-JOGEN-SU       PIC S9(09) COMP-3.
           05  WS-RIYO-KANO      PIC S9(09) COMP-3.
           05  WS-LOT-RIYO       PIC S9(09) COMP-3.
           05  WS-HORYU-MAE      PIC S9(09) COMP-3.
           05  WS-FURYO-MAE      PIC S9(09) COMP-3.
      * 保留数・不合格数の上限（在庫マスタの項目桁）
           05  WS-HORYU-JOGEN    PIC S9(09) COMP-3 VALUE 99999.

       01  WS-COUNTERS.
           05  WS-INPUT-CNT      PIC 9(07) VALUE ZEROS.
           05  WS-GOKAKU-CNT     PIC 9(07) VALUE ZEROS.
           05  WS-FUGOKAKU-CNT   PIC 9(07) VALUE ZEROS.
           05  WS-HORYU-CNT      PIC 9(07) VALUE ZEROS.
           05  WS-NG-CNT         PIC 9(07) VALUE ZEROS.
           05  WS-ZAN-CNT        PIC 9(07) VALUE ZEROS.

       01  WS-EDIT-AREA.
           05  WS-EDIT-CNT       PIC ZZZ,ZZ9.
           05  WS-EDIT-SURYO     PIC ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-ZAIKO     PIC -ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-HORYU     PIC -ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-FURYO     PIC -ZZZ,ZZZ,ZZ9.
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
           PERFORM 5000-HORYU-ZAN-REPORT
           PERFORM 7000-GOUKEI-REPORT
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
           MOVE 'SAMPLE4K' TO RL-PROGRAM-ID
           MOVE 'S'        TO RL-KBN
           MOVE WS-GYOMU-DATE TO RL-GYOMU-DT
           MOVE FUNCTION CURRENT-DATE(9:6) TO RL-JIKOKU
           MOVE ZEROS      TO RL-KENSU RL-RETURN-CD
           WRITE RUNLOG-REC
           CLOSE RUNLOG-FILE.

       0900-RUNLOG-END.
           OPEN EXTEND RUNLOG-FILE
           MOVE 'SAMPLE4K' TO RL-PROGRAM-ID
           MOVE 'E'        TO RL-KBN
           MOVE WS-GYOMU-DATE TO RL-GYOMU-DT
           MOVE FUNCTION CURRENT-DATE(9:6) TO RL-JIKOKU
           MOVE WS-INPUT-CNT TO RL-KENSU
           MOVE RETURN-CODE  TO RL-RETURN-CD
           WRITE RUNLOG-REC
           CLOSE RUNLOG-FILE.

       1000-OPEN-FILES.
           OPEN INPUT  HANTEI-FILE
           OPEN I-O    ZAIKO-MASTER
           OPEN I-O    LOT-MASTER
           OPEN OUTPUT HANTEI-LOG
           OPEN OUTPUT HANTEI-RPT
           MOVE '===== 品質判定結果 =====' TO HR-LINE
           WRITE HANTEI-RPT-REC
           PERFORM 1100-READ-HANTEI.

       1100-READ-HANTEI.
           READ HANTEI-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

       2000-MAIN-LOOP.
           ADD 1 TO WS-INPUT-CNT
           MOVE SPACES TO WS-NG-RIYU
           MOVE 'N' TO WS-LOT-SHITEI
           IF HT-LOT-NO NOT = SPACES
               MOVE 'Y' TO WS-LOT-SHITEI
           END-IF
           IF NOT HT-GOKAKU AND NOT HT-FUGOKAKU AND NOT HT-HORYU
               MOVE '判定区分不正' TO WS-NG-RIYU
           ELSE
               PERFORM 2100-ZAIKO-YOMIKOMI
           END-IF
           IF WS-NG-RIYU = SPACES
               PERFORM 2200-TAISHO-SU-KETTEI
           END-IF
           IF WS-NG-RIYU = SPACES
               PERFORM 2300-HANTEI-HANEI
               PERFORM 9100-WRITE-KEKKA
           ELSE
               PERFORM 9300-WRITE-NG
           END-IF
           PERFORM 1100-READ-HANTEI.

      * 在庫行とロット行を読み、保留項目が未設定なら保留なしとする
       2100-ZAIKO-YOMIKOMI.
           MOVE HT-HINBAN  TO ZM-HINBAN
           MOVE HT-SOKO-CD TO ZM-SOKO-CD
           READ ZAIKO-MASTER
               INVALID KEY
                   MOVE '在庫マスタ未登録' TO WS-NG-RIYU
               NOT INVALID KEY
                   IF ZM-HORYU-SU NOT NUMERIC
                       MOVE ZEROS TO ZM-HORYU-SU
                   END-IF
                   IF ZM-FURYO-SU NOT NUMERIC
                       MOVE ZEROS TO ZM-FURYO-SU
                   END-IF
                   COMPUTE WS-RIYO-KANO =
                       ZM-ZAIKO-SU - ZM-HORYU-SU - ZM-FURYO-SU
           END-READ
           IF WS-NG-RIYU = SPACES AND WS-LOT-ARI
               MOVE HT-HINBAN  TO LM-HINBAN
               MOVE HT-SOKO-CD TO LM-SOKO-CD
               MOVE HT-LOT-NO  TO LM-LOT-NO
               READ LOT-MASTER
                   INVALID KEY
                       MOVE 'ロット未登録' TO WS-NG-RIYU
                   NOT INVALID KEY
                       PERFORM 2110-LOT-HORYU-SET
               END-READ
           END-IF.

       2110-LOT-HORYU-SET.
           IF LM-HORYU-SU NOT NUMERIC
               MOVE ZEROS TO LM-HORYU-SU
           END-IF
           IF LM-FURYO-SU NOT NUMERIC
               MOVE ZEROS TO LM-FURYO-SU
           END-IF
           COMPUTE WS-LOT-RIYO =
               LM-ZAIKO-SU - LM-HORYU-SU - LM-FURYO-SU.

      * 対象数量: 合格・不合格は検査保留数、保留は利用可能数が上限
      * （ロット指定時はロットと在庫行の小さい方）。数量ゼロは全量
       2200-TAISHO-SU-KETTEI.
           IF HT-HORYU
               MOVE WS-RIYO-KANO TO WS-JOGEN-SU
               IF WS-LOT-ARI AND WS-LOT-RIYO < WS-JOGEN-SU
                   MOVE WS-LOT-RIYO TO WS-JOGEN-SU
               END-IF
           ELSE
               MOVE ZM-HORYU-SU TO WS-JOGEN-SU
               IF WS-LOT-ARI AND LM-HORYU-SU < WS-JOGEN-SU
                   MOVE LM-HORYU-SU TO WS-JOGEN-SU
               END-IF
           END-IF
           IF HT-SURYO = ZEROS
               MOVE WS-JOGEN-SU TO WS-TAISHO-SU
           ELSE
               MOVE HT-SURYO TO WS-TAISHO-SU
           END-IF
           EVALUATE TRUE
               WHEN WS-JOGEN-SU NOT > ZEROS
                   IF HT-HORYU
                       MOVE '利用可能在庫なし' TO WS-NG-RIYU
                   ELSE
                       MOVE '検査保留なし' TO WS-NG-RIYU
                   END-IF
               WHEN WS-TAISHO-SU > WS-JOGEN-SU
                   MOVE '判定数量超過' TO WS-NG-RIYU
               WHEN HT-FUGOKAKU
                   AND ZM-FURYO-SU + WS-TAISHO-SU > WS-HORYU-JOGEN
                   MOVE '不合格数桁あふれ' TO WS-NG-RIYU
               WHEN HT-HORYU
                   AND ZM-HORYU-SU + WS-TAISHO-SU > WS-HORYU-JOGEN
                   MOVE '保留数桁あふれ' TO WS-NG-RIYU
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2300-HANTEI-HANEI.
           MOVE ZM-HORYU-SU TO WS-HORYU-MAE
           MOVE ZM-FURYO-SU TO WS-FURYO-MAE
           EVALUATE TRUE
               WHEN HT-GOKAKU
                   SUBTRACT WS-TAISHO-SU FROM ZM-HORYU-SU
                   ADD 1 TO WS-GOKAKU-CNT
               WHEN HT-FUGOKAKU
                   SUBTRACT WS-TAISHO-SU FROM ZM-HORYU-SU
                   ADD WS-TAISHO-SU TO ZM-FURYO-SU
                   ADD 1 TO WS-FUGOKAKU-CNT
               WHEN HT-HORYU
                   ADD WS-TAISHO-SU TO ZM-HORYU-SU
                   ADD 1 TO WS-HORYU-CNT
           END-EVALUATE
           REWRITE ZAIKO-REC
           IF WS-LOT-ARI
               PERFORM 2310-LOT-HANEI
           END-IF
           PERFORM 2400-WRITE-HANTEI-LOG.

       2310-LOT-HANEI.
           EVALUATE TRUE
               WHEN HT-GOKAKU
                   SUBTRACT WS-TAISHO-SU FROM LM-HORYU-SU
               WHEN HT-FUGOKAKU
                   SUBTRACT WS-TAISHO-SU FROM LM-HORYU-SU
                   ADD WS-TAISHO-SU TO LM-FURYO-SU
               WHEN HT-HORYU
                   ADD WS-TAISHO-SU TO LM-HORYU-SU
           END-EVALUATE
           REWRITE LOT-REC.

       2400-WRITE-HANTEI-LOG.
           MOVE SPACES         TO HANTEI-LOG-REC
           MOVE HT-HINBAN      TO HG-HINBAN
           MOVE HT-SOKO-CD     TO HG-SOKO-CD
           MOVE HT-LOT-NO      TO HG-LOT-NO
           MOVE HT-HANTEI-KBN  TO HG-HANTEI-KBN
           MOVE WS-TAISHO-SU   TO HG-SURYO
           MOVE WS-HORYU-MAE   TO HG-HORYU-MAE
           MOVE ZM-HORYU-SU    TO HG-HORYU-ATO
           MOVE WS-FURYO-MAE   TO HG-FURYO-MAE
           MOVE ZM-FURYO-SU    TO HG-FURYO-ATO
           MOVE HT-HANTEI-DT   TO HG-HANTEI-DT
           MOVE HT-TANTO-CD    TO HG-TANTO-CD
           MOVE WS-GYOMU-DATE  TO HG-SHORI-DT
           WRITE HANTEI-LOG-REC.

      * 品質保留在庫一覧: 判定後も検査保留・不合格が残る在庫行
       5000-HORYU-ZAN-REPORT.
           MOVE SPACES TO HR-LINE
           WRITE HANTEI-RPT-REC
           MOVE '===== 品質保留在庫一覧 =====' TO HR-LINE
           WRITE HANTEI-RPT-REC
           MOVE 'N' TO WS-ZAIKO-EOF
           MOVE LOW-VALUES TO ZM-KEY
           START ZAIKO-MASTER KEY IS NOT LESS THAN ZM-KEY
               INVALID KEY MOVE 'Y' TO WS-ZAIKO-EOF
           END-START
           PERFORM 5100-HORYU-ZAN-ONE
               UNTIL WS-ZAIKO-EOF = 'Y'.

       5100-HORYU-ZAN-ONE.
           READ ZAIKO-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-ZAIKO-EOF
               NOT AT END
                   IF ZM-HORYU-SU NOT NUMERIC
                       MOVE ZEROS TO ZM-HORYU-SU
                   END-IF
                   IF ZM-FURYO-SU NOT NUMERIC
                       MOVE ZEROS TO ZM-FURYO-SU
                   END-IF
                   IF ZM-HORYU-SU > ZEROS OR ZM-FURYO-SU > ZEROS
                       PERFORM 5110-HORYU-ZAN-LINE
                   END-IF
           END-READ.

       5110-HORYU-ZAN-LINE.
           ADD 1 TO WS-ZAN-CNT
           MOVE ZM-ZAIKO-SU TO WS-EDIT-ZAIKO
           MOVE ZM-HORYU-SU TO WS-EDIT-HORYU
           MOVE ZM-FURYO-SU TO WS-EDIT-FURYO
           MOVE SPACES TO WS-WORK-LINE
           STRING ZM-HINBAN ' ' ZM-SOKO-CD
                  ' 在庫:' WS-EDIT-ZAIKO
                  ' 保留:' WS-EDIT-HORYU
                  ' 不合格:' WS-EDIT-FURYO
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO HR-LINE
           WRITE HANTEI-RPT-REC.

       7000-GOUKEI-REPORT.
           MOVE SPACES TO HR-LINE
           WRITE HANTEI-RPT-REC
           MOVE WS-INPUT-CNT TO WS-EDIT-CNT
           MOVE SPACES TO WS-WORK-LINE
           STRING '判定入力件数  :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO HR-LINE
           WRITE HANTEI-RPT-REC
           MOVE WS-GOKAKU-CNT TO WS-EDIT-CNT
           MOVE SPACES TO WS-WORK-LINE
           STRING ' 合格解除    :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO HR-LINE
           WRITE HANTEI-RPT-REC
           MOVE WS-FUGOKAKU-CNT TO WS-EDIT-CNT
           MOVE SPACES TO WS-WORK-LINE
           STRING ' 不合格      :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO HR-LINE
           WRITE HANTEI-RPT-REC
           MOVE WS-HORYU-CNT TO WS-EDIT-CNT
           MOVE SPACES TO WS-WORK-LINE
           STRING ' 保留設定    :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO HR-LINE
           WRITE HANTEI-RPT-REC
           MOVE WS-NG-CNT TO WS-EDIT-CNT
           MOVE SPACES TO WS-WORK-LINE
           STRING ' 処理不能    :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO HR-LINE
           WRITE HANTEI-RPT-REC
           MOVE WS-ZAN-CNT TO WS-EDIT-CNT
           MOVE SPACES TO WS-WORK-LINE
           STRING '品質保留在庫行:' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO HR-LINE
           WRITE HANTEI-RPT-REC
           IF WS-NG-CNT > ZEROS
               MOVE 4 TO WS-RETURN-CODE
           END-IF.

       9100-WRITE-KEKKA.
           MOVE WS-TAISHO-SU TO WS-EDIT-SURYO
           MOVE SPACES TO WS-WORK-LINE
           STRING '判定:' HT-HANTEI-KBN
                  ' ' HT-HINBAN ' ' HT-SOKO-CD
                  ' ロット:' HT-LOT-NO
                  ' 数量:' WS-EDIT-SURYO
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO HR-LINE
           WRITE HANTEI-RPT-REC.

       9300-WRITE-NG.
           ADD 1 TO WS-NG-CNT
           MOVE HT-SURYO TO WS-EDIT-SURYO
           MOVE SPACES TO WS-WORK-LINE
           STRING '処理不能 判定:' HT-HANTEI-KBN
                  ' ' HT-HINBAN ' ' HT-SOKO-CD
                  ' ロット:' HT-LOT-NO
                  ' 数量:' WS-EDIT-SURYO
                  ' ' WS-NG-RIYU
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO HR-LINE
           WRITE HANTEI-RPT-REC.

       3000-CLOSE-FILES.
           CLOSE HANTEI-FILE
           CLOSE ZAIKO-MASTER
           CLOSE LOT-MASTER
           CLOSE HANTEI-LOG
           CLOSE HANTEI-RPT.
