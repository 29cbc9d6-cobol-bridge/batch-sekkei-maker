      *=================================================================
      * SAMPLE04P: 適格請求書発行事業者 登録状況洗い替えバッチ
      * 概要: 国税庁の公表データ（仕入先CDを付与し固定長に変換
      *       済み）を読み込み、仕入先マスタの品番別行に保持する
      *       登録番号・登録状態・登録日・失効（取消）日を仕入先
      *       単位で洗い替える。SAMPLE04Eの請求書照合がこの内容で
      *       適格請求書か否かを判定する。
      *       仕入先CDなし・登録番号形式誤り（T＋13桁）・状態区分
      *       誤り・日付誤りの行は取込まずに報告し、仕入先マスタに
      *       行がない仕入先も報告して、RC=4で終了する。
      *       同一仕入先の行が複数あれば後の行（新しい公表分）を
      *       採る。展開テーブルあふれはRC=8とする。
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE04P.
       AUTHOR. BATCH-SYSTEM.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TEKIKAKU-IN-FILE ASSIGN TO TEKIKAKUIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT SHIIRE-MASTER ASSIGN TO SHIIREMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-HINBAN
               FILE STATUS IS WS-SHIIRE-STATUS.
           SELECT KOSHIN-RPT ASSIGN TO TEKIKAKURPT
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
      * 公表データ: 状態区分 1=登録 2=失効 3=取消
       FD  TEKIKAKU-IN-FILE
           RECORD CONTAINS 60 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  TEKIKAKU-IN-REC.
           05  TK-SHIIRE-CD      PIC X(06).
           05  TK-TOUROKU-NO     PIC X(14).
           05  TK-JOTAI          PIC X(01).
               88  TK-JOTAI-OK           VALUE '1' '2' '3'.
               88  TK-TOUROKU-CHU        VALUE '1'.
           05  TK-TOUROKU-DT     PIC 9(08).
           05  TK-SHIKKO-DT      PIC 9(08).
           05  TK-KOUHYOU-DT     PIC 9(08).
           05  FILLER            PIC X(15).

      * 仕入先マスタ: 適格請求書の登録状況は補助領域に保持する
       FD  SHIIRE-MASTER
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  SHIIRE-REC.
           05  SH-HINBAN         PIC X(10).
           05  SH-SHIIRE-CD      PIC X(06).
           05  SH-LEAD-TIME      PIC 9(03).
           05  SH-HACHU-TANI     PIC 9(05).
           05  FILLER            PIC X(16).
           05  SH-TOUROKU-NO     PIC X(14).
           05  SH-TOUROKU-JOTAI  PIC X(01).
           05  SH-TOUROKU-DT     PIC 9(08).
           05  SH-SHIKKO-DT      PIC 9(08).
           05  SH-TOUROKU-KOSHIN-DT PIC 9(08).
           05  FILLER            PIC X(01).

       FD  KOSHIN-RPT
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  KOSHIN-RPT-REC.
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
           05  WS-IN-STATUS      PIC X(02).
           05  WS-SHIIRE-STATUS  PIC X(02).
           05  WS-RPT-STATUS     PIC X(02).
           05  WS-EOF-FLAG       PIC X(01) VALUE 'N'.
           05  WS-SHIIRE-EOF     PIC X(01) VALUE 'N'.

      * 仕入先別の登録状況テーブル（公表データを仕入先単位に展開）
       01  WS-TEKIKAKU-TABLE.
           05  WS-TEKIKAKU-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-TE-IDX.
               10  TE-SHIIRE-CD  PIC X(06).
               10  TE-TOUROKU-NO PIC X(14).
               10  TE-JOTAI      PIC X(01).
               10  TE-TOUROKU-DT PIC 9(08).
               10  TE-SHIKKO-DT  PIC 9(08).
               10  TE-MAE-NO     PIC X(14).
               10  TE-MAE-JOTAI  PIC X(01).
               10  TE-GYO-CNT    PIC 9(05).
               10  TE-KOSHIN-CNT PIC 9(05).
       01  WS-TEKIKAKU-CNT       PIC 9(03) VALUE ZEROS.
       01  WS-TEKIKAKU-SCAN      PIC 9(03).
       01  WS-TEKIKAKU-HIT       PIC 9(03) VALUE ZEROS.
       01  WS-TEKIKAKU-OVER      PIC 9(07) VALUE ZEROS.

       01  WS-KYAKKA-RIYU        PIC X(30).
       01  WS-JOTAI-MEI          PIC X(06).
       01  WS-MAE-JOTAI-MEI      PIC X(06).
       01  WS-JOTAI-KBN          PIC X(01).

       01  WS-COUNTERS.
           05  WS-INPUT-CNT      PIC 9(07) VALUE ZEROS.
           05  WS-KYAKKA-CNT     PIC 9(07) VALUE ZEROS.
           05  WS-SHIIRE-GYO-CNT PIC 9(07) VALUE ZEROS.
           05  WS-KOSHIN-GYO-CNT PIC 9(07) VALUE ZEROS.
           05  WS-KOSHIN-SAKI-CNT PIC 9(07) VALUE ZEROS.
           05  WS-MITOUROKU-CNT  PIC 9(07) VALUE ZEROS.
           05  WS-FUZAI-CNT      PIC 9(07) VALUE ZEROS.

       01  WS-EDIT-CNT           PIC ZZZ,ZZ9.
       01  WS-WORK-LINE          PIC X(100).

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
           PERFORM 1200-TEKIKAKU-TORIKOMI
               UNTIL WS-EOF-FLAG = 'Y'
           PERFORM 1500-SHIIRE-START
           PERFORM 2000-MAIN-LOOP
               UNTIL WS-SHIIRE-EOF = 'Y'
           PERFORM 2500-KEKKA-REPORT
               VARYING WS-TEKIKAKU-SCAN FROM 1 BY 1
               UNTIL WS-TEKIKAKU-SCAN > WS-TEKIKAKU-CNT
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
           MOVE 'SAMPLE4P' TO RL-PROGRAM-ID
           MOVE 'S'        TO RL-KBN
           MOVE WS-GYOMU-DATE TO RL-GYOMU-DT
           MOVE FUNCTION CURRENT-DATE(9:6) TO RL-JIKOKU
           MOVE ZEROS      TO RL-KENSU RL-RETURN-CD
           WRITE RUNLOG-REC
           CLOSE RUNLOG-FILE.

       0900-RUNLOG-END.
           OPEN EXTEND RUNLOG-FILE
           MOVE 'SAMPLE4P' TO RL-PROGRAM-ID
           MOVE 'E'        TO RL-KBN
           MOVE WS-GYOMU-DATE TO RL-GYOMU-DT
           MOVE FUNCTION CURRENT-DATE(9:6) TO RL-JIKOKU
           MOVE WS-INPUT-CNT TO RL-KENSU
           MOVE RETURN-CODE  TO RL-RETURN-CD
           WRITE RUNLOG-REC
           CLOSE RUNLOG-FILE.

       1000-OPEN-FILES.
           OPEN INPUT  TEKIKAKU-IN-FILE
           OPEN I-O    SHIIRE-MASTER
           OPEN OUTPUT KOSHIN-RPT
           MOVE '===== 適格請求書 登録状況洗い替え ====='
               TO KR-LINE
           WRITE KOSHIN-RPT-REC
           PERFORM 1100-READ-TEKIKAKU.

       1100-READ-TEKIKAKU.
           READ TEKIKAKU-IN-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

      * 公表データ取込: 形式を検査して仕入先別テーブルへ展開する
       1200-TEKIKAKU-TORIKOMI.
           ADD 1 TO WS-INPUT-CNT
           MOVE SPACES TO WS-KYAKKA-RIYU
           PERFORM 1210-TEKIKAKU-CHECK
           IF WS-KYAKKA-RIYU = SPACES
               PERFORM 1300-TEKIKAKU-ACCUM
           ELSE
               PERFORM 9200-WRITE-KYAKKA
           END-IF
           PERFORM 1100-READ-TEKIKAKU.

       1210-TEKIKAKU-CHECK.
           EVALUATE TRUE
               WHEN TK-SHIIRE-CD = SPACES
                   MOVE '仕入先CDなし' TO WS-KYAKKA-RIYU
               WHEN TK-TOUROKU-NO(1:1) NOT = 'T'
                 OR TK-TOUROKU-NO(2:13) NOT NUMERIC
                   MOVE '登録番号形式誤り' TO WS-KYAKKA-RIYU
               WHEN NOT TK-JOTAI-OK
                   MOVE '状態区分誤り' TO WS-KYAKKA-RIYU
               WHEN TK-TOUROKU-DT NOT NUMERIC
                 OR TK-TOUROKU-DT = ZEROS
                   MOVE '登録日誤り' TO WS-KYAKKA-RIYU
               WHEN TK-SHIKKO-DT NOT NUMERIC
                   MOVE '失効日誤り' TO WS-KYAKKA-RIYU
               WHEN NOT TK-TOUROKU-CHU
                AND TK-SHIKKO-DT = ZEROS
                   MOVE '失効日なし' TO WS-KYAKKA-RIYU
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       1300-TEKIKAKU-ACCUM.
           MOVE ZEROS TO WS-TEKIKAKU-HIT
           PERFORM 1310-TEKIKAKU-SCAN-ONE
               VARYING WS-TEKIKAKU-SCAN FROM 1 BY 1
               UNTIL WS-TEKIKAKU-SCAN > WS-TEKIKAKU-CNT
                   OR WS-TEKIKAKU-HIT > ZEROS
           IF WS-TEKIKAKU-HIT = ZEROS
               IF WS-TEKIKAKU-CNT < 500
                   ADD 1 TO WS-TEKIKAKU-CNT
                   MOVE WS-TEKIKAKU-CNT TO WS-TEKIKAKU-HIT
                   SET WS-TE-IDX TO WS-TEKIKAKU-HIT
                   MOVE TK-SHIIRE-CD TO TE-SHIIRE-CD (WS-TE-IDX)
                   MOVE SPACES TO TE-MAE-NO (WS-TE-IDX)
                                  TE-MAE-JOTAI (WS-TE-IDX)
                   MOVE ZEROS  TO TE-GYO-CNT (WS-TE-IDX)
                                  TE-KOSHIN-CNT (WS-TE-IDX)
               ELSE
                   ADD 1 TO WS-TEKIKAKU-OVER
                   DISPLAY 'SAMPLE04P: 仕入先展開件数超過 '
                       TK-SHIIRE-CD
                   MOVE 8 TO WS-RETURN-CODE
               END-IF
           END-IF
           IF WS-TEKIKAKU-HIT > ZEROS
               SET WS-TE-IDX TO WS-TEKIKAKU-HIT
               MOVE TK-TOUROKU-NO TO TE-TOUROKU-NO (WS-TE-IDX)
               MOVE TK-JOTAI      TO TE-JOTAI      (WS-TE-IDX)
               MOVE TK-TOUROKU-DT TO TE-TOUROKU-DT (WS-TE-IDX)
               MOVE TK-SHIKKO-DT  TO TE-SHIKKO-DT  (WS-TE-IDX)
           END-IF.

       1310-TEKIKAKU-SCAN-ONE.
           SET WS-TE-IDX TO WS-TEKIKAKU-SCAN
           IF TE-SHIIRE-CD (WS-TE-IDX) = TK-SHIIRE-CD
               MOVE WS-TEKIKAKU-SCAN TO WS-TEKIKAKU-HIT
           END-IF.

       1500-SHIIRE-START.
           MOVE LOW-VALUES TO SH-HINBAN
           START SHIIRE-MASTER KEY IS NOT LESS THAN SH-HINBAN
               INVALID KEY MOVE 'Y' TO WS-SHIIRE-EOF
           END-START
           IF WS-SHIIRE-EOF NOT = 'Y'
               PERFORM 1510-READ-SHIIRE
           END-IF.

       1510-READ-SHIIRE.
           READ SHIIRE-MASTER NEXT RECORD
               AT END MOVE 'Y' TO WS-SHIIRE-EOF
           END-READ.

      * 仕入先マスタ洗い替え: 品番別の全行に仕入先の登録状況を写す
       2000-MAIN-LOOP.
           ADD 1 TO WS-SHIIRE-GYO-CNT
           MOVE ZEROS TO WS-TEKIKAKU-HIT
           PERFORM 2010-SHIIRE-SCAN-ONE
               VARYING WS-TEKIKAKU-SCAN FROM 1 BY 1
               UNTIL WS-TEKIKAKU-SCAN > WS-TEKIKAKU-CNT
                   OR WS-TEKIKAKU-HIT > ZEROS
           IF WS-TEKIKAKU-HIT > ZEROS
               SET WS-TE-IDX TO WS-TEKIKAKU-HIT
               ADD 1 TO TE-GYO-CNT (WS-TE-IDX)
               PERFORM 2100-SHIIRE-KOSHIN
           ELSE
               IF SH-TOUROKU-NO = SPACES
                   ADD 1 TO WS-MITOUROKU-CNT
               END-IF
           END-IF
           PERFORM 1510-READ-SHIIRE.

       2010-SHIIRE-SCAN-ONE.
           SET WS-TE-IDX TO WS-TEKIKAKU-SCAN
           IF TE-SHIIRE-CD (WS-TE-IDX) = SH-SHIIRE-CD
               MOVE WS-TEKIKAKU-SCAN TO WS-TEKIKAKU-HIT
           END-IF.

       2100-SHIIRE-KOSHIN.
           IF SH-TOUROKU-NO    NOT = TE-TOUROKU-NO (WS-TE-IDX)
              OR SH-TOUROKU-JOTAI NOT = TE-JOTAI (WS-TE-IDX)
              OR SH-TOUROKU-DT NOT = TE-TOUROKU-DT (WS-TE-IDX)
              OR SH-SHIKKO-DT  NOT = TE-SHIKKO-DT (WS-TE-IDX)
               IF TE-KOSHIN-CNT (WS-TE-IDX) = ZEROS
                   MOVE SH-TOUROKU-NO    TO TE-MAE-NO (WS-TE-IDX)
                   MOVE SH-TOUROKU-JOTAI TO TE-MAE-JOTAI (WS-TE-IDX)
               END-IF
               MOVE TE-TOUROKU-NO (WS-TE-IDX) TO SH-TOUROKU-NO
               MOVE TE-JOTAI (WS-TE-IDX)      TO SH-TOUROKU-JOTAI
               MOVE TE-TOUROKU-DT (WS-TE-IDX) TO SH-TOUROKU-DT
               MOVE TE-SHIKKO-DT (WS-TE-IDX)  TO SH-SHIKKO-DT
               MOVE WS-GYOMU-DATE TO SH-TOUROKU-KOSHIN-DT
               REWRITE SHIIRE-REC
                   INVALID KEY
                       DISPLAY 'SAMPLE04P: 仕入先更新エラー '
                           SH-HINBAN
                       MOVE 8 TO WS-RETURN-CODE
                   NOT INVALID KEY
                       ADD 1 TO WS-KOSHIN-GYO-CNT
                       ADD 1 TO TE-KOSHIN-CNT (WS-TE-IDX)
               END-REWRITE
           END-IF.

      * 結果報告: 登録状況が変わった仕入先とマスタ不在の仕入先
       2500-KEKKA-REPORT.
           SET WS-TE-IDX TO WS-TEKIKAKU-SCAN
           IF TE-GYO-CNT (WS-TE-IDX) = ZEROS
               ADD 1 TO WS-FUZAI-CNT
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
               MOVE SPACES TO WS-WORK-LINE
               STRING '仕入先マスタ不在 仕入先:'
                      TE-SHIIRE-CD (WS-TE-IDX)
                      ' 登録番号:' TE-TOUROKU-NO (WS-TE-IDX)
                   DELIMITED SIZE INTO WS-WORK-LINE
               MOVE WS-WORK-LINE TO KR-LINE
               WRITE KOSHIN-RPT-REC
           ELSE
               IF TE-KOSHIN-CNT (WS-TE-IDX) > ZEROS
                   PERFORM 2510-KOSHIN-MEISAI
               END-IF
           END-IF.

       2510-KOSHIN-MEISAI.
           ADD 1 TO WS-KOSHIN-SAKI-CNT
           MOVE TE-MAE-JOTAI (WS-TE-IDX) TO WS-JOTAI-KBN
           PERFORM 2520-JOTAI-MEI
           MOVE WS-JOTAI-MEI TO WS-MAE-JOTAI-MEI
           MOVE TE-JOTAI (WS-TE-IDX) TO WS-JOTAI-KBN
           PERFORM 2520-JOTAI-MEI
           MOVE SPACES TO WS-WORK-LINE
           STRING '更新 仕入先:' TE-SHIIRE-CD (WS-TE-IDX)
                  ' 登録番号:' TE-TOUROKU-NO (WS-TE-IDX)
                  ' 状態:' WS-MAE-JOTAI-MEI
                  '→' WS-JOTAI-MEI
                  ' 失効日:' TE-SHIKKO-DT (WS-TE-IDX)
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO KR-LINE
           WRITE KOSHIN-RPT-REC.

       2520-JOTAI-MEI.
           EVALUATE WS-JOTAI-KBN
               WHEN '1'
                   MOVE '登録' TO WS-JOTAI-MEI
               WHEN '2'
                   MOVE '失効' TO WS-JOTAI-MEI
               WHEN '3'
                   MOVE '取消' TO WS-JOTAI-MEI
               WHEN OTHER
                   MOVE '未登録' TO WS-JOTAI-MEI
           END-EVALUATE.

       9200-WRITE-KYAKKA.
           ADD 1 TO WS-KYAKKA-CNT
           IF WS-RETURN-CODE < 4
               MOVE 4 TO WS-RETURN-CODE
           END-IF
           MOVE SPACES TO WS-WORK-LINE
           STRING '取込不可 行:' WS-INPUT-CNT
                  ' 仕入先:' TK-SHIIRE-CD
                  ' 登録番号:' TK-TOUROKU-NO
                  ' 事由:' WS-KYAKKA-RIYU
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO KR-LINE
           WRITE KOSHIN-RPT-REC.

       4000-RPT-FOOTER.
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-INPUT-CNT TO WS-EDIT-CNT
           STRING '入力件数      :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO KR-LINE
           WRITE KOSHIN-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-KYAKKA-CNT TO WS-EDIT-CNT
           STRING '取込不可件数  :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO KR-LINE
           WRITE KOSHIN-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-KOSHIN-SAKI-CNT TO WS-EDIT-CNT
           STRING '更新仕入先数  :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO KR-LINE
           WRITE KOSHIN-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-KOSHIN-GYO-CNT TO WS-EDIT-CNT
           STRING '更新行数      :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO KR-LINE
           WRITE KOSHIN-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-FUZAI-CNT TO WS-EDIT-CNT
           STRING 'マスタ不在    :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO KR-LINE
           WRITE KOSHIN-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-MITOUROKU-CNT TO WS-EDIT-CNT
           STRING '番号未登録行数:' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO KR-LINE
           WRITE KOSHIN-RPT-REC
           IF WS-TEKIKAKU-OVER > ZEROS
               MOVE SPACES TO WS-WORK-LINE
               MOVE WS-TEKIKAKU-OVER TO WS-EDIT-CNT
               STRING '仕入先展開あふれ:' WS-EDIT-CNT
                   DELIMITED SIZE INTO WS-WORK-LINE
               MOVE WS-WORK-LINE TO KR-LINE
               WRITE KOSHIN-RPT-REC
           END-IF.

       3000-CLOSE-FILES.
           CLOSE TEKIKAKU-IN-FILE
           CLOSE SHIIRE-MASTER
           CLOSE KOSHIN-RPT.
