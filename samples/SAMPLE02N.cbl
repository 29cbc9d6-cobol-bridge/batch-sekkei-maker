      * SAMPLE02N: 口座マスタ保守バッチ
      * 概要: 口座変更依頼ファイルを読み込み、口座マスタ(KOZA-MASTER)
      *       の開設・名義変更・解約を処理する。残高が残る口座や
      *       委託マスタに有効な振替委託が残る口座、未決算の利息が
      *       残る口座の解約は拒否する。開設時は預金種目（省略時は
      *       普通）を設定し、利息計算(SAMPLE02R)の起算日を置く。
      *       休眠口座(状態'2')は復活依頼で有効に戻す。開設・復活は
      *       顧客の取引として口座履歴に記録する（休眠判定の起点）。
      *       処理結果ログ・変更前後の監査履歴・リジェクト報告を出力
      *       する（SAMPLE08の顧客マスタ保守と同じ規律）。
      *=================================================================
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT KOZA-RIREKI ASSIGN TO KOZARIREKI
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RR-KEY
               FILE STATUS IS WS-RIREKI-STATUS.
           SELECT OPTIONAL GYOMU-DATE-FILE ASSIGN TO GYOMUDATE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               88  KH-KAISETSU   VALUE '1'.
               88  KH-HENKOU     VALUE '2'.
               88  KH-KAIYAKU    VALUE '3'.
               88  KH-FUKKATSU   VALUE '4'.
           05  KH-KOZA-NO        PIC X(10).
           05  KH-MEIGI          PIC X(40).
           05  KH-KOZA-SHUMOKU   PIC X(02).
           05  FILLER            PIC X(27).

       FD  KOZA-MASTER
           RECORD CONTAINS 100 CHARACTERS
           05  KM-MEIGI          PIC X(40).
           05  KM-ZANDAKA        PIC S9(13) COMP-3.
           05  KM-STATUS         PIC X(01).
               88  KM-YUKO       VALUE '1'.
               88  KM-KYUMIN     VALUE '2'.
           05  KM-KOZA-SHUMOKU   PIC X(02).
           05  KM-RISOKU-RUIKEI  PIC S9(13)V9(04) COMP-3.
           05  KM-RISOKU-KEISAN-DT PIC 9(08).
           05  FILLER            PIC X(23).

       FD  ITAKU-MASTER
           RECORD CONTAINS 60 CHARACTERS
           05  HS-AFTER-IMAGE    PIC X(100).
           05  FILLER            PIC X(02).

       FD  KOZA-RIREKI
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  RIREKI-REC.
           05  RR-KEY.
               10  RR-KOZA-NO    PIC X(10).
               10  RR-SHORI-DT   PIC 9(08).
               10  RR-SHORI-TM   PIC 9(06).
               10  RR-SEQ        PIC 9(05).
           05  RR-KINGAKU        PIC S9(13) COMP-3.
           05  RR-ZANDAKA-MAE    PIC S9(13) COMP-3.
           05  RR-ZANDAKA-ATO    PIC S9(13) COMP-3.
           05  RR-PROGRAM-ID     PIC X(08).
           05  RR-RESULT-CD      PIC X(02).
           05  FILLER            PIC X(20).

       FD  GYOMU-DATE-FILE
           RECORD CONTAINS 20 CHARACTERS
           LABEL RECORDS ARE STANDARD
           05  WS-KEKKA-STATUS   PIC X(02).
           05  WS-REJECT-STATUS  PIC X(02).
           05  WS-HISTORY-STATUS PIC X(02).
           05  WS-RIREKI-STATUS  PIC X(02).
           05  WS-EOF-FLAG       PIC X(01) VALUE 'N'.

       01  WS-KOZA-BEFORE        PIC X(100).
       01  WS-KAIYAKU-RIYU       PIC X(40).

       01  WS-TODAY              PIC 9(08) VALUE ZEROS.
       01  WS-RIREKI-SEQ         PIC 9(05) VALUE ZEROS.
       01  WS-COUNTERS.
           05  WS-INPUT-CNT      PIC 9(07) VALUE ZEROS.
           05  WS-KAISETSU-CNT   PIC 9(07) VALUE ZEROS.
           05  WS-HENKOU-CNT     PIC 9(07) VALUE ZEROS.
           05  WS-KAIYAKU-CNT    PIC 9(07) VALUE ZEROS.
           05  WS-FUKKATSU-CNT   PIC 9(07) VALUE ZEROS.
           05  WS-ERR-CNT        PIC 9(07) VALUE ZEROS.

       01  WS-GYOMU-DATE-AREA.
           OPEN OUTPUT KEKKA-LOG
           OPEN OUTPUT REJECT-RPT
           OPEN OUTPUT HISTORY-LOG
           OPEN I-O    KOZA-RIREKI
           PERFORM 1100-READ-HENKO.

       1100-READ-HENKO.
                   PERFORM 2200-HENKOU-SHORI
               WHEN KH-KAIYAKU
                   PERFORM 2300-KAIYAKU-SHORI
               WHEN KH-FUKKATSU
                   PERFORM 2400-FUKKATSU-SHORI
               WHEN OTHER
                   MOVE 'N' TO KL-RESULT
                   MOVE '処理区分不正' TO KL-MSG
           MOVE KH-MEIGI   TO KM-MEIGI
           MOVE ZEROS      TO KM-ZANDAKA
           MOVE '1'        TO KM-STATUS
           IF KH-KOZA-SHUMOKU = SPACES
               MOVE '01'            TO KM-KOZA-SHUMOKU
           ELSE
               MOVE KH-KOZA-SHUMOKU TO KM-KOZA-SHUMOKU
           END-IF
           MOVE ZEROS      TO KM-RISOKU-RUIKEI
           MOVE WS-TODAY   TO KM-RISOKU-KEISAN-DT
           WRITE KOZA-REC
               INVALID KEY
                   MOVE 'N' TO KL-RESULT
               NOT INVALID KEY
                   MOVE SPACES TO WS-KOZA-BEFORE
                   PERFORM 9300-WRITE-HISTORY
                   PERFORM 9400-RIREKI-KIROKU
                   MOVE 'Y' TO KL-RESULT
                   MOVE '開設完了' TO KL-MSG
                   ADD 1 TO WS-KAISETSU-CNT
               MOVE 'N' TO WS-KAIYAKU-FLAG
               MOVE '残高が残るため解約不可'
                   TO WS-KAIYAKU-RIYU
           END-IF
           IF WS-KAIYAKU-OK
               AND KM-RISOKU-RUIKEI IS NUMERIC
               AND KM-RISOKU-RUIKEI NOT = ZEROS
               MOVE 'N' TO WS-KAIYAKU-FLAG
               MOVE '未決算の利息が残存'
                   TO WS-KAIYAKU-RIYU
           END-IF
           IF WS-KAIYAKU-OK
               MOVE KH-KOZA-NO TO IT-KOZA-NO
               READ ITAKU-MASTER
                   INVALID KEY
               END-READ
           END-IF.

      * 復活: 休眠口座(状態'2')を有効に戻し、顧客取引として履歴に
      * 記録する（休眠判定の最終取引日が復活日に更新される）
       2400-FUKKATSU-SHORI.
           MOVE KH-KOZA-NO TO KM-KOZA-NO
           READ KOZA-MASTER
               INVALID KEY
                   MOVE 'N' TO KL-RESULT
                   MOVE '口座番号不存在' TO KL-MSG
                   ADD 1 TO WS-ERR-CNT
                   PERFORM 9100-WRITE-LOG
               NOT INVALID KEY
                   IF KM-KYUMIN
                       MOVE KOZA-REC TO WS-KOZA-BEFORE
                       MOVE '1' TO KM-STATUS
                       REWRITE KOZA-REC
                       PERFORM 9300-WRITE-HISTORY
                       PERFORM 9400-RIREKI-KIROKU
                       MOVE 'Y' TO KL-RESULT
                       MOVE '復活完了' TO KL-MSG
                       ADD 1 TO WS-FUKKATSU-CNT
                       PERFORM 9100-WRITE-LOG
                   ELSE
                       MOVE '休眠口座ではないため復活不可'
                           TO WS-KAIYAKU-RIYU
                       PERFORM 9200-WRITE-REJECT
                   END-IF
           END-READ.

       3000-CLOSE-FILES.
           CLOSE KOZA-HENKO-FILE
           CLOSE KOZA-MASTER
           CLOSE ITAKU-MASTER
           CLOSE KEKKA-LOG
           CLOSE REJECT-RPT
           CLOSE HISTORY-LOG
           CLOSE KOZA-RIREKI.

       9100-WRITE-LOG.
           MOVE KH-KOZA-NO   TO KL-KOZA-NO
           MOVE WS-KOZA-BEFORE TO HS-BEFORE-IMAGE
           MOVE KOZA-REC       TO HS-AFTER-IMAGE
           WRITE HISTORY-REC.

       9400-RIREKI-KIROKU.
           ADD 1 TO WS-RIREKI-SEQ
           MOVE KM-KOZA-NO     TO RR-KOZA-NO
           MOVE WS-TODAY       TO RR-SHORI-DT
           MOVE WS-GYOMU-TIME  TO RR-SHORI-TM
           MOVE WS-RIREKI-SEQ  TO RR-SEQ
           MOVE ZEROS          TO RR-KINGAKU
           MOVE KM-ZANDAKA     TO RR-ZANDAKA-MAE
           MOVE KM-ZANDAKA     TO RR-ZANDAKA-ATO
           MOVE 'SAMPLE2N'     TO RR-PROGRAM-ID
           MOVE '00'           TO RR-RESULT-CD
           WRITE RIREKI-REC
               INVALID KEY CONTINUE
           END-WRITE.
