      *=================================================================
      * SAMPLE04I: 商品マスタ保守バッチ
      * 概要: 商品マスタ変更依頼（新規'1'・変更'2'・廃止'3'）を読み込み
      *       商品マスタ（品番・品名・単位・商品分類・定価・適用期間）
      *       を更新する。定価変更は適用日が未来なら予定定価として保持
      *       し、適用日の到来した予定定価は処理の最後に現定価へ切り
      *       替える。更新前後のイメージを変更履歴へ追記する（監査
      *       証跡）。商品マスタはSAMPLE04・SAMPLE09が共用する。
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE04I.
       AUTHOR. BATCH-SYSTEM.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SHOHIN-HENKO ASSIGN TO SHOHINHNK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HENKO-STATUS.
           SELECT SHOHIN-MASTER ASSIGN TO SHOHINMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HM-HINBAN
               FILE STATUS IS WS-SHOHIN-STATUS.
           SELECT HISTORY-LOG ASSIGN TO SHOHINHST
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT KEKKA-LIST ASSIGN TO SHOHINLST
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-KEKKA-STATUS.
           SELECT REJECT-FILE ASSIGN TO SHOHINREJ
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.
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
       FD  SHOHIN-HENKO
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  SHOHIN-HENKO-REC.
           05  SN-SHORI-KBN      PIC X(01).
               88  SN-SHINKI     VALUE '1'.
               88  SN-HENKOU     VALUE '2'.
               88  SN-HAISHI     VALUE '3'.
           05  SN-HINBAN         PIC X(10).
           05  SN-HINMEI         PIC X(30).
           05  SN-TANI           PIC X(04).
           05  SN-BUNRUI-CD      PIC X(04).
           05  SN-TEIKA          PIC 9(08).
           05  SN-TEKIYO-DT      PIC 9(08).
           05  SN-SHURYO-DT      PIC 9(08).
           05  FILLER            PIC X(27).

      * 商品マスタ: 適用期間（終了99999999は無期限）と定価を持つ。
      * 予定定価は予定適用日以降の取引に適用する
       FD  SHOHIN-MASTER
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  SHOHIN-REC.
           05  HM-HINBAN         PIC X(10).
           05  HM-HINMEI         PIC X(30).
           05  HM-TANI           PIC X(04).
           05  HM-BUNRUI-CD      PIC X(04).
           05  HM-TEIKA          PIC S9(09) COMP-3.
           05  HM-KAISHI-DT      PIC 9(08).
           05  HM-SHURYO-DT      PIC 9(08).
           05  HM-YOTEI-TEIKA    PIC S9(09) COMP-3.
           05  HM-YOTEI-DT       PIC 9(08).
           05  HM-KOSHIN-DT      PIC 9(08).
           05  FILLER            PIC X(10).

      * 変更履歴: 更新前後のイメージを追記し続ける（監査証跡）
       FD  HISTORY-LOG
           RECORD CONTAINS 220 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  HISTORY-REC.
           05  HS-HINBAN         PIC X(10).
           05  HS-HENKOU-DT      PIC 9(08).
           05  HS-SHORI-KBN      PIC X(01).
           05  HS-BEFORE-IMAGE   PIC X(100).
           05  HS-AFTER-IMAGE    PIC X(100).
           05  FILLER            PIC X(01).

       FD  KEKKA-LIST
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  KEKKA-LIST-REC.
           05  KL-LINE           PIC X(100).

       FD  REJECT-FILE
           RECORD CONTAINS 60 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  REJECT-REC.
           05  RJ-HINBAN         PIC X(10).
           05  RJ-SHORI-KBN      PIC X(01).
           05  RJ-REASON         PIC X(40).
           05  FILLER            PIC X(09).

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
           05  WS-HENKO-STATUS   PIC X(02).
           05  WS-SHOHIN-STATUS  PIC X(02).
           05  WS-HISTORY-STATUS PIC X(02).
           05  WS-KEKKA-STATUS   PIC X(02).
           05  WS-REJECT-STATUS  PIC X(02).
           05  WS-EOF-FLAG       PIC X(01) VALUE 'N'.
           05  WS-KIRIKAE-EOF    PIC X(01) VALUE 'N'.

       01  WS-HONJITSU           PIC 9(08) VALUE ZEROS.
       01  WS-MUKIGEN-DT         PIC 9(08) VALUE 99999999.
       01  WS-SHOHIN-BEFORE      PIC X(100).
       01  WS-TEKIYO-DT          PIC 9(08).
       01  WS-REJ-REASON         PIC X(40).
       01  WS-HENKOU-ARI         PIC X(01).

       01  WS-COUNTERS.
           05  WS-INPUT-CNT      PIC 9(07) VALUE ZEROS.
           05  WS-SHINKI-CNT     PIC 9(07) VALUE ZEROS.
           05  WS-HENKOU-CNT     PIC 9(07) VALUE ZEROS.
           05  WS-HAISHI-CNT     PIC 9(07) VALUE ZEROS.
           05  WS-YOTEI-CNT      PIC 9(07) VALUE ZEROS.
           05  WS-KIRIKAE-CNT    PIC 9(07) VALUE ZEROS.
           05  WS-REJECT-CNT     PIC 9(07) VALUE ZEROS.

       01  WS-EDIT-AREA.
           05  WS-EDIT-CNT       PIC ZZZ,ZZ9.
           05  WS-EDIT-TEIKA     PIC ZZ,ZZZ,ZZ9.
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
           PERFORM 5000-YOTEI-KIRIKAE
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
           MOVE 'SAMPLE4I' TO RL-PROGRAM-ID
           MOVE 'S'        TO RL-KBN
           MOVE WS-GYOMU-DATE TO RL-GYOMU-DT
           MOVE FUNCTION CURRENT-DATE(9:6) TO RL-JIKOKU
           MOVE ZEROS      TO RL-KENSU RL-RETURN-CD
           WRITE RUNLOG-REC
           CLOSE RUNLOG-FILE.

       0900-RUNLOG-END.
           OPEN EXTEND RUNLOG-FILE
           MOVE 'SAMPLE4I' TO RL-PROGRAM-ID
           MOVE 'E'        TO RL-KBN
           MOVE WS-GYOMU-DATE TO RL-GYOMU-DT
           MOVE FUNCTION CURRENT-DATE(9:6) TO RL-JIKOKU
           MOVE WS-INPUT-CNT TO RL-KENSU
           MOVE RETURN-CODE  TO RL-RETURN-CD
           WRITE RUNLOG-REC
           CLOSE RUNLOG-FILE.

       1000-OPEN-FILES.
           OPEN INPUT  SHOHIN-HENKO
           OPEN I-O    SHOHIN-MASTER
           OPEN EXTEND HISTORY-LOG
           OPEN OUTPUT KEKKA-LIST
           OPEN OUTPUT REJECT-FILE
           MOVE WS-GYOMU-DATE TO WS-HONJITSU
           MOVE '===== 商品マスタ保守結果 =====' TO KL-LINE
           WRITE KEKKA-LIST-REC
           PERFORM 1100-READ-HENKO.

       1100-READ-HENKO.
           READ SHOHIN-HENKO
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

       2000-MAIN-LOOP.
           ADD 1 TO WS-INPUT-CNT
           MOVE SN-TEKIYO-DT TO WS-TEKIYO-DT
           IF WS-TEKIYO-DT = ZEROS
               MOVE WS-HONJITSU TO WS-TEKIYO-DT
           END-IF
           MOVE SN-HINBAN TO HM-HINBAN
           EVALUATE TRUE
               WHEN SN-SHINKI
                   PERFORM 2100-SHINKI-SHORI
               WHEN SN-HENKOU
                   PERFORM 2200-HENKOU-SHORI
               WHEN SN-HAISHI
                   PERFORM 2300-HAISHI-SHORI
               WHEN OTHER
                   MOVE '処理区分不正' TO WS-REJ-REASON
                   PERFORM 9200-WRITE-REJECT
           END-EVALUATE
           PERFORM 1100-READ-HENKO.

      * 新規: 品名・定価は必須。適用終了の指定がなければ無期限
       2100-SHINKI-SHORI.
           READ SHOHIN-MASTER
               INVALID KEY
                   PERFORM 2110-SHINKI-TOUROKU
               NOT INVALID KEY
                   MOVE '既に登録済み' TO WS-REJ-REASON
                   PERFORM 9200-WRITE-REJECT
           END-READ.

       2110-SHINKI-TOUROKU.
           EVALUATE TRUE
               WHEN SN-HINBAN = SPACES
                   MOVE '品番未設定' TO WS-REJ-REASON
                   PERFORM 9200-WRITE-REJECT
               WHEN SN-HINMEI = SPACES
                   MOVE '品名未設定' TO WS-REJ-REASON
                   PERFORM 9200-WRITE-REJECT
               WHEN SN-TEIKA = ZEROS
                   MOVE '定価未設定' TO WS-REJ-REASON
                   PERFORM 9200-WRITE-REJECT
               WHEN SN-SHURYO-DT NOT = ZEROS
                   AND SN-SHURYO-DT < WS-TEKIYO-DT
                   MOVE '適用終了日が開始日より前'
                       TO WS-REJ-REASON
                   PERFORM 9200-WRITE-REJECT
               WHEN OTHER
                   MOVE SPACES        TO SHOHIN-REC
                   MOVE SN-HINBAN     TO HM-HINBAN
                   MOVE SN-HINMEI     TO HM-HINMEI
                   MOVE SN-TANI       TO HM-TANI
                   MOVE SN-BUNRUI-CD  TO HM-BUNRUI-CD
                   MOVE SN-TEIKA      TO HM-TEIKA
                   MOVE WS-TEKIYO-DT  TO HM-KAISHI-DT
                   IF SN-SHURYO-DT = ZEROS
                       MOVE WS-MUKIGEN-DT TO HM-SHURYO-DT
                   ELSE
                       MOVE SN-SHURYO-DT  TO HM-SHURYO-DT
                   END-IF
                   MOVE ZEROS         TO HM-YOTEI-TEIKA HM-YOTEI-DT
                   MOVE WS-HONJITSU   TO HM-KOSHIN-DT
                   MOVE SPACES        TO WS-SHOHIN-BEFORE
                   WRITE SHOHIN-REC
                       INVALID KEY
                           MOVE '既に登録済み' TO WS-REJ-REASON
                           PERFORM 9200-WRITE-REJECT
                       NOT INVALID KEY
                           ADD 1 TO WS-SHINKI-CNT
                           PERFORM 9300-WRITE-HISTORY
                           PERFORM 9100-WRITE-KEKKA
                   END-WRITE
           END-EVALUATE.

      * 変更: 空白でない項目だけを置き換える。定価は適用日で判定し、
      * 未来日付なら予定定価として保持する
       2200-HENKOU-SHORI.
           READ SHOHIN-MASTER
               INVALID KEY
                   MOVE '商品マスタ未登録' TO WS-REJ-REASON
                   PERFORM 9200-WRITE-REJECT
               NOT INVALID KEY
                   PERFORM 2210-HENKOU-HANEI
           END-READ.

       2210-HENKOU-HANEI.
           MOVE SHOHIN-REC TO WS-SHOHIN-BEFORE
           MOVE 'N' TO WS-HENKOU-ARI
           IF SN-HINMEI NOT = SPACES
               MOVE SN-HINMEI TO HM-HINMEI
               MOVE 'Y' TO WS-HENKOU-ARI
           END-IF
           IF SN-TANI NOT = SPACES
               MOVE SN-TANI TO HM-TANI
               MOVE 'Y' TO WS-HENKOU-ARI
           END-IF
           IF SN-BUNRUI-CD NOT = SPACES
               MOVE SN-BUNRUI-CD TO HM-BUNRUI-CD
               MOVE 'Y' TO WS-HENKOU-ARI
           END-IF
           IF SN-TEIKA > ZEROS
               MOVE 'Y' TO WS-HENKOU-ARI
               IF WS-TEKIYO-DT > WS-HONJITSU
                   MOVE SN-TEIKA     TO HM-YOTEI-TEIKA
                   MOVE WS-TEKIYO-DT TO HM-YOTEI-DT
                   ADD 1 TO WS-YOTEI-CNT
               ELSE
                   MOVE SN-TEIKA TO HM-TEIKA
                   MOVE ZEROS    TO HM-YOTEI-TEIKA HM-YOTEI-DT
               END-IF
           END-IF
           IF SN-SHURYO-DT > ZEROS
               MOVE SN-SHURYO-DT TO HM-SHURYO-DT
               MOVE 'Y' TO WS-HENKOU-ARI
           END-IF
           EVALUATE TRUE
               WHEN WS-HENKOU-ARI = 'N'
                   MOVE '変更項目なし' TO WS-REJ-REASON
                   PERFORM 9200-WRITE-REJECT
               WHEN HM-SHURYO-DT < HM-KAISHI-DT
                   MOVE '適用終了日が開始日より前'
                       TO WS-REJ-REASON
                   PERFORM 9200-WRITE-REJECT
               WHEN OTHER
                   MOVE WS-HONJITSU TO HM-KOSHIN-DT
                   REWRITE SHOHIN-REC
                   ADD 1 TO WS-HENKOU-CNT
                   PERFORM 9300-WRITE-HISTORY
                   PERFORM 9100-WRITE-KEKKA
           END-EVALUATE.

      * 廃止: 物理削除せず適用終了日を設定する（過去取引の照合用）
       2300-HAISHI-SHORI.
           READ SHOHIN-MASTER
               INVALID KEY
                   MOVE '商品マスタ未登録' TO WS-REJ-REASON
                   PERFORM 9200-WRITE-REJECT
               NOT INVALID KEY
                   IF WS-TEKIYO-DT < HM-KAISHI-DT
                       MOVE '廃止日が適用開始日より前'
                           TO WS-REJ-REASON
                       PERFORM 9200-WRITE-REJECT
                   ELSE
                       MOVE SHOHIN-REC   TO WS-SHOHIN-BEFORE
                       MOVE WS-TEKIYO-DT TO HM-SHURYO-DT
                       MOVE WS-HONJITSU  TO HM-KOSHIN-DT
                       REWRITE SHOHIN-REC
                       ADD 1 TO WS-HAISHI-CNT
                       PERFORM 9300-WRITE-HISTORY
                       PERFORM 9100-WRITE-KEKKA
                   END-IF
           END-READ.

      * 予定定価の切替: 適用日が到来した予定定価を現定価へ移す
       5000-YOTEI-KIRIKAE.
           MOVE 'N' TO WS-KIRIKAE-EOF
           MOVE LOW-VALUES TO HM-HINBAN
           START SHOHIN-MASTER KEY IS NOT LESS THAN HM-HINBAN
               INVALID KEY MOVE 'Y' TO WS-KIRIKAE-EOF
           END-START
           PERFORM 5100-YOTEI-KIRIKAE-ONE
               UNTIL WS-KIRIKAE-EOF = 'Y'.

       5100-YOTEI-KIRIKAE-ONE.
           READ SHOHIN-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-KIRIKAE-EOF
               NOT AT END
                   IF HM-YOTEI-DT > ZEROS
                       AND HM-YOTEI-DT <= WS-HONJITSU
                       MOVE SHOHIN-REC     TO WS-SHOHIN-BEFORE
                       MOVE HM-YOTEI-TEIKA TO HM-TEIKA
                       MOVE ZEROS TO HM-YOTEI-TEIKA HM-YOTEI-DT
                       MOVE WS-HONJITSU    TO HM-KOSHIN-DT
                       REWRITE SHOHIN-REC
                       ADD 1 TO WS-KIRIKAE-CNT
                       MOVE 'K' TO SN-SHORI-KBN
                       MOVE HM-HINBAN TO SN-HINBAN
                       PERFORM 9300-WRITE-HISTORY
                       PERFORM 9100-WRITE-KEKKA
                   END-IF
           END-READ.

       7000-GOUKEI-REPORT.
           MOVE SPACES TO KL-LINE
           WRITE KEKKA-LIST-REC
           MOVE WS-INPUT-CNT TO WS-EDIT-CNT
           MOVE SPACES TO WS-WORK-LINE
           STRING '入力件数      :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO KL-LINE
           WRITE KEKKA-LIST-REC
           MOVE WS-SHINKI-CNT TO WS-EDIT-CNT
           MOVE SPACES TO WS-WORK-LINE
           STRING '新規件数      :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO KL-LINE
           WRITE KEKKA-LIST-REC
           MOVE WS-HENKOU-CNT TO WS-EDIT-CNT
           MOVE SPACES TO WS-WORK-LINE
           STRING '変更件数      :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO KL-LINE
           WRITE KEKKA-LIST-REC
           MOVE WS-YOTEI-CNT TO WS-EDIT-CNT
           MOVE SPACES TO WS-WORK-LINE
           STRING ' うち予定定価 :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO KL-LINE
           WRITE KEKKA-LIST-REC
           MOVE WS-HAISHI-CNT TO WS-EDIT-CNT
           MOVE SPACES TO WS-WORK-LINE
           STRING '廃止件数      :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO KL-LINE
           WRITE KEKKA-LIST-REC
           MOVE WS-KIRIKAE-CNT TO WS-EDIT-CNT
           MOVE SPACES TO WS-WORK-LINE
           STRING '定価切替件数  :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO KL-LINE
           WRITE KEKKA-LIST-REC
           MOVE WS-REJECT-CNT TO WS-EDIT-CNT
           MOVE SPACES TO WS-WORK-LINE
           STRING 'リジェクト件数:' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO KL-LINE
           WRITE KEKKA-LIST-REC
           IF WS-REJECT-CNT > ZEROS
               MOVE 4 TO WS-RETURN-CODE
           END-IF.

       9100-WRITE-KEKKA.
           MOVE SPACES TO WS-WORK-LINE
           MOVE HM-TEIKA TO WS-EDIT-TEIKA
           STRING '区分:' SN-SHORI-KBN
                  ' 品番:' HM-HINBAN
                  ' ' HM-HINMEI
                  ' 定価:' WS-EDIT-TEIKA
                  ' 終了:' HM-SHURYO-DT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO KL-LINE
           WRITE KEKKA-LIST-REC.

       9200-WRITE-REJECT.
           MOVE SPACES        TO REJECT-REC
           MOVE SN-HINBAN     TO RJ-HINBAN
           MOVE SN-SHORI-KBN  TO RJ-SHORI-KBN
           MOVE WS-REJ-REASON TO RJ-REASON
           WRITE REJECT-REC
           ADD 1 TO WS-REJECT-CNT.

       9300-WRITE-HISTORY.
           MOVE SPACES           TO HISTORY-REC
           MOVE HM-HINBAN        TO HS-HINBAN
           MOVE WS-HONJITSU      TO HS-HENKOU-DT
           MOVE SN-SHORI-KBN     TO HS-SHORI-KBN
           MOVE WS-SHOHIN-BEFORE TO HS-BEFORE-IMAGE
           MOVE SHOHIN-REC       TO HS-AFTER-IMAGE
           WRITE HISTORY-REC.

       3000-CLOSE-FILES.
           CLOSE SHOHIN-HENKO
           CLOSE SHOHIN-MASTER
           CLOSE HISTORY-LOG
           CLOSE KEKKA-LIST
           CLOSE REJECT-FILE.
