      * SAMPLE04: 在庫更新バッチ
      * 概要: 入出庫トランザクションを読み込み、在庫マスタを更新する
      *       マイナス在庫はエラーとして欠品ログに出力する
      *       受入検査区分付きの入庫は検査保留として計上し、出庫・
      *       移動・組立・発注点判定は品質保留を除いた数で行う
      *       一定件数ごとにチェックポイント（各トランザクションの読込
      *       位置・制御合計・出力ファイルの件数位置）を取り、異常終了
      *       後の再開実行では、チェックポイント以降のマスタ更新を前
      *       イメージで戻し、出力を位置まで切り詰めてから続きを処理
      *       する（適用済みの取引は読み飛ばし、在庫を二重計上しない）
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE04.
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ORPHAN-STATUS.
           SELECT SHOHIN-MASTER ASSIGN TO SHOHINMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HM-HINBAN
               FILE STATUS IS WS-SHOHIN-STATUS.
           SELECT KANJO-MASTER ASSIGN TO KANJOMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS KJ-EVENT-CD
               FILE STATUS IS WS-KANJO-STATUS.
           SELECT SHIWAKE-FILE ASSIGN TO SWJRNL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SHIWAKE-STATUS.
           SELECT OPTIONAL GYOMU-DATE-FILE ASSIGN TO GYOMUDATE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN TO ZAIKOCKP
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.
           SELECT OPTIONAL BI-LOG ASSIGN TO ZAIKOBI
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BI-STATUS.
           SELECT RST-WORK ASSIGN TO RSTWORK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RSTWK-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  TR-LOT-NO         PIC X(10).
           05  TR-YUKO-KIGEN     PIC 9(08).
           05  TR-HACHU-NO       PIC X(10).
           05  TR-KENSA-KBN      PIC X(01).
               88  TR-KENSA-YO   VALUE '1'.
           05  FILLER            PIC X(13).

       FD  TRANS-FILE2
           RECORD CONTAINS 80 CHARACTERS
           05  TR2-LOT-NO        PIC X(10).
           05  TR2-YUKO-KIGEN    PIC 9(08).
           05  TR2-HACHU-NO      PIC X(10).
           05  TR2-KENSA-KBN     PIC X(01).
           05  FILLER            PIC X(13).

       FD  TRANS-FILE3
           RECORD CONTAINS 80 CHARACTERS
           05  TR3-LOT-NO        PIC X(10).
           05  TR3-YUKO-KIGEN    PIC 9(08).
           05  TR3-HACHU-NO      PIC X(10).
           05  TR3-KENSA-KBN     PIC X(01).
           05  FILLER            PIC X(13).

       FD  TRAN-REJECT
           RECORD CONTAINS 60 CHARACTERS
           05  ZM-LOT-NO         PIC X(10).
           05  ZM-HEIKIN-TANKA   PIC S9(05)V99 COMP-3.
           05  ZM-HIKIATE-SU     PIC S9(09) COMP-3.
           05  ZM-ABC-KBN        PIC X(01).
      * 品質保留: 検査保留数と不合格数（いずれも現在庫の内数）
           05  ZM-HORYU-SU       PIC S9(05) COMP-3.
           05  ZM-FURYO-SU       PIC S9(05) COMP-3.
           05  FILLER            PIC X(01).

       FD  KEPIN-LOG
           RECORD CONTAINS 60 CHARACTERS
           05  LM-NYUKO-DT       PIC 9(08).
           05  LM-YUKO-KIGEN     PIC 9(08).
           05  LM-ZAIKO-SU       PIC S9(09) COMP-3.
           05  LM-HORYU-SU       PIC S9(09) COMP-3.
           05  LM-FURYO-SU       PIC S9(09) COMP-3.
           05  FILLER            PIC X(05).

       FD  LOT-SYOHI-LOG
           RECORD CONTAINS 60 CHARACTERS
           05  PO-STATUS         PIC X(01).
               88  PO-OPEN       VALUE '0'.
               88  PO-CLOSED     VALUE '1'.
      * 納入実績: 最終入荷日・累計入荷数・完納日・許容超過回数
           05  PO-NYUKA-DT       PIC 9(08).
           05  PO-NYUKA-SU       PIC S9(07) COMP-3.
           05  PO-KANRYO-DT      PIC 9(08).
           05  PO-CHOKA-KAISU    PIC S9(03) COMP-3.
           05  FILLER            PIC X(03).

      * 部品構成マスタ: 親品番→構成部品と員数
       FD  BOM-MASTER
       01  ORPHAN-RPT-REC.
           05  OR-LINE           PIC X(100).

      * 商品マスタ: 品名の正本（SAMPLE04Iで維持しSAMPLE09と共用）
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

       FD  KANJO-MASTER
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  KANJO-REC.
           05  KJ-EVENT-CD       PIC X(04).
           05  KJ-KARIKATA-CD    PIC X(08).
           05  KJ-KASHIKATA-CD   PIC X(08).
           05  FILLER            PIC X(20).

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

       FD  GYOMU-DATE-FILE
           RECORD CONTAINS 20 CHARACTERS
           LABEL RECORDS ARE STANDARD
           05  RL-RETURN-CD      PIC 9(04).
           05  FILLER            PIC X(06).

      * チェックポイント: 最終レコードが再開位置（正常終了時に空にする）
       FD  CHECKPOINT-FILE
           RECORD CONTAINS 300 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  CHECKPOINT-REC.
           05  CK-CKPT-NO        PIC 9(05).
           05  CK-REC-CNT        PIC 9(07).
           05  CK-YOMI-CNT1      PIC 9(07).
           05  CK-YOMI-CNT2      PIC 9(07).
           05  CK-YOMI-CNT3      PIC 9(07).
           05  CK-EOF-FLAG1      PIC X(01).
           05  CK-EOF-FLAG2      PIC X(01).
           05  CK-EOF-FLAG3      PIC X(01).
           05  CK-PREV-HINBAN    PIC X(10).
           05  CK-PREV-SOKO-CD   PIC X(04).
           05  CK-PREV-HIDUKE    PIC 9(08).
           05  CK-PREV-SURYO     PIC 9(07).
           05  CK-COUNTERS       PIC X(77).
           05  CK-ORPHAN-CNT     PIC 9(07).
           05  CK-PO-CHOKA-CNT   PIC 9(07).
           05  CK-KUMITATE-CNT   PIC 9(07).
           05  CK-KANJO-NG-CNT   PIC 9(07).
           05  CK-SHIWAKE-CNT    PIC 9(07).
           05  CK-ICHI-AREA      PIC X(72).
           05  CK-CTL-AREA       PIC X(44).
           05  FILLER            PIC X(07).

      * 前イメージログ: 直近チェックポイント以降に更新したマスタの
      * 更新前レコード（新規登録は削除対象としてキーのみ意味を持つ）
       FD  BI-LOG
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  BI-REC.
           05  BI-CKPT-NO        PIC 9(05).
           05  BI-FILE-KBN       PIC X(01).
               88  BI-ZAIKO      VALUE 'Z'.
               88  BI-LOT        VALUE 'L'.
               88  BI-OPENPO     VALUE 'P'.
           05  BI-SHORI-KBN      PIC X(01).
               88  BI-KOSHIN     VALUE 'U'.
               88  BI-SHINKI     VALUE 'N'.
           05  BI-KEY            PIC X(24).
           05  BI-DATA           PIC X(80).
           05  FILLER            PIC X(09).

      * 再開時の出力切り詰め用の作業ファイル
       FD  RST-WORK
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  RST-WORK-REC.
           05  RW-DATA           PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-TRANS-STATUS   PIC X(02).
           05  WS-ORPHAN-STATUS  PIC X(02).
           05  WS-BOM-STATUS     PIC X(02).
           05  WS-KUMIJNL-STATUS PIC X(02).
           05  WS-SHOHIN-STATUS  PIC X(02).
           05  WS-BOM-EOF        PIC X(01) VALUE 'N'.
           05  WS-BOM-OVER       PIC X(01) VALUE 'N'.
           05  WS-HORYU-KETA-OVER PIC X(01) VALUE 'N'.
           05  WS-PO-EOF         PIC X(01) VALUE 'N'.
           05  WS-EOF-FLAG       PIC X(01) VALUE 'N'.
           05  WS-LOTSCAN-EOF    PIC X(01) VALUE 'N'.
           05  WS-EOF-FLAG3      PIC X(01) VALUE 'N'.
           05  WS-VAL-EOF-FLAG   PIC X(01) VALUE 'N'.
           05  WS-SEQ-VALID      PIC X(01) VALUE 'Y'.
           05  WS-CKPT-STATUS    PIC X(02).
           05  WS-BI-STATUS      PIC X(02).
           05  WS-RSTWK-STATUS   PIC X(02).
           05  WS-CKPT-EOF-FLAG  PIC X(01) VALUE 'N'.
           05  WS-BI-EOF         PIC X(01) VALUE 'N'.
           05  WS-RESTART-FLAG   PIC X(01) VALUE 'N'.
               88  WS-RESTART-ARI VALUE 'Y'.

      * チェックポイント間隔（入力件数）と前イメージ件数の上限
      * （上限に達したら間隔前でもチェックポイントを取る）
       01  WS-CKPT-INTERVAL      PIC 9(05) VALUE 500.
       01  WS-CKPT-QUOT          PIC 9(07) VALUE ZEROS.
       01  WS-CKPT-REM           PIC 9(05) VALUE ZEROS.
       01  WS-CKPT-NO            PIC 9(05) VALUE ZEROS.
       01  WS-RESTART-CNT        PIC 9(07) VALUE ZEROS.
       01  WS-BI-KENSU           PIC 9(07) VALUE ZEROS.
       01  WS-BI-GENDO           PIC 9(07) VALUE 2000.
       01  WS-BI-SAVE            PIC X(80).

      * 各トランザクションファイルの読込件数（再開時の読み飛ばし位置）
       01  WS-YOMI-AREA.
           05  WS-YOMI-CNT1      PIC 9(07) VALUE ZEROS.
           05  WS-YOMI-CNT2      PIC 9(07) VALUE ZEROS.
           05  WS-YOMI-CNT3      PIC 9(07) VALUE ZEROS.
           05  WS-RST-YOMI-CNT1  PIC 9(07) VALUE ZEROS.
           05  WS-RST-YOMI-CNT2  PIC 9(07) VALUE ZEROS.
           05  WS-RST-YOMI-CNT3  PIC 9(07) VALUE ZEROS.
           05  WS-RST-EOF-FLAG1  PIC X(01) VALUE 'N'.
           05  WS-RST-EOF-FLAG2  PIC X(01) VALUE 'N'.
           05  WS-RST-EOF-FLAG3  PIC X(01) VALUE 'N'.

      * 出力ファイルの書込件数（仕訳は既存分を含む通し位置）
       01  WS-ICHI-AREA.
           05  WS-ICHI-KEPIN     PIC 9(09) VALUE ZEROS.
           05  WS-ICHI-HACHU     PIC 9(09) VALUE ZEROS.
           05  WS-ICHI-TRANREJ   PIC 9(09) VALUE ZEROS.
           05  WS-ICHI-IDOJNL    PIC 9(09) VALUE ZEROS.
           05  WS-ICHI-LOTSYO    PIC 9(09) VALUE ZEROS.
           05  WS-ICHI-KUMIJNL   PIC 9(09) VALUE ZEROS.
           05  WS-ICHI-ORPHAN    PIC 9(09) VALUE ZEROS.
           05  WS-ICHI-SHIWAKE   PIC 9(09) VALUE ZEROS.

      * 制御合計: 区分別の入力数量（再開実行と通し実行で一致する）
       01  WS-CTL-AREA.
           05  WS-CTL-NYUKO-SURYO  PIC 9(11) VALUE ZEROS.
           05  WS-CTL-SYUKKO-SURYO PIC 9(11) VALUE ZEROS.
           05  WS-CTL-IDO-SURYO    PIC 9(11) VALUE ZEROS.
           05  WS-CTL-KUMI-SURYO   PIC 9(11) VALUE ZEROS.
       01  WS-CTL-ZAIKO-GOUKEI   PIC S9(13) COMP-3 VALUE ZEROS.
       01  WS-CTL-MIDASHI        PIC X(30).
       01  WS-CTL-ATAI           PIC S9(13) COMP-3.

      * 再開処理の作業域: 前イメージの戻し済みキーと切り詰め件数
       01  WS-BI-TABLE.
           05  WS-BI-ENTRY OCCURS 5000 TIMES INDEXED BY WS-BI-IDX.
               10  BK-FILE-KBN   PIC X(01).
               10  BK-KEY        PIC X(24).
       01  WS-BI-TBL-CNT         PIC 9(05) VALUE ZEROS.
       01  WS-BI-SCAN            PIC 9(05).
       01  WS-BI-SUMI            PIC X(01).
       01  WS-RESTART-KEKKA.
           05  WS-BI-MODOSHI-CNT PIC 9(07) VALUE ZEROS.
           05  WS-BI-OVER-CNT    PIC 9(07) VALUE ZEROS.
           05  WS-KIRI-FUSOKU-CNT PIC 9(07) VALUE ZEROS.
       01  WS-KIRI-AREA.
           05  WS-KIRI-ICHI      PIC 9(09).
           05  WS-KIRI-CNT       PIC 9(09).
           05  WS-KIRI-EOF       PIC X(01).

       01  WS-MERGE-KEYS.
           05  WS-MERGE-KEY1.
           05  WS-REJECT-CNT     PIC 9(07) VALUE ZEROS.
           05  WS-IDO-CNT        PIC 9(07) VALUE ZEROS.
           05  WS-ERR-CNT        PIC 9(07) VALUE ZEROS.
           05  WS-HM-MITOUROKU-CNT PIC 9(07) VALUE ZEROS.
           05  WS-KENSA-HORYU-CNT PIC 9(07) VALUE ZEROS.

       01  WS-IDO-AREA.
           05  WS-IDO-TANKA      PIC S9(05)V99 COMP-3.

       01  WS-HACHU-SU           PIC S9(07) COMP-3.
       01  WS-YUKO-ZAIKO         PIC S9(09) COMP-3.
      * 品質保留を除いた利用可能数（在庫行・ロット行）
       01  WS-RIYO-KANO          PIC S9(09) COMP-3.
       01  WS-LOT-RIYO           PIC S9(09) COMP-3.
       01  WS-HORYU-GOKEI        PIC S9(09) COMP-3.
      * 検査保留数の上限（在庫マスタの項目桁）
       01  WS-HORYU-JOGEN        PIC S9(09) COMP-3 VALUE 99999.
       01  WS-PO-NOKORI          PIC S9(09) COMP-3.

      * 発注番号照合の作業域（入荷許容率は発注残の10%増まで）
           05  WS-EDIT-SURYO     PIC ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-TANKA     PIC ZZ,ZZ9.99.
           05  WS-EDIT-HYOKA     PIC ZZZ,ZZZ,ZZ9.99.
           05  WS-EDIT-HORYU     PIC ZZZ,ZZ9.
           05  WS-EDIT-GOUKEI    PIC -ZZ,ZZZ,ZZZ,ZZ9.
           05  WS-WORK-LINE      PIC X(100).

       01  WS-GYOMU-DATE-AREA.

       01  WS-RUNLOG-STATUS      PIC X(02).

      * 仕訳出力の作業域（勘定科目は科目対応マスタから引く）
      * 相手キーは品番＋倉庫＋取引日(YYMMDD)で、在庫移動へ遡れる
       01  WS-SHIWAKE-AREA.
           05  WS-KANJO-STATUS   PIC X(02).
           05  WS-SHIWAKE-STATUS PIC X(02).
           05  WS-SW-EVENT       PIC X(04).
           05  WS-SW-KINGAKU     PIC 9(13).
           05  WS-SW-AITE.
               10  WS-SW-AITE-HINBAN PIC X(10).
               10  WS-SW-AITE-SOKO   PIC X(04).
               10  WS-SW-AITE-HIDUKE PIC X(06).
           05  WS-KANJO-NG-CNT   PIC 9(07) VALUE ZEROS.
           05  WS-SHIWAKE-CNT    PIC 9(07) VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-GYOMU-DATE-SET
           PERFORM 0200-RUNLOG-START
           PERFORM 1200-CHECK-RESTART
           PERFORM 0300-SHIWAKE-OPEN
           PERFORM 1000-OPEN-FILES
           PERFORM 2000-MAIN-LOOP
               UNTIL WS-EOF-FLAG = 'Y'
           PERFORM 7000-VALUATION-REPORT
           PERFORM 7500-KIGEN-REPORT
           PERFORM 3000-CLOSE-FILES
           PERFORM 0990-SHIWAKE-CLOSE
           PERFORM 0900-RUNLOG-END
           STOP RUN.

           WRITE RUNLOG-REC
           CLOSE RUNLOG-FILE.

      * 仕訳記帳: 科目対応マスタの借方・貸方で貸借一対を書き出す
      * 入庫=在庫／未着仕入 出庫=売上原価／在庫 移動・組立=在庫振替
       9800-SHIWAKE-KIROKU.
           IF WS-SW-KINGAKU > ZEROS
               PERFORM 9810-SHIWAKE-WRITE
           END-IF.

       9810-SHIWAKE-WRITE.
           MOVE WS-SW-EVENT TO KJ-EVENT-CD
           READ KANJO-MASTER
               INVALID KEY
                   MOVE SPACES TO KJ-KARIKATA-CD
                                  KJ-KASHIKATA-CD
                   ADD 1 TO WS-KANJO-NG-CNT
               NOT INVALID KEY
                   CONTINUE
           END-READ
           MOVE SPACES TO SHIWAKE-REC
           MOVE 'SAMPLE04' TO SW-SOURCE-ID
           MOVE WS-GYOMU-DATE  TO SW-GYOMU-DT
           MOVE WS-SW-EVENT    TO SW-EVENT-CD
           MOVE 'D'            TO SW-DC-KBN
           MOVE KJ-KARIKATA-CD TO SW-KANJO-CD
           MOVE WS-SW-KINGAKU  TO SW-KINGAKU
           MOVE WS-SW-AITE     TO SW-AITE-KEY
           WRITE SHIWAKE-REC
           ADD 1 TO WS-ICHI-SHIWAKE
           MOVE SPACES TO SHIWAKE-REC
           MOVE 'SAMPLE04' TO SW-SOURCE-ID
           MOVE WS-GYOMU-DATE   TO SW-GYOMU-DT
           MOVE WS-SW-EVENT     TO SW-EVENT-CD
           MOVE 'C'             TO SW-DC-KBN
           MOVE KJ-KASHIKATA-CD TO SW-KANJO-CD
           MOVE WS-SW-KINGAKU   TO SW-KINGAKU
           MOVE WS-SW-AITE      TO SW-AITE-KEY
           WRITE SHIWAKE-REC
           ADD 1 TO WS-ICHI-SHIWAKE
           ADD 1 TO WS-SHIWAKE-CNT.

       9820-SHIWAKE-AITE-SET.
           MOVE TR-HINBAN     TO WS-SW-AITE-HINBAN
           MOVE TR-SOKO-CD    TO WS-SW-AITE-SOKO
           MOVE TR-HIDUKE(3:6) TO WS-SW-AITE-HIDUKE.

      * 仕訳ジャーナルは他の業務と共用のため、通常実行では既存の
      * 件数を数えて位置の起点とし、再開実行では位置まで切り詰める
       0300-SHIWAKE-OPEN.
           OPEN INPUT  KANJO-MASTER
           IF WS-RESTART-ARI
               PERFORM 1580-SHIWAKE-KIRITSUME
           ELSE
               PERFORM 0310-SHIWAKE-KENSU
           END-IF
           OPEN EXTEND SHIWAKE-FILE.

       0310-SHIWAKE-KENSU.
           MOVE ZEROS TO WS-ICHI-SHIWAKE
           MOVE 'N'   TO WS-KIRI-EOF
           OPEN INPUT SHIWAKE-FILE
           IF WS-SHIWAKE-STATUS NOT = '00'
               MOVE 'Y' TO WS-KIRI-EOF
           END-IF
           PERFORM 0320-SHIWAKE-KENSU-ONE
               UNTIL WS-KIRI-EOF = 'Y'
           CLOSE SHIWAKE-FILE.

       0320-SHIWAKE-KENSU-ONE.
           READ SHIWAKE-FILE
               AT END
                   MOVE 'Y' TO WS-KIRI-EOF
               NOT AT END
                   ADD 1 TO WS-ICHI-SHIWAKE
           END-READ.

       0990-SHIWAKE-CLOSE.
           CLOSE KANJO-MASTER
           CLOSE SHIWAKE-FILE.

       1000-OPEN-FILES.
           OPEN INPUT  TRANS-FILE
           OPEN INPUT  TRANS-FILE2
           OPEN INPUT  TRANS-FILE3
           OPEN I-O    ZAIKO-MASTER
           OPEN I-O    LOT-MASTER
           OPEN I-O    OPENPO-MASTER
           OPEN INPUT  BOM-MASTER
           OPEN INPUT  SHOHIN-MASTER
           IF WS-RESTART-ARI
               PERFORM 1400-BI-BACKOUT
               PERFORM 1500-SHUTSURYOKU-KIRITSUME
               OPEN EXTEND KEPIN-LOG
               OPEN EXTEND HACHU-FILE
               OPEN EXTEND TRAN-REJECT
               OPEN EXTEND IDO-JOURNAL
               OPEN EXTEND LOT-SYOHI-LOG
               OPEN EXTEND KUMITATE-JNL
               OPEN EXTEND ORPHAN-RPT
               OPEN EXTEND CHECKPOINT-FILE
           ELSE
               OPEN OUTPUT KEPIN-LOG
               OPEN OUTPUT HACHU-FILE
               OPEN OUTPUT TRAN-REJECT
               OPEN OUTPUT IDO-JOURNAL
               OPEN OUTPUT LOT-SYOHI-LOG
               OPEN OUTPUT KUMITATE-JNL
               OPEN OUTPUT ORPHAN-RPT
               OPEN OUTPUT CHECKPOINT-FILE
               MOVE '===== 発注不明入荷一覧 =====' TO OR-LINE
               WRITE ORPHAN-RPT-REC
               ADD 1 TO WS-ICHI-ORPHAN
           END-IF
           OPEN OUTPUT BI-LOG
           MOVE WS-GYOMU-DATE TO WS-HONJITSU
           IF WS-TRANS2-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-FLAG2
               MOVE 'Y' TO WS-EOF-FLAG3
               MOVE HIGH-VALUES TO WS-MERGE-KEY3
           END-IF
           IF WS-RESTART-ARI
               PERFORM 1250-SKIP-AHEAD
           ELSE
               PERFORM 1110-READ-TRANS1
               PERFORM 1120-READ-TRANS2
               PERFORM 1130-READ-TRANS3
               PERFORM 8000-WRITE-CHECKPOINT
           END-IF
           PERFORM 1150-SELECT-LOWEST.

       1110-READ-TRANS1.
                       MOVE 'Y' TO WS-EOF-FLAG1
                       MOVE HIGH-VALUES TO WS-MERGE-KEY1
                   NOT AT END
                       ADD 1 TO WS-YOMI-CNT1
                       MOVE TR-HINBAN TO WS-KEY1-HINBAN
                       MOVE TR-HIDUKE TO WS-KEY1-HIDUKE
               END-READ
                       MOVE 'Y' TO WS-EOF-FLAG2
                       MOVE HIGH-VALUES TO WS-MERGE-KEY2
                   NOT AT END
                       ADD 1 TO WS-YOMI-CNT2
                       MOVE TR2-HINBAN TO WS-KEY2-HINBAN
                       MOVE TR2-HIDUKE TO WS-KEY2-HIDUKE
               END-READ
                       MOVE 'Y' TO WS-EOF-FLAG3
                       MOVE HIGH-VALUES TO WS-MERGE-KEY3
                   NOT AT END
                       ADD 1 TO WS-YOMI-CNT3
                       MOVE TR3-HINBAN TO WS-KEY3-HINBAN
                       MOVE TR3-HIDUKE TO WS-KEY3-HIDUKE
               END-READ
                       MOVE TR2-LOT-NO        TO TR-LOT-NO
                       MOVE TR2-YUKO-KIGEN    TO TR-YUKO-KIGEN
                       MOVE TR2-HACHU-NO      TO TR-HACHU-NO
                       MOVE TR2-KENSA-KBN     TO TR-KENSA-KBN
                       PERFORM 1120-READ-TRANS2
                   ELSE
                       MOVE TR3-HINBAN        TO TR-HINBAN
                       MOVE TR3-LOT-NO        TO TR-LOT-NO
                       MOVE TR3-YUKO-KIGEN    TO TR-YUKO-KIGEN
                       MOVE TR3-HACHU-NO      TO TR-HACHU-NO
                       MOVE TR3-KENSA-KBN     TO TR-KENSA-KBN
                       PERFORM 1130-READ-TRANS3
                   END-IF
               END-IF
           END-IF.

      * 再開判定: チェックポイントが残っていれば異常終了後の再開
      * として扱い、最終チェックポイントの位置・件数・制御合計を戻す
       1200-CHECK-RESTART.
           MOVE ZEROS TO WS-RESTART-CNT
           MOVE 'N'   TO WS-RESTART-FLAG
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CKPT-STATUS = '00'
               PERFORM 1210-READ-CKPT-REC
                   UNTIL WS-CKPT-EOF-FLAG = 'Y'
           END-IF
           CLOSE CHECKPOINT-FILE.

       1210-READ-CKPT-REC.
           READ CHECKPOINT-FILE
               AT END
                   MOVE 'Y' TO WS-CKPT-EOF-FLAG
               NOT AT END
                   MOVE 'Y'             TO WS-RESTART-FLAG
                   MOVE CK-CKPT-NO      TO WS-CKPT-NO
                   MOVE CK-REC-CNT      TO WS-RESTART-CNT
                   MOVE CK-YOMI-CNT1    TO WS-RST-YOMI-CNT1
                   MOVE CK-YOMI-CNT2    TO WS-RST-YOMI-CNT2
                   MOVE CK-YOMI-CNT3    TO WS-RST-YOMI-CNT3
                   MOVE CK-EOF-FLAG1    TO WS-RST-EOF-FLAG1
                   MOVE CK-EOF-FLAG2    TO WS-RST-EOF-FLAG2
                   MOVE CK-EOF-FLAG3    TO WS-RST-EOF-FLAG3
                   MOVE CK-PREV-HINBAN  TO WS-PREV-HINBAN
                   MOVE CK-PREV-SOKO-CD TO WS-PREV-SOKO-CD
                   MOVE CK-PREV-HIDUKE  TO WS-PREV-HIDUKE
                   MOVE CK-PREV-SURYO   TO WS-PREV-SURYO
                   MOVE CK-COUNTERS     TO WS-COUNTERS
                   MOVE CK-ORPHAN-CNT   TO WS-ORPHAN-CNT
                   MOVE CK-PO-CHOKA-CNT TO WS-PO-CHOKA-CNT
                   MOVE CK-KUMITATE-CNT TO WS-KUMITATE-CNT
                   MOVE CK-KANJO-NG-CNT TO WS-KANJO-NG-CNT
                   MOVE CK-SHIWAKE-CNT  TO WS-SHIWAKE-CNT
                   MOVE CK-ICHI-AREA    TO WS-ICHI-AREA
                   MOVE CK-CTL-AREA     TO WS-CTL-AREA
           END-READ.

      * 読み飛ばし: 各ファイルをチェックポイント時の読込件数まで読み、
      * 先読みレコードと併合キーをチェックポイント時点の状態に戻す
       1250-SKIP-AHEAD.
           PERFORM 1110-READ-TRANS1
               UNTIL WS-YOMI-CNT1 >= WS-RST-YOMI-CNT1
                   OR WS-EOF-FLAG1 = 'Y'
           IF WS-RST-EOF-FLAG1 = 'Y'
               PERFORM 1110-READ-TRANS1
           END-IF
           PERFORM 1120-READ-TRANS2
               UNTIL WS-YOMI-CNT2 >= WS-RST-YOMI-CNT2
                   OR WS-EOF-FLAG2 = 'Y'
           IF WS-RST-EOF-FLAG2 = 'Y'
               PERFORM 1120-READ-TRANS2
           END-IF
           PERFORM 1130-READ-TRANS3
               UNTIL WS-YOMI-CNT3 >= WS-RST-YOMI-CNT3
                   OR WS-EOF-FLAG3 = 'Y'
           IF WS-RST-EOF-FLAG3 = 'Y'
               PERFORM 1130-READ-TRANS3
           END-IF.

      * 前イメージ戻し: 最終チェックポイント以降に更新したマスタを
      * 更新前に戻す（同一キーは最初の前イメージだけを使う）
       1400-BI-BACKOUT.
           MOVE ZEROS TO WS-BI-TBL-CNT
           MOVE 'N'   TO WS-BI-EOF
           OPEN INPUT BI-LOG
           IF WS-BI-STATUS NOT = '00'
               MOVE 'Y' TO WS-BI-EOF
           END-IF
           PERFORM 1410-BI-BACKOUT-ONE
               UNTIL WS-BI-EOF = 'Y'
           CLOSE BI-LOG.

       1410-BI-BACKOUT-ONE.
           READ BI-LOG
               AT END
                   MOVE 'Y' TO WS-BI-EOF
               NOT AT END
                   IF BI-CKPT-NO = WS-CKPT-NO
                       PERFORM 1420-BI-MODOSHI
                   END-IF
           END-READ.

       1420-BI-MODOSHI.
           MOVE 'N' TO WS-BI-SUMI
           PERFORM 1430-BI-SUMI-SCAN
               VARYING WS-BI-SCAN FROM 1 BY 1
               UNTIL WS-BI-SCAN > WS-BI-TBL-CNT
                   OR WS-BI-SUMI = 'Y'
           IF WS-BI-SUMI = 'N'
               IF WS-BI-TBL-CNT < 5000
                   ADD 1 TO WS-BI-TBL-CNT
                   SET WS-BI-IDX TO WS-BI-TBL-CNT
                   MOVE BI-FILE-KBN TO BK-FILE-KBN (WS-BI-IDX)
                   MOVE BI-KEY      TO BK-KEY      (WS-BI-IDX)
               ELSE
                   ADD 1 TO WS-BI-OVER-CNT
               END-IF
               PERFORM 1440-BI-FUKUGEN
           END-IF.

       1430-BI-SUMI-SCAN.
           SET WS-BI-IDX TO WS-BI-SCAN
           IF BK-FILE-KBN (WS-BI-IDX) = BI-FILE-KBN
               AND BK-KEY (WS-BI-IDX) = BI-KEY
               MOVE 'Y' TO WS-BI-SUMI
           END-IF.

       1440-BI-FUKUGEN.
           ADD 1 TO WS-BI-MODOSHI-CNT
           EVALUATE TRUE
               WHEN BI-ZAIKO AND BI-SHINKI
                   MOVE BI-KEY(1:14) TO ZM-KEY
                   DELETE ZAIKO-MASTER RECORD
                       INVALID KEY CONTINUE
                   END-DELETE
               WHEN BI-ZAIKO
                   MOVE BI-DATA(1:80) TO ZAIKO-REC
                   REWRITE ZAIKO-REC
                       INVALID KEY CONTINUE
                   END-REWRITE
               WHEN BI-LOT AND BI-SHINKI
                   MOVE BI-KEY(1:24) TO LM-KEY
                   DELETE LOT-MASTER RECORD
                       INVALID KEY CONTINUE
                   END-DELETE
               WHEN BI-LOT
                   MOVE BI-DATA(1:60) TO LOT-REC
                   REWRITE LOT-REC
                       INVALID KEY CONTINUE
                   END-REWRITE
               WHEN BI-OPENPO
                   MOVE BI-DATA(1:80) TO OPENPO-REC
                   REWRITE OPENPO-REC
                       INVALID KEY CONTINUE
                   END-REWRITE
           END-EVALUATE.

      * 出力切り詰め: 各出力をチェックポイント時の件数まで作業
      * ファイル経由で書き直し、以降に書かれた分を取り除く
       1500-SHUTSURYOKU-KIRITSUME.
           PERFORM 1510-KEPIN-KIRITSUME
           PERFORM 1520-HACHU-KIRITSUME
           PERFORM 1530-TRANREJ-KIRITSUME
           PERFORM 1540-IDOJNL-KIRITSUME
           PERFORM 1550-LOTSYO-KIRITSUME
           PERFORM 1560-KUMIJNL-KIRITSUME
           PERFORM 1570-ORPHAN-KIRITSUME.

       1510-KEPIN-KIRITSUME.
           MOVE WS-ICHI-KEPIN TO WS-KIRI-ICHI
           MOVE ZEROS TO WS-KIRI-CNT
           MOVE 'N'   TO WS-KIRI-EOF
           OPEN INPUT  KEPIN-LOG
           IF WS-KEPIN-STATUS NOT = '00'
               MOVE 'Y' TO WS-KIRI-EOF
           END-IF
           OPEN OUTPUT RST-WORK
           PERFORM 1511-KEPIN-TAIHI
               UNTIL WS-KIRI-EOF = 'Y'
                   OR WS-KIRI-CNT >= WS-KIRI-ICHI
           CLOSE KEPIN-LOG
           CLOSE RST-WORK
           PERFORM 1590-KIRI-KAKUNIN
           MOVE 'N'   TO WS-KIRI-EOF
           OPEN INPUT  RST-WORK
           OPEN OUTPUT KEPIN-LOG
           PERFORM 1512-KEPIN-FUKUGEN
               UNTIL WS-KIRI-EOF = 'Y'
           CLOSE RST-WORK
           CLOSE KEPIN-LOG.

       1511-KEPIN-TAIHI.
           READ KEPIN-LOG
               AT END
                   MOVE 'Y' TO WS-KIRI-EOF
               NOT AT END
                   MOVE SPACES TO RST-WORK-REC
                   MOVE KEPIN-REC TO RW-DATA
                   WRITE RST-WORK-REC
                   ADD 1 TO WS-KIRI-CNT
           END-READ.

       1512-KEPIN-FUKUGEN.
           READ RST-WORK
               AT END
                   MOVE 'Y' TO WS-KIRI-EOF
               NOT AT END
                   MOVE RW-DATA(1:60) TO KEPIN-REC
                   WRITE KEPIN-REC
           END-READ.

       1520-HACHU-KIRITSUME.
           MOVE WS-ICHI-HACHU TO WS-KIRI-ICHI
           MOVE ZEROS TO WS-KIRI-CNT
           MOVE 'N'   TO WS-KIRI-EOF
           OPEN INPUT  HACHU-FILE
           IF WS-HACHU-STATUS NOT = '00'
               MOVE 'Y' TO WS-KIRI-EOF
           END-IF
           OPEN OUTPUT RST-WORK
           PERFORM 1521-HACHU-TAIHI
               UNTIL WS-KIRI-EOF = 'Y'
                   OR WS-KIRI-CNT >= WS-KIRI-ICHI
           CLOSE HACHU-FILE
           CLOSE RST-WORK
           PERFORM 1590-KIRI-KAKUNIN
           MOVE 'N'   TO WS-KIRI-EOF
           OPEN INPUT  RST-WORK
           OPEN OUTPUT HACHU-FILE
           PERFORM 1522-HACHU-FUKUGEN
               UNTIL WS-KIRI-EOF = 'Y'
           CLOSE RST-WORK
           CLOSE HACHU-FILE.

       1521-HACHU-TAIHI.
           READ HACHU-FILE
               AT END
                   MOVE 'Y' TO WS-KIRI-EOF
               NOT AT END
                   MOVE SPACES TO RST-WORK-REC
                   MOVE HACHU-REC TO RW-DATA
                   WRITE RST-WORK-REC
                   ADD 1 TO WS-KIRI-CNT
           END-READ.

       1522-HACHU-FUKUGEN.
           READ RST-WORK
               AT END
                   MOVE 'Y' TO WS-KIRI-EOF
               NOT AT END
                   MOVE RW-DATA(1:60) TO HACHU-REC
                   WRITE HACHU-REC
           END-READ.

       1530-TRANREJ-KIRITSUME.
           MOVE WS-ICHI-TRANREJ TO WS-KIRI-ICHI
           MOVE ZEROS TO WS-KIRI-CNT
           MOVE 'N'   TO WS-KIRI-EOF
           OPEN INPUT  TRAN-REJECT
           IF WS-TRANREJ-STATUS NOT = '00'
               MOVE 'Y' TO WS-KIRI-EOF
           END-IF
           OPEN OUTPUT RST-WORK
           PERFORM 1531-TRANREJ-TAIHI
               UNTIL WS-KIRI-EOF = 'Y'
                   OR WS-KIRI-CNT >= WS-KIRI-ICHI
           CLOSE TRAN-REJECT
           CLOSE RST-WORK
           PERFORM 1590-KIRI-KAKUNIN
           MOVE 'N'   TO WS-KIRI-EOF
           OPEN INPUT  RST-WORK
           OPEN OUTPUT TRAN-REJECT
           PERFORM 1532-TRANREJ-FUKUGEN
               UNTIL WS-KIRI-EOF = 'Y'
           CLOSE RST-WORK
           CLOSE TRAN-REJECT.

       1531-TRANREJ-TAIHI.
           READ TRAN-REJECT
               AT END
                   MOVE 'Y' TO WS-KIRI-EOF
               NOT AT END
                   MOVE SPACES TO RST-WORK-REC
                   MOVE TRAN-REJECT-REC TO RW-DATA
                   WRITE RST-WORK-REC
                   ADD 1 TO WS-KIRI-CNT
           END-READ.

       1532-TRANREJ-FUKUGEN.
           READ RST-WORK
               AT END
                   MOVE 'Y' TO WS-KIRI-EOF
               NOT AT END
                   MOVE RW-DATA(1:60) TO TRAN-REJECT-REC
                   WRITE TRAN-REJECT-REC
           END-READ.

       1540-IDOJNL-KIRITSUME.
           MOVE WS-ICHI-IDOJNL TO WS-KIRI-ICHI
           MOVE ZEROS TO WS-KIRI-CNT
           MOVE 'N'   TO WS-KIRI-EOF
           OPEN INPUT  IDO-JOURNAL
           IF WS-IDOJNL-STATUS NOT = '00'
               MOVE 'Y' TO WS-KIRI-EOF
           END-IF
           OPEN OUTPUT RST-WORK
           PERFORM 1541-IDOJNL-TAIHI
               UNTIL WS-KIRI-EOF = 'Y'
                   OR WS-KIRI-CNT >= WS-KIRI-ICHI
           CLOSE IDO-JOURNAL
           CLOSE RST-WORK
           PERFORM 1590-KIRI-KAKUNIN
           MOVE 'N'   TO WS-KIRI-EOF
           OPEN INPUT  RST-WORK
           OPEN OUTPUT IDO-JOURNAL
           PERFORM 1542-IDOJNL-FUKUGEN
               UNTIL WS-KIRI-EOF = 'Y'
           CLOSE RST-WORK
           CLOSE IDO-JOURNAL.

       1541-IDOJNL-TAIHI.
           READ IDO-JOURNAL
               AT END
                   MOVE 'Y' TO WS-KIRI-EOF
               NOT AT END
                   MOVE SPACES TO RST-WORK-REC
                   MOVE IDO-JOURNAL-REC TO RW-DATA
                   WRITE RST-WORK-REC
                   ADD 1 TO WS-KIRI-CNT
           END-READ.

       1542-IDOJNL-FUKUGEN.
           READ RST-WORK
               AT END
                   MOVE 'Y' TO WS-KIRI-EOF
               NOT AT END
                   MOVE RW-DATA(1:60) TO IDO-JOURNAL-REC
                   WRITE IDO-JOURNAL-REC
           END-READ.

       1550-LOTSYO-KIRITSUME.
           MOVE WS-ICHI-LOTSYO TO WS-KIRI-ICHI
           MOVE ZEROS TO WS-KIRI-CNT
           MOVE 'N'   TO WS-KIRI-EOF
           OPEN INPUT  LOT-SYOHI-LOG
           IF WS-LOTSYO-STATUS NOT = '00'
               MOVE 'Y' TO WS-KIRI-EOF
           END-IF
           OPEN OUTPUT RST-WORK
           PERFORM 1551-LOTSYO-TAIHI
               UNTIL WS-KIRI-EOF = 'Y'
                   OR WS-KIRI-CNT >= WS-KIRI-ICHI
           CLOSE LOT-SYOHI-LOG
           CLOSE RST-WORK
           PERFORM 1590-KIRI-KAKUNIN
           MOVE 'N'   TO WS-KIRI-EOF
           OPEN INPUT  RST-WORK
           OPEN OUTPUT LOT-SYOHI-LOG
           PERFORM 1552-LOTSYO-FUKUGEN
               UNTIL WS-KIRI-EOF = 'Y'
           CLOSE RST-WORK
           CLOSE LOT-SYOHI-LOG.

       1551-LOTSYO-TAIHI.
           READ LOT-SYOHI-LOG
               AT END
                   MOVE 'Y' TO WS-KIRI-EOF
               NOT AT END
                   MOVE SPACES TO RST-WORK-REC
                   MOVE LOT-SYOHI-REC TO RW-DATA
                   WRITE RST-WORK-REC
                   ADD 1 TO WS-KIRI-CNT
           END-READ.

       1552-LOTSYO-FUKUGEN.
           READ RST-WORK
               AT END
                   MOVE 'Y' TO WS-KIRI-EOF
               NOT AT END
                   MOVE RW-DATA(1:60) TO LOT-SYOHI-REC
                   WRITE LOT-SYOHI-REC
           END-READ.

       1560-KUMIJNL-KIRITSUME.
           MOVE WS-ICHI-KUMIJNL TO WS-KIRI-ICHI
           MOVE ZEROS TO WS-KIRI-CNT
           MOVE 'N'   TO WS-KIRI-EOF
           OPEN INPUT  KUMITATE-JNL
           IF WS-KUMIJNL-STATUS NOT = '00'
               MOVE 'Y' TO WS-KIRI-EOF
           END-IF
           OPEN OUTPUT RST-WORK
           PERFORM 1561-KUMIJNL-TAIHI
               UNTIL WS-KIRI-EOF = 'Y'
                   OR WS-KIRI-CNT >= WS-KIRI-ICHI
           CLOSE KUMITATE-JNL
           CLOSE RST-WORK
           PERFORM 1590-KIRI-KAKUNIN
           MOVE 'N'   TO WS-KIRI-EOF
           OPEN INPUT  RST-WORK
           OPEN OUTPUT KUMITATE-JNL
           PERFORM 1562-KUMIJNL-FUKUGEN
               UNTIL WS-KIRI-EOF = 'Y'
           CLOSE RST-WORK
           CLOSE KUMITATE-JNL.

       1561-KUMIJNL-TAIHI.
           READ KUMITATE-JNL
               AT END
                   MOVE 'Y' TO WS-KIRI-EOF
               NOT AT END
                   MOVE SPACES TO RST-WORK-REC
                   MOVE KUMITATE-JNL-REC TO RW-DATA
                   WRITE RST-WORK-REC
                   ADD 1 TO WS-KIRI-CNT
           END-READ.

       1562-KUMIJNL-FUKUGEN.
           READ RST-WORK
               AT END
                   MOVE 'Y' TO WS-KIRI-EOF
               NOT AT END
                   MOVE RW-DATA(1:60) TO KUMITATE-JNL-REC
                   WRITE KUMITATE-JNL-REC
           END-READ.

       1570-ORPHAN-KIRITSUME.
           MOVE WS-ICHI-ORPHAN TO WS-KIRI-ICHI
           MOVE ZEROS TO WS-KIRI-CNT
           MOVE 'N'   TO WS-KIRI-EOF
           OPEN INPUT  ORPHAN-RPT
           IF WS-ORPHAN-STATUS NOT = '00'
               MOVE 'Y' TO WS-KIRI-EOF
           END-IF
           OPEN OUTPUT RST-WORK
           PERFORM 1571-ORPHAN-TAIHI
               UNTIL WS-KIRI-EOF = 'Y'
                   OR WS-KIRI-CNT >= WS-KIRI-ICHI
           CLOSE ORPHAN-RPT
           CLOSE RST-WORK
           PERFORM 1590-KIRI-KAKUNIN
           MOVE 'N'   TO WS-KIRI-EOF
           OPEN INPUT  RST-WORK
           OPEN OUTPUT ORPHAN-RPT
           PERFORM 1572-ORPHAN-FUKUGEN
               UNTIL WS-KIRI-EOF = 'Y'
           CLOSE RST-WORK
           CLOSE ORPHAN-RPT.

       1571-ORPHAN-TAIHI.
           READ ORPHAN-RPT
               AT END
                   MOVE 'Y' TO WS-KIRI-EOF
               NOT AT END
                   MOVE SPACES TO RST-WORK-REC
                   MOVE ORPHAN-RPT-REC TO RW-DATA
                   WRITE RST-WORK-REC
                   ADD 1 TO WS-KIRI-CNT
           END-READ.

       1572-ORPHAN-FUKUGEN.
           READ RST-WORK
               AT END
                   MOVE 'Y' TO WS-KIRI-EOF
               NOT AT END
                   MOVE RW-DATA(1:100) TO ORPHAN-RPT-REC
                   WRITE ORPHAN-RPT-REC
           END-READ.

       1580-SHIWAKE-KIRITSUME.
           MOVE WS-ICHI-SHIWAKE TO WS-KIRI-ICHI
           MOVE ZEROS TO WS-KIRI-CNT
           MOVE 'N'   TO WS-KIRI-EOF
           OPEN INPUT  SHIWAKE-FILE
           IF WS-SHIWAKE-STATUS NOT = '00'
               MOVE 'Y' TO WS-KIRI-EOF
           END-IF
           OPEN OUTPUT RST-WORK
           PERFORM 1581-SHIWAKE-TAIHI
               UNTIL WS-KIRI-EOF = 'Y'
                   OR WS-KIRI-CNT >= WS-KIRI-ICHI
           CLOSE SHIWAKE-FILE
           CLOSE RST-WORK
           PERFORM 1590-KIRI-KAKUNIN
           MOVE 'N'   TO WS-KIRI-EOF
           OPEN INPUT  RST-WORK
           OPEN OUTPUT SHIWAKE-FILE
           PERFORM 1582-SHIWAKE-FUKUGEN
               UNTIL WS-KIRI-EOF = 'Y'
           CLOSE RST-WORK
           CLOSE SHIWAKE-FILE.

       1581-SHIWAKE-TAIHI.
           READ SHIWAKE-FILE
               AT END
                   MOVE 'Y' TO WS-KIRI-EOF
               NOT AT END
                   MOVE SPACES TO RST-WORK-REC
                   MOVE SHIWAKE-REC TO RW-DATA
                   WRITE RST-WORK-REC
                   ADD 1 TO WS-KIRI-CNT
           END-READ.

       1582-SHIWAKE-FUKUGEN.
           READ RST-WORK
               AT END
                   MOVE 'Y' TO WS-KIRI-EOF
               NOT AT END
                   MOVE RW-DATA(1:80) TO SHIWAKE-REC
                   WRITE SHIWAKE-REC
           END-READ.

      * 位置まで読めない出力は（チェックポイント後の消失として）計上
       1590-KIRI-KAKUNIN.
           IF WS-KIRI-CNT < WS-KIRI-ICHI
               ADD 1 TO WS-KIRI-FUSOKU-CNT
           END-IF.

       2000-MAIN-LOOP.
           ADD 1 TO WS-INPUT-CNT
           PERFORM 2005-CTL-GOUKEI
           PERFORM 2010-SEQUENCE-CHECK
           IF WS-SEQ-VALID = 'Y'
               MOVE TR-HINBAN  TO WS-PREV-HINBAN
                   INVALID KEY
                       ADD 1 TO WS-ERR-CNT
                   NOT INVALID KEY
                       PERFORM 2050-HINMEI-SET
                       PERFORM 2060-RIYO-KANO-KEISAN
                       PERFORM 2100-ZAIKO-UPDATE
               END-READ
           ELSE
               PERFORM 2020-WRITE-TRAN-REJECT
           END-IF
           DIVIDE WS-INPUT-CNT BY WS-CKPT-INTERVAL
               GIVING WS-CKPT-QUOT REMAINDER WS-CKPT-REM
           IF WS-CKPT-REM = ZEROS
               OR WS-BI-KENSU >= WS-BI-GENDO
               PERFORM 8000-WRITE-CHECKPOINT
           END-IF
           PERFORM 1150-SELECT-LOWEST.

      * 制御合計: 区分別の入力数量（組立処理中はTR数量を部品で
      * 差し替えるため処理前に計上する）
       2005-CTL-GOUKEI.
           EVALUATE TRUE
               WHEN TR-NYUKO
                   ADD TR-SURYO TO WS-CTL-NYUKO-SURYO
               WHEN TR-IDO
                   ADD TR-SURYO TO WS-CTL-IDO-SURYO
               WHEN TR-KUMITATE
                   ADD TR-SURYO TO WS-CTL-KUMI-SURYO
               WHEN OTHER
                   ADD TR-SURYO TO WS-CTL-SYUKKO-SURYO
           END-EVALUATE.

       2010-SEQUENCE-CHECK.
           MOVE 'Y' TO WS-SEQ-VALID
           IF TR-HINBAN = WS-PREV-HINBAN
           MOVE TR-SURYO     TO TJ-SURYO
           MOVE '90'         TO TJ-REASON-CD
           MOVE '順序異常重複'     TO TJ-REASON-MSG
           WRITE TRAN-REJECT-REC
           ADD 1 TO WS-ICHI-TRANREJ.

      * 品名は商品マスタを正とし、在庫レコード更新時に反映する
      * （移動先の新規行も移動元の品名を引き継ぐ）
       2050-HINMEI-SET.
           MOVE TR-HINBAN TO HM-HINBAN
           READ SHOHIN-MASTER
               INVALID KEY
                   ADD 1 TO WS-HM-MITOUROKU-CNT
               NOT INVALID KEY
                   MOVE HM-HINMEI TO ZM-HINMEI
           END-READ.

      * 利用可能数: 現在庫から検査保留・不合格を除いた数
      * （保留項目が未設定の行は保留なしとみなす）
       2060-RIYO-KANO-KEISAN.
           IF ZM-HORYU-SU NOT NUMERIC
               MOVE ZEROS TO ZM-HORYU-SU
           END-IF
           IF ZM-FURYO-SU NOT NUMERIC
               MOVE ZEROS TO ZM-FURYO-SU
           END-IF
           COMPUTE WS-RIYO-KANO =
               ZM-ZAIKO-SU - ZM-HORYU-SU - ZM-FURYO-SU.

       2100-ZAIKO-UPDATE.
           EVALUATE TRUE
           MOVE TR-HINBAN TO WS-OYA-HINBAN
           MOVE TR-SURYO  TO WS-OYA-SURYO
           MOVE TR-LOT-NO TO WS-OYA-LOT-NO
           MOVE 'N'       TO WS-HORYU-KETA-OVER
           IF TR-KENSA-YO
               AND ZM-HORYU-SU + WS-OYA-SURYO > WS-HORYU-JOGEN
               MOVE 'Y' TO WS-HORYU-KETA-OVER
           END-IF
           PERFORM 2710-BOM-LOAD
           IF WS-BOM-CNT = ZEROS OR WS-BOM-OVER = 'Y'
               OR WS-HORYU-KETA-OVER = 'Y'
               PERFORM 2770-KUMITATE-REJECT
           ELSE
               PERFORM 2720-BUHIN-KAKUNIN
               INVALID KEY
                   MOVE 'N' TO WS-KUMI-OK-FLAG
               NOT INVALID KEY
                   PERFORM 2060-RIYO-KANO-KEISAN
                   IF WS-RIYO-KANO < BT-HITSUYO-SU (WS-BM-IDX)
                       MOVE 'N' TO WS-KUMI-OK-FLAG
                   ELSE
                       MOVE ZM-HEIKIN-TANKA
               NOT INVALID KEY
                   SUBTRACT BT-HITSUYO-SU (WS-BM-IDX)
                       FROM ZM-ZAIKO-SU
                   PERFORM 8100-BI-ZAIKO
                   REWRITE ZAIKO-REC
                   PERFORM 2600-LOT-FEFO-SYUKKO
           END-READ
           COMPUTE AJ-KINGAKU =
               BT-HITSUYO-SU (WS-BM-IDX) * BT-TANKA (WS-BM-IDX)
           MOVE TR-HIDUKE     TO AJ-HIDUKE
           WRITE KUMITATE-JNL-REC
           ADD 1 TO WS-ICHI-KUMIJNL.

      * 親品目受入: 構成原価の加重平均で親の平均単価を更新する
       2750-OYA-UKEIRE.
                   MOVE WS-KUMI-TANKA TO TR-TANKA
                   MOVE ZM-ZAIKO-SU   TO WS-OLD-ZAIKO-SU
                   PERFORM 2120-HEIKIN-TANKA-KEISAN
                   PERFORM 2060-RIYO-KANO-KEISAN
                   ADD WS-OYA-SURYO TO ZM-ZAIKO-SU
                   IF TR-KENSA-YO
                       ADD WS-OYA-SURYO TO ZM-HORYU-SU
                       ADD 1 TO WS-KENSA-HORYU-CNT
                   END-IF
                   PERFORM 8100-BI-ZAIKO
                   REWRITE ZAIKO-REC
                   PERFORM 2500-LOT-UKEIRE
                   MOVE SPACES TO KUMITATE-JNL-REC
                   MOVE WS-KUMI-GENKA TO AJ-KINGAKU
                   MOVE TR-HIDUKE     TO AJ-HIDUKE
                   WRITE KUMITATE-JNL-REC
                   ADD 1 TO WS-ICHI-KUMIJNL
                   MOVE 'ZKUM' TO WS-SW-EVENT
                   COMPUTE WS-SW-KINGAKU ROUNDED = WS-KUMI-GENKA
                   PERFORM 9820-SHIWAKE-AITE-SET
                   PERFORM 9800-SHIWAKE-KIROKU
           END-READ.

       2770-KUMITATE-REJECT.
           MOVE TR-HIDUKE     TO TJ-HIDUKE
           MOVE WS-OYA-SURYO  TO TJ-SURYO
           EVALUATE TRUE
               WHEN WS-HORYU-KETA-OVER = 'Y'
                   MOVE '96' TO TJ-REASON-CD
                   MOVE '保留数桁超過' TO TJ-REASON-MSG
               WHEN WS-BOM-OVER = 'Y'
                   MOVE '95' TO TJ-REASON-CD
                   MOVE '部品構成展開超過' TO TJ-REASON-MSG
                   MOVE '94' TO TJ-REASON-CD
                   MOVE '構成部品在庫不足' TO TJ-REASON-MSG
           END-EVALUATE
           WRITE TRAN-REJECT-REC
           ADD 1 TO WS-ICHI-TRANREJ.

       2110-NYUSYUKKO-SHORI.
           IF TR-NYUKO
               PERFORM 2160-PO-SHOGO
               EVALUATE TRUE
                   WHEN WS-PO-CHOKA
                       PERFORM 2165-PO-CHOKA-REJECT
                   WHEN TR-KENSA-YO
                       AND ZM-HORYU-SU + TR-SURYO > WS-HORYU-JOGEN
                       PERFORM 2166-HORYU-KETA-REJECT
                   WHEN OTHER
                       MOVE ZM-ZAIKO-SU TO WS-OLD-ZAIKO-SU
                       PERFORM 2120-HEIKIN-TANKA-KEISAN
                       ADD TR-SURYO TO ZM-ZAIKO-SU
                       IF TR-KENSA-YO
                           ADD TR-SURYO TO ZM-HORYU-SU
                           ADD 1 TO WS-KENSA-HORYU-CNT
                       END-IF
                       PERFORM 8100-BI-ZAIKO
                       REWRITE ZAIKO-REC
                       ADD 1 TO WS-NYUKO-CNT
                       MOVE 'ZNYU' TO WS-SW-EVENT
                       COMPUTE WS-SW-KINGAKU ROUNDED =
                           TR-SURYO * TR-TANKA
                       PERFORM 9820-SHIWAKE-AITE-SET
                       PERFORM 9800-SHIWAKE-KIROKU
                       PERFORM 2500-LOT-UKEIRE
                       EVALUATE TRUE
                           WHEN WS-PO-SHOGO-OK
                               PERFORM 2175-PO-SHITEI-KESHIKOMI
                           WHEN WS-PO-ORPHAN
                               PERFORM 9400-WRITE-ORPHAN
                           WHEN OTHER
                               PERFORM 2170-PO-RELIEF
                       END-EVALUATE
                       PERFORM 2150-HACHU-CHECK
               END-EVALUATE
           ELSE
               SUBTRACT TR-SURYO FROM ZM-ZAIKO-SU
                   ON SIZE ERROR
                       PERFORM 2200-KEPIN-SHORI
                   NOT ON SIZE ERROR
                       IF ZM-ZAIKO-SU < ZM-HORYU-SU + ZM-FURYO-SU
                           PERFORM 2200-KEPIN-SHORI
                       ELSE
                           PERFORM 2130-HIKIATE-SHOUHI
                           PERFORM 8100-BI-ZAIKO
                           REWRITE ZAIKO-REC
                           ADD 1 TO WS-SYUKKO-CNT
                           MOVE 'ZSYU' TO WS-SW-EVENT
                           COMPUTE WS-SW-KINGAKU ROUNDED =
                               TR-SURYO * ZM-HEIKIN-TANKA
                           PERFORM 9820-SHIWAKE-AITE-SET
                           PERFORM 9800-SHIWAKE-KIROKU
                           PERFORM 2600-LOT-FEFO-SYUKKO
                           PERFORM 2150-HACHU-CHECK
                       END-IF
                   MOVE TR-HIDUKE     TO LM-NYUKO-DT
                   MOVE TR-YUKO-KIGEN TO LM-YUKO-KIGEN
                   MOVE TR-SURYO      TO LM-ZAIKO-SU
                   MOVE ZEROS         TO LM-HORYU-SU LM-FURYO-SU
                   IF TR-KENSA-YO
                       MOVE TR-SURYO  TO LM-HORYU-SU
                   END-IF
                   PERFORM 8210-BI-LOT-SHINKI
                   WRITE LOT-REC
                       INVALID KEY CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   PERFORM 2618-LOT-RIYO-KEISAN
                   ADD TR-SURYO TO LM-ZAIKO-SU
                   IF TR-KENSA-YO
                       ADD TR-SURYO TO LM-HORYU-SU
                   END-IF
                   PERFORM 8200-BI-LOT
                   REWRITE LOT-REC
           END-READ.

                       OR LM-SOKO-CD NOT = TR-SOKO-CD
                       MOVE 'Y' TO WS-LOTSCAN-EOF
                   ELSE
                       PERFORM 2618-LOT-RIYO-KEISAN
                       IF WS-LOT-RIYO > ZEROS
                           ADD 1 TO WS-LOT-CNT
                           SET WS-LOT-IDX TO WS-LOT-CNT
                           MOVE LM-LOT-NO TO LT-LOT-NO (WS-LOT-IDX)
                           MOVE LM-YUKO-KIGEN
                               TO LT-KIGEN (WS-LOT-IDX)
                           MOVE WS-LOT-RIYO
                               TO LT-ZAIKO-SU (WS-LOT-IDX)
                       END-IF
                   END-IF
           END-READ.

      * ロットの利用可能数: 検査保留・不合格のロット数量は引き当てない
       2618-LOT-RIYO-KEISAN.
           IF LM-HORYU-SU NOT NUMERIC
               MOVE ZEROS TO LM-HORYU-SU
           END-IF
           IF LM-FURYO-SU NOT NUMERIC
               MOVE ZEROS TO LM-FURYO-SU
           END-IF
           COMPUTE WS-LOT-RIYO =
               LM-ZAIKO-SU - LM-HORYU-SU - LM-FURYO-SU.

       2620-LOT-PICK.
           MOVE ZEROS TO WS-LOT-MIN
           MOVE 99999999 TO WS-LOT-MIN-KIGEN
                   CONTINUE
               NOT INVALID KEY
                   SUBTRACT CN-SURYO (WS-CONS-IDX) FROM LM-ZAIKO-SU
                   PERFORM 8200-BI-LOT
                   REWRITE LOT-REC
           END-READ
           MOVE TR-HINBAN  TO LS-HINBAN
           MOVE CN-SURYO  (WS-CONS-IDX) TO LS-SYOHI-SU
           MOVE CN-KIGEN  (WS-CONS-IDX) TO LS-YUKO-KIGEN
           MOVE TR-HIDUKE TO LS-HIDUKE
           WRITE LOT-SYOHI-REC
           ADD 1 TO WS-ICHI-LOTSYO.

      * ロット台帳の残が出庫数に満たない場合（台帳と在庫の不整合）
       2670-LOT-FUSOKU-LOG.
           MOVE WS-LOT-NOKORI TO LS-SYOHI-SU
           MOVE ZEROS      TO LS-YUKO-KIGEN
           MOVE TR-HIDUKE  TO LS-HIDUKE
           WRITE LOT-SYOHI-REC
           ADD 1 TO WS-ICHI-LOTSYO.

      * 倉庫間移動: 移動元の減算と移動先の加算を同一トランザクション
      * 内で行う。移動先の平均単価は移動元単価で加重平均する。
       2400-IDO-SHORI.
           IF TR-SURYO > WS-RIYO-KANO
               PERFORM 2410-IDO-REJECT
           ELSE
               MOVE ZM-HEIKIN-TANKA TO WS-IDO-TANKA
               MOVE ZM-HINMEI       TO WS-IDO-HINMEI
               SUBTRACT TR-SURYO FROM ZM-ZAIKO-SU
               PERFORM 8100-BI-ZAIKO
               REWRITE ZAIKO-REC
               PERFORM 2600-LOT-FEFO-SYUKKO
               PERFORM 2150-HACHU-CHECK
                   UNTIL WS-CONS-SCAN > WS-CONS-CNT
               PERFORM 2430-WRITE-IDO-JOURNAL
               ADD 1 TO WS-IDO-CNT
               MOVE 'ZIDO' TO WS-SW-EVENT
               COMPUTE WS-SW-KINGAKU ROUNDED =
                   TR-SURYO * WS-IDO-TANKA
               PERFORM 9820-SHIWAKE-AITE-SET
               PERFORM 9800-SHIWAKE-KIROKU
           END-IF.

      * 倉庫間移動: 消費したロットを移動先ロット台帳へ積み増す
                   MOVE TR-HIDUKE     TO LM-NYUKO-DT
                   MOVE CN-KIGEN (WS-CONS-IDX)  TO LM-YUKO-KIGEN
                   MOVE CN-SURYO (WS-CONS-IDX)  TO LM-ZAIKO-SU
                   MOVE ZEROS         TO LM-HORYU-SU LM-FURYO-SU
                   PERFORM 8210-BI-LOT-SHINKI
                   WRITE LOT-REC
                       INVALID KEY CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   ADD CN-SURYO (WS-CONS-IDX) TO LM-ZAIKO-SU
                   PERFORM 8200-BI-LOT
                   REWRITE LOT-REC
           END-READ.

           MOVE TR-SURYO     TO TJ-SURYO
           MOVE '91'         TO TJ-REASON-CD
           MOVE '移動元在庫不足' TO TJ-REASON-MSG
           WRITE TRAN-REJECT-REC
           ADD 1 TO WS-ICHI-TRANREJ.

       2420-IDO-UKEIRE.
           MOVE TR-HINBAN     TO ZM-HINBAN
                   MOVE ZEROS          TO ZM-ANZEN-SU
                   MOVE SPACES         TO ZM-LOT-NO
                   MOVE WS-IDO-TANKA   TO ZM-HEIKIN-TANKA
                   MOVE ZEROS          TO ZM-HIKIATE-SU
                                          ZM-HORYU-SU ZM-FURYO-SU
                   MOVE SPACES         TO ZM-ABC-KBN
                   PERFORM 8110-BI-ZAIKO-SHINKI
                   WRITE ZAIKO-REC
                       INVALID KEY CONTINUE
                   END-WRITE
                   MOVE WS-IDO-TANKA TO TR-TANKA
                   PERFORM 2120-HEIKIN-TANKA-KEISAN
                   ADD TR-SURYO TO ZM-ZAIKO-SU
                   PERFORM 8100-BI-ZAIKO
                   REWRITE ZAIKO-REC
           END-READ.

           MOVE TR-SURYO      TO IJ-SURYO
           MOVE TR-HIDUKE     TO IJ-HIDUKE
           MOVE WS-IDO-TANKA  TO IJ-TANKA
           WRITE IDO-JOURNAL-REC
           ADD 1 TO WS-ICHI-IDOJNL.

      * 出庫は引当分を優先的に消し込む（引当残を超えて残すことはない）
       2130-HIKIATE-SHOUHI.
                   WS-HYOKA-GAKU / (WS-OLD-ZAIKO-SU + TR-SURYO)
           END-IF.

      * 発注点判定は有効在庫（現在庫－引当残－品質保留）で行う
       2150-HACHU-CHECK.
           COMPUTE WS-YUKO-ZAIKO = ZM-ZAIKO-SU - ZM-HIKIATE-SU
               - ZM-HORYU-SU - ZM-FURYO-SU
           IF WS-YUKO-ZAIKO < ZM-ANZEN-SU
               SUBTRACT WS-YUKO-ZAIKO FROM ZM-ANZEN-SU
                   GIVING WS-HACHU-SU
               MOVE WS-HACHU-SU  TO HC-HACHU-SU
               MOVE TR-HIDUKE    TO HC-HIDUKE
               WRITE HACHU-REC
               ADD 1 TO WS-ICHI-HACHU
               ADD 1 TO WS-HACHU-CNT
           END-IF.

           MOVE TR-SURYO     TO TJ-SURYO
           MOVE '92'         TO TJ-REASON-CD
           MOVE '発注残許容超過' TO TJ-REASON-MSG
           WRITE TRAN-REJECT-REC
           ADD 1 TO WS-ICHI-TRANREJ
           PERFORM 8300-BI-OPENPO
           PERFORM 2178-PO-JISSEKI-CHECK
           ADD 1 TO PO-CHOKA-KAISU
           REWRITE OPENPO-REC.

      * 検査保留の入庫で保留数が在庫マスタの項目桁を超える
       2166-HORYU-KETA-REJECT.
           ADD 1 TO WS-REJECT-CNT
           MOVE TR-HINBAN    TO TJ-HINBAN
           MOVE TR-SOKO-CD   TO TJ-SOKO-CD
           MOVE TR-HIDUKE    TO TJ-HIDUKE
           MOVE TR-SURYO     TO TJ-SURYO
           MOVE '96'         TO TJ-REASON-CD
           MOVE '保留数桁超過' TO TJ-REASON-MSG
           WRITE TRAN-REJECT-REC
           ADD 1 TO WS-ICHI-TRANREJ.

      * 指定発注の消し込み: 全量受領で発注をクローズする
       2175-PO-SHITEI-KESHIKOMI.
           PERFORM 8300-BI-OPENPO
           PERFORM 2178-PO-JISSEKI-CHECK
           ADD TR-SURYO TO PO-NYUKA-SU
           MOVE TR-HIDUKE TO PO-NYUKA-DT
           IF PO-ZAN-SU > TR-SURYO
               SUBTRACT TR-SURYO FROM PO-ZAN-SU
           ELSE
               MOVE ZEROS TO PO-ZAN-SU
               SET PO-CLOSED TO TRUE
               MOVE TR-HIDUKE TO PO-KANRYO-DT
           END-IF
           REWRITE OPENPO-REC.

      * 納入実績項目の初期化（項目追加前に作成された発注は空白）
       2178-PO-JISSEKI-CHECK.
           IF PO-NYUKA-DT NOT NUMERIC
               MOVE ZEROS TO PO-NYUKA-DT
           END-IF
           IF PO-NYUKA-SU NOT NUMERIC
               MOVE ZEROS TO PO-NYUKA-SU
           END-IF
           IF PO-KANRYO-DT NOT NUMERIC
               MOVE ZEROS TO PO-KANRYO-DT
           END-IF
           IF PO-CHOKA-KAISU NOT NUMERIC
               MOVE ZEROS TO PO-CHOKA-KAISU
           END-IF.

       9400-WRITE-ORPHAN.
           ADD 1 TO WS-ORPHAN-CNT
           MOVE SPACES TO WS-WORK-LINE
                  ' 倉庫:' TR-SOKO-CD
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO OR-LINE
           WRITE ORPHAN-RPT-REC
           ADD 1 TO WS-ICHI-ORPHAN.

      * 入荷('1')は当該品番・倉庫の発注残を発注日順に消し込む
       2170-PO-RELIEF.
           END-READ.

       2190-PO-KESHIKOMI.
           PERFORM 8300-BI-OPENPO
           PERFORM 2178-PO-JISSEKI-CHECK
           MOVE TR-HIDUKE TO PO-NYUKA-DT
           IF PO-ZAN-SU > WS-PO-NOKORI
               ADD WS-PO-NOKORI TO PO-NYUKA-SU
               SUBTRACT WS-PO-NOKORI FROM PO-ZAN-SU
               MOVE ZEROS TO WS-PO-NOKORI
           ELSE
               ADD PO-ZAN-SU TO PO-NYUKA-SU
               SUBTRACT PO-ZAN-SU FROM WS-PO-NOKORI
               MOVE ZEROS TO PO-ZAN-SU
               SET PO-CLOSED TO TRUE
               MOVE TR-HIDUKE TO PO-KANRYO-DT
           END-IF
           REWRITE OPENPO-REC.

           MOVE TR-SURYO    TO KP-SYUKKO-SU
           MOVE ZM-ZAIKO-SU TO KP-ZAIKO-SU
           MOVE TR-HIDUKE   TO KP-HIDUKE
           WRITE KEPIN-REC
           ADD 1 TO WS-ICHI-KEPIN.

       3000-CLOSE-FILES.
           CLOSE TRANS-FILE
           CLOSE OPENPO-MASTER
           CLOSE BOM-MASTER
           CLOSE KUMITATE-JNL
           CLOSE ORPHAN-RPT
           CLOSE SHOHIN-MASTER
           CLOSE BI-LOG
           PERFORM 3050-CLEAR-CHECKPOINT.

      * 正常終了: チェックポイントと前イメージログを空にする
       3050-CLEAR-CHECKPOINT.
           CLOSE CHECKPOINT-FILE
           OPEN OUTPUT CHECKPOINT-FILE
           CLOSE CHECKPOINT-FILE
           OPEN OUTPUT BI-LOG
           CLOSE BI-LOG.

      * チェックポイント: 出力を確定（閉じて追記で開き直す）した後に
      * 位置・件数・制御合計を書き、前イメージログを新しくする
       8000-WRITE-CHECKPOINT.
           ADD 1 TO WS-CKPT-NO
           PERFORM 8050-SHUTSURYOKU-KAKUTEI
           MOVE SPACES TO CHECKPOINT-REC
           MOVE WS-CKPT-NO      TO CK-CKPT-NO
           MOVE WS-INPUT-CNT    TO CK-REC-CNT
           MOVE WS-YOMI-CNT1    TO CK-YOMI-CNT1
           MOVE WS-YOMI-CNT2    TO CK-YOMI-CNT2
           MOVE WS-YOMI-CNT3    TO CK-YOMI-CNT3
           MOVE WS-EOF-FLAG1    TO CK-EOF-FLAG1
           MOVE WS-EOF-FLAG2    TO CK-EOF-FLAG2
           MOVE WS-EOF-FLAG3    TO CK-EOF-FLAG3
           MOVE WS-PREV-HINBAN  TO CK-PREV-HINBAN
           MOVE WS-PREV-SOKO-CD TO CK-PREV-SOKO-CD
           MOVE WS-PREV-HIDUKE  TO CK-PREV-HIDUKE
           MOVE WS-PREV-SURYO   TO CK-PREV-SURYO
           MOVE WS-COUNTERS     TO CK-COUNTERS
           MOVE WS-ORPHAN-CNT   TO CK-ORPHAN-CNT
           MOVE WS-PO-CHOKA-CNT TO CK-PO-CHOKA-CNT
           MOVE WS-KUMITATE-CNT TO CK-KUMITATE-CNT
           MOVE WS-KANJO-NG-CNT TO CK-KANJO-NG-CNT
           MOVE WS-SHIWAKE-CNT  TO CK-SHIWAKE-CNT
           MOVE WS-ICHI-AREA    TO CK-ICHI-AREA
           MOVE WS-CTL-AREA     TO CK-CTL-AREA
           WRITE CHECKPOINT-REC
           CLOSE CHECKPOINT-FILE
           OPEN EXTEND CHECKPOINT-FILE
           CLOSE BI-LOG
           OPEN OUTPUT BI-LOG
           MOVE ZEROS TO WS-BI-KENSU.

       8050-SHUTSURYOKU-KAKUTEI.
           CLOSE KEPIN-LOG
           OPEN EXTEND KEPIN-LOG
           CLOSE HACHU-FILE
           OPEN EXTEND HACHU-FILE
           CLOSE TRAN-REJECT
           OPEN EXTEND TRAN-REJECT
           CLOSE IDO-JOURNAL
           OPEN EXTEND IDO-JOURNAL
           CLOSE LOT-SYOHI-LOG
           OPEN EXTEND LOT-SYOHI-LOG
           CLOSE KUMITATE-JNL
           OPEN EXTEND KUMITATE-JNL
           CLOSE ORPHAN-RPT
           OPEN EXTEND ORPHAN-RPT
           CLOSE SHIWAKE-FILE
           OPEN EXTEND SHIWAKE-FILE.

      * 前イメージ: 書き換え前のレコードを読み直して記録し、更新後の
      * 内容を戻してから書き換える（新規登録はキーを記録する）
       8100-BI-ZAIKO.
           MOVE ZAIKO-REC TO WS-BI-SAVE
           READ ZAIKO-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SPACES    TO BI-REC
                   SET BI-ZAIKO   TO TRUE
                   SET BI-KOSHIN  TO TRUE
                   MOVE ZM-KEY    TO BI-KEY
                   MOVE ZAIKO-REC TO BI-DATA
                   PERFORM 8900-BI-WRITE
           END-READ
           MOVE WS-BI-SAVE TO ZAIKO-REC.

       8110-BI-ZAIKO-SHINKI.
           MOVE SPACES    TO BI-REC
           SET BI-ZAIKO   TO TRUE
           SET BI-SHINKI  TO TRUE
           MOVE ZM-KEY    TO BI-KEY
           MOVE ZAIKO-REC TO BI-DATA
           PERFORM 8900-BI-WRITE.

       8200-BI-LOT.
           MOVE LOT-REC TO WS-BI-SAVE
           READ LOT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SPACES    TO BI-REC
                   SET BI-LOT     TO TRUE
                   SET BI-KOSHIN  TO TRUE
                   MOVE LM-KEY    TO BI-KEY
                   MOVE LOT-REC   TO BI-DATA
                   PERFORM 8900-BI-WRITE
           END-READ
           MOVE WS-BI-SAVE(1:60) TO LOT-REC.

       8210-BI-LOT-SHINKI.
           MOVE SPACES    TO BI-REC
           SET BI-LOT     TO TRUE
           SET BI-SHINKI  TO TRUE
           MOVE LM-KEY    TO BI-KEY
           MOVE LOT-REC   TO BI-DATA
           PERFORM 8900-BI-WRITE.

      * 発注残は読込直後（更新前）のレコードをそのまま記録する
      * （代替キー順の消し込み中に読み直すと位置が変わるため）
       8300-BI-OPENPO.
           MOVE SPACES      TO BI-REC
           SET BI-OPENPO    TO TRUE
           SET BI-KOSHIN    TO TRUE
           MOVE PO-HACHU-NO TO BI-KEY
           MOVE OPENPO-REC  TO BI-DATA
           PERFORM 8900-BI-WRITE.

       8900-BI-WRITE.
           MOVE WS-CKPT-NO TO BI-CKPT-NO
           WRITE BI-REC
           ADD 1 TO WS-BI-KENSU.

      * 期限切迫在庫報告: 基準日数以内に期限を迎えるロットを抽出
       7500-KIGEN-REPORT.
               PERFORM 7200-VALUATION-LINE
                   UNTIL WS-VAL-EOF-FLAG = 'Y'
           END-IF
           MOVE WS-HM-MITOUROKU-CNT TO WS-EDIT-SURYO
           MOVE SPACES TO WS-WORK-LINE
           STRING '商品マスタ未登録 取引件数:' WS-EDIT-SURYO
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE(1:100) TO VR-LINE
           WRITE VALUATION-REC
           MOVE WS-SHIWAKE-CNT TO WS-EDIT-SURYO
           MOVE SPACES TO WS-WORK-LINE
           STRING '在庫仕訳 出力件数:' WS-EDIT-SURYO
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE(1:100) TO VR-LINE
           WRITE VALUATION-REC
           MOVE WS-KANJO-NG-CNT TO WS-EDIT-SURYO
           MOVE SPACES TO WS-WORK-LINE
           STRING '在庫仕訳 科目未登録:' WS-EDIT-SURYO
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE(1:100) TO VR-LINE
           WRITE VALUATION-REC
           MOVE WS-KENSA-HORYU-CNT TO WS-EDIT-SURYO
           MOVE SPACES TO WS-WORK-LINE
           STRING '検査保留 入庫件数:' WS-EDIT-SURYO
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE(1:100) TO VR-LINE
           WRITE VALUATION-REC
           PERFORM 7050-CTL-REPORT
           CLOSE VALUATION-RPT.

      * 制御合計: 入力件数・区分別数量・処理件数・期末在庫数量の総計
      * （再開実行でも通し実行と同じ値になることで整合を確かめる）
       7050-CTL-REPORT.
           MOVE '===== 制御合計 =====' TO VR-LINE
           WRITE VALUATION-REC
           MOVE SPACES TO WS-WORK-LINE
           IF WS-RESTART-ARI
               MOVE WS-RESTART-CNT TO WS-EDIT-SURYO
               STRING '実行区分: 再開  再開位置:'
                      WS-EDIT-SURYO '件目'
                   DELIMITED SIZE INTO WS-WORK-LINE
           ELSE
               STRING '実行区分: 通常'
                   DELIMITED SIZE INTO WS-WORK-LINE
           END-IF
           MOVE WS-WORK-LINE(1:100) TO VR-LINE
           WRITE VALUATION-REC
           MOVE '入力件数'        TO WS-CTL-MIDASHI
           MOVE WS-INPUT-CNT      TO WS-CTL-ATAI
           PERFORM 7060-CTL-LINE
           MOVE '入庫数量合計'    TO WS-CTL-MIDASHI
           MOVE WS-CTL-NYUKO-SURYO TO WS-CTL-ATAI
           PERFORM 7060-CTL-LINE
           MOVE '出庫数量合計'    TO WS-CTL-MIDASHI
           MOVE WS-CTL-SYUKKO-SURYO TO WS-CTL-ATAI
           PERFORM 7060-CTL-LINE
           MOVE '移動数量合計'    TO WS-CTL-MIDASHI
           MOVE WS-CTL-IDO-SURYO  TO WS-CTL-ATAI
           PERFORM 7060-CTL-LINE
           MOVE '組立数量合計'    TO WS-CTL-MIDASHI
           MOVE WS-CTL-KUMI-SURYO TO WS-CTL-ATAI
           PERFORM 7060-CTL-LINE
           MOVE '入庫件数'        TO WS-CTL-MIDASHI
           MOVE WS-NYUKO-CNT      TO WS-CTL-ATAI
           PERFORM 7060-CTL-LINE
           MOVE '出庫件数'        TO WS-CTL-MIDASHI
           MOVE WS-SYUKKO-CNT     TO WS-CTL-ATAI
           PERFORM 7060-CTL-LINE
           MOVE '移動件数'        TO WS-CTL-MIDASHI
           MOVE WS-IDO-CNT        TO WS-CTL-ATAI
           PERFORM 7060-CTL-LINE
           MOVE '組立件数'        TO WS-CTL-MIDASHI
           MOVE WS-KUMITATE-CNT   TO WS-CTL-ATAI
           PERFORM 7060-CTL-LINE
           MOVE '欠品件数'        TO WS-CTL-MIDASHI
           MOVE WS-KEPIN-CNT      TO WS-CTL-ATAI
           PERFORM 7060-CTL-LINE
           MOVE '棄却件数'        TO WS-CTL-MIDASHI
           MOVE WS-REJECT-CNT     TO WS-CTL-ATAI
           PERFORM 7060-CTL-LINE
           MOVE '移動ジャーナル件数' TO WS-CTL-MIDASHI
           MOVE WS-ICHI-IDOJNL    TO WS-CTL-ATAI
           PERFORM 7060-CTL-LINE
           MOVE '組立ジャーナル件数' TO WS-CTL-MIDASHI
           MOVE WS-ICHI-KUMIJNL   TO WS-CTL-ATAI
           PERFORM 7060-CTL-LINE
           MOVE '期末在庫数量総計' TO WS-CTL-MIDASHI
           MOVE WS-CTL-ZAIKO-GOUKEI TO WS-CTL-ATAI
           PERFORM 7060-CTL-LINE
           IF WS-RESTART-ARI
               MOVE '前イメージ戻し件数' TO WS-CTL-MIDASHI
               MOVE WS-BI-MODOSHI-CNT TO WS-CTL-ATAI
               PERFORM 7060-CTL-LINE
           END-IF
           IF WS-KIRI-FUSOKU-CNT > ZEROS
               MOVE '出力切詰め位置不足' TO WS-CTL-MIDASHI
               MOVE WS-KIRI-FUSOKU-CNT TO WS-CTL-ATAI
               PERFORM 7060-CTL-LINE
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-BI-OVER-CNT > ZEROS
               MOVE '前イメージ照合あふれ' TO WS-CTL-MIDASHI
               MOVE WS-BI-OVER-CNT TO WS-CTL-ATAI
               PERFORM 7060-CTL-LINE
               MOVE 8 TO RETURN-CODE
           END-IF.

       7060-CTL-LINE.
           MOVE WS-CTL-ATAI TO WS-EDIT-GOUKEI
           MOVE SPACES TO WS-WORK-LINE
           STRING WS-CTL-MIDASHI ':' WS-EDIT-GOUKEI
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE(1:100) TO VR-LINE
           WRITE VALUATION-REC.

       7100-READ-NEXT-ZAIKO.
           READ ZAIKO-MASTER NEXT RECORD
               AT END MOVE 'Y' TO WS-VAL-EOF-FLAG
           END-READ.

      * 保留欄は検査保留と不合格の合計（数量・評価額は保留を含む）
       7200-VALUATION-LINE.
           COMPUTE WS-HYOKA-GAKU ROUNDED = ZM-ZAIKO-SU * ZM-HEIKIN-TANKA
           PERFORM 2060-RIYO-KANO-KEISAN
           COMPUTE WS-HORYU-GOKEI = ZM-HORYU-SU + ZM-FURYO-SU
           MOVE ZM-ZAIKO-SU     TO WS-EDIT-SURYO
           MOVE ZM-HEIKIN-TANKA TO WS-EDIT-TANKA
           MOVE WS-HYOKA-GAKU   TO WS-EDIT-HYOKA
           MOVE WS-HORYU-GOKEI  TO WS-EDIT-HORYU
           STRING ZM-HINBAN ' ' ZM-SOKO-CD ' 数量:' WS-EDIT-SURYO
                  ' 単価:' WS-EDIT-TANKA ' 評価額:' WS-EDIT-HYOKA
                  ' 保留:' WS-EDIT-HORYU
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE(1:100) TO VR-LINE
           WRITE VALUATION-REC
           ADD 1 TO WS-VALUATION-CNT
           ADD ZM-ZAIKO-SU TO WS-CTL-ZAIKO-GOUKEI
           PERFORM 7100-READ-NEXT-ZAIKO.
