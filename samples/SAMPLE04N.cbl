      *=================================================================
      * SAMPLE04N: 仕入返品バッチ
      * 概要: 購買が起票した仕入返品明細（不良品・過剰納品）を元の
      *       発注番号で照合し、在庫マスタから払い出す。在庫区分
      *       '2'は不合格在庫（品質判定・顧客返品で計上したもの）から
      *       払い出す。返品額は買掛マスタへ金額マイナスの買掛
      *       （デビットノート）として登録し、SAMPLE04Fが同じ仕入先
      *       の次回支払と相殺する。仕入返品の仕訳を出力し、仕入先
      *       向けの返品伝票を印字する。払い出した数量は受払用の
      *       仕入返品出庫記録（SAMPLE04Gで払出計上）へ出力する。
      *       ロット台帳も有効期限の早いロットから同じ数量を払い
      *       出す（不合格在庫は各ロットの不合格数から払い出す）。
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE04N.
       AUTHOR. BATCH-SYSTEM.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HENPIN-IN-FILE ASSIGN TO SHIHENIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HENPIN-STATUS.
           SELECT OPENPO-MASTER ASSIGN TO OPENPOMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PO-HACHU-NO
               ALTERNATE RECORD KEY IS PO-ALT-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-OPENPO-STATUS.
           SELECT ZAIKO-MASTER ASSIGN TO ZAIKOMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ZM-KEY
               FILE STATUS IS WS-ZAIKO-STATUS.
           SELECT LOT-MASTER ASSIGN TO LOTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LM-KEY
               FILE STATUS IS WS-LOT-STATUS.
           SELECT KAIKAKE-MASTER ASSIGN TO KAIKAKEMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS KB-DENPYO-NO
               FILE STATUS IS WS-KAIKAKE-STATUS.
           SELECT SHIHEN-IDO ASSIGN TO SHIHENIDO
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SHIDO-STATUS.
           SELECT DENPYO-RPT ASSIGN TO SHIHENDEN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DENPYO-STATUS.
           SELECT KEKKA-RPT ASSIGN TO SHIHENRPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-KEKKA-STATUS.
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
               FILE STATUS IS WS-GYOMUDT-STATUS.
           SELECT RUNLOG-FILE ASSIGN TO RUNLOG
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * 仕入返品明細: 単価ゼロは在庫の平均単価で評価する
       FD  HENPIN-IN-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  HENPIN-IN-REC.
           05  SR-HENPIN-NO      PIC X(10).
           05  SR-HACHU-NO       PIC X(10).
           05  SR-HINBAN         PIC X(10).
           05  SR-SOKO-CD        PIC X(04).
           05  SR-SURYO          PIC 9(07).
           05  SR-TANKA          PIC 9(05)V99.
           05  SR-ZAIKO-KBN      PIC X(01).
               88  SR-TSUJO-ZAIKO VALUE '1' ' '.
               88  SR-FURYO-ZAIKO VALUE '2'.
           05  SR-RIYU-KBN       PIC X(01).
               88  SR-RIYU-FURYO VALUE '1'.
               88  SR-RIYU-KAJO  VALUE '2'.
           05  SR-HENPIN-DT      PIC 9(08).
           05  FILLER            PIC X(22).

       FD  OPENPO-MASTER
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  OPENPO-REC.
           05  PO-HACHU-NO       PIC X(10).
           05  PO-ALT-KEY.
               10  PO-HINBAN     PIC X(10).
               10  PO-SOKO-CD    PIC X(04).
           05  PO-SHIIRE-CD      PIC X(06).
           05  PO-HACHU-SU       PIC S9(07) COMP-3.
           05  PO-ZAN-SU         PIC S9(07) COMP-3.
           05  PO-HACHU-DT       PIC 9(08).
           05  PO-YOTEI-DT       PIC 9(08).
           05  PO-STATUS         PIC X(01).
               88  PO-OPEN       VALUE '0'.
               88  PO-CLOSED     VALUE '1'.
      * 納入実績: 最終入荷日・累計入荷数・完納日・許容超過回数・
      * 仕入先返品数
           05  PO-NYUKA-DT       PIC 9(08).
           05  PO-NYUKA-SU       PIC S9(07) COMP-3.
           05  PO-KANRYO-DT      PIC 9(08).
           05  PO-CHOKA-KAISU    PIC S9(03) COMP-3.
           05  PO-HENPIN-SU      PIC S9(05) COMP-3.

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

      * 買掛マスタ: 仕入返品は金額マイナスで登録する
       FD  KAIKAKE-MASTER
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  KAIKAKE-REC.
           05  KB-DENPYO-NO      PIC X(10).
           05  KB-SHIIRE-CD      PIC X(06).
           05  KB-HACHU-NO       PIC X(10).
           05  KB-KINGAKU        PIC S9(11) COMP-3.
           05  KB-SHIHARAI-DT    PIC 9(08).
           05  KB-STATUS         PIC X(01).
               88  KB-MIBARAI    VALUE '0'.
               88  KB-SHIHARAI-ZUMI VALUE '1'.
           05  KB-TOUROKU-DT     PIC 9(08).
           05  FILLER            PIC X(31).

      * 仕入返品出庫記録: 在庫から払い出した数量（SAMPLE04Gの受払で
      * 払出計上）
       FD  SHIHEN-IDO
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  SHIHEN-IDO-REC.
           05  SD-HINBAN         PIC X(10).
           05  SD-SOKO-CD        PIC X(04).
           05  SD-SURYO          PIC 9(07).
           05  SD-HIDUKE         PIC 9(08).
           05  SD-ZAIKO-KBN      PIC X(01).
           05  FILLER            PIC X(10).

      * 返品伝票: 仕入先へ現品に添付する
       FD  DENPYO-RPT
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  DENPYO-RPT-REC.
           05  DP-LINE           PIC X(100).

       FD  KEKKA-RPT
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  KEKKA-RPT-REC.
           05  KR-LINE           PIC X(100).

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
           05  WS-HENPIN-STATUS  PIC X(02).
           05  WS-OPENPO-STATUS  PIC X(02).
           05  WS-ZAIKO-STATUS   PIC X(02).
           05  WS-KAIKAKE-STATUS PIC X(02).
           05  WS-SHIDO-STATUS   PIC X(02).
           05  WS-DENPYO-STATUS  PIC X(02).
           05  WS-KEKKA-STATUS   PIC X(02).
           05  WS-LOT-STATUS     PIC X(02).
           05  WS-EOF-FLAG       PIC X(01) VALUE 'N'.
           05  WS-LOTSCAN-EOF    PIC X(01) VALUE 'N'.

       01  WS-NG-RIYU            PIC X(30).
       01  WS-HENPIN-KANO        PIC S9(09) COMP-3.
       01  WS-RIYO-KANO          PIC S9(09) COMP-3.
       01  WS-HENPIN-TANKA       PIC S9(05)V99 COMP-3.
       01  WS-HENPIN-KINGAKU     PIC S9(11) COMP-3.
       01  WS-HENPIN-GOUKEI      PIC S9(13) COMP-3 VALUE ZEROS.

      * ロット払出(有効期限順)の作業域
       01  WS-LOT-TABLE.
           05  WS-LOT-ENTRY OCCURS 50 TIMES INDEXED BY WS-LOT-IDX.
               10  LT-LOT-NO     PIC X(10).
               10  LT-KIGEN      PIC 9(08).
               10  LT-HENPIN-SU  PIC S9(09) COMP-3.
       01  WS-LOT-CNT            PIC 9(03) VALUE ZEROS.
       01  WS-LOT-SCAN           PIC 9(03).
       01  WS-LOT-MIN            PIC 9(03).
       01  WS-LOT-MIN-KIGEN      PIC 9(08).
       01  WS-LOT-NOKORI         PIC S9(09) COMP-3.
       01  WS-LOT-TORI           PIC S9(09) COMP-3.
       01  WS-LOT-KANO           PIC S9(09) COMP-3.

       01  WS-COUNTERS.
           05  WS-INPUT-CNT      PIC 9(07) VALUE ZEROS.
           05  WS-HENPIN-CNT     PIC 9(07) VALUE ZEROS.
           05  WS-FURYO-CNT      PIC 9(07) VALUE ZEROS.
           05  WS-NG-CNT         PIC 9(07) VALUE ZEROS.
           05  WS-LOT-FUSOKU-CNT PIC 9(07) VALUE ZEROS.

       01  WS-EDIT-AREA.
           05  WS-EDIT-CNT       PIC ZZZ,ZZ9.
           05  WS-EDIT-SURYO     PIC ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-TANKA     PIC ZZ,ZZ9.99.
           05  WS-EDIT-KINGAKU   PIC ZZ,ZZZ,ZZZ,ZZ9.
           05  WS-WORK-LINE      PIC X(100).

       01  WS-RETURN-CODE        PIC 9(04) VALUE ZEROS.

       01  WS-GYOMU-DATE-AREA.
           05  WS-GYOMUDT-STATUS PIC X(02).
           05  WS-GYOMUDT-EOF    PIC X(01).
           05  WS-GYOMU-DATE     PIC 9(08) VALUE ZEROS.
           05  WS-GYOMU-TIME     PIC 9(06) VALUE ZEROS.

       01  WS-RUNLOG-STATUS      PIC X(02).

      * 仕訳出力の作業域（勘定科目は科目対応マスタから引く）
      * 相手キーは仕入先＋返品番号
       01  WS-SHIWAKE-AREA.
           05  WS-KANJO-STATUS   PIC X(02).
           05  WS-SHIWAKE-STATUS PIC X(02).
           05  WS-SW-EVENT       PIC X(04).
           05  WS-SW-KINGAKU     PIC 9(13).
           05  WS-SW-AITE.
               10  WS-SW-AITE-SHIIRE PIC X(06).
               10  WS-SW-AITE-DENPYO PIC X(10).
               10  FILLER            PIC X(04).
           05  WS-KANJO-NG-CNT   PIC 9(07) VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-GYOMU-DATE-SET
           PERFORM 0200-RUNLOG-START
           PERFORM 0300-SHIWAKE-OPEN
           PERFORM 1000-OPEN-FILES
           PERFORM 2000-MAIN-LOOP
               UNTIL WS-EOF-FLAG = 'Y'
           PERFORM 7000-GOUKEI-REPORT
           PERFORM 3000-CLOSE-FILES
           MOVE WS-RETURN-CODE TO RETURN-CODE
           PERFORM 0990-SHIWAKE-CLOSE
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

      * 仕訳記帳: 科目対応マスタの借方・貸方で貸借一対を書き出す
      * 仕入返品=買掛金／棚卸資産
       9800-SHIWAKE-KIROKU.
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
           MOVE 'SAMPLE4N' TO SW-SOURCE-ID
           MOVE WS-GYOMU-DATE  TO SW-GYOMU-DT
           MOVE WS-SW-EVENT    TO SW-EVENT-CD
           MOVE 'D'            TO SW-DC-KBN
           MOVE KJ-KARIKATA-CD TO SW-KANJO-CD
           MOVE WS-SW-KINGAKU  TO SW-KINGAKU
           MOVE WS-SW-AITE     TO SW-AITE-KEY
           WRITE SHIWAKE-REC
           MOVE SPACES TO SHIWAKE-REC
           MOVE 'SAMPLE4N' TO SW-SOURCE-ID
           MOVE WS-GYOMU-DATE   TO SW-GYOMU-DT
           MOVE WS-SW-EVENT     TO SW-EVENT-CD
           MOVE 'C'             TO SW-DC-KBN
           MOVE KJ-KASHIKATA-CD TO SW-KANJO-CD
           MOVE WS-SW-KINGAKU   TO SW-KINGAKU
           MOVE WS-SW-AITE      TO SW-AITE-KEY
           WRITE SHIWAKE-REC.

       0300-SHIWAKE-OPEN.
           OPEN INPUT  KANJO-MASTER
           OPEN EXTEND SHIWAKE-FILE.

       0990-SHIWAKE-CLOSE.
           CLOSE KANJO-MASTER
           CLOSE SHIWAKE-FILE.

       0200-RUNLOG-START.
           OPEN EXTEND RUNLOG-FILE
           MOVE 'SAMPLE4N' TO RL-PROGRAM-ID
           MOVE 'S'        TO RL-KBN
           MOVE WS-GYOMU-DATE TO RL-GYOMU-DT
           MOVE FUNCTION CURRENT-DATE(9:6) TO RL-JIKOKU
           MOVE ZEROS      TO RL-KENSU RL-RETURN-CD
           WRITE RUNLOG-REC
           CLOSE RUNLOG-FILE.

       0900-RUNLOG-END.
           OPEN EXTEND RUNLOG-FILE
           MOVE 'SAMPLE4N' TO RL-PROGRAM-ID
           MOVE 'E'        TO RL-KBN
           MOVE WS-GYOMU-DATE TO RL-GYOMU-DT
           MOVE FUNCTION CURRENT-DATE(9:6) TO RL-JIKOKU
           MOVE WS-INPUT-CNT TO RL-KENSU
           MOVE RETURN-CODE  TO RL-RETURN-CD
           WRITE RUNLOG-REC
           CLOSE RUNLOG-FILE.

       1000-OPEN-FILES.
           OPEN INPUT  HENPIN-IN-FILE
           OPEN I-O    OPENPO-MASTER
           OPEN I-O    ZAIKO-MASTER
           OPEN I-O    LOT-MASTER
           OPEN I-O    KAIKAKE-MASTER
           OPEN OUTPUT SHIHEN-IDO
           OPEN OUTPUT DENPYO-RPT
           OPEN OUTPUT KEKKA-RPT
           MOVE '===== 仕入返品結果 =====' TO KR-LINE
           WRITE KEKKA-RPT-REC
           PERFORM 1100-READ-HENPIN.

       1100-READ-HENPIN.
           READ HENPIN-IN-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

      * 返品照合: 発注の存在・品番倉庫一致・入荷実績内・在庫十分を
      * 確かめ、返品番号でデビットノートを登録できたものだけ払い出す
       2000-MAIN-LOOP.
           ADD 1 TO WS-INPUT-CNT
           MOVE SPACES TO WS-NG-RIYU
           EVALUATE TRUE
               WHEN SR-HENPIN-NO = SPACES
                   MOVE '返品番号なし' TO WS-NG-RIYU
               WHEN SR-SURYO = ZEROS
                   MOVE '数量ゼロ' TO WS-NG-RIYU
               WHEN NOT SR-TSUJO-ZAIKO AND NOT SR-FURYO-ZAIKO
                   MOVE '在庫区分不正' TO WS-NG-RIYU
               WHEN NOT SR-RIYU-FURYO AND NOT SR-RIYU-KAJO
                   MOVE '返品理由不正' TO WS-NG-RIYU
               WHEN OTHER
                   PERFORM 2100-PO-SHOGO
           END-EVALUATE
           IF WS-NG-RIYU = SPACES
               PERFORM 2200-ZAIKO-SHOGO
           END-IF
           IF WS-NG-RIYU = SPACES
               PERFORM 2300-DEBIT-TOUROKU
           END-IF
           IF WS-NG-RIYU = SPACES
               PERFORM 2400-HENPIN-SHUKKO
           ELSE
               PERFORM 9300-WRITE-NG
           END-IF
           PERFORM 1100-READ-HENPIN.

      * 発注照合: 返品できるのは入荷実績から返品済み数を除いた数まで
      * （入荷実績項目のない古い発注は発注数−発注残で見る）
       2100-PO-SHOGO.
           MOVE SR-HACHU-NO TO PO-HACHU-NO
           READ OPENPO-MASTER
               INVALID KEY
                   MOVE '発注番号不存在' TO WS-NG-RIYU
               NOT INVALID KEY
                   PERFORM 2110-PO-JISSEKI-CHECK
                   IF PO-HINBAN NOT = SR-HINBAN
                       OR PO-SOKO-CD NOT = SR-SOKO-CD
                       MOVE '発注品番倉庫相違' TO WS-NG-RIYU
                   ELSE
                       IF PO-NYUKA-SU > ZEROS
                           MOVE PO-NYUKA-SU TO WS-HENPIN-KANO
                       ELSE
                           COMPUTE WS-HENPIN-KANO =
                               PO-HACHU-SU - PO-ZAN-SU
                       END-IF
                       SUBTRACT PO-HENPIN-SU FROM WS-HENPIN-KANO
                       IF SR-SURYO > WS-HENPIN-KANO
                           MOVE '返品数が入荷実績超過'
                               TO WS-NG-RIYU
                       END-IF
                   END-IF
           END-READ.

       2110-PO-JISSEKI-CHECK.
           IF PO-NYUKA-SU NOT NUMERIC
               MOVE ZEROS TO PO-NYUKA-SU
           END-IF
           IF PO-HENPIN-SU NOT NUMERIC
               MOVE ZEROS TO PO-HENPIN-SU
           END-IF.

      * 在庫照合: 通常在庫は引当・保留・不合格を除いた利用可能数、
      * 不合格在庫は不合格数の範囲で払い出す
       2200-ZAIKO-SHOGO.
           MOVE SR-HINBAN  TO ZM-HINBAN
           MOVE SR-SOKO-CD TO ZM-SOKO-CD
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
                   IF SR-FURYO-ZAIKO
                       IF SR-SURYO > ZM-FURYO-SU
                           MOVE '不合格在庫不足' TO WS-NG-RIYU
                       END-IF
                   ELSE
                       COMPUTE WS-RIYO-KANO = ZM-ZAIKO-SU
                           - ZM-HIKIATE-SU - ZM-HORYU-SU
                           - ZM-FURYO-SU
                       IF SR-SURYO > WS-RIYO-KANO
                           MOVE '利用可能在庫不足' TO WS-NG-RIYU
                       END-IF
                   END-IF
           END-READ.

      * デビットノート登録: 返品番号を伝票番号として金額マイナスの
      * 未払買掛を登録する（支払期日は当日とし次回支払で相殺）
       2300-DEBIT-TOUROKU.
           IF SR-TANKA > ZEROS
               MOVE SR-TANKA TO WS-HENPIN-TANKA
           ELSE
               MOVE ZM-HEIKIN-TANKA TO WS-HENPIN-TANKA
           END-IF
           COMPUTE WS-HENPIN-KINGAKU ROUNDED =
               SR-SURYO * WS-HENPIN-TANKA
           MOVE SPACES TO KAIKAKE-REC
           MOVE SR-HENPIN-NO   TO KB-DENPYO-NO
           MOVE PO-SHIIRE-CD   TO KB-SHIIRE-CD
           MOVE SR-HACHU-NO    TO KB-HACHU-NO
           COMPUTE KB-KINGAKU = ZERO - WS-HENPIN-KINGAKU
           MOVE WS-GYOMU-DATE  TO KB-SHIHARAI-DT
           SET KB-MIBARAI      TO TRUE
           MOVE WS-GYOMU-DATE  TO KB-TOUROKU-DT
           WRITE KAIKAKE-REC
               INVALID KEY
                   MOVE '返品番号重複' TO WS-NG-RIYU
           END-WRITE.

      * 返品出庫: 在庫とロット台帳を減らし（不合格在庫は不合格数も
      * 減らす）、発注の返品数を積み、出庫記録・仕訳・返品伝票を出力
       2400-HENPIN-SHUKKO.
           SUBTRACT SR-SURYO FROM ZM-ZAIKO-SU
           IF SR-FURYO-ZAIKO
               SUBTRACT SR-SURYO FROM ZM-FURYO-SU
               ADD 1 TO WS-FURYO-CNT
           END-IF
           REWRITE ZAIKO-REC
           PERFORM 2420-LOT-HENPIN
           ADD SR-SURYO TO PO-HENPIN-SU
           REWRITE OPENPO-REC
           PERFORM 2410-WRITE-SHIHEN-IDO
           ADD 1 TO WS-HENPIN-CNT
           ADD WS-HENPIN-KINGAKU TO WS-HENPIN-GOUKEI
           IF WS-HENPIN-KINGAKU > ZEROS
               MOVE 'SHHN'            TO WS-SW-EVENT
               MOVE WS-HENPIN-KINGAKU TO WS-SW-KINGAKU
               MOVE SPACES            TO WS-SW-AITE
               MOVE PO-SHIIRE-CD      TO WS-SW-AITE-SHIIRE
               MOVE SR-HENPIN-NO      TO WS-SW-AITE-DENPYO
               PERFORM 9800-SHIWAKE-KIROKU
           END-IF
           PERFORM 9200-WRITE-DENPYO
           PERFORM 9100-WRITE-KEKKA.

       2410-WRITE-SHIHEN-IDO.
           MOVE SPACES        TO SHIHEN-IDO-REC
           MOVE SR-HINBAN     TO SD-HINBAN
           MOVE SR-SOKO-CD    TO SD-SOKO-CD
           MOVE SR-SURYO      TO SD-SURYO
           IF SR-HENPIN-DT > ZEROS
               MOVE SR-HENPIN-DT  TO SD-HIDUKE
           ELSE
               MOVE WS-GYOMU-DATE TO SD-HIDUKE
           END-IF
           MOVE SR-ZAIKO-KBN  TO SD-ZAIKO-KBN
           WRITE SHIHEN-IDO-REC.

      * ロット払出: 品番・倉庫のロットを読み、返品できる数量のある
      * ロットを有効期限の早い順に払い出す。通常在庫は保留・不合格
      * を除いた数、不合格在庫はロットの不合格数が対象
       2420-LOT-HENPIN.
           MOVE ZEROS TO WS-LOT-CNT
           MOVE 'N'   TO WS-LOTSCAN-EOF
           MOVE SR-HINBAN  TO LM-HINBAN
           MOVE SR-SOKO-CD TO LM-SOKO-CD
           MOVE LOW-VALUES TO LM-LOT-NO
           START LOT-MASTER KEY IS NOT LESS THAN LM-KEY
               INVALID KEY MOVE 'Y' TO WS-LOTSCAN-EOF
           END-START
           PERFORM 2425-LOT-LOAD-ONE
               UNTIL WS-LOTSCAN-EOF = 'Y'
                   OR WS-LOT-CNT >= 50
           MOVE SR-SURYO TO WS-LOT-NOKORI
           MOVE 1        TO WS-LOT-MIN
           PERFORM 2435-LOT-PICK
               UNTIL WS-LOT-NOKORI NOT > ZEROS
                   OR WS-LOT-MIN = ZEROS
           IF WS-LOT-NOKORI > ZEROS
               PERFORM 2450-LOT-FUSOKU
           END-IF.

       2425-LOT-LOAD-ONE.
           READ LOT-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-LOTSCAN-EOF
               NOT AT END
                   IF LM-HINBAN NOT = SR-HINBAN
                       OR LM-SOKO-CD NOT = SR-SOKO-CD
                       MOVE 'Y' TO WS-LOTSCAN-EOF
                   ELSE
                       PERFORM 2430-LOT-KANO-KEISAN
                       IF WS-LOT-KANO > ZEROS
                           ADD 1 TO WS-LOT-CNT
                           SET WS-LOT-IDX TO WS-LOT-CNT
                           MOVE LM-LOT-NO TO LT-LOT-NO (WS-LOT-IDX)
                           MOVE LM-YUKO-KIGEN
                               TO LT-KIGEN (WS-LOT-IDX)
                           MOVE WS-LOT-KANO
                               TO LT-HENPIN-SU (WS-LOT-IDX)
                       END-IF
                   END-IF
           END-READ.

       2430-LOT-KANO-KEISAN.
           IF LM-HORYU-SU NOT NUMERIC
               MOVE ZEROS TO LM-HORYU-SU
           END-IF
           IF LM-FURYO-SU NOT NUMERIC
               MOVE ZEROS TO LM-FURYO-SU
           END-IF
           IF SR-FURYO-ZAIKO
               MOVE LM-FURYO-SU TO WS-LOT-KANO
           ELSE
               COMPUTE WS-LOT-KANO =
                   LM-ZAIKO-SU - LM-HORYU-SU - LM-FURYO-SU
           END-IF.

       2435-LOT-PICK.
           MOVE ZEROS TO WS-LOT-MIN
           MOVE 99999999 TO WS-LOT-MIN-KIGEN
           PERFORM 2440-LOT-MIN-SEARCH
               VARYING WS-LOT-SCAN FROM 1 BY 1
               UNTIL WS-LOT-SCAN > WS-LOT-CNT
           IF WS-LOT-MIN > ZEROS
               PERFORM 2445-LOT-HARAIDASHI
           END-IF.

       2440-LOT-MIN-SEARCH.
           SET WS-LOT-IDX TO WS-LOT-SCAN
           IF LT-HENPIN-SU (WS-LOT-IDX) > ZEROS
               AND LT-KIGEN (WS-LOT-IDX) < WS-LOT-MIN-KIGEN
               MOVE WS-LOT-SCAN TO WS-LOT-MIN
               MOVE LT-KIGEN (WS-LOT-IDX) TO WS-LOT-MIN-KIGEN
           END-IF.

       2445-LOT-HARAIDASHI.
           SET WS-LOT-IDX TO WS-LOT-MIN
           IF LT-HENPIN-SU (WS-LOT-IDX) > WS-LOT-NOKORI
               MOVE WS-LOT-NOKORI TO WS-LOT-TORI
           ELSE
               MOVE LT-HENPIN-SU (WS-LOT-IDX) TO WS-LOT-TORI
           END-IF
           SUBTRACT WS-LOT-TORI FROM LT-HENPIN-SU (WS-LOT-IDX)
           SUBTRACT WS-LOT-TORI FROM WS-LOT-NOKORI
           MOVE SR-HINBAN  TO LM-HINBAN
           MOVE SR-SOKO-CD TO LM-SOKO-CD
           MOVE LT-LOT-NO (WS-LOT-IDX) TO LM-LOT-NO
           READ LOT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 2430-LOT-KANO-KEISAN
                   SUBTRACT WS-LOT-TORI FROM LM-ZAIKO-SU
                   IF SR-FURYO-ZAIKO
                       SUBTRACT WS-LOT-TORI FROM LM-FURYO-SU
                   END-IF
                   REWRITE LOT-REC
           END-READ.

      * ロット台帳の払出可能数が返品数に満たない（台帳と在庫の
      * 不整合）。在庫マスタは払い出し済みのため結果リストに残す
       2450-LOT-FUSOKU.
           ADD 1 TO WS-LOT-FUSOKU-CNT
           MOVE WS-LOT-NOKORI TO WS-EDIT-SURYO
           MOVE SPACES TO WS-WORK-LINE
           STRING 'ロット台帳不足 返品:' SR-HENPIN-NO
                  ' 品番:' SR-HINBAN
                  ' 倉庫:' SR-SOKO-CD
                  ' 不足数:' WS-EDIT-SURYO
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO KR-LINE
           WRITE KEKKA-RPT-REC.

       7000-GOUKEI-REPORT.
           MOVE SPACES TO KR-LINE
           WRITE KEKKA-RPT-REC
           MOVE WS-INPUT-CNT TO WS-EDIT-CNT
           MOVE SPACES TO WS-WORK-LINE
           STRING '返品明細件数  :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO KR-LINE
           WRITE KEKKA-RPT-REC
           MOVE WS-HENPIN-CNT TO WS-EDIT-CNT
           MOVE SPACES TO WS-WORK-LINE
           STRING '返品処理件数  :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO KR-LINE
           WRITE KEKKA-RPT-REC
           MOVE WS-FURYO-CNT TO WS-EDIT-CNT
           MOVE SPACES TO WS-WORK-LINE
           STRING ' うち不合格品:' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO KR-LINE
           WRITE KEKKA-RPT-REC
           MOVE WS-HENPIN-GOUKEI TO WS-EDIT-KINGAKU
           MOVE SPACES TO WS-WORK-LINE
           STRING '返品金額合計  :' WS-EDIT-KINGAKU
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO KR-LINE
           WRITE KEKKA-RPT-REC
           MOVE WS-NG-CNT TO WS-EDIT-CNT
           MOVE SPACES TO WS-WORK-LINE
           STRING '処理不能      :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO KR-LINE
           WRITE KEKKA-RPT-REC
           MOVE WS-LOT-FUSOKU-CNT TO WS-EDIT-CNT
           MOVE SPACES TO WS-WORK-LINE
           STRING 'ロット台帳不足:' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO KR-LINE
           WRITE KEKKA-RPT-REC
           IF WS-NG-CNT > ZEROS OR WS-LOT-FUSOKU-CNT > ZEROS
               MOVE 4 TO WS-RETURN-CODE
           END-IF.

       9100-WRITE-KEKKA.
           MOVE SR-SURYO TO WS-EDIT-SURYO
           MOVE WS-HENPIN-KINGAKU TO WS-EDIT-KINGAKU
           MOVE SPACES TO WS-WORK-LINE
           STRING '返品:' SR-HENPIN-NO
                  ' 仕入先:' PO-SHIIRE-CD
                  ' 品番:' SR-HINBAN
                  ' 数量:' WS-EDIT-SURYO
                  ' 金額:' WS-EDIT-KINGAKU
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO KR-LINE
           WRITE KEKKA-RPT-REC.

      * 返品伝票: 1返品につき1枚（見出し・取引先・品目・金額・理由）
       9200-WRITE-DENPYO.
           MOVE '========== 返品伝票 ==========' TO DP-LINE
           WRITE DENPYO-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           STRING '返品番号:' SR-HENPIN-NO
                  '  返品日:' SD-HIDUKE
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO DP-LINE
           WRITE DENPYO-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           STRING '仕入先:' PO-SHIIRE-CD
                  '  発注番号:' SR-HACHU-NO
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO DP-LINE
           WRITE DENPYO-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           STRING '品番:' SR-HINBAN
                  '  倉庫:' SR-SOKO-CD
                  '  品名:' ZM-HINMEI
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO DP-LINE
           WRITE DENPYO-RPT-REC
           MOVE SR-SURYO          TO WS-EDIT-SURYO
           MOVE WS-HENPIN-TANKA   TO WS-EDIT-TANKA
           MOVE WS-HENPIN-KINGAKU TO WS-EDIT-KINGAKU
           MOVE SPACES TO WS-WORK-LINE
           STRING '数量:' WS-EDIT-SURYO
                  '  単価:' WS-EDIT-TANKA
                  '  金額:' WS-EDIT-KINGAKU
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO DP-LINE
           WRITE DENPYO-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           IF SR-RIYU-FURYO
               MOVE '返品理由: 不良品' TO WS-WORK-LINE
           ELSE
               MOVE '返品理由: 過剰納品' TO WS-WORK-LINE
           END-IF
           MOVE WS-WORK-LINE TO DP-LINE
           WRITE DENPYO-RPT-REC
           MOVE '返品額は次回支払額と相殺します。'
               TO DP-LINE
           WRITE DENPYO-RPT-REC
           MOVE SPACES TO DP-LINE
           WRITE DENPYO-RPT-REC.

       9300-WRITE-NG.
           ADD 1 TO WS-NG-CNT
           MOVE SPACES TO WS-WORK-LINE
           STRING '処理不能 返品:' SR-HENPIN-NO
                  ' 発注:' SR-HACHU-NO
                  ' 事由:' WS-NG-RIYU
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO KR-LINE
           WRITE KEKKA-RPT-REC.

       3000-CLOSE-FILES.
           CLOSE HENPIN-IN-FILE
           CLOSE OPENPO-MASTER
           CLOSE ZAIKO-MASTER
           CLOSE LOT-MASTER
           CLOSE KAIKAKE-MASTER
           CLOSE SHIHEN-IDO
           CLOSE DENPYO-RPT
           CLOSE KEKKA-RPT.
