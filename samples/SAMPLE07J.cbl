      *=================================================================
      * SAMPLE07J: 受取手形管理バッチ
      * 概要: 手形異動ファイルを読み込み、受取手形マスタを更新する。
      *         1 受入: 手形を登録し（状態1:保有）、SAMPLE07用の入金
      *                 データ（入金方法'TEGT'、参照番号=手形番号）を
      *                 作成する。売掛金から受取手形への振替は
      *                 SAMPLE07の消込で行う
      *         2 取立: 期日入金。状態2、受取手形を預金へ振替
      *         3 割引: 銀行で割引。割引料＝額面×割引率×（期日−
      *                 割引日）÷365（円未満切捨て）。正味手取額と
      *                 割引料をそれぞれ仕訳する。状態3
      *         4 裏書: 仕入先へ裏書譲渡し、買掛金と相殺する。伝票
      *                 番号の指定があれば該当の未払買掛を支払済に
      *                 する。状態4
      *         5 不渡: 保有・割引・裏書中の手形の不渡。得意先の
      *                 売掛残高と請求明細（期日=不渡日、請求番号=
      *                 手形番号）を復活させ、督促担当へ不渡通知を
      *                 出力する。状態5
      *       保有中・割引中・裏書中の手形を満期日順に並べた期日
      *       管理表を出力する。期日を過ぎて保有中の手形は取立漏れ
      *       として印を付ける。
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE07J.
       AUTHOR. BATCH-SYSTEM.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TEGATA-IDO ASSIGN TO TEGATAIDO
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-IDO-STATUS.
           SELECT TEGATA-MASTER ASSIGN TO TEGATAMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TM-TEGATA-NO
               FILE STATUS IS WS-TEGATA-STATUS.
           SELECT URIKAKE-MASTER ASSIGN TO URIKAMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UM-TOKUI-CD
               FILE STATUS IS WS-URIKAKE-STATUS.
           SELECT MEISAI-MASTER ASSIGN TO MEISAIMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MS-KEY
               FILE STATUS IS WS-MEISAI-STATUS.
           SELECT KAIKAKE-MASTER ASSIGN TO KAIKAKEMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KB-DENPYO-NO
               FILE STATUS IS WS-KAIKAKE-STATUS.
           SELECT URIKAKE-JOURNAL ASSIGN TO URIKAJNL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-UJNL-STATUS.
           SELECT NYUKIN-FILE ASSIGN TO TEGNYUKIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-NYUKIN-STATUS.
           SELECT IDO-RPT ASSIGN TO TEGIDORPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-IDORPT-STATUS.
           SELECT FUWATARI-TSUCHI ASSIGN TO TEGFUWATSU
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TSUCHI-STATUS.
           SELECT MANKI-RPT ASSIGN TO TEGMANKIRPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MANKI-STATUS.
           SELECT OPTIONAL GYOMU-DATE-FILE ASSIGN TO GYOMUDATE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-GYOMUDT-STATUS.
           SELECT RUNLOG-FILE ASSIGN TO RUNLOG
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.
           SELECT KANJO-MASTER ASSIGN TO KANJOMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS KJ-EVENT-CD
               FILE STATUS IS WS-KANJO-STATUS.
           SELECT SHIWAKE-FILE ASSIGN TO SWJRNL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SHIWAKE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * 手形異動: 1受入 2取立 3割引 4裏書 5不渡
       FD  TEGATA-IDO
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  TEGATA-IDO-REC.
           05  TI-IDO-KBN        PIC X(01).
               88  TI-UKEIRE     VALUE '1'.
               88  TI-TORITATE   VALUE '2'.
               88  TI-WARIBIKI   VALUE '3'.
               88  TI-URAGAKI    VALUE '4'.
               88  TI-FUWATARI   VALUE '5'.
           05  TI-TEGATA-NO      PIC X(10).
           05  TI-TOKUI-CD       PIC X(08).
           05  TI-FURIDASHI-NIN  PIC X(30).
           05  TI-KINGAKU        PIC 9(11).
           05  TI-FURIDASHI-DT   PIC 9(08).
           05  TI-MANKI-DT       PIC 9(08).
           05  TI-IDO-DT         PIC 9(08).
           05  TI-GINKO-CD       PIC X(04).
           05  TI-WARIBIKI-RITSU PIC 9(02)V9(03).
           05  TI-SHIIRE-CD      PIC X(06).
           05  TI-DENPYO-NO      PIC X(10).
           05  FILLER            PIC X(11).

      * 受取手形マスタ: 状態 1保有 2取立済 3割引 4裏書 5不渡
       FD  TEGATA-MASTER
           RECORD CONTAINS 150 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  TEGATA-REC.
           05  TM-TEGATA-NO      PIC X(10).
           05  TM-TOKUI-CD       PIC X(08).
           05  TM-FURIDASHI-NIN  PIC X(30).
           05  TM-KINGAKU        PIC S9(11) COMP-3.
           05  TM-FURIDASHI-DT   PIC 9(08).
           05  TM-MANKI-DT       PIC 9(08).
           05  TM-UKEIRE-DT      PIC 9(08).
           05  TM-STATUS         PIC X(01).
               88  TM-HOYU       VALUE '1'.
               88  TM-TORITATE-ZUMI VALUE '2'.
               88  TM-WARIBIKI-CHU VALUE '3'.
               88  TM-URAGAKI-CHU VALUE '4'.
               88  TM-FUWATARI   VALUE '5'.
           05  TM-IDO-DT         PIC 9(08).
           05  TM-GINKO-CD       PIC X(04).
           05  TM-WARIBIKI-RYO   PIC S9(09) COMP-3.
           05  TM-SHIIRE-CD      PIC X(06).
           05  TM-FUWATARI-DT    PIC 9(08).
           05  FILLER            PIC X(40).

       FD  URIKAKE-MASTER
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  URIKAKE-REC.
           05  UM-TOKUI-CD       PIC X(08).
           05  UM-TOKUI-MEI      PIC X(30).
           05  UM-ZANDAKA        PIC S9(13) COMP-3.
           05  UM-SAIGO-NYUKIN   PIC 9(08).
           05  UM-KASHIKOSHI     PIC S9(11) COMP-3.
           05  UM-SHOKYAKU-GAKU  PIC S9(09) COMP-3.
           05  UM-SHOKYAKU-YM    PIC 9(06).
           05  FILLER            PIC X(30).

       FD  MEISAI-MASTER
           RECORD CONTAINS 60 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  MEISAI-REC.
           05  MS-KEY.
               10  MS-TOKUI-CD   PIC X(08).
               10  MS-KIJITSU    PIC 9(08).
               10  MS-SEIKYU-NO  PIC X(10).
           05  MS-SEIKYU-GAKU    PIC S9(11) COMP-3.
           05  MS-ZANDAKA        PIC S9(11) COMP-3.
           05  FILLER            PIC X(22).

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

      * 売掛残高移動ジャーナル: 売掛残高を動かす全プログラムが
      * 変更前後残高を追記する共用ジャーナル（日次突合はSAMPLE07H）
       FD  URIKAKE-JOURNAL
           RECORD CONTAINS 60 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  URIKAKE-JNL-REC.
           05  UJ-PROGRAM-ID     PIC X(08).
           05  UJ-TOKUI-CD       PIC X(08).
           05  UJ-GYOMU-DT       PIC 9(08).
           05  UJ-JIKOKU         PIC 9(06).
           05  UJ-MAE-ZAN        PIC S9(13) COMP-3.
           05  UJ-ATO-ZAN        PIC S9(13) COMP-3.
           05  UJ-RIYU           PIC X(12).
           05  FILLER            PIC X(04).

      * SAMPLE07用の入金データ（手形受入分）
       FD  NYUKIN-FILE
           RECORD CONTAINS 60 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  NYUKIN-REC.
           05  NK-TOKUI-CD       PIC X(08).
           05  NK-NYUKIN-DT      PIC 9(08).
           05  NK-NYUKIN-KINGAKU PIC 9(11).
           05  NK-NYUKIN-HOKO    PIC X(04).
           05  NK-FURIKOMI-REF   PIC X(12).
           05  FILLER            PIC X(17).

       FD  IDO-RPT
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  IDO-RPT-REC.
           05  IR-LINE           PIC X(120).

      * 不渡通知（督促担当向け）
       FD  FUWATARI-TSUCHI
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  FUWATARI-TSUCHI-REC.
           05  FT-LINE           PIC X(120).

       FD  MANKI-RPT
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  MANKI-RPT-REC.
           05  MR-LINE           PIC X(120).

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

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-IDO-STATUS     PIC X(02).
           05  WS-TEGATA-STATUS  PIC X(02).
           05  WS-URIKAKE-STATUS PIC X(02).
           05  WS-MEISAI-STATUS  PIC X(02).
           05  WS-KAIKAKE-STATUS PIC X(02).
           05  WS-UJNL-STATUS    PIC X(02).
           05  WS-NYUKIN-STATUS  PIC X(02).
           05  WS-IDORPT-STATUS  PIC X(02).
           05  WS-TSUCHI-STATUS  PIC X(02).
           05  WS-MANKI-STATUS   PIC X(02).
           05  WS-EOF-FLAG       PIC X(01) VALUE 'N'.
           05  WS-TM-EOF         PIC X(01) VALUE 'N'.
           05  WS-ERR-FLAG       PIC X(01) VALUE 'N'.
           05  WS-ERR-RIYU       PIC X(30).

       01  WS-WORK-AREA.
           05  WS-NISSU          PIC S9(05) COMP-3 VALUE ZEROS.
           05  WS-WARIBIKI-RYO   PIC S9(09) COMP-3 VALUE ZEROS.
           05  WS-TEDORI-GAKU    PIC S9(11) COMP-3 VALUE ZEROS.
           05  WS-MAE-STATUS     PIC X(01).
           05  WS-IDO-MEI        PIC X(06).

      * 売掛移動ジャーナルの作業域
       01  WS-UJNL-AREA.
           05  WS-UJ-MAE         PIC S9(13) COMP-3 VALUE ZEROS.
           05  WS-UJ-ATO         PIC S9(13) COMP-3 VALUE ZEROS.
           05  WS-UJ-RIYU        PIC X(12).

      * 期日管理表の作業域（満期日順に挿入して並べる）
       01  WS-MANKI-TABLE.
           05  WS-MT-ENTRY OCCURS 2000 TIMES INDEXED BY WS-MT-IDX.
               10  MT-MANKI-DT   PIC 9(08).
               10  MT-TEGATA-NO  PIC X(10).
               10  MT-TOKUI-CD   PIC X(08).
               10  MT-FURIDASHI-NIN PIC X(30).
               10  MT-KINGAKU    PIC S9(11) COMP-3.
               10  MT-STATUS     PIC X(01).
       01  WS-MT-CNT             PIC 9(04) VALUE ZEROS.
       01  WS-MT-POS             PIC 9(04) VALUE ZEROS.
       01  WS-MT-SCAN            PIC 9(04) VALUE ZEROS.
       01  WS-MT-OVER-CNT        PIC 9(07) VALUE ZEROS.

       01  WS-MANKI-GOUKEI.
           05  WS-HOYU-GAKU      PIC S9(13) COMP-3 VALUE ZEROS.
           05  WS-WARIBIKI-GAKU  PIC S9(13) COMP-3 VALUE ZEROS.
           05  WS-URAGAKI-GAKU   PIC S9(13) COMP-3 VALUE ZEROS.
           05  WS-MORE-CNT       PIC 9(07) VALUE ZEROS.
           05  WS-MT-KBN         PIC X(10).
           05  WS-MT-CHUI        PIC X(12).

       01  WS-COUNTERS.
           05  WS-INPUT-CNT      PIC 9(07) VALUE ZEROS.
           05  WS-UKEIRE-CNT     PIC 9(07) VALUE ZEROS.
           05  WS-TORITATE-CNT   PIC 9(07) VALUE ZEROS.
           05  WS-WARIBIKI-CNT   PIC 9(07) VALUE ZEROS.
           05  WS-URAGAKI-CNT    PIC 9(07) VALUE ZEROS.
           05  WS-FUWATARI-CNT   PIC 9(07) VALUE ZEROS.
           05  WS-ERR-CNT        PIC 9(07) VALUE ZEROS.
           05  WS-KAIKAKE-NG-CNT PIC 9(07) VALUE ZEROS.

       01  WS-EDIT-AREA.
           05  WS-EDIT-CNT       PIC ZZZ,ZZ9.
           05  WS-EDIT-KINGAKU   PIC -ZZ,ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-K2        PIC -ZZ,ZZZ,ZZZ,ZZ9.
           05  WS-WORK-LINE      PIC X(120).

       01  WS-RETURN-CODE        PIC 9(04) VALUE ZEROS.

       01  WS-GYOMU-DATE-AREA.
           05  WS-GYOMUDT-STATUS PIC X(02).
           05  WS-GYOMUDT-EOF    PIC X(01).
           05  WS-GYOMU-DATE     PIC 9(08) VALUE ZEROS.
           05  WS-GYOMU-TIME     PIC 9(06) VALUE ZEROS.

       01  WS-RUNLOG-STATUS      PIC X(02).

      * 仕訳出力の作業域（勘定科目は科目対応マスタから引く）
       01  WS-SHIWAKE-AREA.
           05  WS-KANJO-STATUS   PIC X(02).
           05  WS-SHIWAKE-STATUS PIC X(02).
           05  WS-SW-EVENT       PIC X(04).
           05  WS-SW-KINGAKU     PIC 9(13).
           05  WS-SW-AITE        PIC X(20).
           05  WS-KANJO-NG-CNT   PIC 9(07) VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-GYOMU-DATE-SET
           PERFORM 0200-RUNLOG-START
           PERFORM 0300-SHIWAKE-OPEN
           PERFORM 1000-OPEN-FILES
           PERFORM 1100-READ-IDO
           PERFORM 2000-IDO-LOOP
               UNTIL WS-EOF-FLAG = 'Y'
           PERFORM 5000-MANKI-REPORT
           PERFORM 4000-RPT-FOOTER
           PERFORM 3000-CLOSE-FILES
           PERFORM 0990-SHIWAKE-CLOSE
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

      * 仕訳記帳: 科目対応マスタの借方・貸方で貸借一対を書き出す
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
           MOVE 'SAMPLE7J' TO SW-SOURCE-ID
           MOVE WS-GYOMU-DATE  TO SW-GYOMU-DT
           MOVE WS-SW-EVENT    TO SW-EVENT-CD
           MOVE 'D'            TO SW-DC-KBN
           MOVE KJ-KARIKATA-CD TO SW-KANJO-CD
           MOVE WS-SW-KINGAKU  TO SW-KINGAKU
           MOVE WS-SW-AITE     TO SW-AITE-KEY
           WRITE SHIWAKE-REC
           MOVE SPACES TO SHIWAKE-REC
           MOVE 'SAMPLE7J' TO SW-SOURCE-ID
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

      * 実行管理: 開始・終了レコードを共用実行ログへ書き出す
       0200-RUNLOG-START.
           OPEN EXTEND RUNLOG-FILE
           MOVE 'SAMPLE7J' TO RL-PROGRAM-ID
           MOVE 'S'        TO RL-KBN
           MOVE WS-GYOMU-DATE TO RL-GYOMU-DT
           MOVE FUNCTION CURRENT-DATE(9:6) TO RL-JIKOKU
           MOVE ZEROS      TO RL-KENSU RL-RETURN-CD
           WRITE RUNLOG-REC
           CLOSE RUNLOG-FILE.

       0900-RUNLOG-END.
           OPEN EXTEND RUNLOG-FILE
           MOVE 'SAMPLE7J' TO RL-PROGRAM-ID
           MOVE 'E'        TO RL-KBN
           MOVE WS-GYOMU-DATE TO RL-GYOMU-DT
           MOVE FUNCTION CURRENT-DATE(9:6) TO RL-JIKOKU
           MOVE WS-INPUT-CNT TO RL-KENSU
           MOVE RETURN-CODE  TO RL-RETURN-CD
           WRITE RUNLOG-REC
           CLOSE RUNLOG-FILE.

       1000-OPEN-FILES.
           OPEN INPUT  TEGATA-IDO
           OPEN I-O    TEGATA-MASTER
           OPEN I-O    URIKAKE-MASTER
           OPEN I-O    MEISAI-MASTER
           OPEN I-O    KAIKAKE-MASTER
           OPEN EXTEND URIKAKE-JOURNAL
           OPEN OUTPUT NYUKIN-FILE
           OPEN OUTPUT IDO-RPT
           OPEN OUTPUT FUWATARI-TSUCHI
           OPEN OUTPUT MANKI-RPT
           MOVE '===== 受取手形 異動処理リスト ====='
               TO IR-LINE
           WRITE IDO-RPT-REC
           MOVE '===== 受取手形 不渡通知 ====='
               TO FT-LINE
           WRITE FUWATARI-TSUCHI-REC.

       1100-READ-IDO.
           READ TEGATA-IDO
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

       2000-IDO-LOOP.
           ADD 1 TO WS-INPUT-CNT
           MOVE 'N' TO WS-ERR-FLAG
           MOVE SPACES TO WS-ERR-RIYU
           IF TI-IDO-DT NOT NUMERIC OR TI-IDO-DT = ZEROS
               MOVE WS-GYOMU-DATE TO TI-IDO-DT
           END-IF
           EVALUATE TRUE
               WHEN TI-UKEIRE
                   MOVE '受入' TO WS-IDO-MEI
                   PERFORM 2100-UKEIRE-SHORI
               WHEN TI-TORITATE
                   MOVE '取立' TO WS-IDO-MEI
                   PERFORM 2200-TORITATE-SHORI
               WHEN TI-WARIBIKI
                   MOVE '割引' TO WS-IDO-MEI
                   PERFORM 2300-WARIBIKI-SHORI
               WHEN TI-URAGAKI
                   MOVE '裏書' TO WS-IDO-MEI
                   PERFORM 2400-URAGAKI-SHORI
               WHEN TI-FUWATARI
                   MOVE '不渡' TO WS-IDO-MEI
                   PERFORM 2500-FUWATARI-SHORI
               WHEN OTHER
                   MOVE '??' TO WS-IDO-MEI
                   MOVE 'Y' TO WS-ERR-FLAG
                   MOVE '異動区分不正' TO WS-ERR-RIYU
           END-EVALUATE
           PERFORM 2900-WRITE-IDO-LINE
           PERFORM 1100-READ-IDO.

      * 受入: 未登録の手形番号で登録し、SAMPLE07用の入金を作る
       2100-UKEIRE-SHORI.
           IF TI-KINGAKU NOT NUMERIC OR TI-KINGAKU = ZEROS
               OR TI-MANKI-DT NOT NUMERIC OR TI-MANKI-DT = ZEROS
               OR TI-TOKUI-CD = SPACES
               MOVE 'Y' TO WS-ERR-FLAG
               MOVE '受入項目不足' TO WS-ERR-RIYU
           ELSE
               MOVE TI-TEGATA-NO TO TM-TEGATA-NO
               READ TEGATA-MASTER
                   INVALID KEY
                       PERFORM 2110-TEGATA-TOUROKU
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-ERR-FLAG
                       MOVE '手形番号登録済み' TO WS-ERR-RIYU
               END-READ
           END-IF.

       2110-TEGATA-TOUROKU.
           MOVE SPACES           TO TEGATA-REC
           MOVE TI-TEGATA-NO     TO TM-TEGATA-NO
           MOVE TI-TOKUI-CD      TO TM-TOKUI-CD
           MOVE TI-FURIDASHI-NIN TO TM-FURIDASHI-NIN
           MOVE TI-KINGAKU       TO TM-KINGAKU
           MOVE TI-FURIDASHI-DT  TO TM-FURIDASHI-DT
           MOVE TI-MANKI-DT      TO TM-MANKI-DT
           MOVE TI-IDO-DT        TO TM-UKEIRE-DT
           MOVE TI-IDO-DT        TO TM-IDO-DT
           MOVE '1'              TO TM-STATUS
           MOVE ZEROS            TO TM-WARIBIKI-RYO TM-FUWATARI-DT
           WRITE TEGATA-REC
               INVALID KEY
                   MOVE 'Y' TO WS-ERR-FLAG
                   MOVE '手形マスタ登録エラー' TO WS-ERR-RIYU
                   MOVE 8 TO WS-RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-UKEIRE-CNT
                   MOVE SPACES         TO NYUKIN-REC
                   MOVE TI-TOKUI-CD    TO NK-TOKUI-CD
                   MOVE TI-IDO-DT      TO NK-NYUKIN-DT
                   MOVE TI-KINGAKU     TO NK-NYUKIN-KINGAKU
                   MOVE 'TEGT'         TO NK-NYUKIN-HOKO
                   MOVE TI-TEGATA-NO   TO NK-FURIKOMI-REF
                   WRITE NYUKIN-REC
           END-WRITE.

      * 保有中の手形を読む（取立・割引・裏書の共通チェック）
       2150-HOYU-CHECK.
           MOVE TI-TEGATA-NO TO TM-TEGATA-NO
           READ TEGATA-MASTER
               INVALID KEY
                   MOVE 'Y' TO WS-ERR-FLAG
                   MOVE '手形未登録' TO WS-ERR-RIYU
               NOT INVALID KEY
                   IF NOT TM-HOYU
                       MOVE 'Y' TO WS-ERR-FLAG
                       MOVE '保有中の手形ではない'
                           TO WS-ERR-RIYU
                   END-IF
           END-READ.

      * 取立: 期日入金。受取手形を預金へ振り替える
       2200-TORITATE-SHORI.
           PERFORM 2150-HOYU-CHECK
           IF WS-ERR-FLAG = 'N'
               MOVE '2'          TO TM-STATUS
               MOVE TI-IDO-DT    TO TM-IDO-DT
               MOVE TI-GINKO-CD  TO TM-GINKO-CD
               REWRITE TEGATA-REC
               ADD 1 TO WS-TORITATE-CNT
               MOVE 'TGKS'       TO WS-SW-EVENT
               MOVE TM-KINGAKU   TO WS-SW-KINGAKU
               MOVE TM-TEGATA-NO TO WS-SW-AITE
               PERFORM 9800-SHIWAKE-KIROKU
           END-IF.

      * 割引: 割引料を期日までの日数で日割計算し、手取額と割引料
      * を別々に仕訳する
       2300-WARIBIKI-SHORI.
           PERFORM 2150-HOYU-CHECK
           IF WS-ERR-FLAG = 'N'
               IF TI-WARIBIKI-RITSU NOT NUMERIC
                   MOVE ZEROS TO TI-WARIBIKI-RITSU
               END-IF
               COMPUTE WS-NISSU =
                   FUNCTION INTEGER-OF-DATE(TM-MANKI-DT)
                 - FUNCTION INTEGER-OF-DATE(TI-IDO-DT)
               IF WS-NISSU < ZEROS
                   MOVE ZEROS TO WS-NISSU
               END-IF
               COMPUTE WS-WARIBIKI-RYO =
                   TM-KINGAKU * TI-WARIBIKI-RITSU / 100
                   * WS-NISSU / 365
               COMPUTE WS-TEDORI-GAKU = TM-KINGAKU - WS-WARIBIKI-RYO
               MOVE '3'             TO TM-STATUS
               MOVE TI-IDO-DT       TO TM-IDO-DT
               MOVE TI-GINKO-CD     TO TM-GINKO-CD
               MOVE WS-WARIBIKI-RYO TO TM-WARIBIKI-RYO
               REWRITE TEGATA-REC
               ADD 1 TO WS-WARIBIKI-CNT
               MOVE 'TGWR'          TO WS-SW-EVENT
               MOVE WS-TEDORI-GAKU  TO WS-SW-KINGAKU
               MOVE TM-TEGATA-NO    TO WS-SW-AITE
               PERFORM 9800-SHIWAKE-KIROKU
               IF WS-WARIBIKI-RYO > ZEROS
                   MOVE 'TGWC'          TO WS-SW-EVENT
                   MOVE WS-WARIBIKI-RYO TO WS-SW-KINGAKU
                   PERFORM 9800-SHIWAKE-KIROKU
               END-IF
           END-IF.

      * 裏書: 仕入先への支払に充てる。伝票番号の指定があり、同じ
      * 仕入先・同額の未払買掛なら支払済にする
       2400-URAGAKI-SHORI.
           PERFORM 2150-HOYU-CHECK
           IF WS-ERR-FLAG = 'N' AND TI-SHIIRE-CD = SPACES
               MOVE 'Y' TO WS-ERR-FLAG
               MOVE '裏書先の仕入先なし' TO WS-ERR-RIYU
           END-IF
           IF WS-ERR-FLAG = 'N'
               MOVE '4'          TO TM-STATUS
               MOVE TI-IDO-DT    TO TM-IDO-DT
               MOVE TI-SHIIRE-CD TO TM-SHIIRE-CD
               REWRITE TEGATA-REC
               ADD 1 TO WS-URAGAKI-CNT
               MOVE 'TGUR'       TO WS-SW-EVENT
               MOVE TM-KINGAKU   TO WS-SW-KINGAKU
               MOVE TI-SHIIRE-CD TO WS-SW-AITE
               PERFORM 9800-SHIWAKE-KIROKU
               IF TI-DENPYO-NO NOT = SPACES
                   PERFORM 2410-KAIKAKE-KESHIKOMI
               END-IF
           END-IF.

       2410-KAIKAKE-KESHIKOMI.
           MOVE TI-DENPYO-NO TO KB-DENPYO-NO
           READ KAIKAKE-MASTER
               INVALID KEY
                   MOVE '買掛伝票なし（手動）' TO WS-ERR-RIYU
                   ADD 1 TO WS-KAIKAKE-NG-CNT
               NOT INVALID KEY
                   IF KB-MIBARAI
                       AND KB-SHIIRE-CD = TI-SHIIRE-CD
                       AND KB-KINGAKU = TM-KINGAKU
                       MOVE '1' TO KB-STATUS
                       REWRITE KAIKAKE-REC
                   ELSE
                       MOVE '買掛不一致（手動）' TO WS-ERR-RIYU
                       ADD 1 TO WS-KAIKAKE-NG-CNT
                   END-IF
           END-READ.

      * 不渡: 売掛残高と請求明細を復活させ、督促担当へ通知する。
      * 割引・裏書中の手形は遡求に応じた相手科目で仕訳する
       2500-FUWATARI-SHORI.
           MOVE TI-TEGATA-NO TO TM-TEGATA-NO
           READ TEGATA-MASTER
               INVALID KEY
                   MOVE 'Y' TO WS-ERR-FLAG
                   MOVE '手形未登録' TO WS-ERR-RIYU
               NOT INVALID KEY
                   IF NOT TM-HOYU AND NOT TM-WARIBIKI-CHU
                       AND NOT TM-URAGAKI-CHU
                       MOVE 'Y' TO WS-ERR-FLAG
                       MOVE '不渡対象外の状態' TO WS-ERR-RIYU
                   END-IF
           END-READ
           IF WS-ERR-FLAG = 'N'
               MOVE TM-TOKUI-CD TO UM-TOKUI-CD
               READ URIKAKE-MASTER
                   INVALID KEY
                       MOVE 'Y' TO WS-ERR-FLAG
                       MOVE '得意先CD不存在' TO WS-ERR-RIYU
               END-READ
           END-IF
           IF WS-ERR-FLAG = 'N'
               MOVE TM-STATUS TO WS-MAE-STATUS
               PERFORM 2510-URIKAKE-FUKKATSU
               PERFORM 2520-MEISAI-FUKKATSU
               EVALUATE WS-MAE-STATUS
                   WHEN '3'
                       MOVE 'TGFK' TO WS-SW-EVENT
                   WHEN '4'
                       MOVE 'TGFU' TO WS-SW-EVENT
                   WHEN OTHER
                       MOVE 'TGFW' TO WS-SW-EVENT
               END-EVALUATE
               MOVE TM-KINGAKU   TO WS-SW-KINGAKU
               MOVE TM-TOKUI-CD  TO WS-SW-AITE
               PERFORM 9800-SHIWAKE-KIROKU
               MOVE '5'          TO TM-STATUS
               MOVE TI-IDO-DT    TO TM-IDO-DT
               MOVE TI-IDO-DT    TO TM-FUWATARI-DT
               REWRITE TEGATA-REC
               ADD 1 TO WS-FUWATARI-CNT
               PERFORM 2530-WRITE-TSUCHI
           END-IF.

       2510-URIKAKE-FUKKATSU.
           MOVE UM-ZANDAKA TO WS-UJ-MAE
           ADD TM-KINGAKU TO UM-ZANDAKA
           MOVE UM-ZANDAKA TO WS-UJ-ATO
           REWRITE URIKAKE-REC
           MOVE '手形不渡' TO WS-UJ-RIYU
           PERFORM 9860-URIKAKE-JNL.

      * 請求明細の復活: 期日=不渡日、請求番号=手形番号で起こす
       2520-MEISAI-FUKKATSU.
           MOVE SPACES       TO MEISAI-REC
           MOVE TM-TOKUI-CD  TO MS-TOKUI-CD
           MOVE TI-IDO-DT    TO MS-KIJITSU
           MOVE TM-TEGATA-NO TO MS-SEIKYU-NO
           MOVE TM-KINGAKU   TO MS-SEIKYU-GAKU
           MOVE TM-KINGAKU   TO MS-ZANDAKA
           WRITE MEISAI-REC
               INVALID KEY
                   MOVE '請求明細登録済み' TO WS-ERR-RIYU
                   MOVE 8 TO WS-RETURN-CODE
           END-WRITE.

       2530-WRITE-TSUCHI.
           MOVE SPACES TO WS-WORK-LINE
           MOVE TM-KINGAKU TO WS-EDIT-KINGAKU
           STRING '不渡 得意先:' TM-TOKUI-CD ' ' UM-TOKUI-MEI
                  ' 手形:' TM-TEGATA-NO
                  ' 額面:' WS-EDIT-KINGAKU
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO FT-LINE
           WRITE FUWATARI-TSUCHI-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE UM-ZANDAKA TO WS-EDIT-K2
           STRING '     振出人:' TM-FURIDASHI-NIN
                  ' 満期:' TM-MANKI-DT
                  ' 不渡日:' TI-IDO-DT
                  ' 前状態:' WS-MAE-STATUS
                  ' 売掛残:' WS-EDIT-K2
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO FT-LINE
           WRITE FUWATARI-TSUCHI-REC.

       2900-WRITE-IDO-LINE.
           IF WS-ERR-FLAG = 'Y'
               ADD 1 TO WS-ERR-CNT
           END-IF
           MOVE SPACES TO WS-WORK-LINE
           MOVE TI-KINGAKU TO WS-EDIT-KINGAKU
           IF TI-KINGAKU NOT NUMERIC
               MOVE ZEROS TO WS-EDIT-KINGAKU
           END-IF
           IF WS-ERR-FLAG = 'N' AND TI-WARIBIKI
               MOVE WS-WARIBIKI-RYO TO WS-EDIT-K2
               STRING WS-IDO-MEI ' 手形:' TI-TEGATA-NO
                      ' 得意先:' TM-TOKUI-CD
                      ' 額面:' WS-EDIT-KINGAKU
                      ' 割引料:' WS-EDIT-K2
                      ' ' WS-ERR-RIYU
                   DELIMITED SIZE INTO WS-WORK-LINE
           ELSE
               IF WS-ERR-FLAG = 'Y'
                   STRING WS-IDO-MEI ' 手形:' TI-TEGATA-NO
                          ' 得意先:' TI-TOKUI-CD
                          ' 額面:' WS-EDIT-KINGAKU
                          ' エラー:' WS-ERR-RIYU
                       DELIMITED SIZE INTO WS-WORK-LINE
               ELSE
                   STRING WS-IDO-MEI ' 手形:' TI-TEGATA-NO
                          ' 得意先:' TM-TOKUI-CD
                          ' 額面:' WS-EDIT-KINGAKU
                          ' ' WS-ERR-RIYU
                       DELIMITED SIZE INTO WS-WORK-LINE
               END-IF
           END-IF
           MOVE WS-WORK-LINE TO IR-LINE
           WRITE IDO-RPT-REC.

      * 売掛残高移動の記帳: 変更前後の残高と理由を共用ジャーナルへ
       9860-URIKAKE-JNL.
           MOVE SPACES TO URIKAKE-JNL-REC
           MOVE 'SAMPLE7J' TO UJ-PROGRAM-ID
           MOVE UM-TOKUI-CD   TO UJ-TOKUI-CD
           MOVE WS-GYOMU-DATE TO UJ-GYOMU-DT
           MOVE FUNCTION CURRENT-DATE(9:6) TO UJ-JIKOKU
           MOVE WS-UJ-MAE     TO UJ-MAE-ZAN
           MOVE WS-UJ-ATO     TO UJ-ATO-ZAN
           MOVE WS-UJ-RIYU    TO UJ-RIYU
           WRITE URIKAKE-JNL-REC.

      * 期日管理表: 保有中と、割引・裏書中で満期未到来の手形を
      * 満期日順に並べる（割引・裏書分は遡求義務の偶発債務）
       5000-MANKI-REPORT.
           MOVE LOW-VALUES TO TM-TEGATA-NO
           START TEGATA-MASTER KEY IS NOT LESS THAN TM-TEGATA-NO
               INVALID KEY MOVE 'Y' TO WS-TM-EOF
           END-START
           PERFORM 5100-MANKI-LOAD
               UNTIL WS-TM-EOF = 'Y'
           MOVE '===== 受取手形 期日管理表 =====' TO MR-LINE
           WRITE MANKI-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           STRING '基準日:' WS-GYOMU-DATE
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO MR-LINE
           WRITE MANKI-RPT-REC
           PERFORM 5200-MANKI-LINE
               VARYING WS-MT-IDX FROM 1 BY 1
               UNTIL WS-MT-IDX > WS-MT-CNT
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-HOYU-GAKU TO WS-EDIT-KINGAKU
           STRING '保有手形合計  :' WS-EDIT-KINGAKU
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO MR-LINE
           WRITE MANKI-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-WARIBIKI-GAKU TO WS-EDIT-KINGAKU
           STRING '割引手形残高  :' WS-EDIT-KINGAKU
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO MR-LINE
           WRITE MANKI-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-URAGAKI-GAKU TO WS-EDIT-KINGAKU
           STRING '裏書手形残高  :' WS-EDIT-KINGAKU
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO MR-LINE
           WRITE MANKI-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-MORE-CNT TO WS-EDIT-CNT
           STRING '取立漏れ      :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO MR-LINE
           WRITE MANKI-RPT-REC
           IF WS-MT-OVER-CNT > ZEROS
               MOVE SPACES TO WS-WORK-LINE
               MOVE WS-MT-OVER-CNT TO WS-EDIT-CNT
               STRING '表溢れ件数    :' WS-EDIT-CNT
                   DELIMITED SIZE INTO WS-WORK-LINE
               MOVE WS-WORK-LINE TO MR-LINE
               WRITE MANKI-RPT-REC
           END-IF.

       5100-MANKI-LOAD.
           READ TEGATA-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-TM-EOF
               NOT AT END
                   IF TM-HOYU
                       OR ((TM-WARIBIKI-CHU OR TM-URAGAKI-CHU)
                           AND TM-MANKI-DT NOT < WS-GYOMU-DATE)
                       PERFORM 5110-MANKI-INSERT
                   END-IF
           END-READ.

      * 挿入位置を探し、後ろの要素を1つずつずらして入れる
       5110-MANKI-INSERT.
           IF WS-MT-CNT NOT < 2000
               ADD 1 TO WS-MT-OVER-CNT
           ELSE
               MOVE 1 TO WS-MT-POS
               PERFORM 5120-POS-SEARCH
                   UNTIL WS-MT-POS > WS-MT-CNT
                      OR MT-MANKI-DT (WS-MT-POS) > TM-MANKI-DT
               PERFORM 5130-SHIFT-ONE
                   VARYING WS-MT-SCAN FROM WS-MT-CNT BY -1
                   UNTIL WS-MT-SCAN < WS-MT-POS
               ADD 1 TO WS-MT-CNT
               SET WS-MT-IDX TO WS-MT-POS
               MOVE TM-MANKI-DT      TO MT-MANKI-DT (WS-MT-IDX)
               MOVE TM-TEGATA-NO     TO MT-TEGATA-NO (WS-MT-IDX)
               MOVE TM-TOKUI-CD      TO MT-TOKUI-CD (WS-MT-IDX)
               MOVE TM-FURIDASHI-NIN TO MT-FURIDASHI-NIN (WS-MT-IDX)
               MOVE TM-KINGAKU       TO MT-KINGAKU (WS-MT-IDX)
               MOVE TM-STATUS        TO MT-STATUS (WS-MT-IDX)
           END-IF.

       5120-POS-SEARCH.
           ADD 1 TO WS-MT-POS.

       5130-SHIFT-ONE.
           MOVE WS-MT-ENTRY (WS-MT-SCAN)
               TO WS-MT-ENTRY (WS-MT-SCAN + 1).

       5200-MANKI-LINE.
           MOVE SPACES TO WS-MT-CHUI
           EVALUATE MT-STATUS (WS-MT-IDX)
               WHEN '3'
                   MOVE '割引中' TO WS-MT-KBN
                   ADD MT-KINGAKU (WS-MT-IDX) TO WS-WARIBIKI-GAKU
               WHEN '4'
                   MOVE '裏書中' TO WS-MT-KBN
                   ADD MT-KINGAKU (WS-MT-IDX) TO WS-URAGAKI-GAKU
               WHEN OTHER
                   MOVE '保有' TO WS-MT-KBN
                   ADD MT-KINGAKU (WS-MT-IDX) TO WS-HOYU-GAKU
                   IF MT-MANKI-DT (WS-MT-IDX) < WS-GYOMU-DATE
                       MOVE '**取立漏れ' TO WS-MT-CHUI
                       ADD 1 TO WS-MORE-CNT
                   END-IF
           END-EVALUATE
           MOVE SPACES TO WS-WORK-LINE
           MOVE MT-KINGAKU (WS-MT-IDX) TO WS-EDIT-KINGAKU
           STRING MT-MANKI-DT (WS-MT-IDX)
                  ' ' MT-TEGATA-NO (WS-MT-IDX)
                  ' ' MT-TOKUI-CD (WS-MT-IDX)
                  ' ' MT-FURIDASHI-NIN (WS-MT-IDX)
                  ' ' WS-EDIT-KINGAKU
                  ' ' WS-MT-KBN
                  ' ' WS-MT-CHUI
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO MR-LINE
           WRITE MANKI-RPT-REC.

       4000-RPT-FOOTER.
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-INPUT-CNT TO WS-EDIT-CNT
           STRING '異動件数      :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO IR-LINE
           WRITE IDO-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-UKEIRE-CNT TO WS-EDIT-CNT
           STRING '受入          :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO IR-LINE
           WRITE IDO-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-TORITATE-CNT TO WS-EDIT-CNT
           STRING '取立          :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO IR-LINE
           WRITE IDO-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-WARIBIKI-CNT TO WS-EDIT-CNT
           STRING '割引          :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO IR-LINE
           WRITE IDO-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-URAGAKI-CNT TO WS-EDIT-CNT
           STRING '裏書          :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO IR-LINE
           WRITE IDO-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-FUWATARI-CNT TO WS-EDIT-CNT
           STRING '不渡          :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO IR-LINE
           WRITE IDO-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-ERR-CNT TO WS-EDIT-CNT
           STRING 'エラー        :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO IR-LINE
           WRITE IDO-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-KAIKAKE-NG-CNT TO WS-EDIT-CNT
           STRING '買掛手動消込  :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO IR-LINE
           WRITE IDO-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-KANJO-NG-CNT TO WS-EDIT-CNT
           STRING '科目対応なし  :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO IR-LINE
           WRITE IDO-RPT-REC
           IF (WS-ERR-CNT > ZEROS OR WS-KAIKAKE-NG-CNT > ZEROS
               OR WS-KANJO-NG-CNT > ZEROS OR WS-MORE-CNT > ZEROS
               OR WS-MT-OVER-CNT > ZEROS)
               AND WS-RETURN-CODE < 4
               MOVE 4 TO WS-RETURN-CODE
           END-IF.

       3000-CLOSE-FILES.
           CLOSE TEGATA-IDO
           CLOSE TEGATA-MASTER
           CLOSE URIKAKE-MASTER
           CLOSE MEISAI-MASTER
           CLOSE KAIKAKE-MASTER
           CLOSE URIKAKE-JOURNAL
           CLOSE NYUKIN-FILE
           CLOSE IDO-RPT
           CLOSE FUWATARI-TSUCHI
           CLOSE MANKI-RPT.
