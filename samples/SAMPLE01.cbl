      * SAMPLE01: 売上ファイル集計バッチ
      * 概要: 売上トランザクションを読み込み、得意先マスタを照合して
      *       得意先別に集計し、集計ファイルを出力する
      *       集計前に処理済み伝票ジャーナル（伝票番号+得意先）を引き、
      *       前回までに集計済みの伝票は重複ファイルへ回す（金額が
      *       異なるものは訂正の疑いとして区別する）。全面再実行時は
      *       ジャーナルを実行前の状態に戻してから流すこと。
      *       集計レコードには得意先担当割当マスタから業務日付時点の
      *       営業担当者を付す（販売手数料の計算はSAMPLE07L）
      *       反社判定マスタで該当確定となった得意先の売上は計上
      *       せずリジェクトする（返品は通す）
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE01.
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SHIWAKE-STATUS.
           SELECT URIAGE-JOURNAL ASSIGN TO URIAGJNL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS UJ-KEY
               FILE STATUS IS WS-URJNL-STATUS.
           SELECT DUP-FILE ASSIGN TO DUPOUT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DUP-STATUS.
           SELECT TANTO-WARIATE ASSIGN TO TANTOWARI
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TW-KEY
               FILE STATUS IS WS-TANTOWARI-STATUS.
           SELECT OPTIONAL HANSHA-HANTEI ASSIGN TO HSHANTEI
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HJ-KOKYAKU-CD
               FILE STATUS IS WS-HANTEI-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  FILLER            PIC X(20).

       FD  SHUUKEI-FILE
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  SHUUKEI-REC.
                   15  SK-RT-KBN     PIC X(02).
                   15  SK-RT-ZEINUKI PIC S9(08).
                   15  SK-RT-ZEIGAKU PIC S9(08).
      * 営業担当者（得意先担当割当の業務日付時点の担当）
           05  SK-TANTO-CD       PIC X(08).
           05  FILLER            PIC X(12).

       FD  AREA-FILE
           RECORD CONTAINS 80 CHARACTERS
           05  FILLER            PIC X(53).

       FD  CHECKPOINT-FILE
           RECORD CONTAINS 235 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  CHECKPOINT-REC.
           05  CK-SEQ-CNT            PIC 9(07).
           05  CK-SUBRATE-CNT        PIC 9(01).
           05  CK-SUBRATE-AREA       PIC X(36).
           05  CK-CTL-DUP-KINGAKU    PIC S9(12).
           05  CK-DUP-CNT            PIC 9(07).
           05  CK-TEISEI-CNT         PIC 9(07).
           05  FILLER                PIC X(03).

       FD  REJECT-FILE
           05  SW-AITE-KEY       PIC X(20).
           05  FILLER            PIC X(18).

      * 処理済み伝票ジャーナル: 集計した伝票を伝票番号+得意先で残す
      * （保存期間マスタに従いSAMPLE10Eで期限切れ分を落とす）
       FD  URIAGE-JOURNAL
           RECORD CONTAINS 60 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  URIAGE-JNL-REC.
           05  UJ-KEY.
               10  UJ-CODE       PIC X(10).
               10  UJ-TOKUISAKI  PIC X(10).
           05  UJ-KINGAKU        PIC 9(08).
           05  UJ-DATE           PIC 9(08).
           05  UJ-TORIHIKI-KBN   PIC X(01).
           05  UJ-SHORI-DT       PIC 9(08).
           05  UJ-REC-NO         PIC 9(07).
           05  FILLER            PIC X(08).

      * 重複伝票: D=同額の重複、C=金額違い（訂正の疑い）
       FD  DUP-FILE
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  DUP-REC.
           05  DP-KBN            PIC X(01).
               88  DP-JUFUKU     VALUE 'D'.
               88  DP-TEISEI     VALUE 'C'.
           05  DP-CODE           PIC X(10).
           05  DP-TOKUISAKI      PIC X(10).
           05  DP-KINGAKU        PIC 9(08).
           05  DP-DATE           PIC 9(08).
           05  DP-ZEI-KBN        PIC X(02).
           05  DP-TORIHIKI-KBN   PIC X(01).
           05  DP-MAE-KINGAKU    PIC 9(08).
           05  DP-MAE-DATE       PIC 9(08).
           05  DP-MAE-SHORI-DT   PIC 9(08).
           05  FILLER            PIC X(36).

      * 得意先担当割当マスタ: 得意先・適用開始日ごとの営業担当者。
      * 適用終了日ゼロは期限なし
       FD  TANTO-WARIATE
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  TANTO-WARIATE-REC.
           05  TW-KEY.
               10  TW-TOKUI-CD   PIC X(10).
               10  TW-TEKIYO-KAISHI PIC 9(08).
           05  TW-TANTO-CD       PIC X(08).
           05  TW-TEKIYO-SHURYO  PIC 9(08).
           05  FILLER            PIC X(06).

      * 反社判定マスタ: 照合該当顧客の確認状況（SAMPLE08で登録）
       FD  HANSHA-HANTEI
           RECORD CONTAINS 60 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  HANTEI-REC.
           05  HJ-KOKYAKU-CD     PIC X(10).
           05  HJ-HANTEI         PIC X(01).
               88  HJ-GAITOU-KAKUTEI     VALUE '2'.
           05  FILLER            PIC X(49).

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-URIAGE-STATUS    PIC X(02).
           05  WS-SEQERR-STATUS    PIC X(02).
           05  WS-KAWASE-STATUS    PIC X(02).
           05  WS-GAIKA-STATUS     PIC X(02).
           05  WS-URJNL-STATUS     PIC X(02).
           05  WS-DUP-STATUS       PIC X(02).
           05  WS-TANTOWARI-STATUS PIC X(02).
           05  WS-EOF-FLAG         PIC X(01) VALUE 'N'.
           05  WS-CKPT-EOF-FLAG    PIC X(01) VALUE 'N'.
           05  WS-ZEI-EOF-FLAG     PIC X(01) VALUE 'N'.
           05  WS-SUSP-REASON    PIC X(20).
       01  WS-SUSP-CNT           PIC 9(07) VALUE ZEROS.

      * 重複伝票判定（再開時に中断前の自分の登録分は重複としない）
       01  WS-JUFUKU-AREA.
           05  WS-JUFUKU-FLAG    PIC X(01) VALUE 'N'.
               88  WS-JUFUKU-ARI VALUE 'Y'.
           05  WS-JNL-HIT-FLAG   PIC X(01) VALUE 'N'.
               88  WS-JNL-HIT    VALUE 'Y'.
       01  WS-DUP-CNT            PIC 9(07) VALUE ZEROS.
       01  WS-TEISEI-CNT         PIC 9(07) VALUE ZEROS.

      * 営業担当者の決定（得意先担当割当の有効分）
       01  WS-TANTO-AREA.
           05  WS-TANTO-CD       PIC X(08) VALUE SPACES.
           05  WS-TW-EOF         PIC X(01) VALUE 'N'.
       01  WS-TANTO-NASHI-CNT    PIC 9(07) VALUE ZEROS.

      * 反社該当確定得意先の売上停止（判定マスタが無い環境では
      * 判定しない）
       01  WS-HANSHA-AREA.
           05  WS-HANTEI-STATUS  PIC X(02).
           05  WS-HANTEI-ARI-FLAG PIC X(01) VALUE 'N'.
       01  WS-HANSHA-TEISHI-CNT  PIC 9(07) VALUE ZEROS.

       01  WS-SEQ-FLAG           PIC X(01) VALUE 'Y'.
           88  WS-SEQ-OK         VALUE 'Y'.
       01  WS-SEQ-CNT            PIC 9(07) VALUE ZEROS.
           05  WS-CTL-HOLD-KINGAKU    PIC S9(12) VALUE ZEROS.
           05  WS-CTL-SUSP-KINGAKU    PIC S9(12) VALUE ZEROS.
           05  WS-CTL-SEQ-KINGAKU     PIC S9(12) VALUE ZEROS.
           05  WS-CTL-DUP-KINGAKU     PIC S9(12) VALUE ZEROS.
           05  WS-CTL-CHECK-KINGAKU   PIC S9(12) VALUE ZEROS.
           05  WS-CTL-CHECK-KENSU     PIC 9(07) VALUE ZEROS.

               MOVE 'Y' TO WS-GROUP-ARI-FLAG
           END-IF
           OPEN INPUT  KIKAN-MASTER
           OPEN INPUT  TANTO-WARIATE
           OPEN INPUT  HANSHA-HANTEI
           IF WS-HANTEI-STATUS = '00'
               MOVE 'Y' TO WS-HANTEI-ARI-FLAG
           END-IF
           IF WS-RESTART-CNT > ZEROS
               OPEN EXTEND SHUUKEI-FILE
               OPEN EXTEND REJECT-FILE
               OPEN EXTEND HOLD-FILE
               OPEN EXTEND SUSPENSE-FILE
               OPEN EXTEND SEQERR-FILE
               OPEN EXTEND DUP-FILE
           ELSE
               OPEN OUTPUT SHUUKEI-FILE
               OPEN OUTPUT REJECT-FILE
               OPEN OUTPUT HOLD-FILE
               OPEN OUTPUT SUSPENSE-FILE
               OPEN OUTPUT SEQERR-FILE
               OPEN OUTPUT DUP-FILE
           END-IF
           OPEN I-O    URIAGE-JOURNAL
           OPEN OUTPUT AREA-FILE
           IF WS-RESTART-CNT > ZEROS
               OPEN EXTEND CHECKPOINT-FILE
                   MOVE CK-SEQ-CNT             TO WS-SEQ-CNT
                   MOVE CK-SUBRATE-CNT         TO WS-SUBRATE-CNT
                   MOVE CK-SUBRATE-AREA        TO WS-SUBRATE-TABLE
                   MOVE CK-CTL-DUP-KINGAKU     TO WS-CTL-DUP-KINGAKU
                   MOVE CK-DUP-CNT             TO WS-DUP-CNT
                   MOVE CK-TEISEI-CNT          TO WS-TEISEI-CNT
           END-READ.

       1300-LOAD-ZEIRITSU.
           IF NOT WS-SEQ-OK
               PERFORM 9330-WRITE-SEQERR
           ELSE
               PERFORM 2043-JUFUKU-CHECK
               IF WS-JUFUKU-ARI
                   PERFORM 9350-WRITE-DUP
               ELSE
                   PERFORM 2047-KINGAKU-SHORI
               END-IF
           END-IF.

       2042-SEQUENCE-CHECK.
               MOVE 'N' TO WS-SEQ-FLAG
           END-IF.

      * 重複伝票判定: 処理済み伝票ジャーナルに同じ伝票番号+得意先が
      * あれば重複。再開時、中断前の同じ入力位置で自分が登録した分は
      * 重複とせず登録し直す
       2043-JUFUKU-CHECK.
           MOVE 'N' TO WS-JUFUKU-FLAG
           MOVE UR-CODE      TO UJ-CODE
           MOVE UR-TOKUISAKI TO UJ-TOKUISAKI
           READ URIAGE-JOURNAL
               INVALID KEY
                   MOVE 'N' TO WS-JNL-HIT-FLAG
               NOT INVALID KEY
                   MOVE 'Y' TO WS-JNL-HIT-FLAG
                   IF WS-RESTART-CNT > ZEROS
                       AND UJ-SHORI-DT = WS-GYOMU-DATE
                       AND UJ-REC-NO = WS-INPUT-CNT
                       CONTINUE
                   ELSE
                       MOVE 'Y' TO WS-JUFUKU-FLAG
                   END-IF
           END-READ.

       2047-KINGAKU-SHORI.
           PERFORM 2050-VALIDATE-KINGAKU
           IF WS-KINGAKU-OK
               ELSE
                   PERFORM 2100-GET-TOKUISAKI
                   PERFORM 2200-SHUUKEI
                   PERFORM 2270-JNL-KIROKU
               END-IF
           ELSE
               PERFORM 9200-WRITE-REJECT
                   MOVE '03' TO RJ-REASON-CD
                   MOVE '税率未登録' TO RJ-REASON-MSG
               END-IF
           END-IF
           IF WS-VALID-FLAG = 'Y' AND UR-URIAGE
               AND WS-HANTEI-ARI-FLAG = 'Y'
               PERFORM 2055-HANSHA-CHECK
           END-IF.

      * 反社該当確定の得意先は新規の売上を受け付けない
       2055-HANSHA-CHECK.
           MOVE UR-TOKUISAKI TO HJ-KOKYAKU-CD
           READ HANSHA-HANTEI
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF HJ-GAITOU-KAKUTEI
                       MOVE 'N'  TO WS-VALID-FLAG
                       MOVE '06' TO RJ-REASON-CD
                       MOVE '反社該当停止' TO RJ-REASON-MSG
                       ADD 1 TO WS-HANSHA-TEISHI-CNT
                   END-IF
           END-READ.

       2060-ZEIRITSU-SEARCH.
           MOVE ZEROS TO WS-ZEI-HIT
           PERFORM 2070-ZEIRITSU-SCAN-ONE
               MOVE WS-SUBRATE-SCAN TO WS-SUBRATE-HIT
           END-IF.

      * 処理済み伝票ジャーナル登録（集計に入れた伝票のみ残す）
       2270-JNL-KIROKU.
           MOVE SPACES          TO URIAGE-JNL-REC
           MOVE UR-CODE         TO UJ-CODE
           MOVE UR-TOKUISAKI    TO UJ-TOKUISAKI
           MOVE UR-KINGAKU      TO UJ-KINGAKU
           MOVE UR-DATE         TO UJ-DATE
           MOVE UR-TORIHIKI-KBN TO UJ-TORIHIKI-KBN
           MOVE WS-GYOMU-DATE   TO UJ-SHORI-DT
           MOVE WS-INPUT-CNT    TO UJ-REC-NO
           IF WS-JNL-HIT
               REWRITE URIAGE-JNL-REC
           ELSE
               WRITE URIAGE-JNL-REC
           END-IF.

       2900-TOKUISAKI-BREAK.
           IF WS-SUB-KENSU > ZEROS
               MOVE SPACES            TO SHUUKEI-REC
               MOVE WS-PREV-TOKUISAKI TO SK-TOKUISAKI
               MOVE WS-SUB-GOUKEI     TO SK-GOUKEI
               MOVE WS-SUB-KENSU      TO SK-KENSU
               PERFORM 2910-SK-RITSU-SET
                   VARYING WS-SUBRATE-SCAN FROM 1 BY 1
                   UNTIL WS-SUBRATE-SCAN > 2
               PERFORM 2920-TANTO-SET
               MOVE WS-TANTO-CD       TO SK-TANTO-CD
               WRITE SHUUKEI-REC
               ADD 1 TO WS-OUTPUT-CNT
               ADD WS-SUB-GOUKEI TO WS-CTL-SHUUKEI-KINGAKU
                              SK-RT-ZEIGAKU (WS-SUBRATE-SCAN)
           END-IF.

      * 営業担当者: 得意先の担当割当を適用開始日順に読み、業務日付
      * に有効なもの（後の開始日を優先）を採る。未割当は空白
       2920-TANTO-SET.
           MOVE SPACES TO WS-TANTO-CD
           MOVE 'N'    TO WS-TW-EOF
           MOVE WS-PREV-TOKUISAKI TO TW-TOKUI-CD
           MOVE ZEROS             TO TW-TEKIYO-KAISHI
           START TANTO-WARIATE KEY IS NOT LESS THAN TW-KEY
               INVALID KEY MOVE 'Y' TO WS-TW-EOF
           END-START
           PERFORM 2925-READ-TANTO
               UNTIL WS-TW-EOF = 'Y'
           IF WS-TANTO-CD = SPACES
               ADD 1 TO WS-TANTO-NASHI-CNT
           END-IF.

       2925-READ-TANTO.
           READ TANTO-WARIATE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-TW-EOF
               NOT AT END
                   IF TW-TOKUI-CD NOT = WS-PREV-TOKUISAKI
                       OR TW-TEKIYO-KAISHI > WS-GYOMU-DATE
                       MOVE 'Y' TO WS-TW-EOF
                   ELSE
                       IF TW-TEKIYO-SHURYO = ZEROS
                           OR TW-TEKIYO-SHURYO NOT < WS-GYOMU-DATE
                           MOVE TW-TANTO-CD TO WS-TANTO-CD
                       END-IF
                   END-IF
           END-READ.

       2930-AREA-WRITE-ALL.
           PERFORM 2940-AREA-WRITE-ONE
               VARYING WS-AREA-IDX FROM 1 BY 1
           CLOSE SEQERR-FILE
           CLOSE KAWASE-MASTER
           CLOSE GAIKA-JOURNAL
           CLOSE URIAGE-JOURNAL
           CLOSE DUP-FILE
           CLOSE TANTO-WARIATE
           CLOSE HANSHA-HANTEI
           PERFORM 3050-CLEAR-CHECKPOINT.

       3050-CLEAR-CHECKPOINT.
           MOVE WS-SEQ-CNT             TO CK-SEQ-CNT
           MOVE WS-SUBRATE-CNT         TO CK-SUBRATE-CNT
           MOVE WS-SUBRATE-TABLE       TO CK-SUBRATE-AREA
           MOVE WS-CTL-DUP-KINGAKU     TO CK-CTL-DUP-KINGAKU
           MOVE WS-DUP-CNT             TO CK-DUP-CNT
           MOVE WS-TEISEI-CNT          TO CK-TEISEI-CNT
           WRITE CHECKPOINT-REC.

       4000-CONTROL-REPORT.
           COMPUTE WS-CTL-CHECK-KINGAKU =
               WS-CTL-SHUUKEI-KINGAKU + WS-CTL-REJECT-KINGAKU
               + WS-CTL-HOLD-KINGAKU + WS-CTL-SUSP-KINGAKU
               + WS-CTL-SEQ-KINGAKU + WS-CTL-DUP-KINGAKU
           COMPUTE WS-CTL-CHECK-KENSU =
               WS-CTL-SHUUKEI-KENSU + WS-REJECT-CNT + WS-HOLD-CNT
               + WS-SUSP-CNT + WS-SEQ-CNT + WS-DUP-CNT
           MOVE '===== 売上集計 突合結果 =====' TO CR-LINE
           WRITE CONTROL-REC
           MOVE WS-INPUT-CNT TO WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO CR-LINE
           WRITE CONTROL-REC
           MOVE WS-DUP-CNT TO WS-EDIT-CNT
           STRING '重複伝票件数  :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO CR-LINE
           WRITE CONTROL-REC
           MOVE WS-TEISEI-CNT TO WS-EDIT-CNT
           STRING ' うち訂正疑い :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO CR-LINE
           WRITE CONTROL-REC
           MOVE WS-GAIKA-CNT TO WS-EDIT-CNT
           STRING '外貨取引件数  :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO CR-LINE
           WRITE CONTROL-REC
           MOVE WS-TANTO-NASHI-CNT TO WS-EDIT-CNT
           STRING '担当未割当件数:' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO CR-LINE
           WRITE CONTROL-REC
           MOVE WS-HANSHA-TEISHI-CNT TO WS-EDIT-CNT
           STRING '反社停止件数  :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO CR-LINE
           WRITE CONTROL-REC
           IF WS-KAWASE-OVER-CNT > ZEROS
               MOVE WS-KAWASE-OVER-CNT TO WS-EDIT-CNT
               STRING 'レート展開あふれ:' WS-EDIT-CNT
           IF WS-KAWASE-OVER-CNT > ZEROS
               AND WS-RETURN-CODE = ZEROS
               MOVE 8 TO WS-RETURN-CODE
           END-IF
           IF WS-DUP-CNT > ZEROS
               AND WS-RETURN-CODE = ZEROS
               MOVE 4 TO WS-RETURN-CODE
           END-IF.

       9300-WRITE-HOLD.
           ADD 1 TO WS-SEQ-CNT
           ADD WS-UR-KINGAKU-S TO WS-CTL-SEQ-KINGAKU.

      * 重複伝票出力: 前回集計分の金額・売上日・処理日を並べて残す
       9350-WRITE-DUP.
           MOVE SPACES          TO DUP-REC
           IF UJ-KINGAKU = UR-KINGAKU
               SET DP-JUFUKU TO TRUE
           ELSE
               SET DP-TEISEI TO TRUE
               ADD 1 TO WS-TEISEI-CNT
           END-IF
           MOVE UR-CODE         TO DP-CODE
           MOVE UR-TOKUISAKI    TO DP-TOKUISAKI
           MOVE UR-KINGAKU      TO DP-KINGAKU
           MOVE UR-DATE         TO DP-DATE
           MOVE UR-ZEI-KBN      TO DP-ZEI-KBN
           MOVE UR-TORIHIKI-KBN TO DP-TORIHIKI-KBN
           MOVE UJ-KINGAKU      TO DP-MAE-KINGAKU
           MOVE UJ-DATE         TO DP-MAE-DATE
           MOVE UJ-SHORI-DT     TO DP-MAE-SHORI-DT
           WRITE DUP-REC
           ADD 1 TO WS-DUP-CNT
           ADD WS-UR-KINGAKU-S TO WS-CTL-DUP-KINGAKU.

       9320-WRITE-SUSPENSE.
           MOVE UR-CODE        TO SP-CODE
           MOVE UR-TOKUISAKI   TO SP-TOKUISAKI
