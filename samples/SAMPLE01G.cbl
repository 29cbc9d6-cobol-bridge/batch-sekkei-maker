      *=================================================================
      * SAMPLE01G: EDI売上取込バッチ
      * 概要: 取引先（量販店）から受信したEDI売上・納品確定ファイル
      *       （ヘッダ・明細・トレーラ）を読み、EDI取引先変換マスタで
      *       取引先の店舗コードを当社の得意先コードへ、商品コードを
      *       税区分へ変換して、SAMPLE01の売上ファイル形式で得意先順
      *       に出力する。明細は伝票番号+税区分で1件の売上に集約する。
      *       取引先未登録・トレーラ件数／金額不一致・トレーラなしは
      *       その送信分を全件保留し、コード未登録等の誤りがある伝票
      *       は伝票単位で保留して、いずれも例外リストへ出力する。
      *       誤りを含む伝票は売上ファイルへ一切出力しない。
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE01G.
       AUTHOR. BATCH-SYSTEM.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EDI-FILE ASSIGN TO EDIIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-EDI-STATUS.
           SELECT XREF-MASTER ASSIGN TO EDIXREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS XR-KEY
               FILE STATUS IS WS-XREF-STATUS.
           SELECT TOKUISAKI-FILE ASSIGN TO TOKUISMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TK-CODE
               FILE STATUS IS WS-TOKUISAKI-STATUS.
           SELECT ZEIRITSU-MASTER ASSIGN TO ZEIRTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ZT-KEY
               FILE STATUS IS WS-ZEIRITSU-STATUS.
           SELECT URIAGE-OUT ASSIGN TO URIAGEOUT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-URIAGE-STATUS.
           SELECT EXCP-RPT ASSIGN TO EDIEXCP
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-EXCP-STATUS.
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
      * EDI受信ファイル: 送信単位にヘッダ(H)・明細(D)・トレーラ(T)
       FD  EDI-FILE
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  EDI-REC.
           05  ED-REC-KBN        PIC X(01).
               88  ED-HEADER     VALUE 'H'.
               88  ED-MEISAI     VALUE 'D'.
               88  ED-TRAILER    VALUE 'T'.
           05  FILLER            PIC X(119).
       01  EDI-HEADER-REC.
           05  FILLER            PIC X(01).
           05  EH-TORIHIKISAKI   PIC X(10).
           05  EH-SOSHIN-NO      PIC X(10).
           05  EH-SAKUSEI-DT     PIC 9(08).
           05  FILLER            PIC X(91).
       01  EDI-MEISAI-REC.
           05  FILLER            PIC X(01).
           05  ED-TENPO-CD       PIC X(10).
           05  ED-SHOHIN-CD      PIC X(13).
           05  ED-DENPYO-NO      PIC X(08).
           05  ED-NOHIN-DT       PIC 9(08).
           05  ED-SURYO          PIC 9(07).
           05  ED-KINGAKU        PIC 9(08).
           05  FILLER            PIC X(65).
       01  EDI-TRAILER-REC.
           05  FILLER            PIC X(01).
           05  ET-KENSU          PIC 9(07).
           05  ET-KINGAKU-GOUKEI PIC 9(12).
           05  FILLER            PIC X(100).

      * EDI取引先変換マスタ: 取引先+区分+取引先側コード
      *   区分P=取引先登録（取引先側コードは空白）
      *   区分S=店舗 -> 得意先コード、区分I=商品 -> 品番・税区分
       FD  XREF-MASTER
           RECORD CONTAINS 60 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  XREF-REC.
           05  XR-KEY.
               10  XR-TORIHIKISAKI PIC X(10).
               10  XR-CD-KBN     PIC X(01).
                   88  XR-KBN-TORIHIKISAKI VALUE 'P'.
                   88  XR-KBN-TENPO      VALUE 'S'.
                   88  XR-KBN-SHOHIN     VALUE 'I'.
               10  XR-GAIBU-CD   PIC X(13).
           05  XR-TOKUI-CD       PIC X(10).
           05  XR-HINBAN         PIC X(10).
           05  XR-ZEI-KBN        PIC X(02).
           05  XR-STATUS         PIC X(01).
               88  XR-TEISHI     VALUE '9'.
           05  FILLER            PIC X(13).

       FD  TOKUISAKI-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  TOKUISAKI-REC.
           05  TK-CODE           PIC X(10).
           05  TK-NAME           PIC X(40).
           05  TK-AREA           PIC X(10).
           05  FILLER            PIC X(20).

       FD  ZEIRITSU-MASTER
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  ZEIRITSU-REC.
           05  ZT-KEY.
               10  ZT-ZEI-KBN    PIC X(02).
               10  ZT-TEKIYO-DT  PIC 9(08).
           05  ZT-ZEIRITSU       PIC V9(04).
           05  ZT-HASU-KBN       PIC X(01).
           05  FILLER            PIC X(25).

      * SAMPLE01の売上ファイル形式（得意先+伝票番号順に出力する）
       FD  URIAGE-OUT
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  URIAGE-REC.
           05  UR-CODE           PIC X(10).
           05  UR-TOKUISAKI      PIC X(10).
           05  UR-KINGAKU        PIC 9(08).
           05  UR-DATE           PIC 9(08).
           05  UR-ZEI-KBN        PIC X(02).
           05  UR-TORIHIKI-KBN   PIC X(01).
               88  UR-URIAGE     VALUE '0' ' '.
               88  UR-HENPIN     VALUE '1'.
           05  UR-TSUKA-CD       PIC X(03).
           05  UR-GAIKA-KINGAKU  PIC 9(08)V99.
           05  FILLER            PIC X(48).

       FD  EXCP-RPT
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  EXCP-RPT-REC.
           05  EX-LINE           PIC X(120).

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
           05  WS-EDI-STATUS     PIC X(02).
           05  WS-XREF-STATUS    PIC X(02).
           05  WS-TOKUISAKI-STATUS PIC X(02).
           05  WS-ZEIRITSU-STATUS PIC X(02).
           05  WS-URIAGE-STATUS  PIC X(02).
           05  WS-EXCP-STATUS    PIC X(02).
           05  WS-EOF-FLAG       PIC X(01) VALUE 'N'.
           05  WS-ZEI-EOF-FLAG   PIC X(01) VALUE 'N'.
           05  WS-MEISAI-FLAG    PIC X(01).
               88  WS-MEISAI-OK  VALUE 'Y'.
           05  WS-HIT-FLAG       PIC X(01).

      * SAMPLE01の金額上限と同じ値（超過分は売上へ出さない）
       01  WS-KINGAKU-LIMIT      PIC 9(08) VALUE 50000000.

      * 送信単位（ヘッダからトレーラまで）の管理情報
       01  WS-KOKAN-AREA.
           05  WS-KK-FLAG        PIC X(01) VALUE 'N'.
               88  WS-KOKAN-CHU  VALUE 'Y'.
           05  WS-KK-NG-FLAG     PIC X(01) VALUE 'N'.
               88  WS-KOKAN-NG   VALUE 'Y'.
           05  WS-KK-NG-REASON   PIC X(40).
           05  WS-KK-TORIHIKISAKI PIC X(10) VALUE SPACES.
           05  WS-KK-SOSHIN-NO   PIC X(10) VALUE SPACES.
           05  WS-KK-KENSU       PIC 9(07).
           05  WS-KK-KINGAKU     PIC 9(12).

      * 明細の変換結果
       01  WS-MEISAI-WORK.
           05  WS-MS-TOKUI-CD    PIC X(10).
           05  WS-MS-ZEI-KBN     PIC X(02).
           05  WS-MS-UR-CODE.
               10  WS-MS-DENPYO-NO PIC X(08).
               10  WS-MS-UR-ZEI  PIC X(02).
           05  WS-MS-HIDUKE      PIC 9(08).
           05  WS-MS-HIDUKE-X REDEFINES WS-MS-HIDUKE.
               10  WS-MS-YYYY    PIC 9(04).
               10  WS-MS-MM      PIC 9(02).
               10  WS-MS-DD      PIC 9(02).

      * 例外リストの出力項目
       01  WS-EXCP-WORK.
           05  WS-EX-RECNO       PIC 9(07).
           05  WS-EX-REASON      PIC X(40).
           05  WS-EX-INFO        PIC X(40).

      * 仮登録表: 送信単位の明細を得意先+伝票番号+税区分で集約する
      * （トレーラの照合が済むまで売上表へは移さない）
       01  WS-KARI-TABLE.
           05  WS-KR-ENTRY OCCURS 500 TIMES INDEXED BY WS-KR-IDX.
               10  KR-TOKUI-CD   PIC X(10).
               10  KR-UR-CODE    PIC X(10).
               10  KR-KINGAKU    PIC S9(11) COMP-3.
               10  KR-NOHIN-DT   PIC 9(08).
               10  KR-ZEI-KBN    PIC X(02).
       01  WS-KR-CNT             PIC 9(03) VALUE ZEROS.
       01  WS-KR-MAX             PIC 9(03) VALUE 500.

      * 保留伝票表: 送信単位で誤りのあった伝票番号
       01  WS-NGDEN-TABLE.
           05  WS-NG-ENTRY OCCURS 500 TIMES INDEXED BY WS-NG-IDX.
               10  NG-DENPYO-NO  PIC X(08).
       01  WS-NG-CNT             PIC 9(03) VALUE ZEROS.

      * 売上表: 得意先+伝票番号+税区分の順に挿入する
       01  WS-URIAGE-TABLE.
           05  WS-UT-ENTRY OCCURS 2000 TIMES INDEXED BY WS-UT-IDX.
               10  UT-TOKUI-CD   PIC X(10).
               10  UT-UR-CODE    PIC X(10).
               10  UT-KINGAKU    PIC S9(11) COMP-3.
               10  UT-NOHIN-DT   PIC 9(08).
               10  UT-ZEI-KBN    PIC X(02).
       01  WS-UT-CNT             PIC 9(04) VALUE ZEROS.
       01  WS-UT-MAX             PIC 9(04) VALUE 2000.
       01  WS-UT-SAVE            PIC X(36).

       01  WS-INS-POS            PIC 9(04).
       01  WS-SCAN               PIC 9(04).
       01  WS-SHIFT              PIC 9(04).
       01  WS-UT-KEY             PIC X(20).
       01  WS-UT-ENT-KEY         PIC X(20).
       01  WS-UT-HIT             PIC X(01).

       01  WS-ZEI-TABLE.
           05  WS-ZEI-ENTRY OCCURS 50 TIMES INDEXED BY WS-ZEI-IDX.
               10  ZE-ZEI-KBN    PIC X(02).
               10  ZE-TEKIYO-DT  PIC 9(08).
       01  WS-ZEI-CNT            PIC 9(03) VALUE ZEROS.
       01  WS-ZEI-SCAN           PIC 9(03).
       01  WS-ZEI-HIT            PIC 9(03) VALUE ZEROS.

       01  WS-COUNTERS.
           05  WS-INPUT-CNT      PIC 9(07) VALUE ZEROS.
           05  WS-KOKAN-CNT      PIC 9(07) VALUE ZEROS.
           05  WS-MEISAI-CNT     PIC 9(07) VALUE ZEROS.
           05  WS-SAIYO-CNT      PIC 9(07) VALUE ZEROS.
           05  WS-EXCP-CNT       PIC 9(07) VALUE ZEROS.
           05  WS-HORYU-DEN-CNT  PIC 9(07) VALUE ZEROS.
           05  WS-HAKI-KOKAN-CNT PIC 9(07) VALUE ZEROS.
           05  WS-HAKI-MEISAI-CNT PIC 9(07) VALUE ZEROS.
           05  WS-URIAGE-CNT     PIC 9(07) VALUE ZEROS.

       01  WS-TOTALS.
           05  WS-SAIYO-GAKU     PIC S9(13) COMP-3 VALUE ZEROS.
           05  WS-URIAGE-GAKU    PIC S9(13) COMP-3 VALUE ZEROS.

       01  WS-EDIT-AREA.
           05  WS-EDIT-CNT       PIC ZZZ,ZZ9.
           05  WS-EDIT-CNT2      PIC ZZZ,ZZ9.
           05  WS-EDIT-GAKU      PIC -ZZZ,ZZZ,ZZZ,ZZ9.
           05  WS-WORK-LINE      PIC X(120).

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
           IF WS-KOKAN-CHU
               PERFORM 2900-KOKAN-MIKANRYO
           END-IF
           PERFORM 5000-WRITE-URIAGE
           PERFORM 7000-CONTROL-REPORT
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
           MOVE 'SAMPLE1G' TO RL-PROGRAM-ID
           MOVE 'S'        TO RL-KBN
           MOVE WS-GYOMU-DATE TO RL-GYOMU-DT
           MOVE FUNCTION CURRENT-DATE(9:6) TO RL-JIKOKU
           MOVE ZEROS      TO RL-KENSU RL-RETURN-CD
           WRITE RUNLOG-REC
           CLOSE RUNLOG-FILE.

       0900-RUNLOG-END.
           OPEN EXTEND RUNLOG-FILE
           MOVE 'SAMPLE1G' TO RL-PROGRAM-ID
           MOVE 'E'        TO RL-KBN
           MOVE WS-GYOMU-DATE TO RL-GYOMU-DT
           MOVE FUNCTION CURRENT-DATE(9:6) TO RL-JIKOKU
           MOVE WS-INPUT-CNT TO RL-KENSU
           MOVE RETURN-CODE  TO RL-RETURN-CD
           WRITE RUNLOG-REC
           CLOSE RUNLOG-FILE.

       1000-OPEN-FILES.
           OPEN INPUT  EDI-FILE
           OPEN INPUT  XREF-MASTER
           OPEN INPUT  TOKUISAKI-FILE
           OPEN INPUT  ZEIRITSU-MASTER
           OPEN OUTPUT URIAGE-OUT
           OPEN OUTPUT EXCP-RPT
           PERFORM 1300-LOAD-ZEIRITSU
           MOVE '===== EDI売上取込 例外リスト =====' TO EX-LINE
           WRITE EXCP-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           STRING '取引先     送信番号   レコード番号 '
                  '理由'
                  '                                     内容'
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO EX-LINE
           WRITE EXCP-RPT-REC
           PERFORM 1100-READ-EDI.

       1100-READ-EDI.
           READ EDI-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END ADD 1 TO WS-INPUT-CNT
           END-READ.

      * 税率マスタ展開: 税区分+適用日の昇順で全件をテーブルへ
       1300-LOAD-ZEIRITSU.
           MOVE LOW-VALUES TO ZT-KEY
           START ZEIRITSU-MASTER KEY IS NOT LESS THAN ZT-KEY
               INVALID KEY MOVE 'Y' TO WS-ZEI-EOF-FLAG
           END-START
           PERFORM 1310-READ-ZEIRITSU
               UNTIL WS-ZEI-EOF-FLAG = 'Y'
                   OR WS-ZEI-CNT >= 50.

       1310-READ-ZEIRITSU.
           READ ZEIRITSU-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-ZEI-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-ZEI-CNT
                   SET WS-ZEI-IDX TO WS-ZEI-CNT
                   MOVE ZT-ZEI-KBN   TO ZE-ZEI-KBN   (WS-ZEI-IDX)
                   MOVE ZT-TEKIYO-DT TO ZE-TEKIYO-DT (WS-ZEI-IDX)
           END-READ.

       2000-MAIN-LOOP.
           MOVE WS-INPUT-CNT TO WS-EX-RECNO
           EVALUATE TRUE
               WHEN ED-HEADER
                   PERFORM 2100-HEADER-SHORI
               WHEN ED-MEISAI
                   PERFORM 2200-MEISAI-SHORI
               WHEN ED-TRAILER
                   PERFORM 2300-TRAILER-SHORI
               WHEN OTHER
                   MOVE 'レコード区分不正' TO WS-EX-REASON
                   MOVE EDI-REC(1:40) TO WS-EX-INFO
                   PERFORM 9200-WRITE-EXCP
                   IF WS-KOKAN-CHU AND NOT WS-KOKAN-NG
                       MOVE 'Y' TO WS-KK-NG-FLAG
                       MOVE 'レコード区分不正を含む'
                           TO WS-KK-NG-REASON
                   END-IF
           END-EVALUATE
           PERFORM 1100-READ-EDI.

      * ヘッダ: 前の送信にトレーラがなければ保留してから新たに始める
       2100-HEADER-SHORI.
           IF WS-KOKAN-CHU
               PERFORM 2900-KOKAN-MIKANRYO
               MOVE WS-INPUT-CNT TO WS-EX-RECNO
           END-IF
           ADD 1 TO WS-KOKAN-CNT
           MOVE 'Y'             TO WS-KK-FLAG
           MOVE 'N'             TO WS-KK-NG-FLAG
           MOVE SPACES          TO WS-KK-NG-REASON
           MOVE EH-TORIHIKISAKI TO WS-KK-TORIHIKISAKI
           MOVE EH-SOSHIN-NO    TO WS-KK-SOSHIN-NO
           MOVE ZEROS TO WS-KK-KENSU WS-KK-KINGAKU
                         WS-KR-CNT WS-NG-CNT
           MOVE EH-TORIHIKISAKI TO XR-TORIHIKISAKI
           SET XR-KBN-TORIHIKISAKI TO TRUE
           MOVE SPACES          TO XR-GAIBU-CD
           READ XREF-MASTER
               INVALID KEY
                   MOVE 'Y' TO WS-KK-NG-FLAG
                   MOVE '取引先未登録' TO WS-KK-NG-REASON
               NOT INVALID KEY
                   IF XR-TEISHI
                       MOVE 'Y' TO WS-KK-NG-FLAG
                       MOVE '取引先取引停止' TO WS-KK-NG-REASON
                   END-IF
           END-READ
           IF WS-KOKAN-NG
               MOVE WS-KK-NG-REASON TO WS-EX-REASON
               MOVE SPACES TO WS-EX-INFO
               PERFORM 9200-WRITE-EXCP
           END-IF.

      * 明細: 変換・検証して仮登録表へ。誤りは伝票ごと保留する
       2200-MEISAI-SHORI.
           ADD 1 TO WS-MEISAI-CNT
           IF NOT WS-KOKAN-CHU
               MOVE 'ヘッダなし明細' TO WS-EX-REASON
               PERFORM 9210-MEISAI-INFO
               PERFORM 9200-WRITE-EXCP
           ELSE
               ADD 1 TO WS-KK-KENSU
               IF ED-KINGAKU IS NUMERIC
                   ADD ED-KINGAKU TO WS-KK-KINGAKU
               END-IF
               IF NOT WS-KOKAN-NG
                   PERFORM 2210-MEISAI-CHECK
                   IF WS-MEISAI-OK
                       PERFORM 2250-KARI-TOUROKU
                   END-IF
                   IF NOT WS-MEISAI-OK
                       PERFORM 9210-MEISAI-INFO
                       PERFORM 9200-WRITE-EXCP
                       PERFORM 2260-NG-DENPYO-TOUROKU
                   END-IF
               END-IF
           END-IF.

      * 明細検証: 項目・納品日・店舗・得意先・商品・税率の順に見る
       2210-MEISAI-CHECK.
           MOVE 'Y' TO WS-MEISAI-FLAG
           MOVE ED-NOHIN-DT TO WS-MS-HIDUKE
           EVALUATE TRUE
               WHEN ED-KINGAKU NOT NUMERIC
                   OR ED-SURYO NOT NUMERIC
                   MOVE 'N' TO WS-MEISAI-FLAG
                   MOVE '数値項目不正' TO WS-EX-REASON
               WHEN ED-KINGAKU = ZEROS
                   MOVE 'N' TO WS-MEISAI-FLAG
                   MOVE '金額ゼロ' TO WS-EX-REASON
               WHEN ED-DENPYO-NO = SPACES
                   MOVE 'N' TO WS-MEISAI-FLAG
                   MOVE '伝票番号なし' TO WS-EX-REASON
               WHEN ED-NOHIN-DT NOT NUMERIC
                   OR WS-MS-MM < 1 OR WS-MS-MM > 12
                   OR WS-MS-DD < 1 OR WS-MS-DD > 31
                   MOVE 'N' TO WS-MEISAI-FLAG
                   MOVE '納品日不正' TO WS-EX-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-MEISAI-OK
               PERFORM 2220-TENPO-HENKAN
           END-IF
           IF WS-MEISAI-OK
               MOVE WS-MS-TOKUI-CD TO TK-CODE
               READ TOKUISAKI-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-MEISAI-FLAG
                       MOVE '変換先得意先がマスタ未登録'
                           TO WS-EX-REASON
               END-READ
           END-IF
           IF WS-MEISAI-OK
               PERFORM 2230-SHOHIN-HENKAN
           END-IF
           IF WS-MEISAI-OK
               PERFORM 2060-ZEIRITSU-SEARCH
               IF WS-ZEI-HIT = ZEROS
                   MOVE 'N' TO WS-MEISAI-FLAG
                   MOVE '税率未登録' TO WS-EX-REASON
               END-IF
           END-IF.

       2060-ZEIRITSU-SEARCH.
           MOVE ZEROS TO WS-ZEI-HIT
           PERFORM 2070-ZEIRITSU-SCAN-ONE
               VARYING WS-ZEI-SCAN FROM 1 BY 1
               UNTIL WS-ZEI-SCAN > WS-ZEI-CNT.

       2070-ZEIRITSU-SCAN-ONE.
           SET WS-ZEI-IDX TO WS-ZEI-SCAN
           IF ZE-ZEI-KBN (WS-ZEI-IDX) = WS-MS-ZEI-KBN
               AND ZE-TEKIYO-DT (WS-ZEI-IDX) NOT > WS-MS-HIDUKE
               MOVE WS-ZEI-SCAN TO WS-ZEI-HIT
           END-IF.

       2220-TENPO-HENKAN.
           MOVE WS-KK-TORIHIKISAKI TO XR-TORIHIKISAKI
           SET XR-KBN-TENPO        TO TRUE
           MOVE ED-TENPO-CD        TO XR-GAIBU-CD
           READ XREF-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-MEISAI-FLAG
                   MOVE '店舗コード未登録' TO WS-EX-REASON
               NOT INVALID KEY
                   IF XR-TEISHI
                       MOVE 'N' TO WS-MEISAI-FLAG
                       MOVE '店舗コード停止' TO WS-EX-REASON
                   ELSE
                       MOVE XR-TOKUI-CD TO WS-MS-TOKUI-CD
                   END-IF
           END-READ.

       2230-SHOHIN-HENKAN.
           MOVE WS-KK-TORIHIKISAKI TO XR-TORIHIKISAKI
           SET XR-KBN-SHOHIN       TO TRUE
           MOVE ED-SHOHIN-CD       TO XR-GAIBU-CD
           READ XREF-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-MEISAI-FLAG
                   MOVE '商品コード未登録' TO WS-EX-REASON
               NOT INVALID KEY
                   IF XR-TEISHI
                       MOVE 'N' TO WS-MEISAI-FLAG
                       MOVE '商品コード停止' TO WS-EX-REASON
                   ELSE
                       MOVE XR-ZEI-KBN TO WS-MS-ZEI-KBN
                   END-IF
           END-READ.

      * 仮登録: 売上伝票番号は取引先伝票番号+税区分とし、同じ伝票・
      * 税区分の明細は金額を合算する（納品日が違えば誤りとする）
       2250-KARI-TOUROKU.
           MOVE ED-DENPYO-NO  TO WS-MS-DENPYO-NO
           MOVE WS-MS-ZEI-KBN TO WS-MS-UR-ZEI
           MOVE 'N' TO WS-HIT-FLAG
           PERFORM 2255-KARI-SEARCH
               VARYING WS-KR-IDX FROM 1 BY 1
               UNTIL WS-KR-IDX > WS-KR-CNT OR WS-HIT-FLAG = 'Y'
           IF WS-HIT-FLAG = 'Y'
               SET WS-KR-IDX DOWN BY 1
               IF KR-NOHIN-DT (WS-KR-IDX) NOT = WS-MS-HIDUKE
                   MOVE 'N' TO WS-MEISAI-FLAG
                   MOVE '同一伝票で納品日不一致'
                       TO WS-EX-REASON
               ELSE
                   ADD ED-KINGAKU TO KR-KINGAKU (WS-KR-IDX)
               END-IF
           ELSE
               IF WS-KR-CNT >= WS-KR-MAX
                   MOVE 'N' TO WS-MEISAI-FLAG
                   MOVE '処理枠超過（翌回再投入）'
                       TO WS-EX-REASON
                   MOVE 'Y' TO WS-KK-NG-FLAG
                   MOVE '処理枠超過（翌回再投入）'
                       TO WS-KK-NG-REASON
               ELSE
                   ADD 1 TO WS-KR-CNT
                   SET WS-KR-IDX TO WS-KR-CNT
                   MOVE WS-MS-TOKUI-CD TO KR-TOKUI-CD (WS-KR-IDX)
                   MOVE WS-MS-UR-CODE  TO KR-UR-CODE  (WS-KR-IDX)
                   MOVE ED-KINGAKU     TO KR-KINGAKU  (WS-KR-IDX)
                   MOVE WS-MS-HIDUKE   TO KR-NOHIN-DT (WS-KR-IDX)
                   MOVE WS-MS-ZEI-KBN  TO KR-ZEI-KBN  (WS-KR-IDX)
               END-IF
           END-IF.

       2255-KARI-SEARCH.
           IF KR-TOKUI-CD (WS-KR-IDX) = WS-MS-TOKUI-CD
               AND KR-UR-CODE (WS-KR-IDX) = WS-MS-UR-CODE
               MOVE 'Y' TO WS-HIT-FLAG
           END-IF.

      * 保留伝票登録: 同じ伝票番号の他の明細もまとめて保留する
       2260-NG-DENPYO-TOUROKU.
           MOVE 'N' TO WS-HIT-FLAG
           PERFORM 2265-NG-SEARCH
               VARYING WS-NG-IDX FROM 1 BY 1
               UNTIL WS-NG-IDX > WS-NG-CNT OR WS-HIT-FLAG = 'Y'
           IF WS-HIT-FLAG = 'N'
               IF WS-NG-CNT >= WS-KR-MAX
                   MOVE 'Y' TO WS-KK-NG-FLAG
                   MOVE '処理枠超過（翌回再投入）'
                       TO WS-KK-NG-REASON
               ELSE
                   ADD 1 TO WS-NG-CNT
                   SET WS-NG-IDX TO WS-NG-CNT
                   MOVE ED-DENPYO-NO TO NG-DENPYO-NO (WS-NG-IDX)
               END-IF
           END-IF.

       2265-NG-SEARCH.
           IF NG-DENPYO-NO (WS-NG-IDX) = ED-DENPYO-NO
               MOVE 'Y' TO WS-HIT-FLAG
           END-IF.

      * トレーラ: 件数・金額合計を照合し、一致すれば送信分を確定する
       2300-TRAILER-SHORI.
           IF NOT WS-KOKAN-CHU
               MOVE 'ヘッダなしトレーラ' TO WS-EX-REASON
               MOVE EDI-REC(1:40) TO WS-EX-INFO
               PERFORM 9200-WRITE-EXCP
           ELSE
               IF NOT WS-KOKAN-NG
                   EVALUATE TRUE
                       WHEN ET-KENSU NOT NUMERIC
                           OR ET-KINGAKU-GOUKEI NOT NUMERIC
                           MOVE 'Y' TO WS-KK-NG-FLAG
                           MOVE 'トレーラ数値項目不正'
                               TO WS-KK-NG-REASON
                       WHEN ET-KENSU NOT = WS-KK-KENSU
                           MOVE 'Y' TO WS-KK-NG-FLAG
                           MOVE 'トレーラ件数不一致'
                               TO WS-KK-NG-REASON
                       WHEN ET-KINGAKU-GOUKEI NOT = WS-KK-KINGAKU
                           MOVE 'Y' TO WS-KK-NG-FLAG
                           MOVE 'トレーラ金額合計不一致'
                               TO WS-KK-NG-REASON
                       WHEN WS-UT-CNT + WS-KR-CNT > WS-UT-MAX
                           MOVE 'Y' TO WS-KK-NG-FLAG
                           MOVE '処理枠超過（翌回再投入）'
                               TO WS-KK-NG-REASON
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
               IF WS-KOKAN-NG
                   PERFORM 2800-KOKAN-HAKI
               ELSE
                   PERFORM 2400-KOKAN-KAKUTEI
               END-IF
               MOVE 'N'    TO WS-KK-FLAG
               MOVE SPACES TO WS-KK-TORIHIKISAKI WS-KK-SOSHIN-NO
           END-IF.

      * 送信確定: 仮登録分を売上表へ移す。保留伝票・金額上限超過・
      * 同じ伝票の重複受信は例外とする
       2400-KOKAN-KAKUTEI.
           PERFORM 2410-KAKUTEI-ONE
               VARYING WS-KR-IDX FROM 1 BY 1
               UNTIL WS-KR-IDX > WS-KR-CNT.

       2410-KAKUTEI-ONE.
           MOVE ZEROS TO WS-EX-RECNO
           MOVE SPACES TO WS-EX-INFO
           STRING KR-TOKUI-CD (WS-KR-IDX) ' '
                  KR-UR-CODE (WS-KR-IDX)
               DELIMITED SIZE INTO WS-EX-INFO
           MOVE 'N' TO WS-HIT-FLAG
           PERFORM 2415-NG-SEARCH
               VARYING WS-NG-IDX FROM 1 BY 1
               UNTIL WS-NG-IDX > WS-NG-CNT OR WS-HIT-FLAG = 'Y'
           EVALUATE TRUE
               WHEN WS-HIT-FLAG = 'Y'
                   MOVE '同一伝票内の誤りにより保留'
                       TO WS-EX-REASON
                   PERFORM 9200-WRITE-EXCP
                   ADD 1 TO WS-HORYU-DEN-CNT
               WHEN KR-KINGAKU (WS-KR-IDX) > WS-KINGAKU-LIMIT
                   MOVE '金額上限超過' TO WS-EX-REASON
                   PERFORM 9200-WRITE-EXCP
                   ADD 1 TO WS-HORYU-DEN-CNT
               WHEN OTHER
                   PERFORM 2500-URIAGE-TOUROKU
           END-EVALUATE.

       2415-NG-SEARCH.
           IF NG-DENPYO-NO (WS-NG-IDX) = KR-UR-CODE (WS-KR-IDX)(1:8)
               MOVE 'Y' TO WS-HIT-FLAG
           END-IF.

      * 売上表へ得意先+伝票番号順に挿入する（同じキーは重複受信）
       2500-URIAGE-TOUROKU.
           MOVE KR-TOKUI-CD (WS-KR-IDX) TO WS-UT-KEY(1:10)
           MOVE KR-UR-CODE  (WS-KR-IDX) TO WS-UT-KEY(11:10)
           MOVE 'N' TO WS-UT-HIT
           COMPUTE WS-INS-POS = WS-UT-CNT + 1
           PERFORM 2510-UT-POS-SEARCH
               VARYING WS-SCAN FROM WS-UT-CNT BY -1
               UNTIL WS-SCAN < 1 OR WS-UT-HIT = 'Y'
           IF WS-UT-HIT = 'Y'
               MOVE '同一伝票の重複受信' TO WS-EX-REASON
               PERFORM 9200-WRITE-EXCP
               ADD 1 TO WS-HORYU-DEN-CNT
           ELSE
               PERFORM 2520-UT-SHIFT
                   VARYING WS-SHIFT FROM WS-UT-CNT BY -1
                   UNTIL WS-SHIFT < WS-INS-POS
               SET WS-UT-IDX TO WS-INS-POS
               MOVE KR-TOKUI-CD (WS-KR-IDX) TO UT-TOKUI-CD (WS-UT-IDX)
               MOVE KR-UR-CODE  (WS-KR-IDX) TO UT-UR-CODE  (WS-UT-IDX)
               MOVE KR-KINGAKU  (WS-KR-IDX) TO UT-KINGAKU  (WS-UT-IDX)
               MOVE KR-NOHIN-DT (WS-KR-IDX) TO UT-NOHIN-DT (WS-UT-IDX)
               MOVE KR-ZEI-KBN  (WS-KR-IDX) TO UT-ZEI-KBN  (WS-UT-IDX)
               ADD 1 TO WS-UT-CNT
               ADD 1 TO WS-SAIYO-CNT
               ADD KR-KINGAKU (WS-KR-IDX) TO WS-SAIYO-GAKU
           END-IF.

       2510-UT-POS-SEARCH.
           SET WS-UT-IDX TO WS-SCAN
           MOVE UT-TOKUI-CD (WS-UT-IDX) TO WS-UT-ENT-KEY(1:10)
           MOVE UT-UR-CODE  (WS-UT-IDX) TO WS-UT-ENT-KEY(11:10)
           EVALUATE TRUE
               WHEN WS-UT-ENT-KEY = WS-UT-KEY
                   MOVE 'Y' TO WS-UT-HIT
               WHEN WS-UT-ENT-KEY > WS-UT-KEY
                   MOVE WS-SCAN TO WS-INS-POS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2520-UT-SHIFT.
           SET WS-UT-IDX TO WS-SHIFT
           MOVE WS-UT-ENTRY (WS-UT-IDX) TO WS-UT-SAVE
           SET WS-UT-IDX UP BY 1
           MOVE WS-UT-SAVE TO WS-UT-ENTRY (WS-UT-IDX).

      * 送信保留: 取引先未登録・トレーラ不一致等は送信分を全件保留
       2800-KOKAN-HAKI.
           MOVE ZEROS TO WS-EX-RECNO
           MOVE WS-KK-NG-REASON TO WS-EX-REASON
           MOVE WS-KK-KENSU TO WS-EDIT-CNT
           MOVE SPACES TO WS-EX-INFO
           STRING '送信分全件保留 明細' WS-EDIT-CNT '件'
               DELIMITED SIZE INTO WS-EX-INFO
           PERFORM 9200-WRITE-EXCP
           ADD 1 TO WS-HAKI-KOKAN-CNT
           ADD WS-KK-KENSU TO WS-HAKI-MEISAI-CNT.

      * トレーラなし: 次のヘッダまたはファイル終端で送信を打ち切る
       2900-KOKAN-MIKANRYO.
           MOVE 'Y' TO WS-KK-NG-FLAG
           MOVE 'トレーラなし（送信途中で終了）'
               TO WS-KK-NG-REASON
           PERFORM 2800-KOKAN-HAKI
           MOVE 'N'    TO WS-KK-FLAG
           MOVE SPACES TO WS-KK-TORIHIKISAKI WS-KK-SOSHIN-NO.

      * 売上出力: SAMPLE01は得意先昇順を前提とするため表順に書く
       5000-WRITE-URIAGE.
           PERFORM 5010-WRITE-URIAGE-ONE
               VARYING WS-UT-IDX FROM 1 BY 1
               UNTIL WS-UT-IDX > WS-UT-CNT.

       5010-WRITE-URIAGE-ONE.
           MOVE SPACES TO URIAGE-REC
           MOVE UT-UR-CODE  (WS-UT-IDX) TO UR-CODE
           MOVE UT-TOKUI-CD (WS-UT-IDX) TO UR-TOKUISAKI
           MOVE UT-KINGAKU  (WS-UT-IDX) TO UR-KINGAKU
           MOVE UT-NOHIN-DT (WS-UT-IDX) TO UR-DATE
           MOVE UT-ZEI-KBN  (WS-UT-IDX) TO UR-ZEI-KBN
           MOVE '0'                     TO UR-TORIHIKI-KBN
           MOVE SPACES                  TO UR-TSUKA-CD
           MOVE ZEROS                   TO UR-GAIKA-KINGAKU
           WRITE URIAGE-REC
           ADD 1 TO WS-URIAGE-CNT
           ADD UT-KINGAKU (WS-UT-IDX) TO WS-URIAGE-GAKU.

       7000-CONTROL-REPORT.
           MOVE SPACES TO EX-LINE
           WRITE EXCP-RPT-REC
           MOVE '===== EDI売上取込 管理合計 =====' TO EX-LINE
           WRITE EXCP-RPT-REC
           MOVE WS-INPUT-CNT TO WS-EDIT-CNT
           MOVE SPACES TO WS-WORK-LINE
           STRING '入力件数      :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO EX-LINE
           WRITE EXCP-RPT-REC
           MOVE WS-KOKAN-CNT TO WS-EDIT-CNT
           MOVE SPACES TO WS-WORK-LINE
           STRING '送信数        :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO EX-LINE
           WRITE EXCP-RPT-REC
           MOVE WS-MEISAI-CNT TO WS-EDIT-CNT
           MOVE SPACES TO WS-WORK-LINE
           STRING '明細件数      :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO EX-LINE
           WRITE EXCP-RPT-REC
           MOVE WS-HAKI-KOKAN-CNT  TO WS-EDIT-CNT
           MOVE WS-HAKI-MEISAI-CNT TO WS-EDIT-CNT2
           MOVE SPACES TO WS-WORK-LINE
           STRING '送信保留      :' WS-EDIT-CNT
                  '  明細:' WS-EDIT-CNT2
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO EX-LINE
           WRITE EXCP-RPT-REC
           MOVE WS-EXCP-CNT TO WS-EDIT-CNT
           MOVE SPACES TO WS-WORK-LINE
           STRING '例外件数      :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO EX-LINE
           WRITE EXCP-RPT-REC
           MOVE WS-HORYU-DEN-CNT TO WS-EDIT-CNT
           MOVE SPACES TO WS-WORK-LINE
           STRING '保留売上件数  :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO EX-LINE
           WRITE EXCP-RPT-REC
           MOVE WS-URIAGE-GAKU TO WS-EDIT-GAKU
           MOVE WS-URIAGE-CNT  TO WS-EDIT-CNT
           MOVE SPACES TO WS-WORK-LINE
           STRING '売上出力金額  :' WS-EDIT-GAKU
                  '  件数:' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO EX-LINE
           WRITE EXCP-RPT-REC
           IF WS-SAIYO-CNT = WS-URIAGE-CNT
               AND WS-SAIYO-GAKU = WS-URIAGE-GAKU
               MOVE '判定          :OK' TO EX-LINE
           ELSE
               MOVE '判定          :NG 突合不一致' TO EX-LINE
               MOVE 8 TO WS-RETURN-CODE
           END-IF
           WRITE EXCP-RPT-REC
           IF WS-EXCP-CNT > ZEROS AND WS-RETURN-CODE < 4
               MOVE 4 TO WS-RETURN-CODE
           END-IF.

       3000-CLOSE-FILES.
           CLOSE EDI-FILE
           CLOSE XREF-MASTER
           CLOSE TOKUISAKI-FILE
           CLOSE ZEIRITSU-MASTER
           CLOSE URIAGE-OUT
           CLOSE EXCP-RPT.

      * 例外明細: 取引先・送信番号・レコード番号・理由・内容
       9200-WRITE-EXCP.
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-EX-RECNO TO WS-EDIT-CNT
           STRING WS-KK-TORIHIKISAKI ' ' WS-KK-SOSHIN-NO ' '
                  '     ' WS-EDIT-CNT ' ' WS-EX-REASON
                  ' ' WS-EX-INFO
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO EX-LINE
           WRITE EXCP-RPT-REC
           ADD 1 TO WS-EXCP-CNT.

       9210-MEISAI-INFO.
           MOVE SPACES TO WS-EX-INFO
           STRING ED-TENPO-CD ' ' ED-SHOHIN-CD ' ' ED-DENPYO-NO
               DELIMITED SIZE INTO WS-EX-INFO.
