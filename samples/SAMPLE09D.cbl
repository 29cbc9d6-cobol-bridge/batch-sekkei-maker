      *=================================================================
      * SAMPLE09D: 部門別・商品別 粗利分析レポート
      * 概要: SAMPLE09と同じ売上入力（部門・商品順）を読み、各売上の
      *       数量を在庫マスタ(SAMPLE04)の移動平均単価で原価計算して、
      *       売上・売上原価・粗利・粗利率を商品別・部門別に日次と
      *       当月累計で出力する。部門は組織マスタの階層（店舗・部署）
      *       へ積み上げる。当月累計は粗利累計マスタに保持する（同日
      *       再実行時は前回の日次分を差し戻してから加算する）。
      *       当月累計欄は当日の売上有無にかかわらず、粗利累計マスタ
      *       の当月分を順次読みして出力・集計する。
      *       原価未登録の商品・原価割れ販売は例外リストへ出力する。
      *       金額不整合・商品保留の売上はSAMPLE09と同じく対象外。
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE09D.
       AUTHOR. BATCH-SYSTEM.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT URIAGE-FILE ASSIGN TO URIAGIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-URIAGE-STATUS.
           SELECT ZAIKO-MASTER ASSIGN TO ZAIKOMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ZM-KEY
               FILE STATUS IS WS-ZAIKO-STATUS.
           SELECT SHOHIN-MASTER ASSIGN TO SHOHINMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HM-HINBAN
               FILE STATUS IS WS-SHOHIN-STATUS.
           SELECT SOSHIKI-MASTER ASSIGN TO SOSHIKIMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SS-BUMON-CD
               FILE STATUS IS WS-SOSHIKI-STATUS.
           SELECT ARARI-MASTER ASSIGN TO ARARIMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-KEY
               FILE STATUS IS WS-ARARI-STATUS.
           SELECT REPORT-FILE ASSIGN TO ARARIRPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT EXCEPTION-RPT ASSIGN TO ARARIEXC
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
       FD  URIAGE-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  URIAGE-REC.
           05  UR-DENPYO-NO      PIC X(10).
           05  UR-BUMON-CD       PIC X(04).
           05  UR-SHOHIN-CD      PIC X(10).
           05  UR-SURYO          PIC 9(07).
           05  UR-TANKA          PIC 9(08).
           05  UR-KINGAKU        PIC 9(11).
           05  UR-HIDUKE         PIC 9(08).
           05  FILLER            PIC X(22).

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

       FD  SOSHIKI-MASTER
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  SOSHIKI-REC.
           05  SS-BUMON-CD       PIC X(04).
           05  SS-TENPO-CD       PIC X(04).
           05  SS-BUSHO-CD       PIC X(04).
           05  FILLER            PIC X(28).

      * 粗利累計マスタ: 部門×商品の当月累計（商品空白は部門計）
       FD  ARARI-MASTER
           RECORD CONTAINS 60 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  ARARI-REC.
           05  AR-KEY.
               10  AR-BUMON-CD   PIC X(04).
               10  AR-SHOHIN-CD  PIC X(10).
           05  AR-MTD-URIAGE     PIC S9(13) COMP-3.
           05  AR-MTD-GENKA      PIC S9(13) COMP-3.
           05  AR-NICHI-URIAGE   PIC S9(13) COMP-3.
           05  AR-NICHI-GENKA    PIC S9(13) COMP-3.
           05  AR-KOSHIN-DT      PIC 9(08).
           05  FILLER            PIC X(10).

       FD  REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  REPORT-REC.
           05  RP-LINE           PIC X(100).

       FD  EXCEPTION-RPT
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  EXCEPTION-REC.
           05  EX-LINE           PIC X(100).

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
           05  WS-URIAGE-STATUS  PIC X(02).
           05  WS-ZAIKO-STATUS   PIC X(02).
           05  WS-SHOHIN-STATUS  PIC X(02).
           05  WS-SOSHIKI-STATUS PIC X(02).
           05  WS-ARARI-STATUS   PIC X(02).
           05  WS-REPORT-STATUS  PIC X(02).
           05  WS-EXCP-STATUS    PIC X(02).
           05  WS-EOF-FLAG       PIC X(01) VALUE 'N'.
           05  WS-SOSHIKI-EOF    PIC X(01) VALUE 'N'.
           05  WS-ZAIKO-EOF      PIC X(01) VALUE 'N'.
           05  WS-ARARI-EOF      PIC X(01) VALUE 'N'.
           05  WS-KAI-MODE       PIC X(01) VALUE 'D'.
           05  WS-TAISHO-FLAG    PIC X(01).
           05  WS-GENKA-ARI-FLAG PIC X(01).

       01  WS-TODAY              PIC 9(08) VALUE ZEROS.
       01  WS-PREV-BUMON         PIC X(04) VALUE SPACES.
       01  WS-PREV-SHOHIN        PIC X(10) VALUE SPACES.

      * SAMPLE09と同じ除外条件（金額整合の許容誤差）
       01  WS-GOSA-GENDO         PIC 9(03) VALUE 10.
       01  WS-KEISAN-KINGAKU     PIC S9(15) COMP-3.
       01  WS-KINGAKU-SA         PIC S9(15) COMP-3.

      * 原価単価: 商品の全倉庫の在庫数量で加重平均した移動平均単価
       01  WS-GENKA-AREA.
           05  WS-GENKA-TANKA    PIC S9(07)V99 COMP-3.
           05  WS-ZAIKO-GOKEI-SU PIC S9(11) COMP-3.
           05  WS-ZAIKO-GOKEI-GAKU PIC S9(15)V99 COMP-3.
           05  WS-TANKA-SAISHO   PIC S9(05)V99 COMP-3.
           05  WS-REC-GENKA      PIC S9(13) COMP-3.

       01  WS-SHOHIN-SUBTOTAL.
           05  WS-SHO-URIAGE     PIC S9(13) COMP-3.
           05  WS-SHO-GENKA      PIC S9(13) COMP-3.
       01  WS-BUMON-SUBTOTAL.
           05  WS-BUM-URIAGE     PIC S9(13) COMP-3.
           05  WS-BUM-GENKA      PIC S9(13) COMP-3.
           05  WS-BUM-MTD-URIAGE PIC S9(13) COMP-3.
           05  WS-BUM-MTD-GENKA  PIC S9(13) COMP-3.
       01  WS-TOTAL.
           05  WS-TOT-URIAGE     PIC S9(15) COMP-3 VALUE ZEROS.
           05  WS-TOT-GENKA      PIC S9(15) COMP-3 VALUE ZEROS.
           05  WS-TOT-MTD-URIAGE PIC S9(15) COMP-3 VALUE ZEROS.
           05  WS-TOT-MTD-GENKA  PIC S9(15) COMP-3 VALUE ZEROS.

      * 組織階層（部門→店舗→部署）の展開表
       01  WS-KAISOU-TABLE.
           05  WS-KAISOU-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-KAI-IDX.
               10  KS-BUMON-CD   PIC X(04).
               10  KS-TENPO-CD   PIC X(04).
               10  KS-BUSHO-CD   PIC X(04).
       01  WS-KAISOU-CNT         PIC 9(03) VALUE ZEROS.
       01  WS-KAI-SCAN           PIC 9(03).
       01  WS-KAI-HIT            PIC 9(03) VALUE ZEROS.
       01  WS-KAISOU-NG-CNT      PIC 9(05) VALUE ZEROS.

       01  WS-TENPO-TABLE.
           05  WS-TENPO-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-TEN-IDX.
               10  TN-TENPO-CD   PIC X(04).
               10  TN-URIAGE     PIC S9(15) COMP-3.
               10  TN-GENKA      PIC S9(15) COMP-3.
               10  TN-MTD-URIAGE PIC S9(15) COMP-3.
               10  TN-MTD-GENKA  PIC S9(15) COMP-3.
       01  WS-TENPO-CNT          PIC 9(03) VALUE ZEROS.
       01  WS-TEN-SCAN           PIC 9(03).
       01  WS-TEN-FOUND-FLAG     PIC X(01).
           88  WS-TEN-IS-FOUND   VALUE 'Y'.

       01  WS-BUSHO-TABLE.
           05  WS-BUSHO-ENTRY OCCURS 20 TIMES
                   INDEXED BY WS-BUS-IDX.
               10  BS-BUSHO-CD   PIC X(04).
               10  BS-URIAGE     PIC S9(15) COMP-3.
               10  BS-GENKA      PIC S9(15) COMP-3.
               10  BS-MTD-URIAGE PIC S9(15) COMP-3.
               10  BS-MTD-GENKA  PIC S9(15) COMP-3.
       01  WS-BUSHO-CNT          PIC 9(03) VALUE ZEROS.
       01  WS-BUS-SCAN           PIC 9(03).
       01  WS-BUS-FOUND-FLAG     PIC X(01).
           88  WS-BUS-IS-FOUND   VALUE 'Y'.

       01  WS-CUR-TENPO          PIC X(04).
       01  WS-CUR-BUSHO          PIC X(04).

      * 明細行の編集域（区分・見出し・売上・原価から粗利と率を出す）
       01  WS-LINE-AREA.
           05  WS-L-KBN          PIC X(04).
           05  WS-L-MIDASHI      PIC X(16).
           05  WS-L-URIAGE       PIC S9(15) COMP-3.
           05  WS-L-GENKA        PIC S9(15) COMP-3.
           05  WS-L-ARARI        PIC S9(15) COMP-3.
           05  WS-L-RITSU        PIC S9(05)V9 COMP-3.

       01  WS-COUNTERS.
           05  WS-INPUT-CNT      PIC 9(07) VALUE ZEROS.
           05  WS-TAISHO-CNT     PIC 9(07) VALUE ZEROS.
           05  WS-JOGAI-CNT      PIC 9(07) VALUE ZEROS.
           05  WS-MITOUROKU-CNT  PIC 9(07) VALUE ZEROS.
           05  WS-GENKAWARE-CNT  PIC 9(07) VALUE ZEROS.

       01  WS-EDIT-AREA.
           05  WS-EDIT-CNT       PIC ZZZ,ZZ9.
           05  WS-EDIT-URIAGE    PIC ZZ,ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-GENKA     PIC ZZ,ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-ARARI     PIC -Z,ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-RITSU     PIC -ZZZZ9.9.
           05  WS-EDIT-TANKA     PIC ZZ,ZZZ,ZZ9.
           05  WS-EDIT-GTANKA    PIC Z,ZZZ,ZZ9.99.
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
           MOVE WS-GYOMU-DATE TO WS-TODAY
           PERFORM 1000-OPEN-FILES
           PERFORM 2000-MAIN-LOOP
               UNTIL WS-EOF-FLAG = 'Y'
           IF WS-PREV-SHOHIN NOT = SPACES
               PERFORM 2800-SHOHIN-BREAK
           END-IF
           IF WS-PREV-BUMON NOT = SPACES
               PERFORM 2900-BUMON-BREAK
           END-IF
           PERFORM 2700-GETSUJI-WRITE
           PERFORM 2990-KAISOU-WRITE
           PERFORM 2950-TOTAL-WRITE
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
           MOVE 'SAMPLE9D' TO RL-PROGRAM-ID
           MOVE 'S'        TO RL-KBN
           MOVE WS-GYOMU-DATE TO RL-GYOMU-DT
           MOVE FUNCTION CURRENT-DATE(9:6) TO RL-JIKOKU
           MOVE ZEROS      TO RL-KENSU RL-RETURN-CD
           WRITE RUNLOG-REC
           CLOSE RUNLOG-FILE.

       0900-RUNLOG-END.
           OPEN EXTEND RUNLOG-FILE
           MOVE 'SAMPLE9D' TO RL-PROGRAM-ID
           MOVE 'E'        TO RL-KBN
           MOVE WS-GYOMU-DATE TO RL-GYOMU-DT
           MOVE FUNCTION CURRENT-DATE(9:6) TO RL-JIKOKU
           MOVE WS-INPUT-CNT TO RL-KENSU
           MOVE RETURN-CODE  TO RL-RETURN-CD
           WRITE RUNLOG-REC
           CLOSE RUNLOG-FILE.

       1000-OPEN-FILES.
           OPEN INPUT  URIAGE-FILE
           OPEN INPUT  ZAIKO-MASTER
           OPEN INPUT  SHOHIN-MASTER
           OPEN INPUT  SOSHIKI-MASTER
           OPEN I-O    ARARI-MASTER
           OPEN OUTPUT REPORT-FILE
           OPEN OUTPUT EXCEPTION-RPT
           MOVE '===== 粗利分析レポート =====' TO RP-LINE
           WRITE REPORT-REC
           MOVE SPACES TO WS-WORK-LINE
           STRING '業務日付:' WS-TODAY
                  '  （日=当日分 月=当月累計）'
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO RP-LINE
           WRITE REPORT-REC
           MOVE '===== 粗利例外リスト =====' TO EX-LINE
           WRITE EXCEPTION-REC
           PERFORM 1200-LOAD-SOSHIKI
           PERFORM 1100-READ-URIAGE.

       1100-READ-URIAGE.
           READ URIAGE-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

      * 階層マスタの展開。自己参照（循環）行は取り込まず例外計上する
       1200-LOAD-SOSHIKI.
           MOVE LOW-VALUES TO SS-BUMON-CD
           START SOSHIKI-MASTER KEY IS NOT LESS THAN SS-BUMON-CD
               INVALID KEY MOVE 'Y' TO WS-SOSHIKI-EOF
           END-START
           PERFORM 1210-LOAD-SOSHIKI-ONE
               UNTIL WS-SOSHIKI-EOF = 'Y'
                   OR WS-KAISOU-CNT >= 200.

       1210-LOAD-SOSHIKI-ONE.
           READ SOSHIKI-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SOSHIKI-EOF
               NOT AT END
                   IF SS-TENPO-CD = SS-BUMON-CD
                       OR SS-BUSHO-CD = SS-TENPO-CD
                       ADD 1 TO WS-KAISOU-NG-CNT
                   ELSE
                       ADD 1 TO WS-KAISOU-CNT
                       SET WS-KAI-IDX TO WS-KAISOU-CNT
                       MOVE SS-BUMON-CD
                           TO KS-BUMON-CD (WS-KAI-IDX)
                       MOVE SS-TENPO-CD
                           TO KS-TENPO-CD (WS-KAI-IDX)
                       MOVE SS-BUSHO-CD
                           TO KS-BUSHO-CD (WS-KAI-IDX)
                   END-IF
           END-READ.

       2000-MAIN-LOOP.
           ADD 1 TO WS-INPUT-CNT
           PERFORM 2050-TAISHO-HANTEI
           IF WS-TAISHO-FLAG = 'Y'
               ADD 1 TO WS-TAISHO-CNT
               PERFORM 2100-SHUUKEI-SHORI
           ELSE
               ADD 1 TO WS-JOGAI-CNT
           END-IF
           PERFORM 1100-READ-URIAGE.

      * 集計対象判定: 金額不整合・商品未登録・適用期間外は対象外
       2050-TAISHO-HANTEI.
           MOVE 'Y' TO WS-TAISHO-FLAG
           COMPUTE WS-KEISAN-KINGAKU = UR-SURYO * UR-TANKA
           COMPUTE WS-KINGAKU-SA =
               UR-KINGAKU - WS-KEISAN-KINGAKU
           IF WS-KINGAKU-SA < ZEROS
               COMPUTE WS-KINGAKU-SA = WS-KINGAKU-SA * -1
           END-IF
           IF WS-KINGAKU-SA > WS-GOSA-GENDO
               MOVE 'N' TO WS-TAISHO-FLAG
           ELSE
               MOVE UR-SHOHIN-CD TO HM-HINBAN
               READ SHOHIN-MASTER
                   INVALID KEY
                       MOVE 'N' TO WS-TAISHO-FLAG
                   NOT INVALID KEY
                       IF UR-HIDUKE < HM-KAISHI-DT
                           OR UR-HIDUKE > HM-SHURYO-DT
                           MOVE 'N' TO WS-TAISHO-FLAG
                       END-IF
               END-READ
           END-IF.

       2100-SHUUKEI-SHORI.
           IF WS-PREV-BUMON NOT = UR-BUMON-CD
               IF WS-PREV-BUMON NOT = SPACES
                   PERFORM 2800-SHOHIN-BREAK
                   PERFORM 2900-BUMON-BREAK
               END-IF
               MOVE UR-BUMON-CD TO WS-PREV-BUMON
               MOVE ZEROS TO WS-BUM-URIAGE WS-BUM-GENKA
               MOVE SPACES TO WS-PREV-SHOHIN
           END-IF
           IF WS-PREV-SHOHIN NOT = UR-SHOHIN-CD
               IF WS-PREV-SHOHIN NOT = SPACES
                   PERFORM 2800-SHOHIN-BREAK
               END-IF
               MOVE UR-SHOHIN-CD TO WS-PREV-SHOHIN
               MOVE ZEROS TO WS-SHO-URIAGE WS-SHO-GENKA
               PERFORM 2300-GENKA-SHUTOKU
           END-IF
           COMPUTE WS-REC-GENKA ROUNDED =
               UR-SURYO * WS-GENKA-TANKA
           IF WS-GENKA-ARI-FLAG = 'Y'
               AND UR-TANKA < WS-GENKA-TANKA
               PERFORM 9200-WRITE-GENKAWARE
           END-IF
           ADD UR-KINGAKU   TO WS-SHO-URIAGE WS-BUM-URIAGE
           ADD WS-REC-GENKA TO WS-SHO-GENKA  WS-BUM-GENKA.

      * 原価単価の取得: 在庫マスタを品番で前方一致読みし、全倉庫の
      * 在庫数量で加重平均する。在庫がなければ最小の非ゼロ単価。
       2300-GENKA-SHUTOKU.
           MOVE ZEROS TO WS-GENKA-TANKA WS-ZAIKO-GOKEI-SU
                         WS-ZAIKO-GOKEI-GAKU WS-TANKA-SAISHO
           MOVE 'N' TO WS-ZAIKO-EOF
           MOVE UR-SHOHIN-CD TO ZM-HINBAN
           MOVE LOW-VALUES   TO ZM-SOKO-CD
           START ZAIKO-MASTER KEY IS NOT LESS THAN ZM-KEY
               INVALID KEY MOVE 'Y' TO WS-ZAIKO-EOF
           END-START
           PERFORM 2310-GENKA-ZAIKO-ONE
               UNTIL WS-ZAIKO-EOF = 'Y'
           IF WS-ZAIKO-GOKEI-SU > ZEROS
               COMPUTE WS-GENKA-TANKA ROUNDED =
                   WS-ZAIKO-GOKEI-GAKU / WS-ZAIKO-GOKEI-SU
           ELSE
               MOVE WS-TANKA-SAISHO TO WS-GENKA-TANKA
           END-IF
           IF WS-GENKA-TANKA > ZEROS
               MOVE 'Y' TO WS-GENKA-ARI-FLAG
           ELSE
               MOVE 'N' TO WS-GENKA-ARI-FLAG
           END-IF.

       2310-GENKA-ZAIKO-ONE.
           READ ZAIKO-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-ZAIKO-EOF
               NOT AT END
                   IF ZM-HINBAN NOT = UR-SHOHIN-CD
                       MOVE 'Y' TO WS-ZAIKO-EOF
                   ELSE
                       PERFORM 2320-GENKA-RUISEKI
                   END-IF
           END-READ.

       2320-GENKA-RUISEKI.
           IF ZM-HEIKIN-TANKA > ZEROS
               IF ZM-ZAIKO-SU > ZEROS
                   ADD ZM-ZAIKO-SU TO WS-ZAIKO-GOKEI-SU
                   COMPUTE WS-ZAIKO-GOKEI-GAKU =
                       WS-ZAIKO-GOKEI-GAKU
                       + ZM-ZAIKO-SU * ZM-HEIKIN-TANKA
               END-IF
               IF WS-TANKA-SAISHO = ZEROS
                   OR ZM-HEIKIN-TANKA < WS-TANKA-SAISHO
                   MOVE ZM-HEIKIN-TANKA TO WS-TANKA-SAISHO
               END-IF
           END-IF.

      * 当月累計欄: 粗利累計マスタを先頭から順次読みし、更新日が
      * 当月のレコードを商品別・部門別に出力して総合計・階層へ積む。
      * キー順で部門計レコード（商品CD空白）が商品より先に来るため、
      * 部門計行は部門の切替り時に出力する
       2700-GETSUJI-WRITE.
           MOVE '----- 当月累計 -----' TO RP-LINE
           WRITE REPORT-REC
           MOVE SPACES TO WS-PREV-BUMON
           MOVE 'M'    TO WS-KAI-MODE
           MOVE 'N'    TO WS-ARARI-EOF
           MOVE LOW-VALUES TO AR-KEY
           START ARARI-MASTER KEY IS NOT LESS THAN AR-KEY
               INVALID KEY MOVE 'Y' TO WS-ARARI-EOF
           END-START
           PERFORM 2710-GETSUJI-READ
               UNTIL WS-ARARI-EOF = 'Y'
           IF WS-PREV-BUMON NOT = SPACES
               PERFORM 2730-GETSUJI-BUMON
           END-IF.

       2710-GETSUJI-READ.
           READ ARARI-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-ARARI-EOF
               NOT AT END
                   IF AR-KOSHIN-DT(1:6) = WS-TODAY(1:6)
                       PERFORM 2720-GETSUJI-ONE
                   END-IF
           END-READ.

       2720-GETSUJI-ONE.
           IF AR-BUMON-CD NOT = WS-PREV-BUMON
               IF WS-PREV-BUMON NOT = SPACES
                   PERFORM 2730-GETSUJI-BUMON
               END-IF
               MOVE AR-BUMON-CD TO WS-PREV-BUMON
               MOVE ZEROS TO WS-BUM-MTD-URIAGE WS-BUM-MTD-GENKA
           END-IF
           IF AR-SHOHIN-CD = SPACES
               MOVE AR-MTD-URIAGE TO WS-BUM-MTD-URIAGE
               MOVE AR-MTD-GENKA  TO WS-BUM-MTD-GENKA
           ELSE
               MOVE SPACES TO WS-L-MIDASHI
               STRING AR-BUMON-CD '/' AR-SHOHIN-CD
                   DELIMITED SIZE INTO WS-L-MIDASHI
               MOVE '月 ' TO WS-L-KBN
               MOVE AR-MTD-URIAGE TO WS-L-URIAGE
               MOVE AR-MTD-GENKA  TO WS-L-GENKA
               PERFORM 9100-WRITE-ARARI-LINE
           END-IF.

      * 当月累計の部門計: 出力して総合計と階層の月累計へ積み上げる
       2730-GETSUJI-BUMON.
           MOVE SPACES TO WS-L-MIDASHI
           STRING '部門計 ' WS-PREV-BUMON
               DELIMITED SIZE INTO WS-L-MIDASHI
           MOVE '月 ' TO WS-L-KBN
           MOVE WS-BUM-MTD-URIAGE TO WS-L-URIAGE
           MOVE WS-BUM-MTD-GENKA  TO WS-L-GENKA
           PERFORM 9100-WRITE-ARARI-LINE
           MOVE SPACES TO RP-LINE
           WRITE REPORT-REC
           ADD WS-BUM-MTD-URIAGE TO WS-TOT-MTD-URIAGE
           ADD WS-BUM-MTD-GENKA  TO WS-TOT-MTD-GENKA
           MOVE ZEROS TO WS-BUM-URIAGE WS-BUM-GENKA
           PERFORM 2960-KAISOU-ACCUM.

      * 商品ブレイク: 当月累計を更新し当日分の行を出力する
       2800-SHOHIN-BREAK.
           MOVE WS-PREV-BUMON  TO AR-BUMON-CD
           MOVE WS-PREV-SHOHIN TO AR-SHOHIN-CD
           MOVE WS-SHO-URIAGE  TO WS-L-URIAGE
           MOVE WS-SHO-GENKA   TO WS-L-GENKA
           PERFORM 2850-ARARI-RUISEKI
           MOVE SPACES TO WS-L-MIDASHI
           STRING WS-PREV-BUMON '/' WS-PREV-SHOHIN
               DELIMITED SIZE INTO WS-L-MIDASHI
           MOVE '日 ' TO WS-L-KBN
           MOVE WS-SHO-URIAGE TO WS-L-URIAGE
           MOVE WS-SHO-GENKA  TO WS-L-GENKA
           PERFORM 9100-WRITE-ARARI-LINE
           IF WS-GENKA-ARI-FLAG = 'N'
               PERFORM 9300-WRITE-MITOUROKU
           END-IF.

      * 粗利累計マスタの更新（WS-L-URIAGE/GENKAが当日分）。
      * 同日再実行は前回の当日分を差し戻し、月替りは累計を初期化
       2850-ARARI-RUISEKI.
           READ ARARI-MASTER
               INVALID KEY
                   MOVE ZEROS TO AR-MTD-URIAGE AR-MTD-GENKA
                                 AR-NICHI-URIAGE AR-NICHI-GENKA
                   MOVE WS-L-URIAGE TO AR-MTD-URIAGE AR-NICHI-URIAGE
                   MOVE WS-L-GENKA  TO AR-MTD-GENKA  AR-NICHI-GENKA
                   MOVE WS-TODAY    TO AR-KOSHIN-DT
                   WRITE ARARI-REC
               NOT INVALID KEY
                   PERFORM 2860-ARARI-KOSHIN
           END-READ.

       2860-ARARI-KOSHIN.
           IF AR-KOSHIN-DT = WS-TODAY
               SUBTRACT AR-NICHI-URIAGE FROM AR-MTD-URIAGE
               SUBTRACT AR-NICHI-GENKA  FROM AR-MTD-GENKA
           END-IF
           IF AR-KOSHIN-DT(1:6) NOT = WS-TODAY(1:6)
               MOVE ZEROS TO AR-MTD-URIAGE AR-MTD-GENKA
           END-IF
           ADD WS-L-URIAGE TO AR-MTD-URIAGE
           ADD WS-L-GENKA  TO AR-MTD-GENKA
           MOVE WS-L-URIAGE TO AR-NICHI-URIAGE
           MOVE WS-L-GENKA  TO AR-NICHI-GENKA
           MOVE WS-TODAY    TO AR-KOSHIN-DT
           REWRITE ARARI-REC.

      * 部門ブレイク: 部門計の累計更新、当日分の出力と階層への
      * 積み上げ（月累計は2700で粗利累計マスタから積む）
       2900-BUMON-BREAK.
           MOVE WS-PREV-BUMON TO AR-BUMON-CD
           MOVE SPACES        TO AR-SHOHIN-CD
           MOVE WS-BUM-URIAGE TO WS-L-URIAGE
           MOVE WS-BUM-GENKA  TO WS-L-GENKA
           PERFORM 2850-ARARI-RUISEKI
           MOVE ZEROS TO WS-BUM-MTD-URIAGE WS-BUM-MTD-GENKA
           MOVE SPACES TO WS-L-MIDASHI
           STRING '部門計 ' WS-PREV-BUMON
               DELIMITED SIZE INTO WS-L-MIDASHI
           MOVE '日 ' TO WS-L-KBN
           MOVE WS-BUM-URIAGE TO WS-L-URIAGE
           MOVE WS-BUM-GENKA  TO WS-L-GENKA
           PERFORM 9100-WRITE-ARARI-LINE
           MOVE SPACES TO RP-LINE
           WRITE REPORT-REC
           ADD WS-BUM-URIAGE     TO WS-TOT-URIAGE
           ADD WS-BUM-GENKA      TO WS-TOT-GENKA
           PERFORM 2960-KAISOU-ACCUM.

      * 部門計を店舗・部署の階層へ積み上げる（階層未登録の件数は
      * 当日分の積み上げ時のみ数える）
       2960-KAISOU-ACCUM.
           MOVE ZEROS TO WS-KAI-HIT
           PERFORM 2965-KAISOU-SEARCH
               VARYING WS-KAI-SCAN FROM 1 BY 1
               UNTIL WS-KAI-SCAN > WS-KAISOU-CNT
                   OR WS-KAI-HIT > ZEROS
           IF WS-KAI-HIT = ZEROS
               IF WS-KAI-MODE = 'D'
                   ADD 1 TO WS-KAISOU-NG-CNT
               END-IF
           ELSE
               SET WS-KAI-IDX TO WS-KAI-HIT
               MOVE KS-TENPO-CD (WS-KAI-IDX) TO WS-CUR-TENPO
               MOVE KS-BUSHO-CD (WS-KAI-IDX) TO WS-CUR-BUSHO
               PERFORM 2970-TENPO-ACCUM
               PERFORM 2980-BUSHO-ACCUM
           END-IF.

       2965-KAISOU-SEARCH.
           SET WS-KAI-IDX TO WS-KAI-SCAN
           IF KS-BUMON-CD (WS-KAI-IDX) = WS-PREV-BUMON
               MOVE WS-KAI-SCAN TO WS-KAI-HIT
           END-IF.

       2970-TENPO-ACCUM.
           MOVE 'N' TO WS-TEN-FOUND-FLAG
           MOVE 1   TO WS-TEN-SCAN
           PERFORM 2975-TENPO-SEARCH
               UNTIL WS-TEN-SCAN > WS-TENPO-CNT
                   OR WS-TEN-IS-FOUND
           IF NOT WS-TEN-IS-FOUND AND WS-TENPO-CNT < 50
               ADD 1 TO WS-TENPO-CNT
               SET WS-TEN-IDX TO WS-TENPO-CNT
               MOVE WS-CUR-TENPO TO TN-TENPO-CD (WS-TEN-IDX)
               MOVE ZEROS TO TN-URIAGE     (WS-TEN-IDX)
                             TN-GENKA      (WS-TEN-IDX)
                             TN-MTD-URIAGE (WS-TEN-IDX)
                             TN-MTD-GENKA  (WS-TEN-IDX)
               MOVE 'Y' TO WS-TEN-FOUND-FLAG
           END-IF
           IF WS-TEN-IS-FOUND
               ADD WS-BUM-URIAGE     TO TN-URIAGE     (WS-TEN-IDX)
               ADD WS-BUM-GENKA      TO TN-GENKA      (WS-TEN-IDX)
               ADD WS-BUM-MTD-URIAGE TO TN-MTD-URIAGE (WS-TEN-IDX)
               ADD WS-BUM-MTD-GENKA  TO TN-MTD-GENKA  (WS-TEN-IDX)
           END-IF.

       2975-TENPO-SEARCH.
           SET WS-TEN-IDX TO WS-TEN-SCAN
           IF TN-TENPO-CD (WS-TEN-IDX) = WS-CUR-TENPO
               MOVE 'Y' TO WS-TEN-FOUND-FLAG
           ELSE
               ADD 1 TO WS-TEN-SCAN
           END-IF.

       2980-BUSHO-ACCUM.
           MOVE 'N' TO WS-BUS-FOUND-FLAG
           MOVE 1   TO WS-BUS-SCAN
           PERFORM 2985-BUSHO-SEARCH
               UNTIL WS-BUS-SCAN > WS-BUSHO-CNT
                   OR WS-BUS-IS-FOUND
           IF NOT WS-BUS-IS-FOUND AND WS-BUSHO-CNT < 20
               ADD 1 TO WS-BUSHO-CNT
               SET WS-BUS-IDX TO WS-BUSHO-CNT
               MOVE WS-CUR-BUSHO TO BS-BUSHO-CD (WS-BUS-IDX)
               MOVE ZEROS TO BS-URIAGE     (WS-BUS-IDX)
                             BS-GENKA      (WS-BUS-IDX)
                             BS-MTD-URIAGE (WS-BUS-IDX)
                             BS-MTD-GENKA  (WS-BUS-IDX)
               MOVE 'Y' TO WS-BUS-FOUND-FLAG
           END-IF
           IF WS-BUS-IS-FOUND
               ADD WS-BUM-URIAGE     TO BS-URIAGE     (WS-BUS-IDX)
               ADD WS-BUM-GENKA      TO BS-GENKA      (WS-BUS-IDX)
               ADD WS-BUM-MTD-URIAGE TO BS-MTD-URIAGE (WS-BUS-IDX)
               ADD WS-BUM-MTD-GENKA  TO BS-MTD-GENKA  (WS-BUS-IDX)
           END-IF.

       2985-BUSHO-SEARCH.
           SET WS-BUS-IDX TO WS-BUS-SCAN
           IF BS-BUSHO-CD (WS-BUS-IDX) = WS-CUR-BUSHO
               MOVE 'Y' TO WS-BUS-FOUND-FLAG
           ELSE
               ADD 1 TO WS-BUS-SCAN
           END-IF.

       2990-KAISOU-WRITE.
           PERFORM 2991-TENPO-WRITE-ONE
               VARYING WS-TEN-IDX FROM 1 BY 1
               UNTIL WS-TEN-IDX > WS-TENPO-CNT
           PERFORM 2992-BUSHO-WRITE-ONE
               VARYING WS-BUS-IDX FROM 1 BY 1
               UNTIL WS-BUS-IDX > WS-BUSHO-CNT.

       2991-TENPO-WRITE-ONE.
           MOVE SPACES TO WS-L-MIDASHI
           STRING '店舗計 ' TN-TENPO-CD (WS-TEN-IDX)
               DELIMITED SIZE INTO WS-L-MIDASHI
           MOVE '日 ' TO WS-L-KBN
           MOVE TN-URIAGE (WS-TEN-IDX) TO WS-L-URIAGE
           MOVE TN-GENKA  (WS-TEN-IDX) TO WS-L-GENKA
           PERFORM 9100-WRITE-ARARI-LINE
           MOVE '月 ' TO WS-L-KBN
           MOVE TN-MTD-URIAGE (WS-TEN-IDX) TO WS-L-URIAGE
           MOVE TN-MTD-GENKA  (WS-TEN-IDX) TO WS-L-GENKA
           PERFORM 9100-WRITE-ARARI-LINE.

       2992-BUSHO-WRITE-ONE.
           MOVE SPACES TO WS-L-MIDASHI
           STRING '部署計 ' BS-BUSHO-CD (WS-BUS-IDX)
               DELIMITED SIZE INTO WS-L-MIDASHI
           MOVE '日 ' TO WS-L-KBN
           MOVE BS-URIAGE (WS-BUS-IDX) TO WS-L-URIAGE
           MOVE BS-GENKA  (WS-BUS-IDX) TO WS-L-GENKA
           PERFORM 9100-WRITE-ARARI-LINE
           MOVE '月 ' TO WS-L-KBN
           MOVE BS-MTD-URIAGE (WS-BUS-IDX) TO WS-L-URIAGE
           MOVE BS-MTD-GENKA  (WS-BUS-IDX) TO WS-L-GENKA
           PERFORM 9100-WRITE-ARARI-LINE.

       2950-TOTAL-WRITE.
           MOVE SPACES TO RP-LINE
           WRITE REPORT-REC
           MOVE '総合計' TO WS-L-MIDASHI
           MOVE '日 ' TO WS-L-KBN
           MOVE WS-TOT-URIAGE TO WS-L-URIAGE
           MOVE WS-TOT-GENKA  TO WS-L-GENKA
           PERFORM 9100-WRITE-ARARI-LINE
           MOVE '月 ' TO WS-L-KBN
           MOVE WS-TOT-MTD-URIAGE TO WS-L-URIAGE
           MOVE WS-TOT-MTD-GENKA  TO WS-L-GENKA
           PERFORM 9100-WRITE-ARARI-LINE
           MOVE SPACES TO RP-LINE
           WRITE REPORT-REC
           MOVE WS-INPUT-CNT TO WS-EDIT-CNT
           MOVE SPACES TO WS-WORK-LINE
           STRING '入力件数      :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO RP-LINE
           WRITE REPORT-REC
           MOVE WS-JOGAI-CNT TO WS-EDIT-CNT
           MOVE SPACES TO WS-WORK-LINE
           STRING '対象外件数    :' WS-EDIT-CNT
                  '（金額不整合・商品保留）'
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO RP-LINE
           WRITE REPORT-REC
           MOVE WS-MITOUROKU-CNT TO WS-EDIT-CNT
           MOVE SPACES TO WS-WORK-LINE
           STRING '原価未登録    :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO RP-LINE
           WRITE REPORT-REC
           MOVE WS-GENKAWARE-CNT TO WS-EDIT-CNT
           MOVE SPACES TO WS-WORK-LINE
           STRING '原価割れ件数  :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO RP-LINE
           WRITE REPORT-REC
           MOVE WS-KAISOU-NG-CNT TO WS-EDIT-CNT
           MOVE SPACES TO WS-WORK-LINE
           STRING '階層未登録部門:' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO RP-LINE
           WRITE REPORT-REC
           IF WS-MITOUROKU-CNT > ZEROS
               OR WS-GENKAWARE-CNT > ZEROS
               MOVE 4 TO WS-RETURN-CODE
           END-IF.

      * 粗利行の出力: 粗利 = 売上 − 原価、粗利率 = 粗利÷売上×100
       9100-WRITE-ARARI-LINE.
           COMPUTE WS-L-ARARI = WS-L-URIAGE - WS-L-GENKA
           IF WS-L-URIAGE NOT = ZEROS
               COMPUTE WS-L-RITSU ROUNDED =
                   WS-L-ARARI * 100 / WS-L-URIAGE
                   ON SIZE ERROR
                       MOVE ZEROS TO WS-L-RITSU
               END-COMPUTE
           ELSE
               MOVE ZEROS TO WS-L-RITSU
           END-IF
           MOVE WS-L-URIAGE TO WS-EDIT-URIAGE
           MOVE WS-L-GENKA  TO WS-EDIT-GENKA
           MOVE WS-L-ARARI  TO WS-EDIT-ARARI
           MOVE WS-L-RITSU  TO WS-EDIT-RITSU
           MOVE SPACES TO WS-WORK-LINE
           STRING WS-L-KBN WS-L-MIDASHI
                  ' 売上:' WS-EDIT-URIAGE
                  ' 原価:' WS-EDIT-GENKA
                  ' 粗利:' WS-EDIT-ARARI
                  WS-EDIT-RITSU '%'
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO RP-LINE
           WRITE REPORT-REC.

       9200-WRITE-GENKAWARE.
           ADD 1 TO WS-GENKAWARE-CNT
           MOVE UR-TANKA       TO WS-EDIT-TANKA
           MOVE WS-GENKA-TANKA TO WS-EDIT-GTANKA
           MOVE SPACES TO WS-WORK-LINE
           STRING '原価割れ 伝票:' UR-DENPYO-NO
                  ' 部門:' UR-BUMON-CD
                  ' 商品:' UR-SHOHIN-CD
                  ' 単価:' WS-EDIT-TANKA
                  ' 原価:' WS-EDIT-GTANKA
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO EX-LINE
           WRITE EXCEPTION-REC.

       9300-WRITE-MITOUROKU.
           ADD 1 TO WS-MITOUROKU-CNT
           MOVE WS-SHO-URIAGE TO WS-EDIT-URIAGE
           MOVE SPACES TO WS-WORK-LINE
           STRING '原価未登録 部門:' WS-PREV-BUMON
                  ' 商品:' WS-PREV-SHOHIN
                  ' 売上:' WS-EDIT-URIAGE
                  '（原価0で計上）'
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO EX-LINE
           WRITE EXCEPTION-REC.

       3000-CLOSE-FILES.
           CLOSE URIAGE-FILE
           CLOSE ZAIKO-MASTER
           CLOSE SHOHIN-MASTER
           CLOSE SOSHIKI-MASTER
           CLOSE ARARI-MASTER
           CLOSE REPORT-FILE
           CLOSE EXCEPTION-RPT.
