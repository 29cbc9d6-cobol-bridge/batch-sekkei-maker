      *=================================================================
      * SAMPLE04O: 低価法評価バッチ（月次）
      * 概要: 月末の在庫マスタの品番・倉庫ごとに平均単価（簿価）と
      *       正味売却価額（商品マスタの定価から見積販売費を差し引い
      *       たもの）を比べ、正味売却価額が下回る分を評価損として
      *       算出する。洗替法により前月の評価損（前月評価損ファイル）
      *       を戻し入れる仕訳と、当月の評価損の仕訳を出力する。当月
      *       の評価損は翌月の戻入用に評価損ファイルへ出力し、監査用
      *       の評価明細表（全品目の簿価・正味売却価額・評価損）を
      *       作成する。在庫マスタの平均単価は変更しない。
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE04O.
       AUTHOR. BATCH-SYSTEM.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARM-FILE ASSIGN TO PARMIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT OPTIONAL TEIKA-ZEN ASSIGN TO TEIKAIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TKZEN-STATUS.
           SELECT TEIKA-TOU ASSIGN TO TEIKAOUT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TKTOU-STATUS.
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
           SELECT MEISAI-RPT ASSIGN TO TEIKASCH
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
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
      * 実行パラメータ: 見積販売費率(%)（未指定・不正は既定値）
       FD  PARM-FILE
           RECORD CONTAINS 20 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  PARM-REC.
           05  PA-HANBAIHI-RITSU PIC 9(03).
           05  FILLER            PIC X(17).

      * 前月評価損: 前月の本バッチが出力した評価損（戻入対象）
       FD  TEIKA-ZEN
           RECORD CONTAINS 60 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  TEIKA-ZEN-REC.
           05  TZ-HINBAN         PIC X(10).
           05  TZ-SOKO-CD        PIC X(04).
           05  TZ-NENGETSU       PIC 9(06).
           05  TZ-ZAIKO-SU       PIC S9(09) COMP-3.
           05  TZ-BOKA-TANKA     PIC S9(05)V99 COMP-3.
           05  TZ-SHOMI-TANKA    PIC S9(07)V99 COMP-3.
           05  TZ-HYOKASON       PIC S9(11) COMP-3.
           05  FILLER            PIC X(20).

      * 当月評価損: 翌月の戻入用（翌月は前月評価損として読む）
       FD  TEIKA-TOU
           RECORD CONTAINS 60 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  TEIKA-TOU-REC.
           05  TT-HINBAN         PIC X(10).
           05  TT-SOKO-CD        PIC X(04).
           05  TT-NENGETSU       PIC 9(06).
           05  TT-ZAIKO-SU       PIC S9(09) COMP-3.
           05  TT-BOKA-TANKA     PIC S9(05)V99 COMP-3.
           05  TT-SHOMI-TANKA    PIC S9(07)V99 COMP-3.
           05  TT-HYOKASON       PIC S9(11) COMP-3.
           05  FILLER            PIC X(20).

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

       FD  MEISAI-RPT
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  MEISAI-RPT-REC.
           05  MR-LINE           PIC X(120).

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
           05  WS-PARM-STATUS    PIC X(02).
           05  WS-TKZEN-STATUS   PIC X(02).
           05  WS-TKTOU-STATUS   PIC X(02).
           05  WS-ZAIKO-STATUS   PIC X(02).
           05  WS-SHOHIN-STATUS  PIC X(02).
           05  WS-RPT-STATUS     PIC X(02).
           05  WS-PARM-EOF       PIC X(01) VALUE 'N'.
           05  WS-ZEN-EOF        PIC X(01) VALUE 'N'.
           05  WS-ZAIKO-EOF      PIC X(01) VALUE 'N'.

      * 見積販売費率（定価に対する%）
       01  WS-HANBAIHI-RITSU     PIC 9(03) VALUE 10.

       01  WS-HONJITSU           PIC 9(08) VALUE ZEROS.
       01  WS-NENGETSU           PIC 9(06) VALUE ZEROS.

       01  WS-KEISAN-AREA.
           05  WS-TEKIYO-TEIKA   PIC S9(09) COMP-3.
           05  WS-SHOMI-TANKA    PIC S9(07)V99 COMP-3.
           05  WS-BOKA-GAKU      PIC S9(13) COMP-3.
           05  WS-SHOMI-GAKU     PIC S9(13) COMP-3.
           05  WS-HYOKASON       PIC S9(11) COMP-3.
           05  WS-BIKO           PIC X(20).

       01  WS-GOUKEI-AREA.
           05  WS-BOKA-GOUKEI    PIC S9(13) COMP-3 VALUE ZEROS.
           05  WS-HYOKASON-GOUKEI PIC S9(13) COMP-3 VALUE ZEROS.
           05  WS-MODOSHI-GOUKEI PIC S9(13) COMP-3 VALUE ZEROS.
           05  WS-SAGAKU         PIC S9(13) COMP-3 VALUE ZEROS.

       01  WS-COUNTERS.
           05  WS-TAISHO-CNT     PIC 9(07) VALUE ZEROS.
           05  WS-HYOKASON-CNT   PIC 9(07) VALUE ZEROS.
           05  WS-MODOSHI-CNT    PIC 9(07) VALUE ZEROS.
           05  WS-ZEN-SKIP-CNT   PIC 9(07) VALUE ZEROS.
           05  WS-SHOHIN-NASHI-CNT PIC 9(07) VALUE ZEROS.

       01  WS-EDIT-AREA.
           05  WS-EDIT-CNT       PIC ZZZ,ZZ9.
           05  WS-EDIT-SURYO     PIC ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-BOKA-TANKA PIC ZZ,ZZ9.99.
           05  WS-EDIT-SHOMI-TANKA PIC Z,ZZZ,ZZ9.99.
           05  WS-EDIT-BOKA-GAKU PIC ZZ,ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-KINGAKU   PIC ZZ,ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-SAGAKU    PIC -Z,ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-RITSU     PIC ZZ9.
           05  WS-WORK-LINE      PIC X(120).

       01  WS-RETURN-CODE        PIC 9(04) VALUE ZEROS.

       01  WS-GYOMU-DATE-AREA.
           05  WS-GYOMUDT-STATUS PIC X(02).
           05  WS-GYOMUDT-EOF    PIC X(01).
           05  WS-GYOMU-DATE     PIC 9(08) VALUE ZEROS.
           05  WS-GYOMU-TIME     PIC 9(06) VALUE ZEROS.

       01  WS-RUNLOG-STATUS      PIC X(02).

      * 仕訳出力の作業域（勘定科目は科目対応マスタから引く）
      * 相手キーは品番＋倉庫＋評価年月
       01  WS-SHIWAKE-AREA.
           05  WS-KANJO-STATUS   PIC X(02).
           05  WS-SHIWAKE-STATUS PIC X(02).
           05  WS-SW-EVENT       PIC X(04).
           05  WS-SW-KINGAKU     PIC 9(13).
           05  WS-SW-AITE.
               10  WS-SW-AITE-HINBAN PIC X(10).
               10  WS-SW-AITE-SOKO   PIC X(04).
               10  WS-SW-AITE-NENGETSU PIC 9(06).
           05  WS-KANJO-NG-CNT   PIC 9(07) VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-GYOMU-DATE-SET
           PERFORM 0200-RUNLOG-START
           PERFORM 0300-SHIWAKE-OPEN
           PERFORM 1000-PARM-YOMU
           PERFORM 1100-OPEN-FILES
           PERFORM 2000-MODOSHI-LOOP
               UNTIL WS-ZEN-EOF = 'Y'
           PERFORM 4000-HYOKA-LOOP
               UNTIL WS-ZAIKO-EOF = 'Y'
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
      * 評価損=棚卸評価損／棚卸資産 戻入=棚卸資産／評価損戻入益
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
           MOVE 'SAMPLE4O' TO SW-SOURCE-ID
           MOVE WS-GYOMU-DATE  TO SW-GYOMU-DT
           MOVE WS-SW-EVENT    TO SW-EVENT-CD
           MOVE 'D'            TO SW-DC-KBN
           MOVE KJ-KARIKATA-CD TO SW-KANJO-CD
           MOVE WS-SW-KINGAKU  TO SW-KINGAKU
           MOVE WS-SW-AITE     TO SW-AITE-KEY
           WRITE SHIWAKE-REC
           MOVE SPACES TO SHIWAKE-REC
           MOVE 'SAMPLE4O' TO SW-SOURCE-ID
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
           MOVE 'SAMPLE4O' TO RL-PROGRAM-ID
           MOVE 'S'        TO RL-KBN
           MOVE WS-GYOMU-DATE TO RL-GYOMU-DT
           MOVE FUNCTION CURRENT-DATE(9:6) TO RL-JIKOKU
           MOVE ZEROS      TO RL-KENSU RL-RETURN-CD
           WRITE RUNLOG-REC
           CLOSE RUNLOG-FILE.

       0900-RUNLOG-END.
           OPEN EXTEND RUNLOG-FILE
           MOVE 'SAMPLE4O' TO RL-PROGRAM-ID
           MOVE 'E'        TO RL-KBN
           MOVE WS-GYOMU-DATE TO RL-GYOMU-DT
           MOVE FUNCTION CURRENT-DATE(9:6) TO RL-JIKOKU
           MOVE WS-TAISHO-CNT TO RL-KENSU
           MOVE RETURN-CODE  TO RL-RETURN-CD
           WRITE RUNLOG-REC
           CLOSE RUNLOG-FILE.

      * パラメータ: 見積販売費率（未指定・不正は既定の10%）
       1000-PARM-YOMU.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = '00'
               PERFORM 1010-PARM-READ
                   UNTIL WS-PARM-EOF = 'Y'
           END-IF
           CLOSE PARM-FILE
           MOVE WS-GYOMU-DATE      TO WS-HONJITSU
           MOVE WS-GYOMU-DATE(1:6) TO WS-NENGETSU.

       1010-PARM-READ.
           READ PARM-FILE
               AT END
                   MOVE 'Y' TO WS-PARM-EOF
               NOT AT END
                   IF PA-HANBAIHI-RITSU IS NUMERIC
                       AND PA-HANBAIHI-RITSU < 100
                       MOVE PA-HANBAIHI-RITSU TO WS-HANBAIHI-RITSU
                   END-IF
           END-READ.

       1100-OPEN-FILES.
           OPEN INPUT  TEIKA-ZEN
           OPEN OUTPUT TEIKA-TOU
           OPEN INPUT  ZAIKO-MASTER
           OPEN INPUT  SHOHIN-MASTER
           OPEN OUTPUT MEISAI-RPT
           MOVE '===== 低価法 評価明細表 =====' TO MR-LINE
           WRITE MEISAI-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-HANBAIHI-RITSU TO WS-EDIT-RITSU
           STRING '評価基準日:' WS-HONJITSU
                  ' 正味売却価額=定価×(100−'
                  WS-EDIT-RITSU ')%'
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO MR-LINE
           WRITE MEISAI-RPT-REC
           MOVE SPACES TO MR-LINE
           WRITE MEISAI-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           STRING '品番       倉庫        在庫数  簿価単価'
                  ' 正味売却単価         簿価額'
                  '         評価損 備考'
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO MR-LINE
           WRITE MEISAI-RPT-REC
           IF WS-TKZEN-STATUS NOT = '00'
               MOVE 'Y' TO WS-ZEN-EOF
           END-IF
           PERFORM 1200-READ-ZEN
           MOVE LOW-VALUES TO ZM-KEY
           START ZAIKO-MASTER KEY IS NOT LESS THAN ZM-KEY
               INVALID KEY MOVE 'Y' TO WS-ZAIKO-EOF
           END-START.

       1200-READ-ZEN.
           IF WS-ZEN-EOF NOT = 'Y'
               READ TEIKA-ZEN
                   AT END MOVE 'Y' TO WS-ZEN-EOF
               END-READ
           END-IF.

      * 戻入（洗替）: 前月までの評価損を全額戻し入れる。当月分の
      * レコード（同月の再実行で前月ファイルを取り違えたもの）は戻さない
       2000-MODOSHI-LOOP.
           IF TZ-NENGETSU < WS-NENGETSU
               AND TZ-HYOKASON > ZEROS
               ADD 1 TO WS-MODOSHI-CNT
               ADD TZ-HYOKASON TO WS-MODOSHI-GOUKEI
               MOVE 'TKMD'        TO WS-SW-EVENT
               MOVE TZ-HYOKASON   TO WS-SW-KINGAKU
               MOVE TZ-HINBAN     TO WS-SW-AITE-HINBAN
               MOVE TZ-SOKO-CD    TO WS-SW-AITE-SOKO
               MOVE TZ-NENGETSU   TO WS-SW-AITE-NENGETSU
               PERFORM 9800-SHIWAKE-KIROKU
           ELSE
               IF TZ-NENGETSU NOT < WS-NENGETSU
                   ADD 1 TO WS-ZEN-SKIP-CNT
               END-IF
           END-IF
           PERFORM 1200-READ-ZEN.

      * 評価: 在庫のある品番・倉庫ごとに正味売却価額と比べる
       4000-HYOKA-LOOP.
           READ ZAIKO-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-ZAIKO-EOF
               NOT AT END
                   IF ZM-ZAIKO-SU > ZEROS
                       PERFORM 4100-HYOKA-ONE
                   END-IF
           END-READ.

      * 定価は予定定価の適用日を過ぎていれば予定定価を使う
       4100-HYOKA-ONE.
           ADD 1 TO WS-TAISHO-CNT
           MOVE SPACES TO WS-BIKO
           MOVE ZEROS TO WS-HYOKASON WS-SHOMI-TANKA
           COMPUTE WS-BOKA-GAKU ROUNDED =
               ZM-ZAIKO-SU * ZM-HEIKIN-TANKA
           ADD WS-BOKA-GAKU TO WS-BOKA-GOUKEI
           MOVE ZM-HINBAN TO HM-HINBAN
           READ SHOHIN-MASTER
               INVALID KEY
                   ADD 1 TO WS-SHOHIN-NASHI-CNT
                   MOVE '商品未登録' TO WS-BIKO
               NOT INVALID KEY
                   IF HM-YOTEI-DT > ZEROS
                       AND WS-HONJITSU >= HM-YOTEI-DT
                       MOVE HM-YOTEI-TEIKA TO WS-TEKIYO-TEIKA
                   ELSE
                       MOVE HM-TEIKA TO WS-TEKIYO-TEIKA
                   END-IF
                   PERFORM 4200-HYOKASON-KEISAN
           END-READ
           PERFORM 9100-WRITE-MEISAI.

       4200-HYOKASON-KEISAN.
           COMPUTE WS-SHOMI-TANKA ROUNDED =
               WS-TEKIYO-TEIKA * (100 - WS-HANBAIHI-RITSU) / 100
           IF WS-SHOMI-TANKA < ZM-HEIKIN-TANKA
               COMPUTE WS-SHOMI-GAKU ROUNDED =
                   ZM-ZAIKO-SU * WS-SHOMI-TANKA
               COMPUTE WS-HYOKASON = WS-BOKA-GAKU - WS-SHOMI-GAKU
           END-IF
           IF WS-HYOKASON > ZEROS
               ADD 1 TO WS-HYOKASON-CNT
               ADD WS-HYOKASON TO WS-HYOKASON-GOUKEI
               MOVE '評価損計上' TO WS-BIKO
               PERFORM 4300-WRITE-TEIKA-TOU
               MOVE 'TKHS'        TO WS-SW-EVENT
               MOVE WS-HYOKASON   TO WS-SW-KINGAKU
               MOVE ZM-HINBAN     TO WS-SW-AITE-HINBAN
               MOVE ZM-SOKO-CD    TO WS-SW-AITE-SOKO
               MOVE WS-NENGETSU   TO WS-SW-AITE-NENGETSU
               PERFORM 9800-SHIWAKE-KIROKU
           END-IF.

       4300-WRITE-TEIKA-TOU.
           MOVE SPACES          TO TEIKA-TOU-REC
           MOVE ZM-HINBAN       TO TT-HINBAN
           MOVE ZM-SOKO-CD      TO TT-SOKO-CD
           MOVE WS-NENGETSU     TO TT-NENGETSU
           MOVE ZM-ZAIKO-SU     TO TT-ZAIKO-SU
           MOVE ZM-HEIKIN-TANKA TO TT-BOKA-TANKA
           MOVE WS-SHOMI-TANKA  TO TT-SHOMI-TANKA
           MOVE WS-HYOKASON     TO TT-HYOKASON
           WRITE TEIKA-TOU-REC.

      * 集計: 当月評価損−前月戻入が当月の損益影響額
       7000-GOUKEI-REPORT.
           COMPUTE WS-SAGAKU = WS-HYOKASON-GOUKEI - WS-MODOSHI-GOUKEI
           MOVE SPACES TO MR-LINE
           WRITE MEISAI-RPT-REC
           MOVE WS-TAISHO-CNT TO WS-EDIT-CNT
           MOVE SPACES TO WS-WORK-LINE
           STRING '評価対象件数  :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO MR-LINE
           WRITE MEISAI-RPT-REC
           MOVE WS-HYOKASON-CNT TO WS-EDIT-CNT
           MOVE SPACES TO WS-WORK-LINE
           STRING '評価損計上件数:' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO MR-LINE
           WRITE MEISAI-RPT-REC
           MOVE WS-BOKA-GOUKEI TO WS-EDIT-KINGAKU
           MOVE SPACES TO WS-WORK-LINE
           STRING '簿価合計      :' WS-EDIT-KINGAKU
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO MR-LINE
           WRITE MEISAI-RPT-REC
           MOVE WS-HYOKASON-GOUKEI TO WS-EDIT-KINGAKU
           MOVE SPACES TO WS-WORK-LINE
           STRING '当月評価損    :' WS-EDIT-KINGAKU
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO MR-LINE
           WRITE MEISAI-RPT-REC
           MOVE WS-MODOSHI-GOUKEI TO WS-EDIT-KINGAKU
           MOVE WS-MODOSHI-CNT TO WS-EDIT-CNT
           MOVE SPACES TO WS-WORK-LINE
           STRING '前月戻入      :' WS-EDIT-KINGAKU
                  ' (' WS-EDIT-CNT '件)'
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO MR-LINE
           WRITE MEISAI-RPT-REC
           MOVE WS-SAGAKU TO WS-EDIT-SAGAKU
           MOVE SPACES TO WS-WORK-LINE
           STRING '損益影響額    :' WS-EDIT-SAGAKU
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO MR-LINE
           WRITE MEISAI-RPT-REC
           MOVE WS-SHOHIN-NASHI-CNT TO WS-EDIT-CNT
           MOVE SPACES TO WS-WORK-LINE
           STRING '商品未登録    :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO MR-LINE
           WRITE MEISAI-RPT-REC
           IF WS-SHOHIN-NASHI-CNT > ZEROS
               OR WS-KANJO-NG-CNT > ZEROS
               MOVE 4 TO WS-RETURN-CODE
           END-IF
           IF WS-ZEN-SKIP-CNT > ZEROS
               MOVE WS-ZEN-SKIP-CNT TO WS-EDIT-CNT
               MOVE SPACES TO WS-WORK-LINE
               STRING '当月分戻入除外:' WS-EDIT-CNT
                   DELIMITED SIZE INTO WS-WORK-LINE
               MOVE WS-WORK-LINE TO MR-LINE
               WRITE MEISAI-RPT-REC
               MOVE 4 TO WS-RETURN-CODE
           END-IF.

      * 評価明細: 品番・倉庫・数量・簿価単価・正味売却単価・簿価額・
      * 評価損（商品未登録は評価不能として備考に示す）
       9100-WRITE-MEISAI.
           MOVE ZM-ZAIKO-SU     TO WS-EDIT-SURYO
           MOVE ZM-HEIKIN-TANKA TO WS-EDIT-BOKA-TANKA
           MOVE WS-SHOMI-TANKA  TO WS-EDIT-SHOMI-TANKA
           MOVE WS-BOKA-GAKU    TO WS-EDIT-BOKA-GAKU
           MOVE WS-HYOKASON     TO WS-EDIT-KINGAKU
           MOVE SPACES TO WS-WORK-LINE
           STRING ZM-HINBAN ' ' ZM-SOKO-CD
                  ' ' WS-EDIT-SURYO
                  ' ' WS-EDIT-BOKA-TANKA
                  ' ' WS-EDIT-SHOMI-TANKA
                  ' ' WS-EDIT-BOKA-GAKU
                  ' ' WS-EDIT-KINGAKU
                  ' ' WS-BIKO
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO MR-LINE
           WRITE MEISAI-RPT-REC.

       3000-CLOSE-FILES.
           CLOSE TEIKA-ZEN
           CLOSE TEIKA-TOU
           CLOSE ZAIKO-MASTER
           CLOSE SHOHIN-MASTER
           CLOSE MEISAI-RPT.
