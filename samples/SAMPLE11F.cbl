      *=================================================================
      * SAMPLE11F: 資金繰り予測バッチ（13週）
      * 概要: 業務日付から91日（13週）の日別・週別の入出金を予測
      *       する。期首残は預金口座マスタの現預金科目について
      *       GL残高マスタの残高を合計したもの。
      *         入金: 請求明細マスタの未回収残を期日(MS-KIJITSU)に
      *               得意先別の平均遅延日数を加えた日に計上。遅延
      *               日数は入金配分ジャーナルの入金日と期日の差を
      *               金額で加重平均する（早期入金はゼロ扱い）。
      *         出金: 買掛マスタの未払分を支払予定日に計上。
      *               給与明細（SAMPLE03出力）の差引支給額を毎月の
      *               給与支給日に、住民税を翌月10日に、社会保険料
      *               （本人負担の2倍＝事業主負担込み）を翌月末に
      *               計上。振替依頼ファイル（SAMPLE02入力待ち）の
      *               引落を振替日に計上。
      *       期日が業務日付より前のものは初日に寄せる。週末残高が
      *       最低残高を下回る週に印を付ける（リターンコード4）。
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE11F.
       AUTHOR. BATCH-SYSTEM.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MEISAI-MASTER ASSIGN TO MEISAIMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MS-KEY
               FILE STATUS IS WS-MEISAI-STATUS.
           SELECT OPTIONAL HAIBUN-JNL ASSIGN TO HAIBUNJNL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HAIBUN-STATUS.
           SELECT KAIKAKE-MASTER ASSIGN TO KAIKAKEMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KB-DENPYO-NO
               FILE STATUS IS WS-KAIKAKE-STATUS.
           SELECT OPTIONAL KYUYO-MEISAI ASSIGN TO KYUMEISAI
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-KYUYO-STATUS.
           SELECT OPTIONAL FURIKAE-FILE ASSIGN TO FURIKAEIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FURIKAE-STATUS.
           SELECT YOKIN-KOZA-MASTER ASSIGN TO YOKINMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YK-KEY
               FILE STATUS IS WS-YOKIN-STATUS.
           SELECT GLZAN-MASTER ASSIGN TO GLZANMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GB-KEY
               FILE STATUS IS WS-GLZAN-STATUS.
           SELECT OPTIONAL PARAM-FILE ASSIGN TO SHIKINPRM
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.
           SELECT SHIKIN-RPT ASSIGN TO SHIKINRPT
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

      * 入金配分ジャーナル（SAMPLE07出力）: 遅延日数の実績
       FD  HAIBUN-JNL
           RECORD CONTAINS 60 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  HAIBUN-JNL-REC.
           05  HB-TOKUI-CD       PIC X(08).
           05  HB-KIJITSU        PIC 9(08).
           05  HB-SEIKYU-NO      PIC X(10).
           05  HB-KINGAKU        PIC 9(11).
           05  HB-NYUKIN-DT      PIC 9(08).
           05  FILLER            PIC X(15).

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

      * 給与明細ファイル（SAMPLE03出力）
       FD  KYUYO-MEISAI
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  KYUYO-MEISAI-REC.
           05  KY-SHAIN-NO       PIC X(08).
           05  KY-SHIMEI         PIC X(20).
           05  KY-KIHON-KYU      PIC 9(07).
           05  KY-ZANGYO-TEA     PIC 9(07).
           05  KY-KYUJITU-TEA    PIC 9(07).
           05  KY-TIKOKU-KOJO    PIC 9(05).
           05  KY-SHOTOKUZEI     PIC 9(07).
           05  KY-KENKO-HOKEN    PIC 9(05).
           05  KY-KOSEI-NENKIN   PIC 9(05).
           05  KY-TOTAL-KYU      PIC 9(08).
           05  KY-BUMON-CD       PIC X(04).
           05  KY-JYUMIN-ZEI     PIC 9(07).
           05  KY-TEATE-GAKU     PIC 9(07).
           05  KY-KOYO-HOKEN     PIC 9(05).
           05  KY-SHIKYU-YM      PIC 9(06).
           05  KY-DAICHO-KOJO    PIC 9(07).
           05  FILLER            PIC X(05).

       FD  FURIKAE-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  FURIKAE-REC.
           05  FR-KOZA-NO        PIC X(10).
           05  FR-KINGAKU        PIC 9(10).
           05  FR-HIDUKE         PIC 9(08).
           05  FR-FURIKAE-KBN    PIC X(01).
           05  FR-RETRY-CNT      PIC 9(02).
           05  FR-GINKO-CD       PIC X(04).
           05  FILLER            PIC X(45).

      * 預金口座マスタ: 自社口座 → 現預金の勘定科目
       FD  YOKIN-KOZA-MASTER
           RECORD CONTAINS 60 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  YOKIN-KOZA-REC.
           05  YK-KEY.
               10  YK-GINKO-CD   PIC X(04).
               10  YK-SHITEN-CD  PIC X(03).
               10  YK-KOZA-BANGO PIC X(07).
           05  YK-KANJO-CD       PIC X(08).
           05  YK-KOZA-MEI       PIC X(30).
           05  FILLER            PIC X(08).

      * GL残高マスタ: 勘定科目×会計期間(年月)の残高
       FD  GLZAN-MASTER
           RECORD CONTAINS 60 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  GLZAN-REC.
           05  GB-KEY.
               10  GB-KANJO-CD   PIC X(08).
               10  GB-KIKAN      PIC 9(06).
           05  GB-KISHU-ZAN      PIC S9(15) COMP-3.
           05  GB-KARIKATA       PIC S9(15) COMP-3.
           05  GB-KASHIKATA      PIC S9(15) COMP-3.
           05  FILLER            PIC X(22).

      * 予測パラメータ（なければ既定値）
       FD  PARAM-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  PARAM-REC.
           05  PR-SAITEI-ZAN     PIC 9(13).
           05  PR-KYUYO-DD       PIC 9(02).
           05  PR-JYUMIN-DD      PIC 9(02).
           05  PR-SHAHO-DD       PIC 9(02).
           05  FILLER            PIC X(61).

       FD  SHIKIN-RPT
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  SHIKIN-RPT-REC.
           05  SR-LINE           PIC X(132).

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
           05  WS-MEISAI-STATUS  PIC X(02).
           05  WS-HAIBUN-STATUS  PIC X(02).
           05  WS-KAIKAKE-STATUS PIC X(02).
           05  WS-KYUYO-STATUS   PIC X(02).
           05  WS-FURIKAE-STATUS PIC X(02).
           05  WS-YOKIN-STATUS   PIC X(02).
           05  WS-GLZAN-STATUS   PIC X(02).
           05  WS-PARAM-STATUS   PIC X(02).
           05  WS-RPT-STATUS     PIC X(02).
           05  WS-MS-EOF         PIC X(01) VALUE 'N'.
           05  WS-HB-EOF         PIC X(01) VALUE 'N'.
           05  WS-KB-EOF         PIC X(01) VALUE 'N'.
           05  WS-KY-EOF         PIC X(01) VALUE 'N'.
           05  WS-FR-EOF         PIC X(01) VALUE 'N'.
           05  WS-YK-EOF         PIC X(01) VALUE 'N'.
           05  WS-PARAM-EOF      PIC X(01) VALUE 'N'.
           05  WS-FUSOKU-FLAG    PIC X(01) VALUE 'N'.

      * 予測パラメータ（既定: 最低残高1,000万円、給与25日、
      * 住民税10日、社会保険料99=月末）
       01  WS-PARAM-AREA.
           05  WS-SAITEI-ZAN     PIC S9(15) COMP-3 VALUE 10000000.
           05  WS-KYUYO-DD       PIC 9(02) VALUE 25.
           05  WS-JYUMIN-DD      PIC 9(02) VALUE 10.
           05  WS-SHAHO-DD       PIC 9(02) VALUE 99.

      * 得意先別の遅延日数実績（入金配分ジャーナルから集計）
       01  WS-CHIEN-TABLE.
           05  WS-CH-ENTRY OCCURS 1000 TIMES INDEXED BY WS-CH-IDX.
               10  CH-TOKUI-CD   PIC X(08).
               10  CH-KINGAKU    PIC S9(15) COMP-3.
               10  CH-SEKI       PIC S9(17) COMP-3.
               10  CH-NISSU      PIC 9(03).
       01  WS-CH-CNT             PIC 9(04) VALUE ZEROS.

      * 日別予測表（0=業務日付 〜 90）
       01  WS-HIBETSU-TABLE.
           05  WS-HI-ENTRY OCCURS 91 TIMES INDEXED BY WS-HI-IDX.
               10  HI-URIKAKE    PIC S9(15) COMP-3.
               10  HI-KAIKAKE    PIC S9(15) COMP-3.
               10  HI-KYUYO      PIC S9(15) COMP-3.
               10  HI-JYUMIN     PIC S9(15) COMP-3.
               10  HI-SHAHO      PIC S9(15) COMP-3.
               10  HI-FURIKAE    PIC S9(15) COMP-3.

      * 週別集計表
       01  WS-SHUBETSU-TABLE.
           05  WS-SH-ENTRY OCCURS 13 TIMES INDEXED BY WS-SH-IDX.
               10  SH-KAISHI-DT  PIC 9(08).
               10  SH-NYUKIN     PIC S9(15) COMP-3.
               10  SH-KAIKAKE    PIC S9(15) COMP-3.
               10  SH-KYUYO      PIC S9(15) COMP-3.
               10  SH-ZEI-SHAHO  PIC S9(15) COMP-3.
               10  SH-FURIKAE    PIC S9(15) COMP-3.
               10  SH-ZANDAKA    PIC S9(15) COMP-3.
               10  SH-SAITEI     PIC S9(15) COMP-3.

       01  WS-DATE-AREA.
           05  WS-KIJUN-LILIAN   PIC 9(07) VALUE ZEROS.
           05  WS-WORK-LILIAN    PIC 9(07) VALUE ZEROS.
           05  WS-WORK-DT        PIC 9(08) VALUE ZEROS.
           05  WS-YOTEI-DT       PIC 9(08) VALUE ZEROS.
           05  WS-SA-NISSU       PIC S9(07) COMP-3 VALUE ZEROS.
           05  WS-DAY-NO         PIC 9(03) VALUE ZEROS.
           05  WS-WEEK-NO        PIC 9(03) VALUE ZEROS.
           05  WS-HANI-FLAG      PIC X(01).
           05  WS-TSUKI-CNT      PIC 9(02) VALUE ZEROS.
           05  WS-TSUKI-DD       PIC 9(02) VALUE ZEROS.
           05  WS-YM-WORK.
               10  WS-YM-YY      PIC 9(04).
               10  WS-YM-MM      PIC 9(02).
           05  WS-YM-WORK-N REDEFINES WS-YM-WORK PIC 9(06).
           05  WS-YM-SHIHARAI.
               10  WS-YS-YY      PIC 9(04).
               10  WS-YS-MM      PIC 9(02).

      * 給与関係の月額（直近の給与明細の合計）
       01  WS-KYUYO-AREA.
           05  WS-KYUYO-GAKU     PIC S9(13) COMP-3 VALUE ZEROS.
           05  WS-JYUMIN-GAKU    PIC S9(13) COMP-3 VALUE ZEROS.
           05  WS-SHAHO-GAKU     PIC S9(13) COMP-3 VALUE ZEROS.
           05  WS-KYUYO-NINZU    PIC 9(07) VALUE ZEROS.

       01  WS-KINGAKU-AREA.
           05  WS-KISHU-ZAN      PIC S9(15) COMP-3 VALUE ZEROS.
           05  WS-GL-ZAN         PIC S9(15) COMP-3 VALUE ZEROS.
           05  WS-ZANDAKA        PIC S9(15) COMP-3 VALUE ZEROS.
           05  WS-HI-NYUKIN      PIC S9(15) COMP-3 VALUE ZEROS.
           05  WS-HI-SHUKKIN     PIC S9(15) COMP-3 VALUE ZEROS.
           05  WS-SAVE-KANJO     PIC X(08) VALUE SPACES.
           05  WS-KANJO-LIST     PIC X(08) OCCURS 50 TIMES.
           05  WS-KANJO-CNT      PIC 9(03) VALUE ZEROS.
           05  WS-KANJO-SCAN     PIC 9(03) VALUE ZEROS.
           05  WS-KANJO-FLAG     PIC X(01).
           05  WS-KIKAN          PIC 9(06) VALUE ZEROS.
           05  WS-ZW-YM.
               10  WS-ZW-YY      PIC 9(04).
               10  WS-ZW-MM      PIC 9(02).

       01  WS-COUNTERS.
           05  WS-MEISAI-CNT     PIC 9(07) VALUE ZEROS.
           05  WS-HAIBUN-CNT     PIC 9(07) VALUE ZEROS.
           05  WS-KAIKAKE-CNT    PIC 9(07) VALUE ZEROS.
           05  WS-FURIKAE-CNT    PIC 9(07) VALUE ZEROS.
           05  WS-KIJITSU-GO-CNT PIC 9(07) VALUE ZEROS.
           05  WS-HANIGAI-CNT    PIC 9(07) VALUE ZEROS.
           05  WS-CH-OVER-CNT    PIC 9(07) VALUE ZEROS.
           05  WS-FUSOKU-CNT     PIC 9(03) VALUE ZEROS.

       01  WS-EDIT-AREA.
           05  WS-EDIT-CNT       PIC ZZZ,ZZ9.
           05  WS-EDIT-NO        PIC Z9.
           05  WS-EDIT-KINGAKU   PIC -ZZZ,ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-K2        PIC -ZZZ,ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-K3        PIC -ZZZ,ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-K4        PIC -ZZZ,ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-K5        PIC -ZZZ,ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-K6        PIC -ZZZ,ZZZ,ZZZ,ZZ9.
           05  WS-WORK-LINE      PIC X(132).

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
           PERFORM 1300-LOAD-CHIEN
           PERFORM 1500-KISHU-ZAN
           PERFORM 2000-URIKAKE-LOOP
               UNTIL WS-MS-EOF = 'Y'
           PERFORM 2200-KAIKAKE-LOOP
               UNTIL WS-KB-EOF = 'Y'
           PERFORM 2400-KYUYO-SHUKEI
           PERFORM 2500-KYUYO-TENKAI
               VARYING WS-TSUKI-CNT FROM 0 BY 1
               UNTIL WS-TSUKI-CNT > 5
           PERFORM 2600-FURIKAE-LOOP
               UNTIL WS-FR-EOF = 'Y'
           PERFORM 3500-SHUBETSU-SHUKEI
           PERFORM 4000-RPT-OUTPUT
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
           MOVE 'SAMPL11F' TO RL-PROGRAM-ID
           MOVE 'S'        TO RL-KBN
           MOVE WS-GYOMU-DATE TO RL-GYOMU-DT
           MOVE FUNCTION CURRENT-DATE(9:6) TO RL-JIKOKU
           MOVE ZEROS      TO RL-KENSU RL-RETURN-CD
           WRITE RUNLOG-REC
           CLOSE RUNLOG-FILE.

       0900-RUNLOG-END.
           OPEN EXTEND RUNLOG-FILE
           MOVE 'SAMPL11F' TO RL-PROGRAM-ID
           MOVE 'E'        TO RL-KBN
           MOVE WS-GYOMU-DATE TO RL-GYOMU-DT
           MOVE FUNCTION CURRENT-DATE(9:6) TO RL-JIKOKU
           MOVE WS-MEISAI-CNT TO RL-KENSU
           MOVE RETURN-CODE  TO RL-RETURN-CD
           WRITE RUNLOG-REC
           CLOSE RUNLOG-FILE.

       1000-OPEN-FILES.
           PERFORM 1200-READ-PARAM
           COMPUTE WS-KIJUN-LILIAN =
               FUNCTION INTEGER-OF-DATE(WS-GYOMU-DATE)
           MOVE WS-GYOMU-DATE(1:6) TO WS-KIKAN
           INITIALIZE WS-HIBETSU-TABLE WS-SHUBETSU-TABLE
           OPEN INPUT  MEISAI-MASTER
           OPEN INPUT  HAIBUN-JNL
           OPEN INPUT  KAIKAKE-MASTER
           OPEN INPUT  KYUYO-MEISAI
           OPEN INPUT  FURIKAE-FILE
           OPEN INPUT  YOKIN-KOZA-MASTER
           OPEN INPUT  GLZAN-MASTER
           OPEN OUTPUT SHIKIN-RPT
           IF WS-HAIBUN-STATUS NOT = '00'
               MOVE 'Y' TO WS-HB-EOF
           END-IF
           IF WS-KYUYO-STATUS NOT = '00'
               MOVE 'Y' TO WS-KY-EOF
           END-IF
           IF WS-FURIKAE-STATUS NOT = '00'
               MOVE 'Y' TO WS-FR-EOF
           END-IF
           MOVE LOW-VALUES TO MS-KEY
           START MEISAI-MASTER KEY IS NOT LESS THAN MS-KEY
               INVALID KEY MOVE 'Y' TO WS-MS-EOF
           END-START
           PERFORM 1100-READ-MEISAI
           MOVE LOW-VALUES TO KB-DENPYO-NO
           START KAIKAKE-MASTER KEY IS NOT LESS THAN KB-DENPYO-NO
               INVALID KEY MOVE 'Y' TO WS-KB-EOF
           END-START
           PERFORM 1110-READ-KAIKAKE
           PERFORM 1120-READ-FURIKAE.

       1100-READ-MEISAI.
           IF WS-MS-EOF NOT = 'Y'
               READ MEISAI-MASTER NEXT RECORD
                   AT END MOVE 'Y' TO WS-MS-EOF
               END-READ
           END-IF.

       1110-READ-KAIKAKE.
           IF WS-KB-EOF NOT = 'Y'
               READ KAIKAKE-MASTER NEXT RECORD
                   AT END MOVE 'Y' TO WS-KB-EOF
               END-READ
           END-IF.

       1120-READ-FURIKAE.
           IF WS-FR-EOF NOT = 'Y'
               READ FURIKAE-FILE
                   AT END MOVE 'Y' TO WS-FR-EOF
               END-READ
           END-IF.

      * パラメータ受入: 項目がゼロのものは既定値のまま
       1200-READ-PARAM.
           OPEN INPUT PARAM-FILE
           IF WS-PARAM-STATUS = '00'
               PERFORM 1210-READ-PARAM-REC
                   UNTIL WS-PARAM-EOF = 'Y'
           END-IF
           CLOSE PARAM-FILE.

       1210-READ-PARAM-REC.
           READ PARAM-FILE
               AT END
                   MOVE 'Y' TO WS-PARAM-EOF
               NOT AT END
                   IF PR-SAITEI-ZAN IS NUMERIC
                       MOVE PR-SAITEI-ZAN TO WS-SAITEI-ZAN
                   END-IF
                   IF PR-KYUYO-DD > ZEROS
                       MOVE PR-KYUYO-DD TO WS-KYUYO-DD
                   END-IF
                   IF PR-JYUMIN-DD > ZEROS
                       MOVE PR-JYUMIN-DD TO WS-JYUMIN-DD
                   END-IF
                   IF PR-SHAHO-DD > ZEROS
                       MOVE PR-SHAHO-DD TO WS-SHAHO-DD
                   END-IF
           END-READ.

      * 遅延日数実績: 得意先別に（入金日−期日）×金額を積み上げ、
      * 金額合計で割って平均遅延日数とする
       1300-LOAD-CHIEN.
           PERFORM 1310-READ-HAIBUN
           PERFORM 1320-CHIEN-ONE
               UNTIL WS-HB-EOF = 'Y'
           PERFORM 1330-CHIEN-HEIKIN
               VARYING WS-CH-IDX FROM 1 BY 1
               UNTIL WS-CH-IDX > WS-CH-CNT.

       1310-READ-HAIBUN.
           IF WS-HB-EOF NOT = 'Y'
               READ HAIBUN-JNL
                   AT END MOVE 'Y' TO WS-HB-EOF
               END-READ
           END-IF.

       1320-CHIEN-ONE.
           ADD 1 TO WS-HAIBUN-CNT
           IF HB-KIJITSU IS NUMERIC AND HB-KIJITSU > ZEROS
               AND HB-NYUKIN-DT IS NUMERIC AND HB-NYUKIN-DT > ZEROS
               COMPUTE WS-SA-NISSU =
                   FUNCTION INTEGER-OF-DATE(HB-NYUKIN-DT)
                 - FUNCTION INTEGER-OF-DATE(HB-KIJITSU)
               IF WS-SA-NISSU < ZEROS
                   MOVE ZEROS TO WS-SA-NISSU
               END-IF
               SET WS-CH-IDX TO 1
               SEARCH WS-CH-ENTRY
                   AT END
                       PERFORM 1325-CHIEN-ADD
                   WHEN WS-CH-IDX > WS-CH-CNT
                       PERFORM 1325-CHIEN-ADD
                   WHEN CH-TOKUI-CD (WS-CH-IDX) = HB-TOKUI-CD
                       ADD HB-KINGAKU TO CH-KINGAKU (WS-CH-IDX)
                       COMPUTE CH-SEKI (WS-CH-IDX) =
                           CH-SEKI (WS-CH-IDX)
                         + HB-KINGAKU * WS-SA-NISSU
               END-SEARCH
           END-IF
           PERFORM 1310-READ-HAIBUN.

       1325-CHIEN-ADD.
           IF WS-CH-CNT < 1000
               ADD 1 TO WS-CH-CNT
               SET WS-CH-IDX TO WS-CH-CNT
               MOVE HB-TOKUI-CD TO CH-TOKUI-CD (WS-CH-IDX)
               MOVE HB-KINGAKU  TO CH-KINGAKU (WS-CH-IDX)
               COMPUTE CH-SEKI (WS-CH-IDX) = HB-KINGAKU * WS-SA-NISSU
               MOVE ZEROS TO CH-NISSU (WS-CH-IDX)
           ELSE
               ADD 1 TO WS-CH-OVER-CNT
           END-IF.

       1330-CHIEN-HEIKIN.
           IF CH-KINGAKU (WS-CH-IDX) > ZEROS
               COMPUTE CH-NISSU (WS-CH-IDX) ROUNDED =
                   CH-SEKI (WS-CH-IDX) / CH-KINGAKU (WS-CH-IDX)
                   ON SIZE ERROR MOVE 999 TO CH-NISSU (WS-CH-IDX)
               END-COMPUTE
           END-IF.

      * 期首残: 預金口座マスタの現預金科目（重複除く）ごとに
      * 当期間のGL残高（なければ前期間の期末残）を合計する
       1500-KISHU-ZAN.
           MOVE LOW-VALUES TO YK-KEY
           START YOKIN-KOZA-MASTER KEY IS NOT LESS THAN YK-KEY
               INVALID KEY MOVE 'Y' TO WS-YK-EOF
           END-START
           PERFORM 1510-YOKIN-ONE
               UNTIL WS-YK-EOF = 'Y'.

       1510-YOKIN-ONE.
           READ YOKIN-KOZA-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-YK-EOF
               NOT AT END
                   MOVE 'N' TO WS-KANJO-FLAG
                   PERFORM 1520-KANJO-CHECK
                       VARYING WS-KANJO-SCAN FROM 1 BY 1
                       UNTIL WS-KANJO-SCAN > WS-KANJO-CNT
                   IF WS-KANJO-FLAG = 'N' AND WS-KANJO-CNT < 50
                       ADD 1 TO WS-KANJO-CNT
                       MOVE YK-KANJO-CD
                           TO WS-KANJO-LIST (WS-KANJO-CNT)
                       PERFORM 1530-GL-ZAN-GET
                       ADD WS-GL-ZAN TO WS-KISHU-ZAN
                   END-IF
           END-READ.

       1520-KANJO-CHECK.
           IF WS-KANJO-LIST (WS-KANJO-SCAN) = YK-KANJO-CD
               MOVE 'Y' TO WS-KANJO-FLAG
           END-IF.

       1530-GL-ZAN-GET.
           MOVE ZEROS TO WS-GL-ZAN
           MOVE YK-KANJO-CD TO GB-KANJO-CD
           MOVE WS-KIKAN TO GB-KIKAN
           READ GLZAN-MASTER
               INVALID KEY
                   PERFORM 1540-GL-ZEN-KIKAN
               NOT INVALID KEY
                   COMPUTE WS-GL-ZAN =
                       GB-KISHU-ZAN + GB-KARIKATA - GB-KASHIKATA
           END-READ.

       1540-GL-ZEN-KIKAN.
           MOVE WS-KIKAN TO WS-ZW-YM
           IF WS-ZW-MM = 1
               SUBTRACT 1 FROM WS-ZW-YY
               MOVE 12 TO WS-ZW-MM
           ELSE
               SUBTRACT 1 FROM WS-ZW-MM
           END-IF
           MOVE WS-ZW-YM TO GB-KIKAN
           READ GLZAN-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   COMPUTE WS-GL-ZAN =
                       GB-KISHU-ZAN + GB-KARIKATA - GB-KASHIKATA
           END-READ.

      * 入金予測: 未回収残のある請求明細を期日＋平均遅延日数に計上
       2000-URIKAKE-LOOP.
           ADD 1 TO WS-MEISAI-CNT
           IF MS-ZANDAKA > ZEROS
               MOVE ZEROS TO WS-SA-NISSU
               SET WS-CH-IDX TO 1
               SEARCH WS-CH-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CH-IDX > WS-CH-CNT
                       CONTINUE
                   WHEN CH-TOKUI-CD (WS-CH-IDX) = MS-TOKUI-CD
                       MOVE CH-NISSU (WS-CH-IDX) TO WS-SA-NISSU
               END-SEARCH
               COMPUTE WS-WORK-LILIAN =
                   FUNCTION INTEGER-OF-DATE(MS-KIJITSU) + WS-SA-NISSU
               PERFORM 2900-DAY-NO-SET
               IF WS-HANI-FLAG = 'Y'
                   SET WS-HI-IDX TO WS-DAY-NO
                   ADD MS-ZANDAKA TO HI-URIKAKE (WS-HI-IDX)
               END-IF
           END-IF
           PERFORM 1100-READ-MEISAI.

      * 出金予測: 未払の買掛を支払予定日に計上
       2200-KAIKAKE-LOOP.
           IF KB-MIBARAI
               ADD 1 TO WS-KAIKAKE-CNT
               COMPUTE WS-WORK-LILIAN =
                   FUNCTION INTEGER-OF-DATE(KB-SHIHARAI-DT)
               PERFORM 2900-DAY-NO-SET
               IF WS-HANI-FLAG = 'Y'
                   SET WS-HI-IDX TO WS-DAY-NO
                   ADD KB-KINGAKU TO HI-KAIKAKE (WS-HI-IDX)
               END-IF
           END-IF
           PERFORM 1110-READ-KAIKAKE.

      * 給与関係の月額: 直近の給与明細の差引支給額・住民税・
      * 社会保険料（本人負担分、事業主負担は同額とみなす）
       2400-KYUYO-SHUKEI.
           PERFORM 2410-READ-KYUYO
           PERFORM 2420-KYUYO-ONE
               UNTIL WS-KY-EOF = 'Y'
           COMPUTE WS-SHAHO-GAKU = WS-SHAHO-GAKU * 2.

       2410-READ-KYUYO.
           IF WS-KY-EOF NOT = 'Y'
               READ KYUYO-MEISAI
                   AT END MOVE 'Y' TO WS-KY-EOF
               END-READ
           END-IF.

       2420-KYUYO-ONE.
           ADD 1 TO WS-KYUYO-NINZU
           ADD KY-TOTAL-KYU   TO WS-KYUYO-GAKU
           ADD KY-JYUMIN-ZEI  TO WS-JYUMIN-GAKU
           ADD KY-KENKO-HOKEN TO WS-SHAHO-GAKU
           ADD KY-KOSEI-NENKIN TO WS-SHAHO-GAKU
           PERFORM 2410-READ-KYUYO.

      * 月次展開: 業務日付の前月から5か月先まで、各月の給与支給日
      * と、その翌月の住民税納期・社会保険料納期に計上する
       2500-KYUYO-TENKAI.
           MOVE WS-GYOMU-DATE(1:6) TO WS-YM-WORK-N
           IF WS-YM-MM = 1
               SUBTRACT 1 FROM WS-YM-YY
               MOVE 12 TO WS-YM-MM
           ELSE
               SUBTRACT 1 FROM WS-YM-MM
           END-IF
           ADD WS-TSUKI-CNT TO WS-YM-MM
           PERFORM 2510-YM-SEIKI
           MOVE WS-YM-WORK TO WS-YM-SHIHARAI
           MOVE WS-KYUYO-DD TO WS-TSUKI-DD
           PERFORM 2520-HIDUKE-SET
           IF WS-YOTEI-DT NOT < WS-GYOMU-DATE
               PERFORM 2900-DAY-NO-SET
               IF WS-HANI-FLAG = 'Y'
                   SET WS-HI-IDX TO WS-DAY-NO
                   ADD WS-KYUYO-GAKU TO HI-KYUYO (WS-HI-IDX)
               END-IF
           END-IF
           ADD 1 TO WS-YM-MM
           PERFORM 2510-YM-SEIKI
           MOVE WS-JYUMIN-DD TO WS-TSUKI-DD
           PERFORM 2520-HIDUKE-SET
           IF WS-YOTEI-DT NOT < WS-GYOMU-DATE
               PERFORM 2900-DAY-NO-SET
               IF WS-HANI-FLAG = 'Y'
                   SET WS-HI-IDX TO WS-DAY-NO
                   ADD WS-JYUMIN-GAKU TO HI-JYUMIN (WS-HI-IDX)
               END-IF
           END-IF
           MOVE WS-SHAHO-DD TO WS-TSUKI-DD
           PERFORM 2520-HIDUKE-SET
           IF WS-YOTEI-DT NOT < WS-GYOMU-DATE
               PERFORM 2900-DAY-NO-SET
               IF WS-HANI-FLAG = 'Y'
                   SET WS-HI-IDX TO WS-DAY-NO
                   ADD WS-SHAHO-GAKU TO HI-SHAHO (WS-HI-IDX)
               END-IF
           END-IF.

       2510-YM-SEIKI.
           IF WS-YM-MM > 12
               SUBTRACT 12 FROM WS-YM-MM
               ADD 1 TO WS-YM-YY
           END-IF.

      * 指定日の日付化: 月末を超える指定（99を含む）は月末に丸める
       2520-HIDUKE-SET.
           MOVE WS-YM-YY TO WS-ZW-YY
           MOVE WS-YM-MM TO WS-ZW-MM
           ADD 1 TO WS-ZW-MM
           IF WS-ZW-MM > 12
               MOVE 1 TO WS-ZW-MM
               ADD 1 TO WS-ZW-YY
           END-IF
           MOVE WS-ZW-YM TO WS-WORK-DT(1:6)
           MOVE '01'     TO WS-WORK-DT(7:2)
           COMPUTE WS-WORK-LILIAN =
               FUNCTION INTEGER-OF-DATE(WS-WORK-DT) - 1
           COMPUTE WS-WORK-DT =
               FUNCTION DATE-OF-INTEGER(WS-WORK-LILIAN)
           IF WS-TSUKI-DD < WS-WORK-DT(7:2)
               MOVE WS-TSUKI-DD TO WS-WORK-DT(7:2)
               COMPUTE WS-WORK-LILIAN =
                   FUNCTION INTEGER-OF-DATE(WS-WORK-DT)
           END-IF
           MOVE WS-WORK-DT TO WS-YOTEI-DT.

      * 振替予定: SAMPLE02の入力待ち振替依頼を振替日に計上
       2600-FURIKAE-LOOP.
           ADD 1 TO WS-FURIKAE-CNT
           IF FR-HIDUKE IS NUMERIC AND FR-HIDUKE > ZEROS
               COMPUTE WS-WORK-LILIAN =
                   FUNCTION INTEGER-OF-DATE(FR-HIDUKE)
               PERFORM 2900-DAY-NO-SET
               IF WS-HANI-FLAG = 'Y'
                   SET WS-HI-IDX TO WS-DAY-NO
                   ADD FR-KINGAKU TO HI-FURIKAE (WS-HI-IDX)
               END-IF
           END-IF
           PERFORM 1120-READ-FURIKAE.

      * 予定日(ユリウス日)から日別表の位置を求める。業務日付より
      * 前は初日に寄せ、91日目以降は範囲外として数える
       2900-DAY-NO-SET.
           MOVE 'Y' TO WS-HANI-FLAG
           COMPUTE WS-SA-NISSU = WS-WORK-LILIAN - WS-KIJUN-LILIAN
           IF WS-SA-NISSU < ZEROS
               ADD 1 TO WS-KIJITSU-GO-CNT
               MOVE ZEROS TO WS-SA-NISSU
           END-IF
           IF WS-SA-NISSU > 90
               ADD 1 TO WS-HANIGAI-CNT
               MOVE 'N' TO WS-HANI-FLAG
           ELSE
               COMPUTE WS-DAY-NO = WS-SA-NISSU + 1
           END-IF
           COMPUTE WS-YOTEI-DT =
               FUNCTION DATE-OF-INTEGER(WS-WORK-LILIAN).

      * 週別集計: 7日ごとに入出金を集計し、週末残高と週中の最低
      * 残高を求める。最低残高を割る週は資金不足として数える
       3500-SHUBETSU-SHUKEI.
           MOVE WS-KISHU-ZAN TO WS-ZANDAKA
           PERFORM 3510-SHUBETSU-DAY
               VARYING WS-HI-IDX FROM 1 BY 1
               UNTIL WS-HI-IDX > 91.

       3510-SHUBETSU-DAY.
           SET WS-DAY-NO TO WS-HI-IDX
           COMPUTE WS-WEEK-NO = (WS-DAY-NO - 1) / 7 + 1
           SET WS-SH-IDX TO WS-WEEK-NO
           IF SH-KAISHI-DT (WS-SH-IDX) = ZEROS
               COMPUTE SH-KAISHI-DT (WS-SH-IDX) =
                   FUNCTION DATE-OF-INTEGER
                       (WS-KIJUN-LILIAN + WS-DAY-NO - 1)
               MOVE WS-ZANDAKA TO SH-SAITEI (WS-SH-IDX)
           END-IF
           ADD HI-URIKAKE (WS-HI-IDX) TO SH-NYUKIN (WS-SH-IDX)
           ADD HI-KAIKAKE (WS-HI-IDX) TO SH-KAIKAKE (WS-SH-IDX)
           ADD HI-KYUYO (WS-HI-IDX)   TO SH-KYUYO (WS-SH-IDX)
           ADD HI-JYUMIN (WS-HI-IDX)  TO SH-ZEI-SHAHO (WS-SH-IDX)
           ADD HI-SHAHO (WS-HI-IDX)   TO SH-ZEI-SHAHO (WS-SH-IDX)
           ADD HI-FURIKAE (WS-HI-IDX) TO SH-FURIKAE (WS-SH-IDX)
           COMPUTE WS-ZANDAKA = WS-ZANDAKA
               + HI-URIKAKE (WS-HI-IDX) - HI-KAIKAKE (WS-HI-IDX)
               - HI-KYUYO (WS-HI-IDX)   - HI-JYUMIN (WS-HI-IDX)
               - HI-SHAHO (WS-HI-IDX)   - HI-FURIKAE (WS-HI-IDX)
           MOVE WS-ZANDAKA TO SH-ZANDAKA (WS-SH-IDX)
           IF WS-ZANDAKA < SH-SAITEI (WS-SH-IDX)
               MOVE WS-ZANDAKA TO SH-SAITEI (WS-SH-IDX)
           END-IF.

       4000-RPT-OUTPUT.
           MOVE '===== 資金繰り予測（13週） =====' TO SR-LINE
           WRITE SHIKIN-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-KISHU-ZAN TO WS-EDIT-KINGAKU
           MOVE WS-SAITEI-ZAN TO WS-EDIT-K2
           STRING '基準日:' WS-GYOMU-DATE
                  '  期首現預金:' WS-EDIT-KINGAKU
                  '  最低残高:' WS-EDIT-K2
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO SR-LINE
           WRITE SHIKIN-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-KYUYO-GAKU  TO WS-EDIT-KINGAKU
           MOVE WS-JYUMIN-GAKU TO WS-EDIT-K2
           MOVE WS-SHAHO-GAKU  TO WS-EDIT-K3
           STRING '月額 給与:' WS-EDIT-KINGAKU
                  '  住民税:' WS-EDIT-K2
                  '  社会保険料:' WS-EDIT-K3
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO SR-LINE
           WRITE SHIKIN-RPT-REC
           MOVE '--- 日別予測（入出金のある日） ---'
               TO SR-LINE
           WRITE SHIKIN-RPT-REC
           MOVE WS-KISHU-ZAN TO WS-ZANDAKA
           PERFORM 4100-HIBETSU-LINE
               VARYING WS-HI-IDX FROM 1 BY 1
               UNTIL WS-HI-IDX > 91
           MOVE '--- 週別予測 ---' TO SR-LINE
           WRITE SHIKIN-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           STRING '週 開始日           入金(売掛)'
                  '       出金(買掛)           給与'
                  '    住民税・社保       振替引落'
                  '       週末残高'
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO SR-LINE
           WRITE SHIKIN-RPT-REC
           PERFORM 4200-SHUBETSU-LINE
               VARYING WS-SH-IDX FROM 1 BY 1
               UNTIL WS-SH-IDX > 13
           PERFORM 4300-RPT-FOOTER.

       4100-HIBETSU-LINE.
           COMPUTE WS-HI-NYUKIN = HI-URIKAKE (WS-HI-IDX)
           COMPUTE WS-HI-SHUKKIN =
               HI-KAIKAKE (WS-HI-IDX) + HI-KYUYO (WS-HI-IDX)
             + HI-JYUMIN (WS-HI-IDX)  + HI-SHAHO (WS-HI-IDX)
             + HI-FURIKAE (WS-HI-IDX)
           COMPUTE WS-ZANDAKA =
               WS-ZANDAKA + WS-HI-NYUKIN - WS-HI-SHUKKIN
           IF WS-HI-NYUKIN NOT = ZEROS OR WS-HI-SHUKKIN NOT = ZEROS
               SET WS-DAY-NO TO WS-HI-IDX
               COMPUTE WS-WORK-DT = FUNCTION DATE-OF-INTEGER
                   (WS-KIJUN-LILIAN + WS-DAY-NO - 1)
               MOVE SPACES TO WS-WORK-LINE
               MOVE WS-HI-NYUKIN  TO WS-EDIT-KINGAKU
               MOVE WS-HI-SHUKKIN TO WS-EDIT-K2
               MOVE WS-ZANDAKA    TO WS-EDIT-K3
               STRING WS-WORK-DT
                      ' 入金:' WS-EDIT-KINGAKU
                      ' 出金:' WS-EDIT-K2
                      ' 残高:' WS-EDIT-K3
                   DELIMITED SIZE INTO WS-WORK-LINE
               IF WS-ZANDAKA < WS-SAITEI-ZAN
                   MOVE '*' TO WS-WORK-LINE(132:1)
               END-IF
               MOVE WS-WORK-LINE TO SR-LINE
               WRITE SHIKIN-RPT-REC
           END-IF.

       4200-SHUBETSU-LINE.
           SET WS-WEEK-NO TO WS-SH-IDX
           MOVE WS-WEEK-NO TO WS-EDIT-NO
           MOVE SH-NYUKIN (WS-SH-IDX)   TO WS-EDIT-KINGAKU
           MOVE SH-KAIKAKE (WS-SH-IDX)  TO WS-EDIT-K2
           MOVE SH-KYUYO (WS-SH-IDX)    TO WS-EDIT-K3
           MOVE SH-ZEI-SHAHO (WS-SH-IDX) TO WS-EDIT-K4
           MOVE SH-FURIKAE (WS-SH-IDX)  TO WS-EDIT-K5
           MOVE SH-ZANDAKA (WS-SH-IDX)  TO WS-EDIT-K6
           MOVE SPACES TO WS-WORK-LINE
           STRING WS-EDIT-NO ' ' SH-KAISHI-DT (WS-SH-IDX)
                  WS-EDIT-KINGAKU WS-EDIT-K2 WS-EDIT-K3
                  WS-EDIT-K4 WS-EDIT-K5 WS-EDIT-K6
               DELIMITED SIZE INTO WS-WORK-LINE
           IF SH-SAITEI (WS-SH-IDX) < WS-SAITEI-ZAN
               MOVE '**資金不足' TO WS-WORK-LINE(118:15)
               ADD 1 TO WS-FUSOKU-CNT
           END-IF
           MOVE WS-WORK-LINE TO SR-LINE
           WRITE SHIKIN-RPT-REC.

       4300-RPT-FOOTER.
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-MEISAI-CNT TO WS-EDIT-CNT
           STRING '請求明細件数  :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO SR-LINE
           WRITE SHIKIN-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-CH-CNT TO WS-EDIT-CNT
           STRING '遅延実績得意先:' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO SR-LINE
           WRITE SHIKIN-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-KAIKAKE-CNT TO WS-EDIT-CNT
           STRING '未払買掛件数  :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO SR-LINE
           WRITE SHIKIN-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-KYUYO-NINZU TO WS-EDIT-CNT
           STRING '給与明細人数  :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO SR-LINE
           WRITE SHIKIN-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-FURIKAE-CNT TO WS-EDIT-CNT
           STRING '振替依頼件数  :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO SR-LINE
           WRITE SHIKIN-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-KIJITSU-GO-CNT TO WS-EDIT-CNT
           STRING '期日経過(初日):' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO SR-LINE
           WRITE SHIKIN-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-HANIGAI-CNT TO WS-EDIT-CNT
           STRING '予測期間外    :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO SR-LINE
           WRITE SHIKIN-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-FUSOKU-CNT TO WS-EDIT-CNT
           STRING '資金不足週数  :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO SR-LINE
           WRITE SHIKIN-RPT-REC
           IF WS-CH-OVER-CNT > ZEROS
               MOVE SPACES TO WS-WORK-LINE
               MOVE WS-CH-OVER-CNT TO WS-EDIT-CNT
               STRING '遅延表溢れ    :' WS-EDIT-CNT
                   DELIMITED SIZE INTO WS-WORK-LINE
               MOVE WS-WORK-LINE TO SR-LINE
               WRITE SHIKIN-RPT-REC
           END-IF
           IF (WS-FUSOKU-CNT > ZEROS OR WS-CH-OVER-CNT > ZEROS)
               AND WS-RETURN-CODE < 4
               MOVE 4 TO WS-RETURN-CODE
           END-IF.

       3000-CLOSE-FILES.
           CLOSE MEISAI-MASTER
           CLOSE HAIBUN-JNL
           CLOSE KAIKAKE-MASTER
           CLOSE KYUYO-MEISAI
           CLOSE FURIKAE-FILE
           CLOSE YOKIN-KOZA-MASTER
           CLOSE GLZAN-MASTER
           CLOSE SHIKIN-RPT.
