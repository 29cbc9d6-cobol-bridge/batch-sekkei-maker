      *=================================================================
      * SAMPLE02W: 振込データ作成バッチ（総合振込・給与振込）
      * 概要: SAMPLE04F（支払提案）とSAMPLE03（給与計算）が作成した
      *       振替依頼ファイル（SAMPLE02形式）を読み込み、振込先口座
      *       マスタで被仕向銀行・支店・預金種目・口座番号・受取人名
      *       （カナ）を引き当てて、全銀協標準形式の総合振込ファイル
      *       （種別21・仕入先支払）と給与振込ファイル（種別11）を
      *       作成する。各ファイルはヘッダ・データ・トレーラ・エンド
      *       の4レコード区分で構成し、ヘッダに振込指定日を持つ。
      *       依頼人情報は依頼人パラメタ（種別ごと1件）から取る。
      *       振込指定日はパラメタ指定があればその日付、なければ
      *       先頭依頼の振替日とし、業務日付より前なら作成不可とする。
      *       作成ファイルは振込送信ジャーナルへ日付・種別・連番で
      *       記録する。統制表には種別ごとの依頼・作成・エラーの件数
      *       金額を印字し、統制カード（支払提案リストの振替件数・
      *       提案金額合計、給与部門別表の人数・差引計）があれば
      *       突合する。
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE02W.
       AUTHOR. BATCH-SYSTEM.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SHIIRE-IRAI-FILE ASSIGN TO SHIFURIIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SHIIRAI-STATUS.
           SELECT OPTIONAL KYUYO-IRAI-FILE ASSIGN TO KYUFURIIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-KYUIRAI-STATUS.
           SELECT FURISAKI-MASTER ASSIGN TO FURISAKIMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FS-KOZA-NO
               FILE STATUS IS WS-FURISAKI-STATUS.
           SELECT IRAININ-FILE ASSIGN TO IRAININPRM
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-IRAININ-STATUS.
           SELECT OPTIONAL CONTROL-CARD ASSIGN TO FURICTLIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CTLCARD-STATUS.
           SELECT SOGO-FILE ASSIGN TO SOGOOUT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SOGO-STATUS.
           SELECT KYUYO-FILE ASSIGN TO KYUYOOUT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-KYUYO-STATUS.
           SELECT FURIKOMI-JOURNAL ASSIGN TO FURIJNL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FJ-KEY
               FILE STATUS IS WS-FURIJNL-STATUS.
           SELECT ERROR-FILE ASSIGN TO FURIERR
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ERROR-STATUS.
           SELECT CONTROL-RPT ASSIGN TO FURIKOMICTL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
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
       FD  SHIIRE-IRAI-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  SHIIRE-IRAI-REC       PIC X(80).

       FD  KYUYO-IRAI-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  KYUYO-IRAI-REC        PIC X(80).

       FD  FURISAKI-MASTER
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FURISAKI-REC.
           05  FS-KOZA-NO        PIC X(10).
           05  FS-GINKO-CD       PIC X(04).
           05  FS-GINKO-KANA     PIC X(15).
           05  FS-SHITEN-CD      PIC X(03).
           05  FS-SHITEN-KANA    PIC X(15).
           05  FS-YOKIN-SHUMOKU  PIC X(01).
               88  FS-FUTSU      VALUE '1'.
               88  FS-TOZA       VALUE '2'.
               88  FS-CHOCHIKU   VALUE '4'.
           05  FS-KOZA-BANGO     PIC X(07).
           05  FS-KANA-MEI       PIC X(30).
           05  FS-STATUS         PIC X(01).
               88  FS-TEISHI     VALUE '9'.
           05  FILLER            PIC X(14).

       FD  IRAININ-FILE
           RECORD CONTAINS 105 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  IRAININ-REC.
           05  IR-SHUBETSU       PIC X(02).
           05  IR-IRAININ-CD     PIC X(10).
           05  IR-IRAININ-MEI    PIC X(40).
           05  IR-GINKO-CD       PIC X(04).
           05  IR-GINKO-KANA     PIC X(15).
           05  IR-SHITEN-CD      PIC X(03).
           05  IR-SHITEN-KANA    PIC X(15).
           05  IR-YOKIN-SHUMOKU  PIC X(01).
           05  IR-KOZA-BANGO     PIC X(07).
           05  IR-SHITEI-DT      PIC 9(08).

       FD  CONTROL-CARD
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  CONTROL-CARD-REC.
           05  CC-SHUBETSU       PIC X(02).
           05  CC-KENSU          PIC 9(07).
           05  CC-KINGAKU        PIC 9(12).
           05  FILLER            PIC X(19).

       FD  SOGO-FILE
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  SOGO-REC              PIC X(120).

       FD  KYUYO-FILE
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  KYUYO-REC             PIC X(120).

       FD  FURIKOMI-JOURNAL
           RECORD CONTAINS 60 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FURIJNL-REC.
           05  FJ-KEY.
               10  FJ-FILE-DT    PIC 9(08).
               10  FJ-SHUBETSU   PIC X(02).
               10  FJ-SERIAL     PIC 9(03).
           05  FJ-KENSU          PIC 9(07).
           05  FJ-GOUKEI         PIC 9(12).
           05  FJ-SHITEI-DT      PIC 9(08).
           05  FJ-SOSHIN-STATUS  PIC X(01).
               88  FJ-MIKAKUNIN  VALUE '0'.
               88  FJ-KAKUNIN    VALUE '1'.
           05  FJ-ACK-DT         PIC 9(08).
           05  FILLER            PIC X(11).

       FD  ERROR-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  ERROR-REC.
           05  ER-SHUBETSU       PIC X(02).
           05  ER-KOZA-NO        PIC X(10).
           05  ER-KINGAKU        PIC 9(10).
           05  ER-HIDUKE         PIC 9(08).
           05  ER-REASON         PIC X(30).
           05  FILLER            PIC X(20).

       FD  CONTROL-RPT
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  CONTROL-REC.
           05  CR-LINE           PIC X(100).

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
           05  WS-SHIIRAI-STATUS PIC X(02).
           05  WS-KYUIRAI-STATUS PIC X(02).
           05  WS-FURISAKI-STATUS PIC X(02).
           05  WS-IRAININ-STATUS PIC X(02).
           05  WS-CTLCARD-STATUS PIC X(02).
           05  WS-SOGO-STATUS    PIC X(02).
           05  WS-KYUYO-STATUS   PIC X(02).
           05  WS-FURIJNL-STATUS PIC X(02).
           05  WS-ERROR-STATUS   PIC X(02).
           05  WS-CONTROL-STATUS PIC X(02).
           05  WS-EOF-FLAG       PIC X(01) VALUE 'N'.
           05  WS-PRM-EOF        PIC X(01) VALUE 'N'.
           05  WS-CTL-EOF        PIC X(01) VALUE 'N'.
           05  WS-JNL-EOF-FLAG   PIC X(01) VALUE 'N'.

      * 振替依頼レコード（SAMPLE02形式・仕入/給与共通の受け域）
       01  WS-IRAI-REC.
           05  IQ-KOZA-NO        PIC X(10).
           05  IQ-KINGAKU        PIC 9(10).
           05  IQ-HIDUKE         PIC 9(08).
           05  IQ-FURIKAE-KBN    PIC X(01).
           05  IQ-RETRY-CNT      PIC 9(02).
           05  FILLER            PIC X(49).

      * 依頼人パラメタ受け域（種別テーブルから戻して使う）
       01  WS-IRAININ.
           05  WI-SHUBETSU       PIC X(02).
           05  WI-IRAININ-CD     PIC X(10).
           05  WI-IRAININ-MEI    PIC X(40).
           05  WI-GINKO-CD       PIC X(04).
           05  WI-GINKO-KANA     PIC X(15).
           05  WI-SHITEN-CD      PIC X(03).
           05  WI-SHITEN-KANA    PIC X(15).
           05  WI-YOKIN-SHUMOKU  PIC X(01).
           05  WI-KOZA-BANGO     PIC X(07).
           05  WI-SHITEI-DT      PIC 9(08).

      * 全銀レコード編集域（データ区分ごとの見方をREDEFINESで持つ）
       01  WS-ZENGIN-REC.
           05  ZD-DATA-KBN       PIC X(01).
               88  ZD-HEADER     VALUE '1'.
               88  ZD-DATA       VALUE '2'.
               88  ZD-TRAILER    VALUE '8'.
               88  ZD-END        VALUE '9'.
           05  ZD-GINKO-CD       PIC X(04).
           05  ZD-GINKO-KANA     PIC X(15).
           05  ZD-SHITEN-CD      PIC X(03).
           05  ZD-SHITEN-KANA    PIC X(15).
           05  ZD-TEGATA-CD      PIC X(04).
           05  ZD-YOKIN-SHUMOKU  PIC X(01).
           05  ZD-KOZA-BANGO     PIC X(07).
           05  ZD-KANA-MEI       PIC X(30).
           05  ZD-KINGAKU        PIC 9(10).
           05  ZD-SHINKI-CD      PIC X(01).
           05  ZD-KOKYAKU-CD1    PIC X(10).
           05  ZD-KOKYAKU-CD2    PIC X(10).
           05  ZD-SHITEI-KBN     PIC X(01).
           05  ZD-SHIKIBETSU     PIC X(01).
           05  FILLER            PIC X(07).
       01  WS-ZENGIN-HEADER REDEFINES WS-ZENGIN-REC.
           05  ZH-DATA-KBN       PIC X(01).
           05  ZH-SHUBETSU       PIC X(02).
           05  ZH-CODE-KBN       PIC X(01).
           05  ZH-IRAININ-CD     PIC X(10).
           05  ZH-IRAININ-MEI    PIC X(40).
           05  ZH-TORIKUMI-DT    PIC 9(04).
           05  ZH-GINKO-CD       PIC X(04).
           05  ZH-GINKO-KANA     PIC X(15).
           05  ZH-SHITEN-CD      PIC X(03).
           05  ZH-SHITEN-KANA    PIC X(15).
           05  ZH-YOKIN-SHUMOKU  PIC X(01).
           05  ZH-KOZA-BANGO     PIC X(07).
           05  FILLER            PIC X(17).
       01  WS-ZENGIN-TRAILER REDEFINES WS-ZENGIN-REC.
           05  ZT-DATA-KBN       PIC X(01).
           05  ZT-KENSU          PIC 9(06).
           05  ZT-GOUKEI         PIC 9(12).
           05  FILLER            PIC X(101).

      * 種別テーブル（1:総合振込=仕入先支払 2:給与振込）
       01  WS-SHUBETSU-TABLE.
           05  WS-SB-ENTRY OCCURS 2 TIMES INDEXED BY WS-SB-IDX.
               10  SB-SHUBETSU       PIC X(02).
               10  SB-IRAININ-IMAGE  PIC X(105).
               10  SB-PRM-FLAG       PIC X(01).
                   88  SB-PRM-ARI    VALUE 'Y'.
               10  SB-CTL-FLAG       PIC X(01).
                   88  SB-CTL-ARI    VALUE 'Y'.
               10  SB-CTL-KENSU      PIC 9(07).
               10  SB-CTL-KINGAKU    PIC 9(12).
               10  SB-SHITEI-DT      PIC 9(08).
               10  SB-KAKO-FLAG      PIC X(01).
                   88  SB-SHITEI-KAKO VALUE 'Y'.
               10  SB-IRAI-CNT       PIC 9(07).
               10  SB-IRAI-GOUKEI    PIC 9(12).
               10  SB-SAKUSEI-CNT    PIC 9(07).
               10  SB-SAKUSEI-GOUKEI PIC 9(12).
               10  SB-ERR-CNT        PIC 9(07).
               10  SB-ERR-GOUKEI     PIC 9(12).
               10  SB-SERIAL         PIC 9(03).
       01  WS-SB-SCAN            PIC 9(01).

       01  WS-SHITEI-DT          PIC 9(08) VALUE ZEROS.
       01  WS-SHITEI-DT-X REDEFINES WS-SHITEI-DT.
           05  WS-SHITEI-YYYY    PIC 9(04).
           05  WS-SHITEI-MMDD    PIC 9(04).

       01  WS-FILE-DT            PIC 9(08) VALUE ZEROS.
       01  WS-SERIAL             PIC 9(03) VALUE ZEROS.

       01  WS-COUNTERS.
           05  WS-INPUT-CNT      PIC 9(07) VALUE ZEROS.
           05  WS-CHECK-KINGAKU  PIC 9(12) VALUE ZEROS.

       01  WS-HANTEI-FLAG        PIC X(01) VALUE 'Y'.
           88  WS-HANTEI-OK      VALUE 'Y'.

       01  WS-EDIT-AREA.
           05  WS-EDIT-CNT       PIC ZZZ,ZZ9.
           05  WS-EDIT-KINGAKU   PIC ZZ,ZZZ,ZZZ,ZZ9.
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
           PERFORM 2000-SHUBETSU-SHORI
               VARYING WS-SB-SCAN FROM 1 BY 1
               UNTIL WS-SB-SCAN > 2
           PERFORM 4000-CONTROL-REPORT
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
           MOVE 'SAMPLE2W' TO RL-PROGRAM-ID
           MOVE 'S'        TO RL-KBN
           MOVE WS-GYOMU-DATE TO RL-GYOMU-DT
           MOVE FUNCTION CURRENT-DATE(9:6) TO RL-JIKOKU
           MOVE ZEROS      TO RL-KENSU RL-RETURN-CD
           WRITE RUNLOG-REC
           CLOSE RUNLOG-FILE.

       0900-RUNLOG-END.
           OPEN EXTEND RUNLOG-FILE
           MOVE 'SAMPLE2W' TO RL-PROGRAM-ID
           MOVE 'E'        TO RL-KBN
           MOVE WS-GYOMU-DATE TO RL-GYOMU-DT
           MOVE FUNCTION CURRENT-DATE(9:6) TO RL-JIKOKU
           MOVE WS-INPUT-CNT TO RL-KENSU
           MOVE RETURN-CODE  TO RL-RETURN-CD
           WRITE RUNLOG-REC
           CLOSE RUNLOG-FILE.

       1000-OPEN-FILES.
           OPEN INPUT  SHIIRE-IRAI-FILE
           OPEN INPUT  KYUYO-IRAI-FILE
           OPEN INPUT  FURISAKI-MASTER
           OPEN OUTPUT SOGO-FILE
           OPEN OUTPUT KYUYO-FILE
           OPEN I-O    FURIKOMI-JOURNAL
           OPEN OUTPUT ERROR-FILE
           OPEN OUTPUT CONTROL-RPT
           MOVE WS-GYOMU-DATE TO WS-FILE-DT
           PERFORM 1050-SHUBETSU-INIT
               VARYING WS-SB-SCAN FROM 1 BY 1
               UNTIL WS-SB-SCAN > 2
           PERFORM 1300-LOAD-IRAININ
           PERFORM 1400-LOAD-CONTROL-CARD.

       1050-SHUBETSU-INIT.
           SET WS-SB-IDX TO WS-SB-SCAN
           INITIALIZE WS-SB-ENTRY (WS-SB-IDX)
           IF WS-SB-SCAN = 1
               MOVE '21' TO SB-SHUBETSU (WS-SB-IDX)
           ELSE
               MOVE '11' TO SB-SHUBETSU (WS-SB-IDX)
           END-IF
           MOVE 'N' TO SB-PRM-FLAG (WS-SB-IDX)
                       SB-CTL-FLAG (WS-SB-IDX)
                       SB-KAKO-FLAG (WS-SB-IDX).

      * 依頼人パラメタ展開: 種別コードで種別テーブルへ振り分ける
       1300-LOAD-IRAININ.
           OPEN INPUT IRAININ-FILE
           IF WS-IRAININ-STATUS NOT = '00'
               MOVE 'Y' TO WS-PRM-EOF
           END-IF
           PERFORM 1310-READ-IRAININ
               UNTIL WS-PRM-EOF = 'Y'
           CLOSE IRAININ-FILE.

       1310-READ-IRAININ.
           READ IRAININ-FILE
               AT END
                   MOVE 'Y' TO WS-PRM-EOF
               NOT AT END
                   PERFORM 1320-IRAININ-SET
                       VARYING WS-SB-SCAN FROM 1 BY 1
                       UNTIL WS-SB-SCAN > 2
           END-READ.

       1320-IRAININ-SET.
           SET WS-SB-IDX TO WS-SB-SCAN
           IF IR-SHUBETSU = SB-SHUBETSU (WS-SB-IDX)
               MOVE IRAININ-REC TO SB-IRAININ-IMAGE (WS-SB-IDX)
               MOVE 'Y' TO SB-PRM-FLAG (WS-SB-IDX)
           END-IF.

      * 統制カード展開: 支払提案リスト・給与部門別表から起こした
      * 件数金額を種別ごとに保持する（カードなしは突合省略）
       1400-LOAD-CONTROL-CARD.
           OPEN INPUT CONTROL-CARD
           IF WS-CTLCARD-STATUS NOT = '00'
               MOVE 'Y' TO WS-CTL-EOF
           END-IF
           PERFORM 1410-READ-CONTROL-CARD
               UNTIL WS-CTL-EOF = 'Y'
           CLOSE CONTROL-CARD.

       1410-READ-CONTROL-CARD.
           READ CONTROL-CARD
               AT END
                   MOVE 'Y' TO WS-CTL-EOF
               NOT AT END
                   PERFORM 1420-CONTROL-CARD-SET
                       VARYING WS-SB-SCAN FROM 1 BY 1
                       UNTIL WS-SB-SCAN > 2
           END-READ.

       1420-CONTROL-CARD-SET.
           SET WS-SB-IDX TO WS-SB-SCAN
           IF CC-SHUBETSU = SB-SHUBETSU (WS-SB-IDX)
               MOVE CC-KENSU   TO SB-CTL-KENSU (WS-SB-IDX)
               MOVE CC-KINGAKU TO SB-CTL-KINGAKU (WS-SB-IDX)
               MOVE 'Y' TO SB-CTL-FLAG (WS-SB-IDX)
           END-IF.

      * 振替依頼読込: 処理中の種別の依頼ファイルから共通域へ読む
       1100-READ-IRAI.
           EVALUATE WS-SB-IDX
               WHEN 1
                   READ SHIIRE-IRAI-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           MOVE SHIIRE-IRAI-REC TO WS-IRAI-REC
                   END-READ
               WHEN 2
                   READ KYUYO-IRAI-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           MOVE KYUYO-IRAI-REC TO WS-IRAI-REC
                   END-READ
           END-EVALUATE.

      * 種別ごとの振込ファイル作成:
      * ヘッダ → データ（依頼1件につき1件）→ トレーラ → エンド
       2000-SHUBETSU-SHORI.
           SET WS-SB-IDX TO WS-SB-SCAN
           MOVE 'N' TO WS-EOF-FLAG
           MOVE SB-IRAININ-IMAGE (WS-SB-IDX) TO WS-IRAININ
           PERFORM 1100-READ-IRAI
           PERFORM 2050-SHITEI-DT-SET
           PERFORM 2800-HEADER-WRITE
           PERFORM 2100-IRAI-SHORI
               UNTIL WS-EOF-FLAG = 'Y'
           PERFORM 2900-TRAILER-WRITE
           PERFORM 2950-END-WRITE
           IF SB-SAKUSEI-CNT (WS-SB-IDX) > ZEROS
               AND SB-PRM-ARI (WS-SB-IDX)
               AND NOT SB-SHITEI-KAKO (WS-SB-IDX)
               PERFORM 2960-JOURNAL-WRITE
           END-IF.

      * 振込指定日: パラメタ指定を優先し、なければ先頭依頼の振替日。
      * 業務日付より前の指定日は銀行が受け付けないため作成不可とする
       2050-SHITEI-DT-SET.
           IF WI-SHITEI-DT > ZEROS
               MOVE WI-SHITEI-DT TO SB-SHITEI-DT (WS-SB-IDX)
           ELSE
               IF WS-EOF-FLAG = 'Y'
                   MOVE WS-GYOMU-DATE TO SB-SHITEI-DT (WS-SB-IDX)
               ELSE
                   MOVE IQ-HIDUKE TO SB-SHITEI-DT (WS-SB-IDX)
               END-IF
           END-IF
           IF SB-SHITEI-DT (WS-SB-IDX) < WS-GYOMU-DATE
               MOVE 'Y' TO SB-KAKO-FLAG (WS-SB-IDX)
           END-IF.

       2100-IRAI-SHORI.
           ADD 1 TO WS-INPUT-CNT
           ADD 1 TO SB-IRAI-CNT (WS-SB-IDX)
           ADD IQ-KINGAKU TO SB-IRAI-GOUKEI (WS-SB-IDX)
           EVALUATE TRUE
               WHEN IQ-KINGAKU = ZEROS
                   MOVE '振込金額ゼロ' TO ER-REASON
                   PERFORM 9200-WRITE-ERROR
               WHEN WI-SHITEI-DT = ZEROS
                AND IQ-HIDUKE NOT = SB-SHITEI-DT (WS-SB-IDX)
                   MOVE '振込指定日不一致' TO ER-REASON
                   PERFORM 9200-WRITE-ERROR
               WHEN OTHER
                   PERFORM 2200-FURISAKI-READ
           END-EVALUATE
           PERFORM 1100-READ-IRAI.

      * 振込先引当: 振替依頼の口座番号で振込先口座マスタを引く
       2200-FURISAKI-READ.
           MOVE IQ-KOZA-NO TO FS-KOZA-NO
           READ FURISAKI-MASTER
               INVALID KEY
                   MOVE '振込先口座未登録' TO ER-REASON
                   PERFORM 9200-WRITE-ERROR
               NOT INVALID KEY
                   IF FS-TEISHI
                       MOVE '振込先口座停止' TO ER-REASON
                       PERFORM 9200-WRITE-ERROR
                   ELSE
                       PERFORM 2300-DATA-WRITE
                   END-IF
           END-READ.

       2300-DATA-WRITE.
           MOVE SPACES           TO WS-ZENGIN-REC
           SET ZD-DATA            TO TRUE
           MOVE FS-GINKO-CD       TO ZD-GINKO-CD
           MOVE FS-GINKO-KANA     TO ZD-GINKO-KANA
           MOVE FS-SHITEN-CD      TO ZD-SHITEN-CD
           MOVE FS-SHITEN-KANA    TO ZD-SHITEN-KANA
           MOVE FS-YOKIN-SHUMOKU  TO ZD-YOKIN-SHUMOKU
           MOVE FS-KOZA-BANGO     TO ZD-KOZA-BANGO
           MOVE FS-KANA-MEI       TO ZD-KANA-MEI
           MOVE IQ-KINGAKU        TO ZD-KINGAKU
           MOVE '0'               TO ZD-SHINKI-CD
           MOVE IQ-KOZA-NO        TO ZD-KOKYAKU-CD1
           MOVE '7'               TO ZD-SHITEI-KBN
           PERFORM 2600-ZENGIN-WRITE
           ADD 1 TO SB-SAKUSEI-CNT (WS-SB-IDX)
           ADD IQ-KINGAKU TO SB-SAKUSEI-GOUKEI (WS-SB-IDX).

      * 種別別ファイル書出し: WS-SB-IDXの示す種別のファイルへ書く
       2600-ZENGIN-WRITE.
           EVALUATE WS-SB-IDX
               WHEN 1
                   MOVE WS-ZENGIN-REC TO SOGO-REC
                   WRITE SOGO-REC
               WHEN 2
                   MOVE WS-ZENGIN-REC TO KYUYO-REC
                   WRITE KYUYO-REC
           END-EVALUATE.

       2800-HEADER-WRITE.
           MOVE SB-SHITEI-DT (WS-SB-IDX) TO WS-SHITEI-DT
           MOVE SPACES            TO WS-ZENGIN-REC
           SET ZD-HEADER           TO TRUE
           MOVE SB-SHUBETSU (WS-SB-IDX) TO ZH-SHUBETSU
           MOVE '0'               TO ZH-CODE-KBN
           MOVE WI-IRAININ-CD     TO ZH-IRAININ-CD
           MOVE WI-IRAININ-MEI    TO ZH-IRAININ-MEI
           MOVE WS-SHITEI-MMDD    TO ZH-TORIKUMI-DT
           MOVE WI-GINKO-CD       TO ZH-GINKO-CD
           MOVE WI-GINKO-KANA     TO ZH-GINKO-KANA
           MOVE WI-SHITEN-CD      TO ZH-SHITEN-CD
           MOVE WI-SHITEN-KANA    TO ZH-SHITEN-KANA
           MOVE WI-YOKIN-SHUMOKU  TO ZH-YOKIN-SHUMOKU
           MOVE WI-KOZA-BANGO     TO ZH-KOZA-BANGO
           PERFORM 2600-ZENGIN-WRITE.

       2900-TRAILER-WRITE.
           MOVE SPACES            TO WS-ZENGIN-REC
           SET ZD-TRAILER          TO TRUE
           MOVE SB-SAKUSEI-CNT (WS-SB-IDX)    TO ZT-KENSU
           MOVE SB-SAKUSEI-GOUKEI (WS-SB-IDX) TO ZT-GOUKEI
           PERFORM 2600-ZENGIN-WRITE.

       2950-END-WRITE.
           MOVE SPACES            TO WS-ZENGIN-REC
           SET ZD-END              TO TRUE
           PERFORM 2600-ZENGIN-WRITE.

      * 振込送信ジャーナル: 当日・種別内の連番を採番して記録する
       2960-JOURNAL-WRITE.
           PERFORM 1200-SAIBAN-SERIAL
           MOVE SPACES           TO FURIJNL-REC
           MOVE WS-SERIAL        TO SB-SERIAL (WS-SB-IDX)
           MOVE WS-FILE-DT       TO FJ-FILE-DT
           MOVE SB-SHUBETSU (WS-SB-IDX) TO FJ-SHUBETSU
           MOVE WS-SERIAL        TO FJ-SERIAL
           MOVE SB-SAKUSEI-CNT (WS-SB-IDX)    TO FJ-KENSU
           MOVE SB-SAKUSEI-GOUKEI (WS-SB-IDX) TO FJ-GOUKEI
           MOVE SB-SHITEI-DT (WS-SB-IDX)      TO FJ-SHITEI-DT
           SET FJ-MIKAKUNIN      TO TRUE
           MOVE ZEROS            TO FJ-ACK-DT
           WRITE FURIJNL-REC
               INVALID KEY CONTINUE
           END-WRITE.

       1200-SAIBAN-SERIAL.
           MOVE ZEROS      TO WS-SERIAL
           MOVE 'N'        TO WS-JNL-EOF-FLAG
           MOVE WS-FILE-DT TO FJ-FILE-DT
           MOVE SB-SHUBETSU (WS-SB-IDX) TO FJ-SHUBETSU
           MOVE ZEROS      TO FJ-SERIAL
           START FURIKOMI-JOURNAL KEY IS NOT LESS THAN FJ-KEY
               INVALID KEY MOVE 'Y' TO WS-JNL-EOF-FLAG
           END-START
           PERFORM 1210-SCAN-SERIAL
               UNTIL WS-JNL-EOF-FLAG = 'Y'
           ADD 1 TO WS-SERIAL.

       1210-SCAN-SERIAL.
           READ FURIKOMI-JOURNAL NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-JNL-EOF-FLAG
               NOT AT END
                   IF FJ-FILE-DT NOT = WS-FILE-DT
                       OR FJ-SHUBETSU NOT = SB-SHUBETSU (WS-SB-IDX)
                       MOVE 'Y' TO WS-JNL-EOF-FLAG
                   ELSE
                       MOVE FJ-SERIAL TO WS-SERIAL
                   END-IF
           END-READ.

       9200-WRITE-ERROR.
           MOVE SB-SHUBETSU (WS-SB-IDX) TO ER-SHUBETSU
           MOVE IQ-KOZA-NO   TO ER-KOZA-NO
           MOVE IQ-KINGAKU   TO ER-KINGAKU
           MOVE IQ-HIDUKE    TO ER-HIDUKE
           WRITE ERROR-REC
           ADD 1 TO SB-ERR-CNT (WS-SB-IDX)
           ADD IQ-KINGAKU TO SB-ERR-GOUKEI (WS-SB-IDX).

      * 振込統制表: 種別ごとに依頼＝作成＋エラーの一致と、統制
      * カード（上流帳票の件数金額）との一致を判定する
       4000-CONTROL-REPORT.
           MOVE '===== 振込データ作成 統制表 =====' TO CR-LINE
           WRITE CONTROL-REC
           PERFORM 4100-SHUBETSU-REPORT
               VARYING WS-SB-SCAN FROM 1 BY 1
               UNTIL WS-SB-SCAN > 2.

       4100-SHUBETSU-REPORT.
           SET WS-SB-IDX TO WS-SB-SCAN
           MOVE 'Y' TO WS-HANTEI-FLAG
           IF WS-SB-SCAN = 1
               MOVE '総合振込(21) 突合先:支払提案リスト'
                   TO CR-LINE
           ELSE
               MOVE '給与振込(11) 突合先:部門別配賦表'
                   TO CR-LINE
           END-IF
           WRITE CONTROL-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE SB-IRAI-CNT (WS-SB-IDX) TO WS-EDIT-CNT
           STRING '依頼件数      :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO CR-LINE
           WRITE CONTROL-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE SB-IRAI-GOUKEI (WS-SB-IDX) TO WS-EDIT-KINGAKU
           STRING '依頼金額合計  :' WS-EDIT-KINGAKU
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO CR-LINE
           WRITE CONTROL-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE SB-SAKUSEI-CNT (WS-SB-IDX) TO WS-EDIT-CNT
           STRING '振込作成件数  :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO CR-LINE
           WRITE CONTROL-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE SB-SAKUSEI-GOUKEI (WS-SB-IDX) TO WS-EDIT-KINGAKU
           STRING '振込金額合計  :' WS-EDIT-KINGAKU
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO CR-LINE
           WRITE CONTROL-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE SB-ERR-CNT (WS-SB-IDX) TO WS-EDIT-CNT
           MOVE SB-ERR-GOUKEI (WS-SB-IDX) TO WS-EDIT-KINGAKU
           STRING 'エラー件数    :' WS-EDIT-CNT
                  '  金額:' WS-EDIT-KINGAKU
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO CR-LINE
           WRITE CONTROL-REC
           MOVE SPACES TO WS-WORK-LINE
           STRING '振込指定日    :' SB-SHITEI-DT (WS-SB-IDX)
                  '  送信連番:' SB-SERIAL (WS-SB-IDX)
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO CR-LINE
           WRITE CONTROL-REC
           PERFORM 4200-CONTROL-CARD-LINE
           PERFORM 4300-HANTEI.

       4200-CONTROL-CARD-LINE.
           MOVE SPACES TO WS-WORK-LINE
           IF SB-CTL-ARI (WS-SB-IDX)
               MOVE SB-CTL-KENSU (WS-SB-IDX) TO WS-EDIT-CNT
               MOVE SB-CTL-KINGAKU (WS-SB-IDX) TO WS-EDIT-KINGAKU
               STRING '統制件数      :' WS-EDIT-CNT
                      '  金額:' WS-EDIT-KINGAKU
                   DELIMITED SIZE INTO WS-WORK-LINE
           ELSE
               MOVE '統制カード    :なし（突合省略）'
                   TO WS-WORK-LINE
           END-IF
           MOVE WS-WORK-LINE TO CR-LINE
           WRITE CONTROL-REC.

      * 判定: 依頼＝作成＋エラー、統制カード一致（件数はカードに
      * 件数がある場合のみ）、依頼人パラメタあり、指定日到来前
       4300-HANTEI.
           COMPUTE WS-CHECK-KINGAKU =
               SB-SAKUSEI-GOUKEI (WS-SB-IDX) + SB-ERR-GOUKEI (WS-SB-IDX)
           IF WS-CHECK-KINGAKU NOT = SB-IRAI-GOUKEI (WS-SB-IDX)
               MOVE 'N' TO WS-HANTEI-FLAG
           END-IF
           IF SB-CTL-ARI (WS-SB-IDX)
               IF SB-CTL-KINGAKU (WS-SB-IDX)
                       NOT = SB-IRAI-GOUKEI (WS-SB-IDX)
                   MOVE 'N' TO WS-HANTEI-FLAG
               END-IF
               IF SB-CTL-KENSU (WS-SB-IDX) > ZEROS
                   AND SB-CTL-KENSU (WS-SB-IDX)
                       NOT = SB-IRAI-CNT (WS-SB-IDX)
                   MOVE 'N' TO WS-HANTEI-FLAG
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN NOT SB-PRM-ARI (WS-SB-IDX)
                   MOVE '判定          :NG パラメタなし'
                       TO CR-LINE
                   MOVE 8 TO WS-RETURN-CODE
               WHEN SB-SHITEI-KAKO (WS-SB-IDX)
                   MOVE '判定          :NG 振込指定日経過'
                       TO CR-LINE
                   MOVE 8 TO WS-RETURN-CODE
               WHEN NOT WS-HANTEI-OK
                   MOVE '判定          :NG 突合不一致' TO CR-LINE
                   MOVE 8 TO WS-RETURN-CODE
               WHEN SB-ERR-CNT (WS-SB-IDX) > ZEROS
                   MOVE '判定          :OK エラー分あり'
                       TO CR-LINE
                   IF WS-RETURN-CODE < 4
                       MOVE 4 TO WS-RETURN-CODE
                   END-IF
               WHEN OTHER
                   MOVE '判定          :OK' TO CR-LINE
           END-EVALUATE
           WRITE CONTROL-REC.

       3000-CLOSE-FILES.
           CLOSE SHIIRE-IRAI-FILE
           CLOSE KYUYO-IRAI-FILE
           CLOSE FURISAKI-MASTER
           CLOSE SOGO-FILE
           CLOSE KYUYO-FILE
           CLOSE FURIKOMI-JOURNAL
           CLOSE ERROR-FILE
           CLOSE CONTROL-RPT.
