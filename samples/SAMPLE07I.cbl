      *=================================================================
      * SAMPLE07I: 振込入金明細 入金連携バッチ
      * 概要: 銀行から届く入出金取引明細（種別03）または振込入金通知
      *       （種別01）の入金明細を読み込み、入金元の得意先を特定して
      *       SAMPLE07用の入金データを作成する。得意先の特定は
      *       (1)振込依頼人名（カナ）の名義対応表（過去の消込から学習）
      *       (2)入金口座（仮想口座）マスタ
      *       (3)振込参照番号（EDI情報または依頼人コード）の対応マスタ
      *       の順に行う。入金方法は取引区分から決める（振込 'FURI'、
      *       他店券 'TATN'、現金 'GENK'、振替 'FRKE'）。
      *       特定できない入金は仮受マスタへ計上して仮受リストに印字し、
      *       担当者が得意先を割り当てた仮受解決ファイルを翌回に取り
      *       込んで入金データを作成し、その依頼人名を名義対応表へ
      *       学習させる。口座・参照番号で特定した入金の依頼人名も
      *       学習し、別の得意先と競合した名義は特定に使わない。
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE07I.
       AUTHOR. BATCH-SYSTEM.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MEISAI-FILE ASSIGN TO NYUKINMEI
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MEISAI-STATUS.
           SELECT MEIGI-XREF ASSIGN TO MEIGIXREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MX-MEIGI-KANA
               FILE STATUS IS WS-MEIGI-STATUS.
           SELECT KASOKOZA-MASTER ASSIGN TO KASOKOZMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VK-KEY
               FILE STATUS IS WS-KASOKOZA-STATUS.
           SELECT FURIKOMI-XREF ASSIGN TO FURIKOXREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FX-FURIKOMI-REF
               FILE STATUS IS WS-FURIXREF-STATUS.
           SELECT KARIUKE-MASTER ASSIGN TO KARIUKEMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KU-KEY
               FILE STATUS IS WS-KARIUKE-STATUS.
           SELECT OPTIONAL KAIKETSU-FILE ASSIGN TO KARIKAIKETSU
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-KAIKETSU-STATUS.
           SELECT NYUKIN-FILE ASSIGN TO NYUKINOUT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-NYUKIN-STATUS.
           SELECT KARIUKE-RPT ASSIGN TO KARIUKERPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-KARIRPT-STATUS.
           SELECT CONTROL-RPT ASSIGN TO NYUMEICTL
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
      * 銀行入金明細（全銀協標準形式・200バイト）
      * ヘッダ'1'・データ'2'・トレーラ'8'・エンド'9'。データと
      * トレーラの見方はヘッダの種別コード（03/01）で切り替える
       FD  MEISAI-FILE
           RECORD CONTAINS 200 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  MEISAI-REC.
           05  MS-DATA-KBN       PIC X(01).
               88  MS-HEADER     VALUE '1'.
               88  MS-DATA       VALUE '2'.
               88  MS-TRAILER    VALUE '8'.
               88  MS-END        VALUE '9'.
           05  FILLER            PIC X(199).
      * ヘッダ（種別03 入出金取引明細）
       01  MEISAI-HEADER.
           05  FILLER            PIC X(01).
           05  MH-SHUBETSU       PIC X(02).
               88  MH-NYUSHUKKIN VALUE '03'.
               88  MH-FURIKOMI   VALUE '01'.
           05  MH-CODE-KBN       PIC X(01).
           05  MH-SAKUSEI-DT     PIC 9(06).
           05  MH-KANJO-FROM     PIC 9(06).
           05  MH-KANJO-TO       PIC 9(06).
           05  MH-GINKO-CD       PIC X(04).
           05  MH-GINKO-MEI      PIC X(15).
           05  MH-SHITEN-CD      PIC X(03).
           05  MH-SHITEN-MEI     PIC X(15).
           05  FILLER            PIC X(03).
           05  MH-YOKIN-SHUMOKU  PIC X(01).
           05  MH-KOZA-BANGO     PIC X(07).
           05  MH-KOZA-MEI       PIC X(40).
           05  FILLER            PIC X(90).
      * ヘッダ（種別01 振込入金通知・支店名の後に予備がない）
       01  FURIKOMI-HEADER.
           05  FILLER            PIC X(59).
           05  NH-YOKIN-SHUMOKU  PIC X(01).
           05  NH-KOZA-BANGO     PIC X(07).
           05  NH-KOZA-MEI       PIC X(40).
           05  FILLER            PIC X(93).
      * データ（種別03 入出金取引明細）
       01  MEISAI-DATA.
           05  FILLER            PIC X(01).
           05  MD-SHOKAI-NO      PIC X(08).
           05  MD-KANJO-DT       PIC 9(06).
           05  MD-AZUKE-DT       PIC 9(06).
           05  MD-NYUHARAI-KBN   PIC X(01).
               88  MD-NYUKIN     VALUE '1'.
           05  MD-TORIHIKI-KBN   PIC X(02).
           05  MD-KINGAKU        PIC 9(12).
           05  MD-TATEN-KINGAKU  PIC 9(12).
           05  MD-KOUKAN-DT      PIC 9(06).
           05  MD-FUWATARI-DT    PIC 9(06).
           05  MD-TEGATA-KBN     PIC X(01).
           05  MD-TEGATA-NO      PIC X(07).
           05  MD-RYOTEN-NO      PIC X(03).
           05  MD-IRAININ-CD     PIC X(10).
           05  MD-IRAININ-MEI    PIC X(48).
           05  MD-SHIMUKE-GINKO  PIC X(15).
           05  MD-SHIMUKE-TEN    PIC X(15).
           05  MD-TEKIYO         PIC X(20).
           05  MD-EDI-JOHO       PIC X(20).
           05  FILLER            PIC X(01).
      * データ（種別01 振込入金通知）
       01  FURIKOMI-DATA.
           05  FILLER            PIC X(01).
           05  ND-SHOKAI-NO      PIC X(06).
           05  ND-KANJO-DT       PIC 9(06).
           05  ND-KISAN-DT       PIC 9(06).
           05  ND-KINGAKU        PIC 9(10).
           05  ND-TATEN-KINGAKU  PIC 9(10).
           05  ND-IRAININ-CD     PIC X(10).
           05  ND-IRAININ-MEI    PIC X(48).
           05  ND-SHIMUKE-GINKO  PIC X(15).
           05  ND-SHIMUKE-TEN    PIC X(15).
           05  ND-TORIKESHI-KBN  PIC X(01).
               88  ND-TORIKESHI  VALUE '1'.
           05  ND-EDI-JOHO       PIC X(20).
           05  FILLER            PIC X(52).
      * トレーラ（種別03）
       01  MEISAI-TRAILER.
           05  FILLER            PIC X(01).
           05  MT-NYUKIN-CNT     PIC 9(06).
           05  MT-NYUKIN-GAKU    PIC 9(13).
           05  MT-SHUKKIN-CNT    PIC 9(06).
           05  MT-SHUKKIN-GAKU   PIC 9(13).
           05  FILLER            PIC X(161).
      * トレーラ（種別01）
       01  FURIKOMI-TRAILER.
           05  FILLER            PIC X(01).
           05  NT-KENSU          PIC 9(06).
           05  NT-GOUKEI         PIC 9(12).
           05  NT-TORIKESHI-CNT  PIC 9(06).
           05  NT-TORIKESHI-GAKU PIC 9(12).
           05  FILLER            PIC X(163).

      * 名義対応表: 振込依頼人名（カナ）→得意先（学習で追加）
       FD  MEIGI-XREF
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  MEIGI-XREF-REC.
           05  MX-MEIGI-KANA     PIC X(48).
           05  MX-TOKUI-CD       PIC X(08).
           05  MX-STATUS         PIC X(01).
               88  MX-YUKO       VALUE '1'.
               88  MX-KYOGO      VALUE '2'.
           05  MX-GAKUSHU-DT     PIC 9(08).
           05  MX-KAISU          PIC 9(05).
           05  FILLER            PIC X(10).

       FD  KASOKOZA-MASTER
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  KASOKOZA-REC.
           05  VK-KEY.
               10  VK-GINKO-CD   PIC X(04).
               10  VK-SHITEN-CD  PIC X(03).
               10  VK-KOZA-BANGO PIC X(07).
           05  VK-TOKUI-CD       PIC X(08).
           05  FILLER            PIC X(18).

       FD  FURIKOMI-XREF
           RECORD CONTAINS 24 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FURIKOMI-XREF-REC.
           05  FX-FURIKOMI-REF   PIC X(12).
           05  FX-TOKUI-CD       PIC X(08).
           05  FILLER            PIC X(04).

      * 仮受マスタ: 特定できなかった入金（解決まで保持する）
       FD  KARIUKE-MASTER
           RECORD CONTAINS 150 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  KARIUKE-REC.
           05  KU-KEY.
               10  KU-KOZA-BANGO PIC X(07).
               10  KU-KANJO-DT   PIC 9(08).
               10  KU-SHOKAI-NO  PIC X(08).
           05  KU-KINGAKU        PIC 9(12).
           05  KU-HOKO           PIC X(04).
           05  KU-MEIGI-KANA     PIC X(48).
           05  KU-FURIKOMI-REF   PIC X(12).
           05  KU-STATUS         PIC X(01).
               88  KU-MIKAIKETSU VALUE '0'.
               88  KU-KAIKETSU   VALUE '1'.
           05  KU-TOKUI-CD       PIC X(08).
           05  KU-KAIKETSU-DT    PIC 9(08).
           05  KU-TOROKU-DT      PIC 9(08).
           05  FILLER            PIC X(26).

      * 仮受解決: 担当者が仮受に割り当てた得意先
       FD  KAIKETSU-FILE
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  KAIKETSU-REC.
           05  KK-KEY.
               10  KK-KOZA-BANGO PIC X(07).
               10  KK-KANJO-DT   PIC 9(08).
               10  KK-SHOKAI-NO  PIC X(08).
           05  KK-TOKUI-CD       PIC X(08).
           05  FILLER            PIC X(09).

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

       FD  KARIUKE-RPT
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  KARIUKE-RPT-REC.
           05  KR-LINE           PIC X(120).

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
           05  WS-MEISAI-STATUS  PIC X(02).
           05  WS-MEIGI-STATUS   PIC X(02).
           05  WS-KASOKOZA-STATUS PIC X(02).
           05  WS-FURIXREF-STATUS PIC X(02).
           05  WS-KARIUKE-STATUS PIC X(02).
           05  WS-KAIKETSU-STATUS PIC X(02).
           05  WS-NYUKIN-STATUS  PIC X(02).
           05  WS-KARIRPT-STATUS PIC X(02).
           05  WS-CONTROL-STATUS PIC X(02).
           05  WS-EOF-FLAG       PIC X(01) VALUE 'N'.
           05  WS-KK-EOF         PIC X(01) VALUE 'N'.
           05  WS-KU-EOF         PIC X(01) VALUE 'N'.

       01  WS-HONJITSU           PIC 9(08) VALUE ZEROS.
       01  WS-KK-REASON          PIC X(12) VALUE SPACES.

      * 処理中の口座（ヘッダから取る）
       01  WS-KOZA-AREA.
           05  WS-SHUBETSU       PIC X(02) VALUE SPACES.
               88  WS-NYUSHUKKIN VALUE '03'.
               88  WS-FURIKOMI   VALUE '01'.
           05  WS-GINKO-CD       PIC X(04).
           05  WS-SHITEN-CD      PIC X(03).
           05  WS-KOZA-BANGO     PIC X(07).
           05  WS-GRP-CNT        PIC 9(07).
           05  WS-GRP-KINGAKU    PIC 9(13).
           05  WS-GRP-TORI-CNT   PIC 9(07).
           05  WS-GRP-TORI-GAKU  PIC 9(13).

      * 入金1件の共通域（種別03/01のデータから編集する）
       01  WS-NYUKIN-AREA.
           05  WS-SHOKAI-NO      PIC X(08).
           05  WS-KINGAKU        PIC 9(12).
           05  WS-HOKO           PIC X(04).
           05  WS-MEIGI-KANA     PIC X(48).
           05  WS-IRAININ-CD     PIC X(10).
           05  WS-EDI-JOHO       PIC X(20).
           05  WS-FURIKOMI-REF   PIC X(12).
           05  WS-TOKUI-CD       PIC X(08).
           05  WS-TOKUTEI-KBN    PIC X(01).
               88  WS-TOKUTEI-MEIGI VALUE 'M'.
               88  WS-TOKUTEI-KOZA  VALUE 'V'.
               88  WS-TOKUTEI-REF   VALUE 'R'.
               88  WS-TOKUTEI-NASHI VALUE SPACE.

      * 全銀の日付は和暦（令和）年の YYMMDD で届くため西暦へ直す
       01  WS-WAREKI-DT          PIC 9(06) VALUE ZEROS.
       01  WS-WAREKI-DT-X REDEFINES WS-WAREKI-DT.
           05  WS-WAREKI-YY      PIC 9(02).
           05  WS-WAREKI-MMDD    PIC 9(04).
       01  WS-KANJO-DT           PIC 9(08) VALUE ZEROS.
       01  WS-KANJO-DT-X REDEFINES WS-KANJO-DT.
           05  WS-KANJO-YYYY     PIC 9(04).
           05  WS-KANJO-MMDD     PIC 9(04).

       01  WS-COUNTERS.
           05  WS-READ-CNT       PIC 9(07) VALUE ZEROS.
           05  WS-TAISHO-CNT     PIC 9(07) VALUE ZEROS.
           05  WS-TAISHO-KINGAKU PIC 9(13) VALUE ZEROS.
           05  WS-TAISHOGAI-CNT  PIC 9(07) VALUE ZEROS.
           05  WS-MEIGI-CNT      PIC 9(07) VALUE ZEROS.
           05  WS-MEIGI-KINGAKU  PIC 9(13) VALUE ZEROS.
           05  WS-KOZA-CNT       PIC 9(07) VALUE ZEROS.
           05  WS-KOZA-KINGAKU   PIC 9(13) VALUE ZEROS.
           05  WS-REF-CNT        PIC 9(07) VALUE ZEROS.
           05  WS-REF-KINGAKU    PIC 9(13) VALUE ZEROS.
           05  WS-KARI-CNT       PIC 9(07) VALUE ZEROS.
           05  WS-KARI-KINGAKU   PIC 9(13) VALUE ZEROS.
           05  WS-KARI-KITOROKU  PIC 9(07) VALUE ZEROS.
           05  WS-KAIKETSU-CNT   PIC 9(07) VALUE ZEROS.
           05  WS-KAIKETSU-KINGAKU PIC 9(13) VALUE ZEROS.
           05  WS-KAIKETSU-NG    PIC 9(07) VALUE ZEROS.
           05  WS-GAKUSHU-CNT    PIC 9(07) VALUE ZEROS.
           05  WS-KYOGO-CNT      PIC 9(07) VALUE ZEROS.
           05  WS-MIKAI-CNT      PIC 9(07) VALUE ZEROS.
           05  WS-MIKAI-KINGAKU  PIC 9(13) VALUE ZEROS.
           05  WS-TRAILER-NG     PIC 9(07) VALUE ZEROS.
           05  WS-CHECK-KINGAKU  PIC 9(13) VALUE ZEROS.

       01  WS-EDIT-AREA.
           05  WS-EDIT-CNT       PIC ZZZ,ZZ9.
           05  WS-EDIT-KINGAKU   PIC ZZ,ZZZ,ZZZ,ZZ9.
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
           PERFORM 1500-KAIKETSU-LOOP
               UNTIL WS-KK-EOF = 'Y'
           PERFORM 2000-MAIN-LOOP
               UNTIL WS-EOF-FLAG = 'Y'
           PERFORM 5000-KARIUKE-LIST
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
           MOVE 'SAMPLE7I' TO RL-PROGRAM-ID
           MOVE 'S'        TO RL-KBN
           MOVE WS-GYOMU-DATE TO RL-GYOMU-DT
           MOVE FUNCTION CURRENT-DATE(9:6) TO RL-JIKOKU
           MOVE ZEROS      TO RL-KENSU RL-RETURN-CD
           WRITE RUNLOG-REC
           CLOSE RUNLOG-FILE.

       0900-RUNLOG-END.
           OPEN EXTEND RUNLOG-FILE
           MOVE 'SAMPLE7I' TO RL-PROGRAM-ID
           MOVE 'E'        TO RL-KBN
           MOVE WS-GYOMU-DATE TO RL-GYOMU-DT
           MOVE FUNCTION CURRENT-DATE(9:6) TO RL-JIKOKU
           MOVE WS-TAISHO-CNT TO RL-KENSU
           MOVE RETURN-CODE  TO RL-RETURN-CD
           WRITE RUNLOG-REC
           CLOSE RUNLOG-FILE.

       1000-OPEN-FILES.
           OPEN INPUT  MEISAI-FILE
           OPEN I-O    MEIGI-XREF
           OPEN INPUT  KASOKOZA-MASTER
           OPEN INPUT  FURIKOMI-XREF
           OPEN I-O    KARIUKE-MASTER
           OPEN INPUT  KAIKETSU-FILE
           OPEN OUTPUT NYUKIN-FILE
           OPEN OUTPUT KARIUKE-RPT
           OPEN OUTPUT CONTROL-RPT
           MOVE WS-GYOMU-DATE TO WS-HONJITSU
           MOVE '===== 振込入金 仮受リスト ====='
               TO KR-LINE
           WRITE KARIUKE-RPT-REC
           IF WS-KAIKETSU-STATUS NOT = '00'
               MOVE 'Y' TO WS-KK-EOF
           END-IF
           PERFORM 1100-READ-MEISAI
           PERFORM 1200-READ-KAIKETSU.

       1100-READ-MEISAI.
           READ MEISAI-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

       1200-READ-KAIKETSU.
           IF WS-KK-EOF NOT = 'Y'
               READ KAIKETSU-FILE
                   AT END MOVE 'Y' TO WS-KK-EOF
               END-READ
           END-IF.

      * 仮受解決: 担当者が割り当てた得意先で入金データを作り、
      * 仮受を解決済みにして依頼人名を名義対応表へ学習させる
       1500-KAIKETSU-LOOP.
           MOVE KK-KEY TO KU-KEY
           READ KARIUKE-MASTER
               INVALID KEY
                   MOVE '仮受なし' TO WS-KK-REASON
                   PERFORM 9300-KAIKETSU-NG
               NOT INVALID KEY
                   IF KU-KAIKETSU
                       MOVE '解決済み' TO WS-KK-REASON
                       PERFORM 9300-KAIKETSU-NG
                   ELSE
                       PERFORM 1600-KAIKETSU-NYUKIN
                   END-IF
           END-READ
           PERFORM 1200-READ-KAIKETSU.

       1600-KAIKETSU-NYUKIN.
           MOVE SPACES           TO NYUKIN-REC
           MOVE KK-TOKUI-CD      TO NK-TOKUI-CD
           MOVE KU-KANJO-DT      TO NK-NYUKIN-DT
           MOVE KU-KINGAKU       TO NK-NYUKIN-KINGAKU
           MOVE KU-HOKO          TO NK-NYUKIN-HOKO
           MOVE KU-FURIKOMI-REF  TO NK-FURIKOMI-REF
           WRITE NYUKIN-REC
           ADD 1 TO WS-KAIKETSU-CNT
           ADD KU-KINGAKU TO WS-KAIKETSU-KINGAKU
           SET KU-KAIKETSU       TO TRUE
           MOVE KK-TOKUI-CD      TO KU-TOKUI-CD
           MOVE WS-HONJITSU      TO KU-KAIKETSU-DT
           REWRITE KARIUKE-REC
           MOVE KU-MEIGI-KANA    TO WS-MEIGI-KANA
           MOVE KK-TOKUI-CD      TO WS-TOKUI-CD
           PERFORM 2700-MEIGI-GAKUSHU.

      * 明細の読み分け: ヘッダで口座と種別を切り替え、トレーラで
      * 口座ごとの件数金額を銀行の合計と突き合わせる
       2000-MAIN-LOOP.
           ADD 1 TO WS-READ-CNT
           EVALUATE TRUE
               WHEN MS-HEADER
                   PERFORM 2050-HEADER-SHORI
               WHEN MS-DATA
                   PERFORM 2100-DATA-SHORI
               WHEN MS-TRAILER
                   PERFORM 2900-TRAILER-CHECK
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 1100-READ-MEISAI.

       2050-HEADER-SHORI.
           MOVE MH-SHUBETSU      TO WS-SHUBETSU
           MOVE MH-GINKO-CD      TO WS-GINKO-CD
           MOVE MH-SHITEN-CD     TO WS-SHITEN-CD
           IF MH-FURIKOMI
               MOVE NH-KOZA-BANGO TO WS-KOZA-BANGO
           ELSE
               MOVE MH-KOZA-BANGO TO WS-KOZA-BANGO
           END-IF
           MOVE ZEROS TO WS-GRP-CNT WS-GRP-KINGAKU
                         WS-GRP-TORI-CNT WS-GRP-TORI-GAKU.

      * データ: 入金のみを対象にし、種別ごとの項目を共通域へ移す
       2100-DATA-SHORI.
           MOVE SPACES TO WS-NYUKIN-AREA
           MOVE ZEROS  TO WS-KINGAKU
           EVALUATE TRUE
               WHEN WS-NYUSHUKKIN
                   IF MD-NYUKIN
                       ADD 1 TO WS-GRP-CNT
                       ADD MD-KINGAKU TO WS-GRP-KINGAKU
                       PERFORM 2110-NYUSHUKKIN-EDIT
                       PERFORM 2200-TOKUTEI-SHORI
                   ELSE
                       ADD 1 TO WS-TAISHOGAI-CNT
                   END-IF
               WHEN WS-FURIKOMI
                   IF ND-TORIKESHI
                       ADD 1 TO WS-GRP-TORI-CNT
                       ADD ND-KINGAKU TO WS-GRP-TORI-GAKU
                       ADD 1 TO WS-TAISHOGAI-CNT
                   ELSE
                       ADD 1 TO WS-GRP-CNT
                       ADD ND-KINGAKU TO WS-GRP-KINGAKU
                       PERFORM 2120-FURIKOMI-EDIT
                       PERFORM 2200-TOKUTEI-SHORI
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-TAISHOGAI-CNT
           END-EVALUATE.

      * 取引区分→入金方法: 10現金 11振込 12/13他店券 14振替
       2110-NYUSHUKKIN-EDIT.
           MOVE MD-SHOKAI-NO     TO WS-SHOKAI-NO
           MOVE MD-KANJO-DT      TO WS-WAREKI-DT
           MOVE MD-KINGAKU       TO WS-KINGAKU
           MOVE MD-IRAININ-MEI   TO WS-MEIGI-KANA
           MOVE MD-IRAININ-CD    TO WS-IRAININ-CD
           MOVE MD-EDI-JOHO      TO WS-EDI-JOHO
           EVALUATE MD-TORIHIKI-KBN
               WHEN '10'
                   MOVE 'GENK' TO WS-HOKO
               WHEN '12'
               WHEN '13'
                   MOVE 'TATN' TO WS-HOKO
               WHEN '14'
                   MOVE 'FRKE' TO WS-HOKO
               WHEN OTHER
                   MOVE 'FURI' TO WS-HOKO
           END-EVALUATE
           PERFORM 2150-KANJO-DT-HENKAN.

       2120-FURIKOMI-EDIT.
           MOVE ND-SHOKAI-NO     TO WS-SHOKAI-NO
           MOVE ND-KANJO-DT      TO WS-WAREKI-DT
           MOVE ND-KINGAKU       TO WS-KINGAKU
           MOVE ND-IRAININ-MEI   TO WS-MEIGI-KANA
           MOVE ND-IRAININ-CD    TO WS-IRAININ-CD
           MOVE ND-EDI-JOHO      TO WS-EDI-JOHO
           IF ND-TATEN-KINGAKU > ZEROS
               MOVE 'TATN' TO WS-HOKO
           ELSE
               MOVE 'FURI' TO WS-HOKO
           END-IF
           PERFORM 2150-KANJO-DT-HENKAN.

       2150-KANJO-DT-HENKAN.
           COMPUTE WS-KANJO-YYYY = WS-WAREKI-YY + 2018
           MOVE WS-WAREKI-MMDD TO WS-KANJO-MMDD
           IF WS-EDI-JOHO NOT = SPACES
               MOVE WS-EDI-JOHO(1:12) TO WS-FURIKOMI-REF
           ELSE
               MOVE WS-IRAININ-CD TO WS-FURIKOMI-REF
           END-IF.

      * 得意先特定: 名義対応表 → 仮想口座 → 振込参照番号の順
       2200-TOKUTEI-SHORI.
           ADD 1 TO WS-TAISHO-CNT
           ADD WS-KINGAKU TO WS-TAISHO-KINGAKU
           PERFORM 2210-MEIGI-SEARCH
           IF WS-TOKUTEI-NASHI
               PERFORM 2220-KASOKOZA-SEARCH
           END-IF
           IF WS-TOKUTEI-NASHI
               PERFORM 2230-REF-SEARCH
           END-IF
           IF WS-TOKUTEI-NASHI
               PERFORM 2500-KARIUKE-TOROKU
           ELSE
               PERFORM 2400-WRITE-NYUKIN
               IF NOT WS-TOKUTEI-MEIGI
                   PERFORM 2700-MEIGI-GAKUSHU
               END-IF
           END-IF.

       2210-MEIGI-SEARCH.
           IF WS-MEIGI-KANA NOT = SPACES
               MOVE WS-MEIGI-KANA TO MX-MEIGI-KANA
               READ MEIGI-XREF
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF MX-YUKO
                           MOVE MX-TOKUI-CD TO WS-TOKUI-CD
                           SET WS-TOKUTEI-MEIGI TO TRUE
                           ADD 1 TO WS-MEIGI-CNT
                           ADD WS-KINGAKU TO WS-MEIGI-KINGAKU
                       END-IF
               END-READ
           END-IF.

       2220-KASOKOZA-SEARCH.
           MOVE WS-GINKO-CD   TO VK-GINKO-CD
           MOVE WS-SHITEN-CD  TO VK-SHITEN-CD
           MOVE WS-KOZA-BANGO TO VK-KOZA-BANGO
           READ KASOKOZA-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE VK-TOKUI-CD TO WS-TOKUI-CD
                   SET WS-TOKUTEI-KOZA TO TRUE
                   ADD 1 TO WS-KOZA-CNT
                   ADD WS-KINGAKU TO WS-KOZA-KINGAKU
           END-READ.

       2230-REF-SEARCH.
           IF WS-FURIKOMI-REF NOT = SPACES
               MOVE WS-FURIKOMI-REF TO FX-FURIKOMI-REF
               READ FURIKOMI-XREF
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FX-TOKUI-CD TO WS-TOKUI-CD
                       SET WS-TOKUTEI-REF TO TRUE
                       ADD 1 TO WS-REF-CNT
                       ADD WS-KINGAKU TO WS-REF-KINGAKU
               END-READ
           END-IF.

       2400-WRITE-NYUKIN.
           MOVE SPACES           TO NYUKIN-REC
           MOVE WS-TOKUI-CD      TO NK-TOKUI-CD
           MOVE WS-KANJO-DT      TO NK-NYUKIN-DT
           MOVE WS-KINGAKU       TO NK-NYUKIN-KINGAKU
           MOVE WS-HOKO          TO NK-NYUKIN-HOKO
           MOVE WS-FURIKOMI-REF  TO NK-FURIKOMI-REF
           WRITE NYUKIN-REC.

      * 仮受計上: 同じ明細の再取込は既登録として二重計上しない
       2500-KARIUKE-TOROKU.
           MOVE SPACES           TO KARIUKE-REC
           MOVE WS-KOZA-BANGO    TO KU-KOZA-BANGO
           MOVE WS-KANJO-DT      TO KU-KANJO-DT
           MOVE WS-SHOKAI-NO     TO KU-SHOKAI-NO
           MOVE WS-KINGAKU       TO KU-KINGAKU
           MOVE WS-HOKO          TO KU-HOKO
           MOVE WS-MEIGI-KANA    TO KU-MEIGI-KANA
           MOVE WS-FURIKOMI-REF  TO KU-FURIKOMI-REF
           SET KU-MIKAIKETSU     TO TRUE
           MOVE ZEROS            TO KU-KAIKETSU-DT
           MOVE WS-HONJITSU      TO KU-TOROKU-DT
           ADD 1 TO WS-KARI-CNT
           ADD WS-KINGAKU TO WS-KARI-KINGAKU
           WRITE KARIUKE-REC
               INVALID KEY
                   ADD 1 TO WS-KARI-KITOROKU
           END-WRITE.

      * 名義学習: 未登録の名義は追加し、別の得意先で登録済みの名義は
      * 競合として特定に使わないようにする
       2700-MEIGI-GAKUSHU.
           IF WS-MEIGI-KANA NOT = SPACES
               MOVE WS-MEIGI-KANA TO MX-MEIGI-KANA
               READ MEIGI-XREF
                   INVALID KEY
                       PERFORM 2710-MEIGI-TOROKU
                   NOT INVALID KEY
                       PERFORM 2720-MEIGI-KOSHIN
               END-READ
           END-IF.

       2710-MEIGI-TOROKU.
           MOVE SPACES        TO MEIGI-XREF-REC
           MOVE WS-MEIGI-KANA TO MX-MEIGI-KANA
           MOVE WS-TOKUI-CD   TO MX-TOKUI-CD
           SET MX-YUKO        TO TRUE
           MOVE WS-HONJITSU   TO MX-GAKUSHU-DT
           MOVE 1             TO MX-KAISU
           WRITE MEIGI-XREF-REC
               INVALID KEY CONTINUE
           END-WRITE
           ADD 1 TO WS-GAKUSHU-CNT.

       2720-MEIGI-KOSHIN.
           IF MX-TOKUI-CD = WS-TOKUI-CD
               ADD 1 TO MX-KAISU
               MOVE WS-HONJITSU TO MX-GAKUSHU-DT
               REWRITE MEIGI-XREF-REC
           ELSE
               IF MX-YUKO
                   SET MX-KYOGO TO TRUE
                   MOVE WS-HONJITSU TO MX-GAKUSHU-DT
                   REWRITE MEIGI-XREF-REC
                   ADD 1 TO WS-KYOGO-CNT
               END-IF
           END-IF.

      * トレーラ突合: 口座ごとの入金（種別01は取消を別計）件数金額
       2900-TRAILER-CHECK.
           IF WS-NYUSHUKKIN
               IF MT-NYUKIN-CNT NOT = WS-GRP-CNT
                   OR MT-NYUKIN-GAKU NOT = WS-GRP-KINGAKU
                   PERFORM 9400-TRAILER-NG
               END-IF
           ELSE
               IF NT-KENSU NOT = WS-GRP-CNT
                   OR NT-GOUKEI NOT = WS-GRP-KINGAKU
                   OR NT-TORIKESHI-CNT NOT = WS-GRP-TORI-CNT
                   OR NT-TORIKESHI-GAKU NOT = WS-GRP-TORI-GAKU
                   PERFORM 9400-TRAILER-NG
               END-IF
           END-IF.

       9300-KAIKETSU-NG.
           ADD 1 TO WS-KAIKETSU-NG
           MOVE SPACES TO WS-WORK-LINE
           STRING '解決不可 口座:' KK-KOZA-BANGO
                  ' 勘定日:' KK-KANJO-DT
                  ' 照会番号:' KK-SHOKAI-NO
                  ' 得意先:' KK-TOKUI-CD
                  ' 理由:' WS-KK-REASON
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO KR-LINE
           WRITE KARIUKE-RPT-REC.

       9400-TRAILER-NG.
           ADD 1 TO WS-TRAILER-NG
           DISPLAY 'SAMPLE07I: トレーラ不一致 口座:'
               WS-KOZA-BANGO.

      * 仮受リスト: 未解決の仮受を全件印字する（本日計上分に印）
       5000-KARIUKE-LIST.
           MOVE LOW-VALUES TO KU-KEY
           START KARIUKE-MASTER KEY IS NOT LESS THAN KU-KEY
               INVALID KEY MOVE 'Y' TO WS-KU-EOF
           END-START
           PERFORM 5100-KARIUKE-READ
               UNTIL WS-KU-EOF = 'Y'
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-MIKAI-CNT TO WS-EDIT-CNT
           MOVE WS-MIKAI-KINGAKU TO WS-EDIT-KINGAKU
           STRING '未解決仮受 件数:' WS-EDIT-CNT
                  '  金額:' WS-EDIT-KINGAKU
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO KR-LINE
           WRITE KARIUKE-RPT-REC.

       5100-KARIUKE-READ.
           READ KARIUKE-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-KU-EOF
               NOT AT END
                   IF KU-MIKAIKETSU
                       PERFORM 5200-KARIUKE-LINE
                   END-IF
           END-READ.

       5200-KARIUKE-LINE.
           ADD 1 TO WS-MIKAI-CNT
           ADD KU-KINGAKU TO WS-MIKAI-KINGAKU
           MOVE KU-KINGAKU TO WS-EDIT-KINGAKU
           MOVE SPACES TO WS-WORK-LINE
           STRING KU-KOZA-BANGO ' ' KU-KANJO-DT ' ' KU-SHOKAI-NO
                  ' ' WS-EDIT-KINGAKU ' ' KU-HOKO
                  ' ' KU-MEIGI-KANA(1:30) ' ' KU-FURIKOMI-REF
               DELIMITED SIZE INTO WS-WORK-LINE
           IF KU-TOROKU-DT = WS-HONJITSU
               MOVE '*新規' TO WS-WORK-LINE(112:9)
           END-IF
           MOVE WS-WORK-LINE TO KR-LINE
           WRITE KARIUKE-RPT-REC.

      * 突合: 入金対象＝特定分（名義＋口座＋参照）＋仮受計上分
       4000-CONTROL-REPORT.
           COMPUTE WS-CHECK-KINGAKU = WS-MEIGI-KINGAKU
               + WS-KOZA-KINGAKU + WS-REF-KINGAKU + WS-KARI-KINGAKU
           MOVE '===== 振込入金連携 突合結果 =====' TO CR-LINE
           WRITE CONTROL-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-TAISHO-CNT TO WS-EDIT-CNT
           MOVE WS-TAISHO-KINGAKU TO WS-EDIT-KINGAKU
           STRING '入金明細件数  :' WS-EDIT-CNT
                  '  金額:' WS-EDIT-KINGAKU
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO CR-LINE
           WRITE CONTROL-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-MEIGI-CNT TO WS-EDIT-CNT
           MOVE WS-MEIGI-KINGAKU TO WS-EDIT-KINGAKU
           STRING ' 名義特定     :' WS-EDIT-CNT
                  '  金額:' WS-EDIT-KINGAKU
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO CR-LINE
           WRITE CONTROL-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-KOZA-CNT TO WS-EDIT-CNT
           MOVE WS-KOZA-KINGAKU TO WS-EDIT-KINGAKU
           STRING ' 仮想口座特定 :' WS-EDIT-CNT
                  '  金額:' WS-EDIT-KINGAKU
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO CR-LINE
           WRITE CONTROL-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-REF-CNT TO WS-EDIT-CNT
           MOVE WS-REF-KINGAKU TO WS-EDIT-KINGAKU
           STRING ' 参照番号特定 :' WS-EDIT-CNT
                  '  金額:' WS-EDIT-KINGAKU
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO CR-LINE
           WRITE CONTROL-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-KARI-CNT TO WS-EDIT-CNT
           MOVE WS-KARI-KINGAKU TO WS-EDIT-KINGAKU
           STRING ' 仮受計上     :' WS-EDIT-CNT
                  '  金額:' WS-EDIT-KINGAKU
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO CR-LINE
           WRITE CONTROL-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-KARI-KITOROKU TO WS-EDIT-CNT
           STRING '  うち既登録  :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO CR-LINE
           WRITE CONTROL-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-TAISHOGAI-CNT TO WS-EDIT-CNT
           STRING '出金・取消等  :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO CR-LINE
           WRITE CONTROL-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-KAIKETSU-CNT TO WS-EDIT-CNT
           MOVE WS-KAIKETSU-KINGAKU TO WS-EDIT-KINGAKU
           STRING '仮受解決入金  :' WS-EDIT-CNT
                  '  金額:' WS-EDIT-KINGAKU
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO CR-LINE
           WRITE CONTROL-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-KAIKETSU-NG TO WS-EDIT-CNT
           STRING '解決不可件数  :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO CR-LINE
           WRITE CONTROL-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-GAKUSHU-CNT TO WS-EDIT-CNT
           STRING '名義学習件数  :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO CR-LINE
           WRITE CONTROL-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-KYOGO-CNT TO WS-EDIT-CNT
           STRING '名義競合停止  :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO CR-LINE
           WRITE CONTROL-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-TRAILER-NG TO WS-EDIT-CNT
           STRING 'トレーラ不一致:' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO CR-LINE
           WRITE CONTROL-REC
           EVALUATE TRUE
               WHEN WS-TAISHO-KINGAKU NOT = WS-CHECK-KINGAKU
                OR WS-TRAILER-NG > ZEROS
                   MOVE '判定          :NG 突合不一致' TO CR-LINE
                   MOVE 8 TO WS-RETURN-CODE
               WHEN WS-KARI-CNT > ZEROS
                OR WS-KAIKETSU-NG > ZEROS
                   MOVE '判定          :OK 仮受あり' TO CR-LINE
                   MOVE 4 TO WS-RETURN-CODE
               WHEN OTHER
                   MOVE '判定          :OK' TO CR-LINE
                   MOVE ZEROS TO WS-RETURN-CODE
           END-EVALUATE
           WRITE CONTROL-REC.

       3000-CLOSE-FILES.
           CLOSE MEISAI-FILE
           CLOSE MEIGI-XREF
           CLOSE KASOKOZA-MASTER
           CLOSE FURIKOMI-XREF
           CLOSE KARIUKE-MASTER
           CLOSE KAIKETSU-FILE
           CLOSE NYUKIN-FILE
           CLOSE KARIUKE-RPT
           CLOSE CONTROL-RPT.
