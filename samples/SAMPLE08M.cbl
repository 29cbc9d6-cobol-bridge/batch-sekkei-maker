      *=================================================================
      * SAMPLE08M: 保有個人データ開示・削除判定バッチ
      * 概要: 開示等請求ファイルの顧客コードごとに、当社が保有する
      *       当該顧客のデータ（顧客マスタ・住所マスタ全種別・顧客
      *       変更履歴・CRM連携実績・売掛残高・請求明細・SAMPLE08I
      *       のアーカイブ）を集め、請求1件ごとにまとめた開示報告を
      *       出力し、開示ログへ記録する。
      *       請求区分'2'（削除請求）では同じ収集結果の各行に
      *       消去可/保持の判定と理由を付す。取引残（売掛残高・未消込
      *       請求）がある間の顧客・住所・残高・明細は保持とし、
      *       履歴・明細・アーカイブは保存期間マスタ（SAMPLE10Eと
      *       共用）の保存日数内を法定保存として保持とする（未登録の
      *       ファイルは保持）。実際の消去は行わない。
      *       請求区分・顧客コード不備の請求は報告してRC=4で終了する。
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE08M.
       AUTHOR. BATCH-SYSTEM.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KAIJI-IRAI-FILE ASSIGN TO KAIJIIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-IRAI-STATUS.
           SELECT KOKYAKU-MASTER ASSIGN TO KOKYAKUMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KK-KOKYAKU-CD
               ALTERNATE RECORD KEY IS KK-KANA
                   WITH DUPLICATES
               FILE STATUS IS WS-KOKYAKU-STATUS.
           SELECT JUSHO-MASTER ASSIGN TO JUSHOMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS JM-KEY
               FILE STATUS IS WS-JUSHO-STATUS.
           SELECT OPTIONAL HISTORY-LOG ASSIGN TO HISTLOG
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT OPTIONAL CRM-EXPORT ASSIGN TO CRMEXPRT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CRM-STATUS.
           SELECT URIKAKE-MASTER ASSIGN TO URIKAMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS UM-TOKUI-CD
               FILE STATUS IS WS-URIKAKE-STATUS.
           SELECT MEISAI-MASTER ASSIGN TO MEISAIMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MS-KEY
               FILE STATUS IS WS-MEISAI-STATUS.
           SELECT OPTIONAL ARCHIVE-FILE ASSIGN TO KOKYARCH
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.
           SELECT OPTIONAL RETENTION-MASTER ASSIGN TO RETENTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RT-FILE-ID
               FILE STATUS IS WS-RETENT-STATUS.
           SELECT KAIJI-RPT ASSIGN TO KAIJIRPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT KAIJI-LOG ASSIGN TO KAIJILOG
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
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
      * 開示等請求: 受付番号・顧客コード・請求区分
       FD  KAIJI-IRAI-FILE
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  KAIJI-IRAI-REC.
           05  KI-IRAI-NO        PIC X(10).
           05  KI-KOKYAKU-CD     PIC X(10).
           05  KI-IRAI-KBN       PIC X(01).
               88  KI-KAIJI              VALUE '1'.
               88  KI-SAKUJO             VALUE '2'.
           05  KI-UKETSUKE-DT    PIC 9(08).
           05  FILLER            PIC X(11).

       FD  KOKYAKU-MASTER
           RECORD CONTAINS 111 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  KOKYAKU-REC.
           05  KK-KOKYAKU-CD     PIC X(10).
           05  KK-SHIMEI         PIC X(30).
           05  KK-KANA           PIC X(30).
           05  KK-TEL            PIC X(15).
           05  KK-TOUROKU-DT     PIC 9(08).
           05  KK-TOUGOU-SAKI-CD PIC X(10).
           05  KK-TOUGOU-FLAG    PIC X(01).
               88  KK-TOUGOU-ZUMI       VALUE 'Y'.
           05  FILLER            PIC X(07).

       FD  JUSHO-MASTER
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  JUSHO-REC.
           05  JM-KEY.
               10  JM-KOKYAKU-CD PIC X(10).
               10  JM-JYUSHO-KBN PIC X(01).
           05  JM-YUBINNO        PIC X(08).
           05  JM-JYUSYO         PIC X(50).
           05  FILLER            PIC X(11).

       FD  HISTORY-LOG
           RECORD CONTAINS 240 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  HISTORY-REC.
           05  HS-KOKYAKU-CD     PIC X(10).
           05  HS-HENKOU-DT      PIC 9(08).
           05  HS-BEFORE-IMAGE   PIC X(111).
           05  HS-AFTER-IMAGE    PIC X(111).

       FD  CRM-EXPORT
           RECORD CONTAINS 20 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  CRM-REC.
           05  CE-KOKYAKU-CD     PIC X(10).
           05  CE-SHORI-KBN      PIC X(01).
           05  CE-HENKOU-DT      PIC 9(08).
           05  FILLER            PIC X(01).

       FD  URIKAKE-MASTER
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  URIKAKE-REC.
           05  UM-TOKUI-CD       PIC X(08).
           05  UM-TOKUI-MEI      PIC X(30).
           05  UM-ZANDAKA        PIC S9(13) COMP-3.
           05  UM-SAIGO-NYUKIN   PIC 9(08).
           05  UM-KASHIKOSHI     PIC S9(11) COMP-3.
           05  FILLER            PIC X(41).

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

      * アーカイブファイル: 顧客行('K')と住所行('J')のイメージ退避
       FD  ARCHIVE-FILE
           RECORD CONTAINS 140 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  ARCHIVE-REC.
           05  AR-KBN            PIC X(01).
           05  AR-KOKYAKU-CD     PIC X(10).
           05  AR-ARCHIVE-DT     PIC 9(08).
           05  AR-IMAGE          PIC X(111).
           05  FILLER            PIC X(10).

      * 保存期間マスタ: ファイルIDごとの保存日数（SAMPLE10Eと共用）
       FD  RETENTION-MASTER
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  RETENTION-REC.
           05  RT-FILE-ID        PIC X(08).
           05  RT-HOZON-NISSU    PIC 9(04).
           05  FILLER            PIC X(28).

       FD  KAIJI-RPT
           RECORD CONTAINS 250 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  KAIJI-RPT-REC.
           05  KR-LINE           PIC X(250).

      * 開示ログ: 請求1件ごとの対応記録（累積）
       FD  KAIJI-LOG
           RECORD CONTAINS 60 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  KAIJI-LOG-REC.
           05  KG-IRAI-NO        PIC X(10).
           05  KG-KOKYAKU-CD     PIC X(10).
           05  KG-IRAI-KBN       PIC X(01).
           05  KG-UKETSUKE-DT    PIC 9(08).
           05  KG-SHORI-DT       PIC 9(08).
           05  KG-KENSU          PIC 9(05).
           05  KG-SHOKYO-KA-CNT  PIC 9(05).
           05  KG-HOJI-CNT       PIC 9(05).
           05  FILLER            PIC X(08).

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
           05  WS-IRAI-STATUS    PIC X(02).
           05  WS-KOKYAKU-STATUS PIC X(02).
           05  WS-JUSHO-STATUS   PIC X(02).
           05  WS-HISTORY-STATUS PIC X(02).
           05  WS-CRM-STATUS     PIC X(02).
           05  WS-URIKAKE-STATUS PIC X(02).
           05  WS-MEISAI-STATUS  PIC X(02).
           05  WS-ARCH-STATUS    PIC X(02).
           05  WS-RETENT-STATUS  PIC X(02).
           05  WS-RETENT-ARI-FLAG PIC X(01) VALUE 'N'.
           05  WS-RPT-STATUS     PIC X(02).
           05  WS-LOG-STATUS     PIC X(02).
           05  WS-EOF-FLAG       PIC X(01) VALUE 'N'.
           05  WS-SCAN-EOF       PIC X(01) VALUE 'N'.

       01  WS-CD8                PIC X(08).
       01  WS-JUSHO-KBN-TBL      PIC X(03) VALUE '123'.
       01  WS-JUSHO-KBN-IX       PIC 9(01).

      * 取引残: 売掛残高または未消込請求がある間は顧客データを保持
       01  WS-TORIHIKI-ZAN       PIC X(01) VALUE 'N'.
           88  WS-TORIHIKI-ZAN-ARI       VALUE 'Y'.

      * 保存期限: 業務日付から保存日数を引いた日付。これより前の
      * 記録は保存期間経過とする（ゼロは保存期間未登録）
       01  WS-KIGEN-AREA.
           05  WS-FILE-ID        PIC X(08).
           05  WS-KIGEN-LILIAN   PIC 9(07).
           05  WS-KIGEN-DT       PIC 9(08).
           05  WS-KIGEN-HIST     PIC 9(08) VALUE ZEROS.
           05  WS-KIGEN-URIKAKE  PIC 9(08) VALUE ZEROS.
           05  WS-KIGEN-MEISAI   PIC 9(08) VALUE ZEROS.
           05  WS-KIGEN-ARCH     PIC 9(08) VALUE ZEROS.
           05  WS-REC-DT         PIC 9(08).

      * 明細行: 収集した1件の内容と削除請求時の判定
       01  WS-MEISAI-AREA.
           05  WS-MEISAI-TEXT    PIC X(170).
           05  WS-HANTEI-KBN     PIC X(01).
               88  WS-SHOKYO-KA          VALUE 'E'.
               88  WS-HOJI               VALUE 'H'.
           05  WS-HANTEI-RIYU    PIC X(40).

       01  WS-IRAI-CNT.
           05  WS-KENSU          PIC 9(05) VALUE ZEROS.
           05  WS-SHOKYO-KA-CNT  PIC 9(05) VALUE ZEROS.
           05  WS-HOJI-CNT       PIC 9(05) VALUE ZEROS.

       01  WS-COUNTERS.
           05  WS-INPUT-CNT      PIC 9(07) VALUE ZEROS.
           05  WS-KAIJI-CNT      PIC 9(07) VALUE ZEROS.
           05  WS-SAKUJO-CNT     PIC 9(07) VALUE ZEROS.
           05  WS-FUBI-CNT       PIC 9(07) VALUE ZEROS.

       01  WS-EDIT-CNT           PIC ZZZ,ZZ9.
       01  WS-EDIT-KINGAKU       PIC -,---,---,---,--9.
       01  WS-EDIT-KINGAKU2      PIC -,---,---,---,--9.
       01  WS-WORK-LINE          PIC X(250).

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
           PERFORM 4000-RPT-FOOTER
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
           MOVE 'SAMPLE8M' TO RL-PROGRAM-ID
           MOVE 'S'        TO RL-KBN
           MOVE WS-GYOMU-DATE TO RL-GYOMU-DT
           MOVE FUNCTION CURRENT-DATE(9:6) TO RL-JIKOKU
           MOVE ZEROS      TO RL-KENSU RL-RETURN-CD
           WRITE RUNLOG-REC
           CLOSE RUNLOG-FILE.

       0900-RUNLOG-END.
           OPEN EXTEND RUNLOG-FILE
           MOVE 'SAMPLE8M' TO RL-PROGRAM-ID
           MOVE 'E'        TO RL-KBN
           MOVE WS-GYOMU-DATE TO RL-GYOMU-DT
           MOVE FUNCTION CURRENT-DATE(9:6) TO RL-JIKOKU
           MOVE WS-INPUT-CNT TO RL-KENSU
           MOVE RETURN-CODE  TO RL-RETURN-CD
           WRITE RUNLOG-REC
           CLOSE RUNLOG-FILE.

       1000-OPEN-FILES.
           OPEN INPUT  KAIJI-IRAI-FILE
           OPEN INPUT  KOKYAKU-MASTER
           OPEN INPUT  JUSHO-MASTER
           OPEN INPUT  URIKAKE-MASTER
           OPEN INPUT  MEISAI-MASTER
           OPEN INPUT  RETENTION-MASTER
           IF WS-RETENT-STATUS = '00'
               MOVE 'Y' TO WS-RETENT-ARI-FLAG
           END-IF
           OPEN OUTPUT KAIJI-RPT
           OPEN EXTEND KAIJI-LOG
           MOVE 'HISTLOG ' TO WS-FILE-ID
           PERFORM 1500-KIGEN-GET
           MOVE WS-KIGEN-DT TO WS-KIGEN-HIST
           MOVE 'URIKAMST' TO WS-FILE-ID
           PERFORM 1500-KIGEN-GET
           MOVE WS-KIGEN-DT TO WS-KIGEN-URIKAKE
           MOVE 'MEISAIMS' TO WS-FILE-ID
           PERFORM 1500-KIGEN-GET
           MOVE WS-KIGEN-DT TO WS-KIGEN-MEISAI
           MOVE 'KOKYARCH' TO WS-FILE-ID
           PERFORM 1500-KIGEN-GET
           MOVE WS-KIGEN-DT TO WS-KIGEN-ARCH
           PERFORM 1100-READ-IRAI.

       1100-READ-IRAI.
           READ KAIJI-IRAI-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

      * 保存期限取得: ファイルIDで保存期間マスタを引く
       1500-KIGEN-GET.
           MOVE ZEROS TO WS-KIGEN-DT
           IF WS-RETENT-ARI-FLAG = 'Y'
               MOVE WS-FILE-ID TO RT-FILE-ID
               READ RETENTION-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF RT-HOZON-NISSU > ZEROS
                           COMPUTE WS-KIGEN-LILIAN =
                               FUNCTION INTEGER-OF-DATE(WS-GYOMU-DATE)
                               - RT-HOZON-NISSU
                           COMPUTE WS-KIGEN-DT =
                               FUNCTION DATE-OF-INTEGER
                                   (WS-KIGEN-LILIAN)
                       END-IF
               END-READ
           END-IF.

       2000-MAIN-LOOP.
           ADD 1 TO WS-INPUT-CNT
           PERFORM 2100-IRAI-SHORI
           PERFORM 1100-READ-IRAI.

      * 請求1件の処理: 見出しを出し、各ファイルから当該顧客の
      * データを順に集めて請求ごとの小計と開示ログを出す
       2100-IRAI-SHORI.
           IF KI-KOKYAKU-CD = SPACES
               OR (NOT KI-KAIJI AND NOT KI-SAKUJO)
               ADD 1 TO WS-FUBI-CNT
               MOVE 4 TO WS-RETURN-CODE
               MOVE SPACES TO WS-WORK-LINE
               STRING '請求不備 受付番号:' KI-IRAI-NO
                      ' 顧客:' KI-KOKYAKU-CD
                      ' 区分:' KI-IRAI-KBN
                   DELIMITED SIZE INTO WS-WORK-LINE
               MOVE WS-WORK-LINE TO KR-LINE
               WRITE KAIJI-RPT-REC
           ELSE
               PERFORM 2110-IRAI-SHUSHU
           END-IF.

       2110-IRAI-SHUSHU.
           MOVE ZEROS TO WS-KENSU WS-SHOKYO-KA-CNT WS-HOJI-CNT
           MOVE KI-KOKYAKU-CD(1:8) TO WS-CD8
           MOVE SPACES TO WS-WORK-LINE
           IF KI-KAIJI
               ADD 1 TO WS-KAIJI-CNT
               STRING '===== 保有個人データ開示 '
                      '受付番号:' KI-IRAI-NO
                      ' 顧客:' KI-KOKYAKU-CD
                      ' 受付日:' KI-UKETSUKE-DT ' ====='
                   DELIMITED SIZE INTO WS-WORK-LINE
           ELSE
               ADD 1 TO WS-SAKUJO-CNT
               STRING '===== 保有個人データ削除判定 '
                      '受付番号:' KI-IRAI-NO
                      ' 顧客:' KI-KOKYAKU-CD
                      ' 受付日:' KI-UKETSUKE-DT ' ====='
                   DELIMITED SIZE INTO WS-WORK-LINE
           END-IF
           MOVE WS-WORK-LINE TO KR-LINE
           WRITE KAIJI-RPT-REC
           PERFORM 2150-TORIHIKI-ZAN-CHECK
           PERFORM 2200-KOKYAKU-SHUSHU
           PERFORM 2300-JUSHO-SHUSHU
               VARYING WS-JUSHO-KBN-IX FROM 1 BY 1
               UNTIL WS-JUSHO-KBN-IX > 3
           PERFORM 2400-HISTORY-SHUSHU
           PERFORM 2500-CRM-SHUSHU
           PERFORM 2600-URIKAKE-SHUSHU
           PERFORM 2700-MEISAI-SHUSHU
           PERFORM 2800-ARCHIVE-SHUSHU
           PERFORM 2900-IRAI-FOOTER
           PERFORM 9200-WRITE-LOG.

      * 取引残確認: 売掛残高・前受（貸越）・未消込請求のいずれか
      * があれば取引継続中とする
       2150-TORIHIKI-ZAN-CHECK.
           MOVE 'N' TO WS-TORIHIKI-ZAN
           MOVE WS-CD8 TO UM-TOKUI-CD
           READ URIKAKE-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF UM-ZANDAKA NOT = ZEROS
                       OR UM-KASHIKOSHI NOT = ZEROS
                       MOVE 'Y' TO WS-TORIHIKI-ZAN
                   END-IF
           END-READ
           MOVE 'N' TO WS-SCAN-EOF
           MOVE WS-CD8 TO MS-TOKUI-CD
           MOVE ZEROS  TO MS-KIJITSU
           MOVE SPACES TO MS-SEIKYU-NO
           START MEISAI-MASTER KEY IS NOT LESS THAN MS-KEY
               INVALID KEY MOVE 'Y' TO WS-SCAN-EOF
           END-START
           PERFORM 2155-MEISAI-ZAN-ONE
               UNTIL WS-SCAN-EOF = 'Y'
                   OR WS-TORIHIKI-ZAN-ARI.

       2155-MEISAI-ZAN-ONE.
           READ MEISAI-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF
               NOT AT END
                   IF MS-TOKUI-CD NOT = WS-CD8
                       MOVE 'Y' TO WS-SCAN-EOF
                   ELSE
                       IF MS-ZANDAKA NOT = ZEROS
                           MOVE 'Y' TO WS-TORIHIKI-ZAN
                       END-IF
                   END-IF
           END-READ.

       2200-KOKYAKU-SHUSHU.
           MOVE KI-KOKYAKU-CD TO KK-KOKYAKU-CD
           READ KOKYAKU-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SPACES TO WS-MEISAI-TEXT
                   STRING '顧客マスタ 氏名:' KK-SHIMEI
                          ' カナ:' KK-KANA
                          ' TEL:' KK-TEL
                          ' 登録日:' KK-TOUROKU-DT
                          ' 統合先:' KK-TOUGOU-SAKI-CD
                       DELIMITED SIZE INTO WS-MEISAI-TEXT
                   PERFORM 2950-TORIHIKI-HANTEI
                   PERFORM 9100-WRITE-MEISAI
           END-READ.

       2300-JUSHO-SHUSHU.
           MOVE KI-KOKYAKU-CD TO JM-KOKYAKU-CD
           MOVE WS-JUSHO-KBN-TBL(WS-JUSHO-KBN-IX:1) TO JM-JYUSHO-KBN
           READ JUSHO-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SPACES TO WS-MEISAI-TEXT
                   STRING '住所マスタ 種別:' JM-JYUSHO-KBN
                          ' 郵便番号:' JM-YUBINNO
                          ' 住所:' JM-JYUSYO
                       DELIMITED SIZE INTO WS-MEISAI-TEXT
                   PERFORM 2950-TORIHIKI-HANTEI
                   PERFORM 9100-WRITE-MEISAI
           END-READ.

      * 顧客変更履歴: 変更前後のイメージを2行で出す
       2400-HISTORY-SHUSHU.
           OPEN INPUT HISTORY-LOG
           MOVE 'N' TO WS-SCAN-EOF
           IF WS-HISTORY-STATUS NOT = '00'
               MOVE 'Y' TO WS-SCAN-EOF
           END-IF
           PERFORM 2410-HISTORY-ONE
               UNTIL WS-SCAN-EOF = 'Y'
           CLOSE HISTORY-LOG.

       2410-HISTORY-ONE.
           READ HISTORY-LOG
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF
               NOT AT END
                   IF HS-KOKYAKU-CD = KI-KOKYAKU-CD
                       MOVE SPACES TO WS-MEISAI-TEXT
                       STRING '変更履歴 変更日:' HS-HENKOU-DT
                              ' 変更前:' HS-BEFORE-IMAGE
                           DELIMITED SIZE INTO WS-MEISAI-TEXT
                       MOVE HS-HENKOU-DT  TO WS-REC-DT
                       MOVE WS-KIGEN-HIST TO WS-KIGEN-DT
                       PERFORM 2960-KIGEN-HANTEI
                       PERFORM 9100-WRITE-MEISAI
                       MOVE SPACES TO WS-WORK-LINE
                       STRING '                           '
                              '変更後:' HS-AFTER-IMAGE
                           DELIMITED SIZE INTO WS-WORK-LINE
                       MOVE WS-WORK-LINE TO KR-LINE
                       WRITE KAIJI-RPT-REC
                   END-IF
           END-READ.

      * CRM連携実績: 外部へ送った記録。削除時は連携先への通知が要る
       2500-CRM-SHUSHU.
           OPEN INPUT CRM-EXPORT
           MOVE 'N' TO WS-SCAN-EOF
           IF WS-CRM-STATUS NOT = '00'
               MOVE 'Y' TO WS-SCAN-EOF
           END-IF
           PERFORM 2510-CRM-ONE
               UNTIL WS-SCAN-EOF = 'Y'
           CLOSE CRM-EXPORT.

       2510-CRM-ONE.
           READ CRM-EXPORT
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF
               NOT AT END
                   IF CE-KOKYAKU-CD = KI-KOKYAKU-CD
                       MOVE SPACES TO WS-MEISAI-TEXT
                       STRING 'CRM連携 処理区分:' CE-SHORI-KBN
                              ' 連携日:' CE-HENKOU-DT
                           DELIMITED SIZE INTO WS-MEISAI-TEXT
                       SET WS-SHOKYO-KA TO TRUE
                       MOVE '連携先へ削除通知要'
                           TO WS-HANTEI-RIYU
                       PERFORM 9100-WRITE-MEISAI
                   END-IF
           END-READ.

       2600-URIKAKE-SHUSHU.
           MOVE WS-CD8 TO UM-TOKUI-CD
           READ URIKAKE-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE UM-ZANDAKA    TO WS-EDIT-KINGAKU
                   MOVE UM-KASHIKOSHI TO WS-EDIT-KINGAKU2
                   MOVE SPACES TO WS-MEISAI-TEXT
                   STRING '売掛残高 名称:' UM-TOKUI-MEI
                          ' 残高:' WS-EDIT-KINGAKU
                          ' 貸越:' WS-EDIT-KINGAKU2
                          ' 最終入金日:' UM-SAIGO-NYUKIN
                       DELIMITED SIZE INTO WS-MEISAI-TEXT
                   IF UM-ZANDAKA NOT = ZEROS
                       OR UM-KASHIKOSHI NOT = ZEROS
                       SET WS-HOJI TO TRUE
                       MOVE '売掛残高あり' TO WS-HANTEI-RIYU
                   ELSE
                       MOVE UM-SAIGO-NYUKIN  TO WS-REC-DT
                       MOVE WS-KIGEN-URIKAKE TO WS-KIGEN-DT
                       PERFORM 2960-KIGEN-HANTEI
                   END-IF
                   PERFORM 9100-WRITE-MEISAI
           END-READ.

       2700-MEISAI-SHUSHU.
           MOVE 'N' TO WS-SCAN-EOF
           MOVE WS-CD8 TO MS-TOKUI-CD
           MOVE ZEROS  TO MS-KIJITSU
           MOVE SPACES TO MS-SEIKYU-NO
           START MEISAI-MASTER KEY IS NOT LESS THAN MS-KEY
               INVALID KEY MOVE 'Y' TO WS-SCAN-EOF
           END-START
           PERFORM 2710-MEISAI-ONE
               UNTIL WS-SCAN-EOF = 'Y'.

       2710-MEISAI-ONE.
           READ MEISAI-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF
               NOT AT END
                   IF MS-TOKUI-CD NOT = WS-CD8
                       MOVE 'Y' TO WS-SCAN-EOF
                   ELSE
                       PERFORM 2720-MEISAI-EDIT
                   END-IF
           END-READ.

       2720-MEISAI-EDIT.
           MOVE MS-SEIKYU-GAKU TO WS-EDIT-KINGAKU
           MOVE MS-ZANDAKA     TO WS-EDIT-KINGAKU2
           MOVE SPACES TO WS-MEISAI-TEXT
           STRING '請求明細 請求番号:' MS-SEIKYU-NO
                  ' 期日:' MS-KIJITSU
                  ' 請求額:' WS-EDIT-KINGAKU
                  ' 残高:' WS-EDIT-KINGAKU2
               DELIMITED SIZE INTO WS-MEISAI-TEXT
           IF MS-ZANDAKA NOT = ZEROS
               SET WS-HOJI TO TRUE
               MOVE '未消込残高あり' TO WS-HANTEI-RIYU
           ELSE
               MOVE MS-KIJITSU      TO WS-REC-DT
               MOVE WS-KIGEN-MEISAI TO WS-KIGEN-DT
               PERFORM 2960-KIGEN-HANTEI
           END-IF
           PERFORM 9100-WRITE-MEISAI.

       2800-ARCHIVE-SHUSHU.
           OPEN INPUT ARCHIVE-FILE
           MOVE 'N' TO WS-SCAN-EOF
           IF WS-ARCH-STATUS NOT = '00'
               MOVE 'Y' TO WS-SCAN-EOF
           END-IF
           PERFORM 2810-ARCHIVE-ONE
               UNTIL WS-SCAN-EOF = 'Y'
           CLOSE ARCHIVE-FILE.

       2810-ARCHIVE-ONE.
           READ ARCHIVE-FILE
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF
               NOT AT END
                   IF AR-KOKYAKU-CD = KI-KOKYAKU-CD
                       MOVE SPACES TO WS-MEISAI-TEXT
                       STRING 'アーカイブ 区分:' AR-KBN
                              ' 退避日:' AR-ARCHIVE-DT
                              ' 内容:' AR-IMAGE
                           DELIMITED SIZE INTO WS-MEISAI-TEXT
                       MOVE AR-ARCHIVE-DT TO WS-REC-DT
                       MOVE WS-KIGEN-ARCH TO WS-KIGEN-DT
                       PERFORM 2960-KIGEN-HANTEI
                       PERFORM 9100-WRITE-MEISAI
                   END-IF
           END-READ.

       2900-IRAI-FOOTER.
           MOVE SPACES TO WS-WORK-LINE
           IF WS-KENSU = ZEROS
               MOVE '  該当する保有データなし'
                   TO WS-WORK-LINE
               MOVE WS-WORK-LINE TO KR-LINE
               WRITE KAIJI-RPT-REC
               MOVE SPACES TO WS-WORK-LINE
           END-IF
           MOVE WS-KENSU TO WS-EDIT-CNT
           STRING '  保有データ件数:' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO KR-LINE
           WRITE KAIJI-RPT-REC
           IF KI-SAKUJO
               MOVE SPACES TO WS-WORK-LINE
               MOVE WS-SHOKYO-KA-CNT TO WS-EDIT-CNT
               STRING '  消去可件数    :' WS-EDIT-CNT
                   DELIMITED SIZE INTO WS-WORK-LINE
               MOVE WS-WORK-LINE TO KR-LINE
               WRITE KAIJI-RPT-REC
               MOVE SPACES TO WS-WORK-LINE
               MOVE WS-HOJI-CNT TO WS-EDIT-CNT
               STRING '  保持件数      :' WS-EDIT-CNT
                   DELIMITED SIZE INTO WS-WORK-LINE
               MOVE WS-WORK-LINE TO KR-LINE
               WRITE KAIJI-RPT-REC
           END-IF.

      * 顧客・住所の判定: 取引継続中は保持
       2950-TORIHIKI-HANTEI.
           IF WS-TORIHIKI-ZAN-ARI
               SET WS-HOJI TO TRUE
               MOVE '取引残あり（売掛・未消込）'
                   TO WS-HANTEI-RIYU
           ELSE
               SET WS-SHOKYO-KA TO TRUE
               MOVE '取引残なし' TO WS-HANTEI-RIYU
           END-IF.

      * 保存期間判定: 記録日が保存期限より前なら消去可
       2960-KIGEN-HANTEI.
           IF WS-KIGEN-DT = ZEROS
               SET WS-HOJI TO TRUE
               MOVE '保存期間未登録' TO WS-HANTEI-RIYU
           ELSE
               IF WS-REC-DT < WS-KIGEN-DT
                   SET WS-SHOKYO-KA TO TRUE
                   MOVE '保存期間経過' TO WS-HANTEI-RIYU
               ELSE
                   SET WS-HOJI TO TRUE
                   MOVE '法定保存期間内' TO WS-HANTEI-RIYU
               END-IF
           END-IF.

      * 明細行出力: 削除請求では判定と理由を付す
       9100-WRITE-MEISAI.
           ADD 1 TO WS-KENSU
           MOVE SPACES TO WS-WORK-LINE
           IF KI-SAKUJO
               IF WS-SHOKYO-KA
                   ADD 1 TO WS-SHOKYO-KA-CNT
                   STRING '  [消去可] ' WS-MEISAI-TEXT
                          ' 理由:' WS-HANTEI-RIYU
                       DELIMITED SIZE INTO WS-WORK-LINE
               ELSE
                   ADD 1 TO WS-HOJI-CNT
                   STRING '  [保持]   ' WS-MEISAI-TEXT
                          ' 理由:' WS-HANTEI-RIYU
                       DELIMITED SIZE INTO WS-WORK-LINE
               END-IF
           ELSE
               STRING '  ' WS-MEISAI-TEXT
                   DELIMITED SIZE INTO WS-WORK-LINE
           END-IF
           MOVE WS-WORK-LINE TO KR-LINE
           WRITE KAIJI-RPT-REC.

       9200-WRITE-LOG.
           MOVE SPACES TO KAIJI-LOG-REC
           MOVE KI-IRAI-NO       TO KG-IRAI-NO
           MOVE KI-KOKYAKU-CD    TO KG-KOKYAKU-CD
           MOVE KI-IRAI-KBN      TO KG-IRAI-KBN
           MOVE KI-UKETSUKE-DT   TO KG-UKETSUKE-DT
           MOVE WS-GYOMU-DATE    TO KG-SHORI-DT
           MOVE WS-KENSU         TO KG-KENSU
           MOVE WS-SHOKYO-KA-CNT TO KG-SHOKYO-KA-CNT
           MOVE WS-HOJI-CNT      TO KG-HOJI-CNT
           WRITE KAIJI-LOG-REC.

       4000-RPT-FOOTER.
           MOVE '===== 開示等請求 処理集計 =====' TO KR-LINE
           WRITE KAIJI-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-INPUT-CNT TO WS-EDIT-CNT
           STRING '請求件数      :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO KR-LINE
           WRITE KAIJI-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-KAIJI-CNT TO WS-EDIT-CNT
           STRING '開示件数      :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO KR-LINE
           WRITE KAIJI-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-SAKUJO-CNT TO WS-EDIT-CNT
           STRING '削除判定件数  :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO KR-LINE
           WRITE KAIJI-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-FUBI-CNT TO WS-EDIT-CNT
           STRING '請求不備件数  :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO KR-LINE
           WRITE KAIJI-RPT-REC.

       3000-CLOSE-FILES.
           CLOSE KAIJI-IRAI-FILE
           CLOSE KOKYAKU-MASTER
           CLOSE JUSHO-MASTER
           CLOSE URIKAKE-MASTER
           CLOSE MEISAI-MASTER
           CLOSE RETENTION-MASTER
           CLOSE KAIJI-RPT
           CLOSE KAIJI-LOG.
