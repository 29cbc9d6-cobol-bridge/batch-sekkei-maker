      *=================================================================
      * SAMPLE04J: 返品受入バッチ
      * 概要: SAMPLE01の売上入力の返品（赤伝）を返品管理マスタへ登録
      *       し、倉庫の返品受入明細（検品区分 1:再入庫 2:廃棄
      *       3:仕入先返品）を赤伝の伝票番号で照合する。再入庫・仕入先
      *       返品は在庫マスタへ戻し（仕入先返品は不合格在庫として計上
      *       し返品候補ファイルへも出力）、在庫へ戻した数量は受払用の
      *       返品入庫記録へ出力する。在庫へ戻した数量はロット台帳
      *       にも受け入れる（ロット番号のない受入は受入日の返品
      *       ロットとし、仕入先返品はロットの不合格数にも計上）。
      *       廃棄は廃棄記録へ書き出す。
      *       いずれも平均単価で評価
      *       して仕訳を出力する。赤伝なしの受入と、赤伝発行済みで
      *       未受入の返品を例外として報告する。
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE04J.
       AUTHOR. BATCH-SYSTEM.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT URIAGE-FILE ASSIGN TO URIAGEIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-URIAGE-STATUS.
           SELECT HENPIN-MASTER ASSIGN TO HENPINMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HP-DENPYO-NO
               FILE STATUS IS WS-HENPIN-STATUS.
           SELECT OPTIONAL UKEIRE-FILE ASSIGN TO HENPINUK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-UKEIRE-STATUS.
           SELECT ZAIKO-MASTER ASSIGN TO ZAIKOMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ZM-KEY
               FILE STATUS IS WS-ZAIKO-STATUS.
           SELECT LOT-MASTER ASSIGN TO LOTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LM-KEY
               FILE STATUS IS WS-LOT-STATUS.
           SELECT HAIKI-LOG ASSIGN TO HENPINHAI
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HAIKI-STATUS.
           SELECT HENSO-FILE ASSIGN TO HENPINSIR
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HENSO-STATUS.
           SELECT HENPIN-IDO ASSIGN TO HENPINIDO
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HPIDO-STATUS.
           SELECT KEKKA-RPT ASSIGN TO HENPINRPT
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
      * 売上入力（SAMPLE01と同形式）。返品区分'1'だけを取り込む
       FD  URIAGE-FILE
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

      * 返品管理マスタ: 赤伝ごとの受入状況
       FD  HENPIN-MASTER
           RECORD CONTAINS 60 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  HENPIN-REC.
           05  HP-DENPYO-NO      PIC X(10).
           05  HP-TOKUI-CD       PIC X(10).
           05  HP-KINGAKU        PIC 9(08).
           05  HP-HENPIN-DT      PIC 9(08).
           05  HP-STATUS         PIC X(01).
               88  HP-MIUKEIRE   VALUE '0'.
               88  HP-UKEIRE-ZUMI VALUE '1'.
           05  HP-UKEIRE-DT      PIC 9(08).
           05  HP-UKEIRE-GYO     PIC 9(03).
           05  HP-KOSHIN-DT      PIC 9(08).
           05  FILLER            PIC X(04).

      * 返品受入明細: 検品担当が品目ごとに処置区分を付ける
       FD  UKEIRE-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  UKEIRE-REC.
           05  HU-DENPYO-NO      PIC X(10).
           05  HU-TOKUI-CD       PIC X(10).
           05  HU-HINBAN         PIC X(10).
           05  HU-SOKO-CD        PIC X(04).
           05  HU-SURYO          PIC 9(07).
           05  HU-UKEIRE-DT      PIC 9(08).
           05  HU-SHOCHI-KBN     PIC X(01).
               88  HU-SAINYUKO   VALUE '1'.
               88  HU-HAIKI      VALUE '2'.
               88  HU-HENSO      VALUE '3'.
           05  HU-LOT-NO         PIC X(10).
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

      * 廃棄記録: 返品廃棄の評価損（平均単価評価）
       FD  HAIKI-LOG
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  HAIKI-REC.
           05  HI-DENPYO-NO      PIC X(10).
           05  HI-TOKUI-CD       PIC X(10).
           05  HI-HINBAN         PIC X(10).
           05  HI-SOKO-CD        PIC X(04).
           05  HI-SURYO          PIC 9(07).
           05  HI-TANKA          PIC 9(05)V99.
           05  HI-KINGAKU        PIC 9(11).
           05  HI-HAIKI-DT       PIC 9(08).
           05  FILLER            PIC X(13).

      * 仕入先返品候補: 購買が仕入先返品の手配に使う
       FD  HENSO-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  HENSO-REC.
           05  HS-HINBAN         PIC X(10).
           05  HS-SOKO-CD        PIC X(04).
           05  HS-SURYO          PIC 9(07).
           05  HS-DENPYO-NO      PIC X(10).
           05  HS-TOKUI-CD       PIC X(10).
           05  HS-UKEIRE-DT      PIC 9(08).
           05  FILLER            PIC X(31).

      * 返品入庫記録: 在庫へ戻した数量（SAMPLE04Gの受払で受入計上）
       FD  HENPIN-IDO
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  HENPIN-IDO-REC.
           05  RN-HINBAN         PIC X(10).
           05  RN-SOKO-CD        PIC X(04).
           05  RN-SURYO          PIC 9(07).
           05  RN-HIDUKE         PIC 9(08).
           05  RN-SHOCHI-KBN     PIC X(01).
           05  FILLER            PIC X(10).

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
           05  WS-URIAGE-STATUS  PIC X(02).
           05  WS-HENPIN-STATUS  PIC X(02).
           05  WS-UKEIRE-STATUS  PIC X(02).
           05  WS-ZAIKO-STATUS   PIC X(02).
           05  WS-HAIKI-STATUS   PIC X(02).
           05  WS-HENSO-STATUS   PIC X(02).
           05  WS-HPIDO-STATUS   PIC X(02).
           05  WS-KEKKA-STATUS   PIC X(02).
           05  WS-LOT-STATUS     PIC X(02).
           05  WS-URIAGE-EOF     PIC X(01) VALUE 'N'.
           05  WS-EOF-FLAG       PIC X(01) VALUE 'N'.
           05  WS-MIUKE-EOF      PIC X(01) VALUE 'N'.
           05  WS-AKADEN-FLAG    PIC X(01).
               88  WS-AKADEN-ARI VALUE 'Y'.

       01  WS-HONJITSU           PIC 9(08) VALUE ZEROS.
      * 赤伝発行から受入までの許容日数（超過は長期未着）
       01  WS-MICHAKU-NISSU      PIC 9(03) VALUE 30.
       01  WS-KEIKA-NISSU        PIC S9(07) COMP-3.
       01  WS-NG-RIYU            PIC X(24).
       01  WS-HYOKA-KINGAKU      PIC S9(13) COMP-3.
      * 不合格数の上限（在庫マスタの項目桁）
       01  WS-FURYO-JOGEN        PIC S9(07) COMP-3 VALUE 99999.
      * ロット番号のない返品の受入ロット（'HP'＋受入日）
       01  WS-HENPIN-LOT.
           05  FILLER            PIC X(02) VALUE 'HP'.
           05  WS-HENPIN-LOT-DT  PIC 9(08).

       01  WS-COUNTERS.
           05  WS-AKADEN-CNT     PIC 9(07) VALUE ZEROS.
           05  WS-AKADEN-NEW-CNT PIC 9(07) VALUE ZEROS.
           05  WS-INPUT-CNT      PIC 9(07) VALUE ZEROS.
           05  WS-SAINYUKO-CNT   PIC 9(07) VALUE ZEROS.
           05  WS-HAIKI-CNT      PIC 9(07) VALUE ZEROS.
           05  WS-HENSO-CNT      PIC 9(07) VALUE ZEROS.
           05  WS-NG-CNT         PIC 9(07) VALUE ZEROS.
           05  WS-NASHI-CNT      PIC 9(07) VALUE ZEROS.
           05  WS-MIUKE-CNT      PIC 9(07) VALUE ZEROS.
           05  WS-CHOUKI-CNT     PIC 9(07) VALUE ZEROS.

       01  WS-EDIT-AREA.
           05  WS-EDIT-CNT       PIC ZZZ,ZZ9.
           05  WS-EDIT-SURYO     PIC ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-KINGAKU   PIC ZZ,ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-NISSU     PIC ZZZ9.
           05  WS-WORK-LINE      PIC X(100).

       01  WS-RETURN-CODE        PIC 9(04) VALUE ZEROS.

       01  WS-GYOMU-DATE-AREA.
           05  WS-GYOMUDT-STATUS PIC X(02).
           05  WS-GYOMUDT-EOF    PIC X(01).
           05  WS-GYOMU-DATE     PIC 9(08) VALUE ZEROS.
           05  WS-GYOMU-TIME     PIC 9(06) VALUE ZEROS.

       01  WS-RUNLOG-STATUS      PIC X(02).

      * 仕訳出力の作業域（勘定科目は科目対応マスタから引く）
      * 相手キーは品番＋倉庫＋受入日(YYMMDD)
       01  WS-SHIWAKE-AREA.
           05  WS-KANJO-STATUS   PIC X(02).
           05  WS-SHIWAKE-STATUS PIC X(02).
           05  WS-SW-EVENT       PIC X(04).
           05  WS-SW-KINGAKU     PIC 9(13).
           05  WS-SW-AITE.
               10  WS-SW-AITE-HINBAN PIC X(10).
               10  WS-SW-AITE-SOKO   PIC X(04).
               10  WS-SW-AITE-HIDUKE PIC X(06).
           05  WS-KANJO-NG-CNT   PIC 9(07) VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-GYOMU-DATE-SET
           PERFORM 0200-RUNLOG-START
           PERFORM 0300-SHIWAKE-OPEN
           PERFORM 1000-OPEN-FILES
           PERFORM 1500-AKADEN-TOUROKU
               UNTIL WS-URIAGE-EOF = 'Y'
           PERFORM 2000-MAIN-LOOP
               UNTIL WS-EOF-FLAG = 'Y'
           PERFORM 5000-MIUKEIRE-REPORT
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
      * 再入庫・仕入先返品=在庫／売上原価 廃棄=廃棄損／売上原価
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
           MOVE 'SAMPLE4J' TO SW-SOURCE-ID
           MOVE WS-GYOMU-DATE  TO SW-GYOMU-DT
           MOVE WS-SW-EVENT    TO SW-EVENT-CD
           MOVE 'D'            TO SW-DC-KBN
           MOVE KJ-KARIKATA-CD TO SW-KANJO-CD
           MOVE WS-SW-KINGAKU  TO SW-KINGAKU
           MOVE WS-SW-AITE     TO SW-AITE-KEY
           WRITE SHIWAKE-REC
           MOVE SPACES TO SHIWAKE-REC
           MOVE 'SAMPLE4J' TO SW-SOURCE-ID
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
           MOVE 'SAMPLE4J' TO RL-PROGRAM-ID
           MOVE 'S'        TO RL-KBN
           MOVE WS-GYOMU-DATE TO RL-GYOMU-DT
           MOVE FUNCTION CURRENT-DATE(9:6) TO RL-JIKOKU
           MOVE ZEROS      TO RL-KENSU RL-RETURN-CD
           WRITE RUNLOG-REC
           CLOSE RUNLOG-FILE.

       0900-RUNLOG-END.
           OPEN EXTEND RUNLOG-FILE
           MOVE 'SAMPLE4J' TO RL-PROGRAM-ID
           MOVE 'E'        TO RL-KBN
           MOVE WS-GYOMU-DATE TO RL-GYOMU-DT
           MOVE FUNCTION CURRENT-DATE(9:6) TO RL-JIKOKU
           MOVE WS-INPUT-CNT TO RL-KENSU
           MOVE RETURN-CODE  TO RL-RETURN-CD
           WRITE RUNLOG-REC
           CLOSE RUNLOG-FILE.

       1000-OPEN-FILES.
           MOVE WS-GYOMU-DATE TO WS-HONJITSU
           OPEN INPUT  URIAGE-FILE
           OPEN I-O    HENPIN-MASTER
           OPEN INPUT  UKEIRE-FILE
           OPEN I-O    ZAIKO-MASTER
           OPEN I-O    LOT-MASTER
           OPEN OUTPUT HAIKI-LOG
           OPEN OUTPUT HENSO-FILE
           OPEN OUTPUT HENPIN-IDO
           OPEN OUTPUT KEKKA-RPT
           MOVE '===== 返品受入結果 =====' TO KR-LINE
           WRITE KEKKA-RPT-REC
           IF WS-UKEIRE-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           PERFORM 1100-READ-URIAGE
           PERFORM 1200-READ-UKEIRE.

       1100-READ-URIAGE.
           READ URIAGE-FILE
               AT END MOVE 'Y' TO WS-URIAGE-EOF
           END-READ.

       1200-READ-UKEIRE.
           IF WS-EOF-FLAG NOT = 'Y'
               READ UKEIRE-FILE
                   AT END MOVE 'Y' TO WS-EOF-FLAG
               END-READ
           END-IF.

      * 赤伝登録: 当日の返品売上を未受入として返品管理マスタへ登録
      * （同日再実行で既に登録済みの赤伝はそのまま）
       1500-AKADEN-TOUROKU.
           IF UR-HENPIN
               ADD 1 TO WS-AKADEN-CNT
               MOVE UR-CODE TO HP-DENPYO-NO
               READ HENPIN-MASTER
                   INVALID KEY
                       PERFORM 1510-AKADEN-SHINKI
                   NOT INVALID KEY
                       CONTINUE
               END-READ
           END-IF
           PERFORM 1100-READ-URIAGE.

       1510-AKADEN-SHINKI.
           MOVE SPACES        TO HENPIN-REC
           MOVE UR-CODE       TO HP-DENPYO-NO
           MOVE UR-TOKUISAKI  TO HP-TOKUI-CD
           MOVE UR-KINGAKU    TO HP-KINGAKU
           MOVE UR-DATE       TO HP-HENPIN-DT
           SET HP-MIUKEIRE    TO TRUE
           MOVE ZEROS         TO HP-UKEIRE-DT HP-UKEIRE-GYO
           MOVE WS-HONJITSU   TO HP-KOSHIN-DT
           WRITE HENPIN-REC
               INVALID KEY CONTINUE
               NOT INVALID KEY ADD 1 TO WS-AKADEN-NEW-CNT
           END-WRITE.

       2000-MAIN-LOOP.
           ADD 1 TO WS-INPUT-CNT
           MOVE SPACES TO WS-NG-RIYU
           EVALUATE TRUE
               WHEN HU-SURYO = ZEROS
                   MOVE '数量ゼロ' TO WS-NG-RIYU
               WHEN NOT HU-SAINYUKO AND NOT HU-HAIKI
                   AND NOT HU-HENSO
                   MOVE '処置区分不正' TO WS-NG-RIYU
               WHEN OTHER
                   MOVE HU-HINBAN  TO ZM-HINBAN
                   MOVE HU-SOKO-CD TO ZM-SOKO-CD
                   READ ZAIKO-MASTER
                       INVALID KEY
                           MOVE '在庫マスタ未登録' TO WS-NG-RIYU
                       NOT INVALID KEY
                           PERFORM 2050-FURYO-KETA-CHECK
                   END-READ
           END-EVALUATE
           IF WS-NG-RIYU NOT = SPACES
               PERFORM 9300-WRITE-NG
           ELSE
               PERFORM 2100-AKADEN-SHOGO
               PERFORM 2200-SHOCHI-SHORI
           END-IF
           PERFORM 1200-READ-UKEIRE.

      * 仕入先返品は不合格数に加算するため、項目桁を超える数量は
      * 処理不能とする
       2050-FURYO-KETA-CHECK.
           IF ZM-FURYO-SU NOT NUMERIC
               MOVE ZEROS TO ZM-FURYO-SU
           END-IF
           IF HU-HENSO
               AND ZM-FURYO-SU + HU-SURYO > WS-FURYO-JOGEN
               MOVE '不合格数桁あふれ' TO WS-NG-RIYU
           END-IF.

      * 赤伝照合: 伝票番号で返品管理マスタを引き、受入済みにする。
      * 赤伝がなくても現品は処置し、赤伝なし受入として報告する
       2100-AKADEN-SHOGO.
           MOVE 'N' TO WS-AKADEN-FLAG
           IF HU-DENPYO-NO NOT = SPACES
               MOVE HU-DENPYO-NO TO HP-DENPYO-NO
               READ HENPIN-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-AKADEN-FLAG
                       SET HP-UKEIRE-ZUMI TO TRUE
                       MOVE HU-UKEIRE-DT  TO HP-UKEIRE-DT
                       ADD 1 TO HP-UKEIRE-GYO
                       MOVE WS-HONJITSU   TO HP-KOSHIN-DT
                       REWRITE HENPIN-REC
               END-READ
           END-IF
           IF NOT WS-AKADEN-ARI
               PERFORM 9400-WRITE-AKADEN-NASHI
           END-IF.

      * 処置: 再入庫・仕入先返品は在庫へ戻す（平均単価は変えない）。
      * 仕入先返品は不合格在庫として引当対象から外し返品候補へ、
      * 廃棄は廃棄記録へ出力する
       2200-SHOCHI-SHORI.
           COMPUTE WS-HYOKA-KINGAKU ROUNDED =
               HU-SURYO * ZM-HEIKIN-TANKA
           MOVE HU-HINBAN          TO WS-SW-AITE-HINBAN
           MOVE HU-SOKO-CD         TO WS-SW-AITE-SOKO
           MOVE HU-UKEIRE-DT(3:6)  TO WS-SW-AITE-HIDUKE
           MOVE WS-HYOKA-KINGAKU   TO WS-SW-KINGAKU
           EVALUATE TRUE
               WHEN HU-SAINYUKO
                   ADD HU-SURYO TO ZM-ZAIKO-SU
                   REWRITE ZAIKO-REC
                   PERFORM 2240-LOT-UKEIRE
                   PERFORM 2230-WRITE-HENPIN-IDO
                   ADD 1 TO WS-SAINYUKO-CNT
                   MOVE 'HPNY' TO WS-SW-EVENT
               WHEN HU-HENSO
                   ADD HU-SURYO TO ZM-ZAIKO-SU ZM-FURYO-SU
                   REWRITE ZAIKO-REC
                   PERFORM 2240-LOT-UKEIRE
                   PERFORM 2230-WRITE-HENPIN-IDO
                   PERFORM 2210-WRITE-HENSO
                   ADD 1 TO WS-HENSO-CNT
                   MOVE 'HPNY' TO WS-SW-EVENT
               WHEN HU-HAIKI
                   PERFORM 2220-WRITE-HAIKI
                   ADD 1 TO WS-HAIKI-CNT
                   MOVE 'HPHK' TO WS-SW-EVENT
           END-EVALUATE
           IF WS-SW-KINGAKU > ZEROS
               PERFORM 9800-SHIWAKE-KIROKU
           END-IF
           PERFORM 9100-WRITE-KEKKA.

       2210-WRITE-HENSO.
           MOVE SPACES        TO HENSO-REC
           MOVE HU-HINBAN     TO HS-HINBAN
           MOVE HU-SOKO-CD    TO HS-SOKO-CD
           MOVE HU-SURYO      TO HS-SURYO
           MOVE HU-DENPYO-NO  TO HS-DENPYO-NO
           MOVE HU-TOKUI-CD   TO HS-TOKUI-CD
           MOVE HU-UKEIRE-DT  TO HS-UKEIRE-DT
           WRITE HENSO-REC.

       2220-WRITE-HAIKI.
           MOVE SPACES           TO HAIKI-REC
           MOVE HU-DENPYO-NO     TO HI-DENPYO-NO
           MOVE HU-TOKUI-CD      TO HI-TOKUI-CD
           MOVE HU-HINBAN        TO HI-HINBAN
           MOVE HU-SOKO-CD       TO HI-SOKO-CD
           MOVE HU-SURYO         TO HI-SURYO
           MOVE ZM-HEIKIN-TANKA  TO HI-TANKA
           MOVE WS-HYOKA-KINGAKU TO HI-KINGAKU
           MOVE HU-UKEIRE-DT     TO HI-HAIKI-DT
           WRITE HAIKI-REC.

       2230-WRITE-HENPIN-IDO.
           MOVE SPACES        TO HENPIN-IDO-REC
           MOVE HU-HINBAN     TO RN-HINBAN
           MOVE HU-SOKO-CD    TO RN-SOKO-CD
           MOVE HU-SURYO      TO RN-SURYO
           MOVE HU-UKEIRE-DT  TO RN-HIDUKE
           MOVE HU-SHOCHI-KBN TO RN-SHOCHI-KBN
           WRITE HENPIN-IDO-REC.

      * ロット受入: 同一ロットがあれば加算、なければ新規登録。
      * 仕入先返品はロットの不合格数にも計上する
       2240-LOT-UKEIRE.
           MOVE HU-HINBAN  TO LM-HINBAN
           MOVE HU-SOKO-CD TO LM-SOKO-CD
           IF HU-LOT-NO NOT = SPACES
               MOVE HU-LOT-NO TO LM-LOT-NO
           ELSE
               MOVE HU-UKEIRE-DT  TO WS-HENPIN-LOT-DT
               MOVE WS-HENPIN-LOT TO LM-LOT-NO
           END-IF
           READ LOT-MASTER
               INVALID KEY
                   MOVE HU-UKEIRE-DT  TO LM-NYUKO-DT
                   MOVE 99999999      TO LM-YUKO-KIGEN
                   MOVE HU-SURYO      TO LM-ZAIKO-SU
                   MOVE ZEROS         TO LM-HORYU-SU LM-FURYO-SU
                   IF HU-HENSO
                       MOVE HU-SURYO  TO LM-FURYO-SU
                   END-IF
                   WRITE LOT-REC
                       INVALID KEY CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   IF LM-HORYU-SU NOT NUMERIC
                       MOVE ZEROS TO LM-HORYU-SU
                   END-IF
                   IF LM-FURYO-SU NOT NUMERIC
                       MOVE ZEROS TO LM-FURYO-SU
                   END-IF
                   ADD HU-SURYO TO LM-ZAIKO-SU
                   IF HU-HENSO
                       ADD HU-SURYO TO LM-FURYO-SU
                   END-IF
                   REWRITE LOT-REC
           END-READ.

      * 赤伝発行済み・未受入の一覧（経過日数が許容超なら長期未着）
       5000-MIUKEIRE-REPORT.
           MOVE SPACES TO KR-LINE
           WRITE KEKKA-RPT-REC
           MOVE '===== 赤伝発行済・未受入 =====' TO KR-LINE
           WRITE KEKKA-RPT-REC
           MOVE 'N' TO WS-MIUKE-EOF
           MOVE LOW-VALUES TO HP-DENPYO-NO
           START HENPIN-MASTER KEY IS NOT LESS THAN HP-DENPYO-NO
               INVALID KEY MOVE 'Y' TO WS-MIUKE-EOF
           END-START
           PERFORM 5100-MIUKEIRE-ONE
               UNTIL WS-MIUKE-EOF = 'Y'.

       5100-MIUKEIRE-ONE.
           READ HENPIN-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-MIUKE-EOF
               NOT AT END
                   IF HP-MIUKEIRE
                       PERFORM 5110-MIUKEIRE-LINE
                   END-IF
           END-READ.

       5110-MIUKEIRE-LINE.
           ADD 1 TO WS-MIUKE-CNT
           MOVE ZEROS TO WS-KEIKA-NISSU
           IF HP-HENPIN-DT > ZEROS
               AND HP-HENPIN-DT <= WS-HONJITSU
               COMPUTE WS-KEIKA-NISSU =
                   FUNCTION INTEGER-OF-DATE(WS-HONJITSU)
                   - FUNCTION INTEGER-OF-DATE(HP-HENPIN-DT)
           END-IF
           MOVE WS-KEIKA-NISSU TO WS-EDIT-NISSU
           MOVE HP-KINGAKU     TO WS-EDIT-KINGAKU
           MOVE SPACES TO WS-WORK-LINE
           STRING '未受入 伝票:' HP-DENPYO-NO
                  ' 得意先:' HP-TOKUI-CD
                  ' 金額:' WS-EDIT-KINGAKU
                  ' 経過:' WS-EDIT-NISSU '日'
               DELIMITED SIZE INTO WS-WORK-LINE
           IF WS-KEIKA-NISSU > WS-MICHAKU-NISSU
               ADD 1 TO WS-CHOUKI-CNT
               MOVE '長期未着' TO WS-WORK-LINE(89:12)
           END-IF
           MOVE WS-WORK-LINE TO KR-LINE
           WRITE KEKKA-RPT-REC.

       7000-GOUKEI-REPORT.
           MOVE SPACES TO KR-LINE
           WRITE KEKKA-RPT-REC
           MOVE WS-AKADEN-CNT TO WS-EDIT-CNT
           MOVE SPACES TO WS-WORK-LINE
           STRING '当日赤伝件数  :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO KR-LINE
           WRITE KEKKA-RPT-REC
           MOVE WS-INPUT-CNT TO WS-EDIT-CNT
           MOVE SPACES TO WS-WORK-LINE
           STRING '受入明細件数  :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO KR-LINE
           WRITE KEKKA-RPT-REC
           MOVE WS-SAINYUKO-CNT TO WS-EDIT-CNT
           MOVE SPACES TO WS-WORK-LINE
           STRING ' 再入庫      :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO KR-LINE
           WRITE KEKKA-RPT-REC
           MOVE WS-HAIKI-CNT TO WS-EDIT-CNT
           MOVE SPACES TO WS-WORK-LINE
           STRING ' 廃棄        :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO KR-LINE
           WRITE KEKKA-RPT-REC
           MOVE WS-HENSO-CNT TO WS-EDIT-CNT
           MOVE SPACES TO WS-WORK-LINE
           STRING ' 仕入先返品  :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO KR-LINE
           WRITE KEKKA-RPT-REC
           MOVE WS-NG-CNT TO WS-EDIT-CNT
           MOVE SPACES TO WS-WORK-LINE
           STRING ' 処理不能    :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO KR-LINE
           WRITE KEKKA-RPT-REC
           MOVE WS-NASHI-CNT TO WS-EDIT-CNT
           MOVE SPACES TO WS-WORK-LINE
           STRING '赤伝なし受入  :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO KR-LINE
           WRITE KEKKA-RPT-REC
           MOVE WS-MIUKE-CNT TO WS-EDIT-CNT
           MOVE SPACES TO WS-WORK-LINE
           STRING '未受入赤伝    :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO KR-LINE
           WRITE KEKKA-RPT-REC
           MOVE WS-CHOUKI-CNT TO WS-EDIT-CNT
           MOVE SPACES TO WS-WORK-LINE
           STRING ' うち長期未着:' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO KR-LINE
           WRITE KEKKA-RPT-REC
           IF WS-NG-CNT > ZEROS OR WS-NASHI-CNT > ZEROS
               OR WS-CHOUKI-CNT > ZEROS
               MOVE 4 TO WS-RETURN-CODE
           END-IF.

       9100-WRITE-KEKKA.
           MOVE HU-SURYO TO WS-EDIT-SURYO
           MOVE SPACES TO WS-WORK-LINE
           STRING '処置:' HU-SHOCHI-KBN
                  ' 伝票:' HU-DENPYO-NO
                  ' 品番:' HU-HINBAN
                  ' 倉庫:' HU-SOKO-CD
                  ' 数量:' WS-EDIT-SURYO
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO KR-LINE
           WRITE KEKKA-RPT-REC.

       9300-WRITE-NG.
           ADD 1 TO WS-NG-CNT
           MOVE SPACES TO WS-WORK-LINE
           STRING '処理不能 伝票:' HU-DENPYO-NO
                  ' 品番:' HU-HINBAN
                  ' 倉庫:' HU-SOKO-CD
                  ' ' WS-NG-RIYU
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO KR-LINE
           WRITE KEKKA-RPT-REC.

       9400-WRITE-AKADEN-NASHI.
           ADD 1 TO WS-NASHI-CNT
           MOVE HU-SURYO TO WS-EDIT-SURYO
           MOVE SPACES TO WS-WORK-LINE
           STRING '赤伝なし受入 伝票:' HU-DENPYO-NO
                  ' 得意先:' HU-TOKUI-CD
                  ' 品番:' HU-HINBAN
                  ' 数量:' WS-EDIT-SURYO
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO KR-LINE
           WRITE KEKKA-RPT-REC.

       3000-CLOSE-FILES.
           CLOSE URIAGE-FILE
           CLOSE HENPIN-MASTER
           CLOSE UKEIRE-FILE
           CLOSE ZAIKO-MASTER
           CLOSE LOT-MASTER
           CLOSE HAIKI-LOG
           CLOSE HENSO-FILE
           CLOSE HENPIN-IDO
           CLOSE KEKKA-RPT.
