      *=================================================================
      * SAMPLE11I: 消費税申告 集計表作成バッチ
      * 概要: 課税期間（パラメータの開始・終了年月）の消費税申告用
      *       集計表を作成する。売上側はSAMPLE01の集計ファイル（課税
      *       期間分を連結して渡す）の税率区分別内訳を、仕入側は
      *       SAMPLE04Eの仕入税額明細のうち計上日が課税期間内のもの
      *       を、税率マスタの税率で標準税率・軽減税率・その他に分け
      *       て集計する。売上のマイナス内訳は返品・値引として、仕入
      *       は適格請求書の控除可能分・経過措置による控除可能分・
      *       控除対象外分に分ける。集計した売上・仕入の税額はGL残高
      *       マスタの仮受消費税・仮払消費税の期間内の発生額と照合
      *       し（調整期間13は含めない）、申告書の行構成で納付税額を
      *       示す。税率区分が不明な内訳、GLとの差額はRC=4、
      *       パラメータ不備はRC=8で中止する。
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE11I.
       AUTHOR. BATCH-SYSTEM.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SHUUKEI-FILE ASSIGN TO SHUUKEIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SHUUKEI-STATUS.
           SELECT SHIIZEI-FILE ASSIGN TO SHIIZEI
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SHIIZEI-STATUS.
           SELECT ZEIRITSU-MASTER ASSIGN TO ZEIRTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ZT-KEY
               FILE STATUS IS WS-ZEIRITSU-STATUS.
           SELECT GLZAN-MASTER ASSIGN TO GLZANMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GB-KEY
               FILE STATUS IS WS-GLZAN-STATUS.
           SELECT KANJO-MASTER ASSIGN TO KANJOMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS KJ-EVENT-CD
               FILE STATUS IS WS-KANJO-STATUS.
           SELECT PARAM-FILE ASSIGN TO ZEIPRM
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.
           SELECT ZEISHIN-RPT ASSIGN TO ZEISHRPT
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
      * 得意先別集計（SAMPLE01出力）: 税率区分別内訳だけを使う
       FD  SHUUKEI-FILE
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  SHUUKEI-REC.
           05  FILLER            PIC X(44).
           05  SK-RITSU-MEISAI.
               10  SK-RITSU-ENTRY OCCURS 2 TIMES.
                   15  SK-RT-KBN     PIC X(02).
                   15  SK-RT-ZEINUKI PIC S9(08).
                   15  SK-RT-ZEIGAKU PIC S9(08).
           05  FILLER            PIC X(20).

      * 仕入税額明細（SAMPLE04E出力）
      *   適格 Y=適格請求書 N=適格外（控除可能分は経過措置分）
       FD  SHIIZEI-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  SHIIZEI-REC.
           05  SZ-SHORI-DT       PIC 9(08).
           05  SZ-TORIHIKI-DT    PIC 9(08).
           05  SZ-DENPYO-NO      PIC X(10).
           05  SZ-SHIIRE-CD      PIC X(06).
           05  SZ-ZEI-KBN        PIC X(02).
           05  SZ-TEKIKAKU       PIC X(01).
               88  SZ-TEKIKAKU-OK        VALUE 'Y'.
           05  SZ-ZEINUKI        PIC 9(10).
           05  SZ-ZEI-GAKU       PIC 9(09).
           05  SZ-KOJO-ZEI       PIC 9(09).
           05  SZ-HIKOJO-ZEI     PIC 9(09).
           05  SZ-KOJO-RITSU     PIC 9(03).
           05  FILLER            PIC X(05).

       FD  ZEIRITSU-MASTER
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  ZEIRITSU-REC.
           05  ZT-KEY.
               10  ZT-ZEI-KBN    PIC X(02).
               10  ZT-TEKIYO-DT  PIC 9(08).
           05  ZT-ZEIRITSU       PIC V9(04).
           05  FILLER            PIC X(26).

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

       FD  KANJO-MASTER
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  KANJO-REC.
           05  KJ-EVENT-CD       PIC X(04).
           05  KJ-KARIKATA-CD    PIC X(08).
           05  KJ-KASHIKATA-CD   PIC X(08).
           05  FILLER            PIC X(20).

      * パラメータ: 課税期間と照合する税科目（仮払消費税を省略した
      * ときは科目対応マスタのSHZKの借方科目を使う）
       FD  PARAM-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  PARAM-REC.
           05  ZP-KIKAN-FROM     PIC 9(06).
           05  ZP-KIKAN-TO       PIC 9(06).
           05  ZP-KARIUKE-CD     PIC X(08).
           05  ZP-KARIBARAI-CD   PIC X(08).
           05  FILLER            PIC X(52).

       FD  ZEISHIN-RPT
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  ZEISHIN-RPT-REC.
           05  ZR-LINE           PIC X(120).

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
           05  WS-SHUUKEI-STATUS PIC X(02).
           05  WS-SHIIZEI-STATUS PIC X(02).
           05  WS-ZEIRITSU-STATUS PIC X(02).
           05  WS-GLZAN-STATUS   PIC X(02).
           05  WS-KANJO-STATUS   PIC X(02).
           05  WS-PARAM-STATUS   PIC X(02).
           05  WS-RPT-STATUS     PIC X(02).
           05  WS-SHUUKEI-EOF    PIC X(01) VALUE 'N'.
           05  WS-SHIIZEI-EOF    PIC X(01) VALUE 'N'.
           05  WS-ZEI-EOF-FLAG   PIC X(01) VALUE 'N'.
           05  WS-GLZAN-EOF      PIC X(01) VALUE 'N'.
           05  WS-CHUSHI-FLAG    PIC X(01) VALUE 'N'.
               88  WS-CHUSHI             VALUE 'Y'.
           05  WS-CHUSHI-RIYU    PIC X(40) VALUE SPACES.

      * 課税期間と照合科目
       01  WS-KIKAN-AREA.
           05  WS-KIKAN-FROM     PIC 9(06) VALUE ZEROS.
           05  WS-KIKAN-TO       PIC 9(06) VALUE ZEROS.
           05  WS-KIKAN-SHURYO-DT PIC 9(08) VALUE ZEROS.
           05  WS-KARIUKE-CD     PIC X(08) VALUE SPACES.
           05  WS-KARIBARAI-CD   PIC X(08) VALUE SPACES.
           05  WS-SHORI-YM       PIC 9(06).

       01  WS-ZEI-TABLE.
           05  WS-ZEI-ENTRY OCCURS 50 TIMES INDEXED BY WS-ZEI-IDX.
               10  ZE-ZEI-KBN    PIC X(02).
               10  ZE-TEKIYO-DT  PIC 9(08).
               10  ZE-ZEIRITSU   PIC V9(04).
       01  WS-ZEI-CNT            PIC 9(03) VALUE ZEROS.
       01  WS-ZEI-SCAN           PIC 9(03).

      * 税率区分の判定（1=標準 2=軽減 3=その他 4=不明）
       01  WS-HANTEI-AREA.
           05  WS-HANTEI-KBN     PIC X(02).
           05  WS-HANTEI-RITSU   PIC V9(04).
           05  WS-HANTEI-ARI     PIC X(01).
           05  WS-RK             PIC 9(01).
           05  WS-RT-SCAN        PIC 9(01).
           05  WS-HYOJUN-RITSU   PIC V9(04) VALUE .1000.
           05  WS-KEIGEN-RITSU   PIC V9(04) VALUE .0800.

      * 税率区分別の集計（添字は税率区分）
       01  WS-SHUKEI-TABLE.
           05  WS-SHUKEI-ENTRY OCCURS 4 TIMES.
               10  ST-URI-ZEINUKI    PIC S9(13) COMP-3.
               10  ST-URI-ZEI        PIC S9(13) COMP-3.
               10  ST-HEN-ZEINUKI    PIC S9(13) COMP-3.
               10  ST-HEN-ZEI        PIC S9(13) COMP-3.
               10  ST-SHI-ZEINUKI    PIC S9(13) COMP-3.
               10  ST-SHI-ZEI        PIC S9(13) COMP-3.
               10  ST-SHI-KOJO       PIC S9(13) COMP-3.
               10  ST-SHI-KEIKA      PIC S9(13) COMP-3.
               10  ST-SHI-HIKOJO     PIC S9(13) COMP-3.
       01  WS-KUBUN-MEI-AREA.
           05  FILLER            PIC X(12) VALUE '標準税率'.
           05  FILLER            PIC X(12) VALUE '軽減税率'.
           05  FILLER            PIC X(12) VALUE 'その他'.
           05  FILLER            PIC X(12) VALUE '区分不明'.
       01  WS-KUBUN-MEI-TBL REDEFINES WS-KUBUN-MEI-AREA.
           05  WS-KUBUN-MEI      PIC X(12) OCCURS 4 TIMES.

      * 合計と照合
       01  WS-GOKEI-AREA.
           05  WS-URI-ZEI-GOKEI  PIC S9(13) COMP-3 VALUE ZEROS.
           05  WS-HEN-ZEI-GOKEI  PIC S9(13) COMP-3 VALUE ZEROS.
           05  WS-KARIUKE-SHUKEI PIC S9(13) COMP-3 VALUE ZEROS.
           05  WS-KARIBARAI-SHUKEI PIC S9(13) COMP-3 VALUE ZEROS.
           05  WS-KARIUKE-GL     PIC S9(13) COMP-3 VALUE ZEROS.
           05  WS-KARIBARAI-GL   PIC S9(13) COMP-3 VALUE ZEROS.
           05  WS-GL-KANJO-CD    PIC X(08).
           05  WS-GL-HASSEI      PIC S9(13) COMP-3 VALUE ZEROS.
           05  WS-SAGAKU         PIC S9(13) COMP-3 VALUE ZEROS.

      * 申告書の行（国税7.8%・6.24%、地方消費税は国税の22/78）
       01  WS-SHINKOKU-AREA.
           05  WS-KAZEI-HYOJUN OCCURS 2 TIMES
                                 PIC S9(13) COMP-3.
           05  WS-SK-01          PIC S9(13) COMP-3 VALUE ZEROS.
           05  WS-SK-02          PIC S9(13) COMP-3 VALUE ZEROS.
           05  WS-SK-04          PIC S9(13) COMP-3 VALUE ZEROS.
           05  WS-SK-05          PIC S9(13) COMP-3 VALUE ZEROS.
           05  WS-SK-07          PIC S9(13) COMP-3 VALUE ZEROS.
           05  WS-SK-08          PIC S9(13) COMP-3 VALUE ZEROS.
           05  WS-SK-09          PIC S9(13) COMP-3 VALUE ZEROS.
           05  WS-SK-19          PIC S9(13) COMP-3 VALUE ZEROS.
           05  WS-SK-20          PIC S9(13) COMP-3 VALUE ZEROS.
           05  WS-SK-26          PIC S9(13) COMP-3 VALUE ZEROS.
           05  WS-SK-WORK        PIC S9(13) COMP-3 VALUE ZEROS.

       01  WS-COUNTERS.
           05  WS-SHUUKEI-CNT    PIC 9(07) VALUE ZEROS.
           05  WS-SHIIZEI-CNT    PIC 9(07) VALUE ZEROS.
           05  WS-TAISHOGAI-CNT  PIC 9(07) VALUE ZEROS.
           05  WS-FUMEI-CNT      PIC 9(07) VALUE ZEROS.
           05  WS-SAGAKU-CNT     PIC 9(07) VALUE ZEROS.

       01  WS-EDIT-AREA.
           05  WS-EDIT-CNT       PIC ZZZ,ZZ9.
           05  WS-EDIT-GAKU OCCURS 5 TIMES
                                 PIC -ZZZ,ZZZ,ZZZ,ZZ9.
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
           IF NOT WS-CHUSHI
               PERFORM 2000-URIAGE-SHUKEI
               PERFORM 2200-SHIIRE-SHUKEI
               PERFORM 2400-GL-SHOGO
               PERFORM 2600-SHINKOKU-KEISAN
               PERFORM 4000-ZEISHIN-REPORT
           ELSE
               PERFORM 4900-CHUSHI-REPORT
           END-IF
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
           MOVE 'SAMPL11I' TO RL-PROGRAM-ID
           MOVE 'S'        TO RL-KBN
           MOVE WS-GYOMU-DATE TO RL-GYOMU-DT
           MOVE FUNCTION CURRENT-DATE(9:6) TO RL-JIKOKU
           MOVE ZEROS      TO RL-KENSU RL-RETURN-CD
           WRITE RUNLOG-REC
           CLOSE RUNLOG-FILE.

       0900-RUNLOG-END.
           OPEN EXTEND RUNLOG-FILE
           MOVE 'SAMPL11I' TO RL-PROGRAM-ID
           MOVE 'E'        TO RL-KBN
           MOVE WS-GYOMU-DATE TO RL-GYOMU-DT
           MOVE FUNCTION CURRENT-DATE(9:6) TO RL-JIKOKU
           COMPUTE RL-KENSU = WS-SHUUKEI-CNT + WS-SHIIZEI-CNT
           MOVE RETURN-CODE  TO RL-RETURN-CD
           WRITE RUNLOG-REC
           CLOSE RUNLOG-FILE.

       1000-OPEN-FILES.
           OPEN INPUT  SHUUKEI-FILE
           OPEN INPUT  SHIIZEI-FILE
           OPEN INPUT  ZEIRITSU-MASTER
           OPEN INPUT  GLZAN-MASTER
           OPEN INPUT  KANJO-MASTER
           OPEN OUTPUT ZEISHIN-RPT
           PERFORM 1100-PARAM-READ
           IF NOT WS-CHUSHI
               PERFORM 1200-LOAD-ZEIRITSU
               PERFORM 1250-SHUKEI-SHOKI
                   VARYING WS-RK FROM 1 BY 1
                   UNTIL WS-RK > 4
           END-IF.

      * パラメータ: 課税期間の年月が正しくなければ中止する
       1100-PARAM-READ.
           OPEN INPUT PARAM-FILE
           IF WS-PARAM-STATUS NOT = '00'
               MOVE 'Y' TO WS-CHUSHI-FLAG
               MOVE 'パラメータなし' TO WS-CHUSHI-RIYU
           ELSE
               READ PARAM-FILE
                   AT END
                       MOVE 'Y' TO WS-CHUSHI-FLAG
                       MOVE 'パラメータなし' TO WS-CHUSHI-RIYU
                   NOT AT END
                       PERFORM 1110-PARAM-CHECK
               END-READ
               CLOSE PARAM-FILE
           END-IF.

       1110-PARAM-CHECK.
           IF ZP-KIKAN-FROM NOT NUMERIC
               OR ZP-KIKAN-TO NOT NUMERIC
               OR ZP-KIKAN-FROM(5:2) < '01'
               OR ZP-KIKAN-FROM(5:2) > '12'
               OR ZP-KIKAN-TO(5:2) < '01'
               OR ZP-KIKAN-TO(5:2) > '12'
               OR ZP-KIKAN-FROM > ZP-KIKAN-TO
               MOVE 'Y' TO WS-CHUSHI-FLAG
               MOVE '課税期間不正' TO WS-CHUSHI-RIYU
           ELSE
               MOVE ZP-KIKAN-FROM TO WS-KIKAN-FROM
               MOVE ZP-KIKAN-TO   TO WS-KIKAN-TO
               COMPUTE WS-KIKAN-SHURYO-DT = ZP-KIKAN-TO * 100 + 31
               MOVE ZP-KARIUKE-CD   TO WS-KARIUKE-CD
               MOVE ZP-KARIBARAI-CD TO WS-KARIBARAI-CD
               IF WS-KARIBARAI-CD = SPACES
                   MOVE 'SHZK' TO KJ-EVENT-CD
                   READ KANJO-MASTER
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE KJ-KARIKATA-CD TO WS-KARIBARAI-CD
                   END-READ
               END-IF
           END-IF.

       1200-LOAD-ZEIRITSU.
           MOVE LOW-VALUES TO ZT-KEY
           START ZEIRITSU-MASTER KEY IS NOT LESS THAN ZT-KEY
               INVALID KEY MOVE 'Y' TO WS-ZEI-EOF-FLAG
           END-START
           PERFORM 1210-READ-ZEIRITSU
               UNTIL WS-ZEI-EOF-FLAG = 'Y'
                   OR WS-ZEI-CNT >= 50.

       1210-READ-ZEIRITSU.
           READ ZEIRITSU-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-ZEI-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-ZEI-CNT
                   SET WS-ZEI-IDX TO WS-ZEI-CNT
                   MOVE ZT-ZEI-KBN   TO ZE-ZEI-KBN   (WS-ZEI-IDX)
                   MOVE ZT-TEKIYO-DT TO ZE-TEKIYO-DT (WS-ZEI-IDX)
                   MOVE ZT-ZEIRITSU  TO ZE-ZEIRITSU  (WS-ZEI-IDX)
           END-READ.

       1250-SHUKEI-SHOKI.
           MOVE ZEROS TO ST-URI-ZEINUKI (WS-RK) ST-URI-ZEI (WS-RK)
                         ST-HEN-ZEINUKI (WS-RK) ST-HEN-ZEI (WS-RK)
                         ST-SHI-ZEINUKI (WS-RK) ST-SHI-ZEI (WS-RK)
                         ST-SHI-KOJO (WS-RK) ST-SHI-KEIKA (WS-RK)
                         ST-SHI-HIKOJO (WS-RK).

      * 税率区分の判定: 税区分の課税期間末時点の税率で分ける
      * （税率マスタはキー順なので後に当たったものが新しい）
       1300-RITSU-KUBUN.
           MOVE 'N' TO WS-HANTEI-ARI
           MOVE ZEROS TO WS-HANTEI-RITSU
           PERFORM 1310-RITSU-SCAN-ONE
               VARYING WS-ZEI-SCAN FROM 1 BY 1
               UNTIL WS-ZEI-SCAN > WS-ZEI-CNT
           EVALUATE TRUE
               WHEN WS-HANTEI-ARI = 'N'
                   MOVE 4 TO WS-RK
               WHEN WS-HANTEI-RITSU = WS-HYOJUN-RITSU
                   MOVE 1 TO WS-RK
               WHEN WS-HANTEI-RITSU = WS-KEIGEN-RITSU
                   MOVE 2 TO WS-RK
               WHEN OTHER
                   MOVE 3 TO WS-RK
           END-EVALUATE.

       1310-RITSU-SCAN-ONE.
           SET WS-ZEI-IDX TO WS-ZEI-SCAN
           IF ZE-ZEI-KBN (WS-ZEI-IDX) = WS-HANTEI-KBN
               AND ZE-TEKIYO-DT (WS-ZEI-IDX) NOT > WS-KIKAN-SHURYO-DT
               MOVE 'Y' TO WS-HANTEI-ARI
               MOVE ZE-ZEIRITSU (WS-ZEI-IDX) TO WS-HANTEI-RITSU
           END-IF.

      * 売上側: 集計ファイルの税率区分別内訳を積む（マイナスの
      * 内訳は返品・値引として正の額で別に積む）
       2000-URIAGE-SHUKEI.
           PERFORM 2010-SHUUKEI-READ
               UNTIL WS-SHUUKEI-EOF = 'Y'.

       2010-SHUUKEI-READ.
           READ SHUUKEI-FILE
               AT END
                   MOVE 'Y' TO WS-SHUUKEI-EOF
               NOT AT END
                   ADD 1 TO WS-SHUUKEI-CNT
                   PERFORM 2020-URIAGE-RITSU
                       VARYING WS-RT-SCAN FROM 1 BY 1
                       UNTIL WS-RT-SCAN > 2
           END-READ.

       2020-URIAGE-RITSU.
           IF SK-RT-KBN (WS-RT-SCAN) NOT = SPACES
               MOVE SK-RT-KBN (WS-RT-SCAN) TO WS-HANTEI-KBN
               PERFORM 1300-RITSU-KUBUN
               IF WS-RK = 4
                   ADD 1 TO WS-FUMEI-CNT
               END-IF
               IF SK-RT-ZEINUKI (WS-RT-SCAN) < ZEROS
                   SUBTRACT SK-RT-ZEINUKI (WS-RT-SCAN)
                       FROM ST-HEN-ZEINUKI (WS-RK)
                   SUBTRACT SK-RT-ZEIGAKU (WS-RT-SCAN)
                       FROM ST-HEN-ZEI (WS-RK)
               ELSE
                   ADD SK-RT-ZEINUKI (WS-RT-SCAN)
                       TO ST-URI-ZEINUKI (WS-RK)
                   ADD SK-RT-ZEIGAKU (WS-RT-SCAN)
                       TO ST-URI-ZEI (WS-RK)
               END-IF
           END-IF.

      * 仕入側: 計上日が課税期間内の仕入税額明細を積む
       2200-SHIIRE-SHUKEI.
           PERFORM 2210-SHIIZEI-READ
               UNTIL WS-SHIIZEI-EOF = 'Y'.

       2210-SHIIZEI-READ.
           READ SHIIZEI-FILE
               AT END
                   MOVE 'Y' TO WS-SHIIZEI-EOF
               NOT AT END
                   MOVE SZ-SHORI-DT(1:6) TO WS-SHORI-YM
                   IF WS-SHORI-YM < WS-KIKAN-FROM
                       OR WS-SHORI-YM > WS-KIKAN-TO
                       ADD 1 TO WS-TAISHOGAI-CNT
                   ELSE
                       ADD 1 TO WS-SHIIZEI-CNT
                       PERFORM 2220-SHIIRE-ACCUM
                   END-IF
           END-READ.

       2220-SHIIRE-ACCUM.
           MOVE SZ-ZEI-KBN TO WS-HANTEI-KBN
           PERFORM 1300-RITSU-KUBUN
           IF WS-RK = 4
               ADD 1 TO WS-FUMEI-CNT
           END-IF
           ADD SZ-ZEINUKI    TO ST-SHI-ZEINUKI (WS-RK)
           ADD SZ-ZEI-GAKU   TO ST-SHI-ZEI (WS-RK)
           ADD SZ-HIKOJO-ZEI TO ST-SHI-HIKOJO (WS-RK)
           IF SZ-TEKIKAKU-OK
               ADD SZ-KOJO-ZEI TO ST-SHI-KOJO (WS-RK)
           ELSE
               ADD SZ-KOJO-ZEI TO ST-SHI-KEIKA (WS-RK)
           END-IF.

      * GL照合: 仮受消費税は貸方－借方、仮払消費税は借方－貸方の
      * 課税期間内の発生額を、集計した売上・仕入の税額と比べる
       2400-GL-SHOGO.
           PERFORM 2410-SHUKEI-GOKEI
               VARYING WS-RK FROM 1 BY 1
               UNTIL WS-RK > 4
           COMPUTE WS-KARIUKE-SHUKEI =
               WS-URI-ZEI-GOKEI - WS-HEN-ZEI-GOKEI
           IF WS-KARIUKE-CD NOT = SPACES
               MOVE WS-KARIUKE-CD TO WS-GL-KANJO-CD
               PERFORM 2420-GL-HASSEI
               COMPUTE WS-KARIUKE-GL = ZEROS - WS-GL-HASSEI
           END-IF
           IF WS-KARIBARAI-CD NOT = SPACES
               MOVE WS-KARIBARAI-CD TO WS-GL-KANJO-CD
               PERFORM 2420-GL-HASSEI
               MOVE WS-GL-HASSEI TO WS-KARIBARAI-GL
           END-IF.

       2410-SHUKEI-GOKEI.
           ADD ST-URI-ZEI (WS-RK) TO WS-URI-ZEI-GOKEI
           ADD ST-HEN-ZEI (WS-RK) TO WS-HEN-ZEI-GOKEI
           ADD ST-SHI-KOJO (WS-RK) ST-SHI-KEIKA (WS-RK)
               TO WS-KARIBARAI-SHUKEI.

       2420-GL-HASSEI.
           MOVE ZEROS TO WS-GL-HASSEI
           MOVE 'N' TO WS-GLZAN-EOF
           MOVE WS-GL-KANJO-CD TO GB-KANJO-CD
           MOVE WS-KIKAN-FROM  TO GB-KIKAN
           START GLZAN-MASTER KEY IS NOT LESS THAN GB-KEY
               INVALID KEY MOVE 'Y' TO WS-GLZAN-EOF
           END-START
           PERFORM 2430-GLZAN-READ
               UNTIL WS-GLZAN-EOF = 'Y'.

       2430-GLZAN-READ.
           READ GLZAN-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-GLZAN-EOF
               NOT AT END
                   IF GB-KANJO-CD NOT = WS-GL-KANJO-CD
                       OR GB-KIKAN > WS-KIKAN-TO
                       MOVE 'Y' TO WS-GLZAN-EOF
                   ELSE
                       IF GB-KIKAN(5:2) NOT = '13'
                           COMPUTE WS-GL-HASSEI = WS-GL-HASSEI
                               + GB-KARIKATA - GB-KASHIKATA
                       END-IF
                   END-IF
           END-READ.

      * 申告書の行: 課税標準額は千円未満、差引税額・譲渡割額は百円
      * 未満を切り捨てる。仕入・返還の税額は積上げで国税分(78/100)
       2600-SHINKOKU-KEISAN.
           COMPUTE WS-KAZEI-HYOJUN (1) = ST-URI-ZEINUKI (1) / 1000
           COMPUTE WS-KAZEI-HYOJUN (1) = WS-KAZEI-HYOJUN (1) * 1000
           COMPUTE WS-KAZEI-HYOJUN (2) = ST-URI-ZEINUKI (2) / 1000
           COMPUTE WS-KAZEI-HYOJUN (2) = WS-KAZEI-HYOJUN (2) * 1000
           COMPUTE WS-SK-01 = WS-KAZEI-HYOJUN (1)
                            + WS-KAZEI-HYOJUN (2)
           COMPUTE WS-SK-02 = WS-KAZEI-HYOJUN (1) * 0.078
                            + WS-KAZEI-HYOJUN (2) * 0.0624
           COMPUTE WS-SK-04 = (ST-SHI-KOJO (1) + ST-SHI-KEIKA (1)
                             + ST-SHI-KOJO (2) + ST-SHI-KEIKA (2))
                            * 78 / 100
           COMPUTE WS-SK-05 = (ST-HEN-ZEI (1) + ST-HEN-ZEI (2))
                            * 78 / 100
           COMPUTE WS-SK-07 = WS-SK-04 + WS-SK-05
           COMPUTE WS-SK-WORK = WS-SK-02 - WS-SK-07
           IF WS-SK-WORK < ZEROS
               COMPUTE WS-SK-08 = ZEROS - WS-SK-WORK
               MOVE ZEROS TO WS-SK-09
               COMPUTE WS-SK-19 = WS-SK-08 * 22 / 78
           ELSE
               MOVE ZEROS TO WS-SK-08
               COMPUTE WS-SK-09 = WS-SK-WORK / 100
               COMPUTE WS-SK-09 = WS-SK-09 * 100
               COMPUTE WS-SK-20 = WS-SK-09 * 22 / 78
               COMPUTE WS-SK-20 = WS-SK-20 / 100
               COMPUTE WS-SK-20 = WS-SK-20 * 100
           END-IF
           COMPUTE WS-SK-26 = WS-SK-09 - WS-SK-08
                            + WS-SK-20 - WS-SK-19.

      * 集計表の出力: 売上・仕入の税率区分別、GL照合、申告書の順
       4000-ZEISHIN-REPORT.
           MOVE SPACES TO WS-WORK-LINE
           STRING '===== 消費税申告 集計表 ===== 課税期間:'
                  WS-KIKAN-FROM '-' WS-KIKAN-TO
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO ZR-LINE
           WRITE ZEISHIN-RPT-REC
           MOVE '--- 売上 税抜/税額/返品税抜/返品税額'
               TO ZR-LINE
           WRITE ZEISHIN-RPT-REC
           PERFORM 4100-URIAGE-LINE
               VARYING WS-RK FROM 1 BY 1
               UNTIL WS-RK > 4
           MOVE '--- 仕入 税抜/税額/控除/経過措置/控除外'
               TO ZR-LINE
           WRITE ZEISHIN-RPT-REC
           PERFORM 4200-SHIIRE-LINE
               VARYING WS-RK FROM 1 BY 1
               UNTIL WS-RK > 4
           MOVE '--- GL照合 (集計/GL発生額/差額)' TO ZR-LINE
           WRITE ZEISHIN-RPT-REC
           PERFORM 4300-SHOGO-LINE
           MOVE '--- 申告書' TO ZR-LINE
           WRITE ZEISHIN-RPT-REC
           PERFORM 4400-SHINKOKU-LINE
           PERFORM 4500-RPT-FOOTER.

       4100-URIAGE-LINE.
           MOVE ST-URI-ZEINUKI (WS-RK) TO WS-EDIT-GAKU (1)
           MOVE ST-URI-ZEI (WS-RK)     TO WS-EDIT-GAKU (2)
           MOVE ST-HEN-ZEINUKI (WS-RK) TO WS-EDIT-GAKU (3)
           MOVE ST-HEN-ZEI (WS-RK)     TO WS-EDIT-GAKU (4)
           MOVE SPACES TO WS-WORK-LINE
           STRING WS-KUBUN-MEI (WS-RK)
                  WS-EDIT-GAKU (1) WS-EDIT-GAKU (2)
                  WS-EDIT-GAKU (3) WS-EDIT-GAKU (4)
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO ZR-LINE
           WRITE ZEISHIN-RPT-REC.

       4200-SHIIRE-LINE.
           MOVE ST-SHI-ZEINUKI (WS-RK) TO WS-EDIT-GAKU (1)
           MOVE ST-SHI-ZEI (WS-RK)     TO WS-EDIT-GAKU (2)
           MOVE ST-SHI-KOJO (WS-RK)    TO WS-EDIT-GAKU (3)
           MOVE ST-SHI-KEIKA (WS-RK)   TO WS-EDIT-GAKU (4)
           MOVE ST-SHI-HIKOJO (WS-RK)  TO WS-EDIT-GAKU (5)
           MOVE SPACES TO WS-WORK-LINE
           STRING WS-KUBUN-MEI (WS-RK)
                  WS-EDIT-GAKU (1) WS-EDIT-GAKU (2)
                  WS-EDIT-GAKU (3) WS-EDIT-GAKU (4)
                  WS-EDIT-GAKU (5)
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO ZR-LINE
           WRITE ZEISHIN-RPT-REC.

       4300-SHOGO-LINE.
           IF WS-KARIUKE-CD = SPACES
               ADD 1 TO WS-SAGAKU-CNT
               MOVE '仮受消費税  科目未指定 照合なし'
                   TO ZR-LINE
               WRITE ZEISHIN-RPT-REC
           ELSE
               COMPUTE WS-SAGAKU = WS-KARIUKE-SHUKEI - WS-KARIUKE-GL
               MOVE WS-KARIUKE-SHUKEI TO WS-EDIT-GAKU (1)
               MOVE WS-KARIUKE-GL     TO WS-EDIT-GAKU (2)
               MOVE WS-KARIUKE-CD     TO WS-GL-KANJO-CD
               PERFORM 4310-SHOGO-WRITE
           END-IF
           IF WS-KARIBARAI-CD = SPACES
               ADD 1 TO WS-SAGAKU-CNT
               MOVE '仮払消費税  科目未指定 照合なし'
                   TO ZR-LINE
               WRITE ZEISHIN-RPT-REC
           ELSE
               COMPUTE WS-SAGAKU =
                   WS-KARIBARAI-SHUKEI - WS-KARIBARAI-GL
               MOVE WS-KARIBARAI-SHUKEI TO WS-EDIT-GAKU (1)
               MOVE WS-KARIBARAI-GL     TO WS-EDIT-GAKU (2)
               MOVE WS-KARIBARAI-CD     TO WS-GL-KANJO-CD
               PERFORM 4310-SHOGO-WRITE
           END-IF.

       4310-SHOGO-WRITE.
           MOVE WS-SAGAKU TO WS-EDIT-GAKU (3)
           MOVE SPACES TO WS-WORK-LINE
           STRING '科目:' WS-GL-KANJO-CD
                  WS-EDIT-GAKU (1) WS-EDIT-GAKU (2)
                  WS-EDIT-GAKU (3)
               DELIMITED SIZE INTO WS-WORK-LINE
           IF WS-SAGAKU NOT = ZEROS
               ADD 1 TO WS-SAGAKU-CNT
               MOVE ' *** 差額あり' TO WS-WORK-LINE(80:)
           END-IF
           MOVE WS-WORK-LINE TO ZR-LINE
           WRITE ZEISHIN-RPT-REC.

       4400-SHINKOKU-LINE.
           MOVE WS-SK-01 TO WS-EDIT-GAKU (1)
           MOVE SPACES TO WS-WORK-LINE
           STRING '01 課税標準額            ' WS-EDIT-GAKU (1)
               DELIMITED SIZE INTO WS-WORK-LINE
           PERFORM 4420-SHINKOKU-WRITE
           MOVE WS-KAZEI-HYOJUN (1) TO WS-EDIT-GAKU (1)
           MOVE WS-KAZEI-HYOJUN (2) TO WS-EDIT-GAKU (2)
           MOVE SPACES TO WS-WORK-LINE
           STRING '   内訳 標準税率' WS-EDIT-GAKU (1)
                  ' 軽減税率' WS-EDIT-GAKU (2)
               DELIMITED SIZE INTO WS-WORK-LINE
           PERFORM 4420-SHINKOKU-WRITE
           MOVE WS-SK-02 TO WS-EDIT-GAKU (1)
           MOVE SPACES TO WS-WORK-LINE
           STRING '02 消費税額              ' WS-EDIT-GAKU (1)
               DELIMITED SIZE INTO WS-WORK-LINE
           PERFORM 4420-SHINKOKU-WRITE
           MOVE WS-SK-04 TO WS-EDIT-GAKU (1)
           MOVE SPACES TO WS-WORK-LINE
           STRING '04 控除対象仕入税額      ' WS-EDIT-GAKU (1)
               DELIMITED SIZE INTO WS-WORK-LINE
           PERFORM 4420-SHINKOKU-WRITE
           MOVE WS-SK-05 TO WS-EDIT-GAKU (1)
           MOVE SPACES TO WS-WORK-LINE
           STRING '05 返還等対価に係る税額  ' WS-EDIT-GAKU (1)
               DELIMITED SIZE INTO WS-WORK-LINE
           PERFORM 4420-SHINKOKU-WRITE
           MOVE WS-SK-07 TO WS-EDIT-GAKU (1)
           MOVE SPACES TO WS-WORK-LINE
           STRING '07 控除税額小計          ' WS-EDIT-GAKU (1)
               DELIMITED SIZE INTO WS-WORK-LINE
           PERFORM 4420-SHINKOKU-WRITE
           MOVE WS-SK-08 TO WS-EDIT-GAKU (1)
           MOVE SPACES TO WS-WORK-LINE
           STRING '08 控除不足還付税額      ' WS-EDIT-GAKU (1)
               DELIMITED SIZE INTO WS-WORK-LINE
           PERFORM 4420-SHINKOKU-WRITE
           MOVE WS-SK-09 TO WS-EDIT-GAKU (1)
           MOVE SPACES TO WS-WORK-LINE
           STRING '09 差引税額              ' WS-EDIT-GAKU (1)
               DELIMITED SIZE INTO WS-WORK-LINE
           PERFORM 4420-SHINKOKU-WRITE
           MOVE WS-SK-19 TO WS-EDIT-GAKU (1)
           MOVE SPACES TO WS-WORK-LINE
           STRING '19 譲渡割額 還付額       ' WS-EDIT-GAKU (1)
               DELIMITED SIZE INTO WS-WORK-LINE
           PERFORM 4420-SHINKOKU-WRITE
           MOVE WS-SK-20 TO WS-EDIT-GAKU (1)
           MOVE SPACES TO WS-WORK-LINE
           STRING '20 譲渡割額 納税額       ' WS-EDIT-GAKU (1)
               DELIMITED SIZE INTO WS-WORK-LINE
           PERFORM 4420-SHINKOKU-WRITE
           MOVE WS-SK-26 TO WS-EDIT-GAKU (1)
           MOVE SPACES TO WS-WORK-LINE
           STRING '26 消費税及び地方消費税の合計'
                  WS-EDIT-GAKU (1)
               DELIMITED SIZE INTO WS-WORK-LINE
           PERFORM 4420-SHINKOKU-WRITE.

       4420-SHINKOKU-WRITE.
           MOVE WS-WORK-LINE TO ZR-LINE
           WRITE ZEISHIN-RPT-REC.

       4500-RPT-FOOTER.
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-SHUUKEI-CNT TO WS-EDIT-CNT
           STRING '売上集計件数  :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO ZR-LINE
           WRITE ZEISHIN-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-SHIIZEI-CNT TO WS-EDIT-CNT
           STRING '仕入明細件数  :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO ZR-LINE
           WRITE ZEISHIN-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-TAISHOGAI-CNT TO WS-EDIT-CNT
           STRING '期間外明細    :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO ZR-LINE
           WRITE ZEISHIN-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-FUMEI-CNT TO WS-EDIT-CNT
           STRING '税率区分不明  :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO ZR-LINE
           WRITE ZEISHIN-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-SAGAKU-CNT TO WS-EDIT-CNT
           STRING 'GL照合差異    :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO ZR-LINE
           WRITE ZEISHIN-RPT-REC
           IF WS-FUMEI-CNT > ZEROS OR WS-SAGAKU-CNT > ZEROS
               MOVE 4 TO WS-RETURN-CODE
           END-IF.

       4900-CHUSHI-REPORT.
           MOVE SPACES TO WS-WORK-LINE
           STRING '===== 消費税申告 集計表 ===== 中止:'
                  WS-CHUSHI-RIYU
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO ZR-LINE
           WRITE ZEISHIN-RPT-REC
           DISPLAY 'SAMPLE11I: 中止 ' WS-CHUSHI-RIYU
           MOVE 8 TO WS-RETURN-CODE.

       3000-CLOSE-FILES.
           CLOSE SHUUKEI-FILE
           CLOSE SHIIZEI-FILE
           CLOSE ZEIRITSU-MASTER
           CLOSE GLZAN-MASTER
           CLOSE KANJO-MASTER
           CLOSE ZEISHIN-RPT.
