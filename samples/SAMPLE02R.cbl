      *=================================================================
      * SAMPLE02R: 預金利息計算バッチ
      * 概要: 口座マスタの有効・休眠口座について、前回計算日から
      *       業務日付までの日数分の利息を日割りで計算し、口座マスタ
      *       の未決算利息に積み上げる。利率は利率マスタ（預金種目×
      *       残高段階）から引く（貸越残高は貸越利率で徴収側に積む）。
      *       パラメータの利息決算日が業務日付に当たる日は、未決算利息
      *       の円未満を切り捨てて口座へ入金（貸越利息は引落し）し、
      *       口座履歴を記録する。預金利息は国税15.315%・地方税5%を
      *       源泉徴収し、支払利息・預り金（源泉税）の仕訳を起こす。
      *       口座別の利息計算書と、合計の突合報告を出力する。
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE02R.
       AUTHOR. BATCH-SYSTEM.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KOZA-MASTER ASSIGN TO KOZAMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KM-KOZA-NO
               FILE STATUS IS WS-KOZA-STATUS.
           SELECT RIRITSU-MASTER ASSIGN TO RIRITSUMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RT-KEY
               FILE STATUS IS WS-RIRITSU-STATUS.
           SELECT KOZA-RIREKI ASSIGN TO KOZARIREKI
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RR-KEY
               FILE STATUS IS WS-RIREKI-STATUS.
           SELECT OPTIONAL PARAM-FILE ASSIGN TO RISOKUPRM
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.
           SELECT MEISAI-RPT ASSIGN TO RISOKURPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MEISAI-STATUS.
           SELECT CONTROL-RPT ASSIGN TO RISOKUCTL
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
           SELECT KANJO-MASTER ASSIGN TO KANJOMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS KJ-EVENT-CD
               FILE STATUS IS WS-KANJO-STATUS.
           SELECT SHIWAKE-FILE ASSIGN TO SWJRNL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SHIWAKE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  KOZA-MASTER
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  KOZA-REC.
           05  KM-KOZA-NO        PIC X(10).
           05  KM-MEIGI          PIC X(40).
           05  KM-ZANDAKA        PIC S9(13) COMP-3.
           05  KM-STATUS         PIC X(01).
           05  KM-KOZA-SHUMOKU   PIC X(02).
           05  KM-RISOKU-RUIKEI  PIC S9(13)V9(04) COMP-3.
           05  KM-RISOKU-KEISAN-DT PIC 9(08).
           05  FILLER            PIC X(23).

      * 利率マスタ: 預金種目×残高区分(P:預金 M:貸越)×段階下限額
       FD  RIRITSU-MASTER
           RECORD CONTAINS 60 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  RIRITSU-REC.
           05  RT-KEY.
               10  RT-KOZA-SHUMOKU PIC X(02).
               10  RT-ZAN-KBN    PIC X(01).
               10  RT-KAGEN-ZAN  PIC 9(13).
           05  RT-NEN-RIRITSU    PIC 9(02)V9(05).
           05  RT-MEISHO         PIC X(20).
           05  FILLER            PIC X(17).

       FD  KOZA-RIREKI
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  RIREKI-REC.
           05  RR-KEY.
               10  RR-KOZA-NO    PIC X(10).
               10  RR-SHORI-DT   PIC 9(08).
               10  RR-SHORI-TM   PIC 9(06).
               10  RR-SEQ        PIC 9(05).
           05  RR-KINGAKU        PIC S9(13) COMP-3.
           05  RR-ZANDAKA-MAE    PIC S9(13) COMP-3.
           05  RR-ZANDAKA-ATO    PIC S9(13) COMP-3.
           05  RR-PROGRAM-ID     PIC X(08).
           05  RR-RESULT-CD      PIC X(02).
           05  FILLER            PIC X(20).

       FD  PARAM-FILE
           RECORD CONTAINS 20 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  PARAM-REC.
           05  PR-KESSAN-DT      PIC 9(08).
           05  FILLER            PIC X(12).

       FD  MEISAI-RPT
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  MEISAI-RPT-REC.
           05  MR-LINE           PIC X(120).

       FD  CONTROL-RPT
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  CONTROL-RPT-REC.
           05  CR-LINE           PIC X(120).

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

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-KOZA-STATUS    PIC X(02).
           05  WS-RIRITSU-STATUS PIC X(02).
           05  WS-RIREKI-STATUS  PIC X(02).
           05  WS-PARAM-STATUS   PIC X(02).
           05  WS-MEISAI-STATUS  PIC X(02).
           05  WS-CONTROL-STATUS PIC X(02).
           05  WS-KANJO-STATUS   PIC X(02).
           05  WS-SHIWAKE-STATUS PIC X(02).
           05  WS-EOF-FLAG       PIC X(01) VALUE 'N'.
           05  WS-RT-EOF         PIC X(01) VALUE 'N'.
           05  WS-PARAM-EOF      PIC X(01) VALUE 'N'.
           05  WS-KESSAN-FLAG    PIC X(01) VALUE 'N'.
               88  WS-KESSAN-BI  VALUE 'Y'.

      * 利率テーブル（利率マスタをキー順に展開）
       01  WS-RIRITSU-TABLE.
           05  WS-RT-ENTRY OCCURS 200 TIMES INDEXED BY WS-RT-IDX.
               10  TR-KOZA-SHUMOKU PIC X(02).
               10  TR-ZAN-KBN      PIC X(01).
               10  TR-KAGEN-ZAN    PIC 9(13).
               10  TR-NEN-RIRITSU  PIC 9(02)V9(05).
       01  WS-RT-CNT             PIC 9(03) VALUE ZEROS.
       01  WS-RT-SCAN            PIC 9(03).

      * 源泉徴収税率（国税15.315%・地方税5%）
       01  WS-ZEIRITSU-AREA.
           05  WS-KOKUZEI-RITSU  PIC 9V9(05) VALUE 0.15315.
           05  WS-CHIHOZEI-RITSU PIC 9V9(05) VALUE 0.05000.

      * 利息計算域（口座ごと）
       01  WS-KEISAN-AREA.
           05  WS-KESSAN-DT      PIC 9(08) VALUE ZEROS.
           05  WS-KIKAN-FROM     PIC 9(08) VALUE ZEROS.
           05  WS-NISSU          PIC S9(05) COMP-3 VALUE ZEROS.
           05  WS-ZAN-ABS        PIC 9(13) VALUE ZEROS.
           05  WS-ZAN-KBN        PIC X(01).
           05  WS-TEKIYO-RIRITSU PIC 9(02)V9(05) VALUE ZEROS.
           05  WS-RIRITSU-FLAG   PIC X(01).
               88  WS-RIRITSU-ARI VALUE 'Y'.
           05  WS-HASSEI-RISOKU  PIC S9(13)V9(04) COMP-3 VALUE ZEROS.
           05  WS-ZEIMAE-RISOKU  PIC 9(13) VALUE ZEROS.
           05  WS-KOKUZEI        PIC 9(13) VALUE ZEROS.
           05  WS-CHIHOZEI       PIC 9(13) VALUE ZEROS.
           05  WS-ZEIGO-RISOKU   PIC 9(13) VALUE ZEROS.
           05  WS-ZANDAKA-MAE    PIC S9(13) COMP-3 VALUE ZEROS.
           05  WS-RIREKI-KINGAKU PIC S9(13) COMP-3 VALUE ZEROS.

       01  WS-SHORI-DT           PIC 9(08) VALUE ZEROS.
       01  WS-SHORI-TM           PIC 9(06) VALUE ZEROS.
       01  WS-RIREKI-SEQ         PIC 9(05) VALUE ZEROS.

       01  WS-SHIWAKE-AREA.
           05  WS-SW-EVENT       PIC X(04).
           05  WS-SW-KINGAKU     PIC 9(13).
           05  WS-SW-AITE        PIC X(20).

       01  WS-COUNTERS.
           05  WS-KOZA-CNT       PIC 9(07) VALUE ZEROS.
           05  WS-KEISAN-CNT     PIC 9(07) VALUE ZEROS.
           05  WS-TAISHOGAI-CNT  PIC 9(07) VALUE ZEROS.
           05  WS-RIRITSU-NG-CNT PIC 9(07) VALUE ZEROS.
           05  WS-SHOKAI-CNT     PIC 9(07) VALUE ZEROS.
           05  WS-KESSAN-CNT     PIC 9(07) VALUE ZEROS.
           05  WS-CHOSHU-CNT     PIC 9(07) VALUE ZEROS.
           05  WS-KANJO-NG-CNT   PIC 9(07) VALUE ZEROS.
           05  WS-SW-CNT         PIC 9(07) VALUE ZEROS.

       01  WS-GOUKEI-AREA.
           05  WS-HASSEI-GOUKEI  PIC S9(13)V9(04) COMP-3 VALUE ZEROS.
           05  WS-ZEIMAE-GOUKEI  PIC S9(15) COMP-3 VALUE ZEROS.
           05  WS-KOKUZEI-GOUKEI PIC S9(15) COMP-3 VALUE ZEROS.
           05  WS-CHIHOZEI-GOUKEI PIC S9(15) COMP-3 VALUE ZEROS.
           05  WS-ZEIGO-GOUKEI   PIC S9(15) COMP-3 VALUE ZEROS.
           05  WS-CHOSHU-GOUKEI  PIC S9(15) COMP-3 VALUE ZEROS.
           05  WS-NYUKIN-GOUKEI  PIC S9(15) COMP-3 VALUE ZEROS.
           05  WS-KARI-GOUKEI    PIC S9(15) COMP-3 VALUE ZEROS.
           05  WS-KASHI-GOUKEI   PIC S9(15) COMP-3 VALUE ZEROS.
           05  WS-KENZAN-GAKU    PIC S9(15) COMP-3 VALUE ZEROS.

       01  WS-EDIT-AREA.
           05  WS-EDIT-CNT       PIC ZZZ,ZZ9.
           05  WS-EDIT-KINGAKU   PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-ZANDAKA   PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-HASU      PIC -Z,ZZZ,ZZZ,ZZ9.9999.
           05  WS-EDIT-RIRITSU   PIC Z9.99999.
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
           PERFORM 2000-KOZA-LOOP
               UNTIL WS-EOF-FLAG = 'Y'
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
           CLOSE GYOMU-DATE-FILE
           MOVE WS-GYOMU-DATE TO WS-SHORI-DT
           MOVE WS-GYOMU-TIME TO WS-SHORI-TM.

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
           MOVE 'SAMPLE2R' TO RL-PROGRAM-ID
           MOVE 'S'        TO RL-KBN
           MOVE WS-GYOMU-DATE TO RL-GYOMU-DT
           MOVE FUNCTION CURRENT-DATE(9:6) TO RL-JIKOKU
           MOVE ZEROS      TO RL-KENSU RL-RETURN-CD
           WRITE RUNLOG-REC
           CLOSE RUNLOG-FILE.

       0900-RUNLOG-END.
           OPEN EXTEND RUNLOG-FILE
           MOVE 'SAMPLE2R' TO RL-PROGRAM-ID
           MOVE 'E'        TO RL-KBN
           MOVE WS-GYOMU-DATE TO RL-GYOMU-DT
           MOVE FUNCTION CURRENT-DATE(9:6) TO RL-JIKOKU
           MOVE WS-KOZA-CNT  TO RL-KENSU
           MOVE RETURN-CODE  TO RL-RETURN-CD
           WRITE RUNLOG-REC
           CLOSE RUNLOG-FILE.

       1000-OPEN-FILES.
           PERFORM 1200-READ-PARAM
           PERFORM 1300-LOAD-RIRITSU
           OPEN I-O    KOZA-MASTER
           OPEN I-O    KOZA-RIREKI
           OPEN OUTPUT MEISAI-RPT
           OPEN OUTPUT CONTROL-RPT
           OPEN INPUT  KANJO-MASTER
           OPEN EXTEND SHIWAKE-FILE
           MOVE '===== 預金利息計算書 =====' TO MR-LINE
           WRITE MEISAI-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           IF WS-KESSAN-BI
               STRING '計算日:' WS-GYOMU-DATE '  (利息決算日)'
                   DELIMITED SIZE INTO WS-WORK-LINE
           ELSE
               STRING '計算日:' WS-GYOMU-DATE '  (日次積上げ)'
                   DELIMITED SIZE INTO WS-WORK-LINE
           END-IF
           MOVE WS-WORK-LINE TO MR-LINE
           WRITE MEISAI-RPT-REC
           MOVE LOW-VALUES TO KM-KOZA-NO
           START KOZA-MASTER KEY IS NOT LESS THAN KM-KOZA-NO
               INVALID KEY MOVE 'Y' TO WS-EOF-FLAG
           END-START
           PERFORM 1100-READ-KOZA.

       1100-READ-KOZA.
           IF WS-EOF-FLAG NOT = 'Y'
               READ KOZA-MASTER NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-FLAG
               END-READ
           END-IF.

      * パラメータ受入: 利息決算日（業務日付と一致する日に決算する）
       1200-READ-PARAM.
           OPEN INPUT PARAM-FILE
           IF WS-PARAM-STATUS = '00'
               PERFORM 1210-READ-PARAM-REC
                   UNTIL WS-PARAM-EOF = 'Y'
           END-IF
           CLOSE PARAM-FILE
           IF WS-KESSAN-DT = WS-GYOMU-DATE
               MOVE 'Y' TO WS-KESSAN-FLAG
           END-IF.

       1210-READ-PARAM-REC.
           READ PARAM-FILE
               AT END
                   MOVE 'Y' TO WS-PARAM-EOF
               NOT AT END
                   IF PR-KESSAN-DT = WS-GYOMU-DATE
                       MOVE PR-KESSAN-DT TO WS-KESSAN-DT
                   END-IF
           END-READ.

      * 利率マスタ展開（キー順＝種目・区分・段階下限額の昇順）
       1300-LOAD-RIRITSU.
           OPEN INPUT RIRITSU-MASTER
           MOVE LOW-VALUES TO RT-KEY
           START RIRITSU-MASTER KEY IS NOT LESS THAN RT-KEY
               INVALID KEY MOVE 'Y' TO WS-RT-EOF
           END-START
           PERFORM 1310-READ-RIRITSU
               UNTIL WS-RT-EOF = 'Y'
           CLOSE RIRITSU-MASTER.

       1310-READ-RIRITSU.
           READ RIRITSU-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-RT-EOF
               NOT AT END
                   IF WS-RT-CNT < 200
                       ADD 1 TO WS-RT-CNT
                       SET WS-RT-IDX TO WS-RT-CNT
                       MOVE RT-KOZA-SHUMOKU
                           TO TR-KOZA-SHUMOKU (WS-RT-IDX)
                       MOVE RT-ZAN-KBN   TO TR-ZAN-KBN (WS-RT-IDX)
                       MOVE RT-KAGEN-ZAN TO TR-KAGEN-ZAN (WS-RT-IDX)
                       MOVE RT-NEN-RIRITSU
                           TO TR-NEN-RIRITSU (WS-RT-IDX)
                   ELSE
                       DISPLAY 'SAMPLE02R: 利率マスタ件数超過'
                       MOVE 'Y' TO WS-RT-EOF
                       MOVE 8 TO WS-RETURN-CODE
                   END-IF
           END-READ.

      * 口座ごと: 利息を日割りで積み上げ、決算日なら入金する
       2000-KOZA-LOOP.
           ADD 1 TO WS-KOZA-CNT
           IF KM-STATUS = '1' OR KM-STATUS = '2'
               PERFORM 2100-RISOKU-HASSEI
               IF WS-KESSAN-BI
                   PERFORM 2300-RISOKU-KESSAN
               END-IF
               REWRITE KOZA-REC
                   INVALID KEY
                       DISPLAY 'SAMPLE02R: 口座更新エラー '
                           KM-KOZA-NO
                       MOVE 8 TO WS-RETURN-CODE
               END-REWRITE
           ELSE
               ADD 1 TO WS-TAISHOGAI-CNT
           END-IF
           PERFORM 1100-READ-KOZA.

      * 日割り発生: 前回計算日の翌日から業務日付までの日数×残高
      * ×年利率÷365。利息項目未設定の口座は本日を起算日とする
       2100-RISOKU-HASSEI.
           IF KM-KOZA-SHUMOKU = SPACES
               MOVE '01' TO KM-KOZA-SHUMOKU
           END-IF
           IF KM-RISOKU-RUIKEI IS NOT NUMERIC
               MOVE ZEROS TO KM-RISOKU-RUIKEI
           END-IF
           IF KM-RISOKU-KEISAN-DT IS NOT NUMERIC
               OR KM-RISOKU-KEISAN-DT = ZEROS
               MOVE WS-GYOMU-DATE TO KM-RISOKU-KEISAN-DT
               ADD 1 TO WS-SHOKAI-CNT
           END-IF
           MOVE ZEROS TO WS-NISSU WS-HASSEI-RISOKU
           MOVE 'N'   TO WS-RIRITSU-FLAG
           IF KM-RISOKU-KEISAN-DT < WS-GYOMU-DATE
               COMPUTE WS-NISSU =
                   FUNCTION INTEGER-OF-DATE(WS-GYOMU-DATE)
                   - FUNCTION INTEGER-OF-DATE(KM-RISOKU-KEISAN-DT)
           END-IF
           IF WS-NISSU > ZEROS
               AND KM-ZANDAKA NOT = ZEROS
               PERFORM 2110-RIRITSU-GET
               IF WS-RIRITSU-ARI
                   COMPUTE WS-HASSEI-RISOKU =
                       WS-ZAN-ABS * WS-TEKIYO-RIRITSU / 100
                       * WS-NISSU / 365
                   IF KM-ZANDAKA < ZEROS
                       COMPUTE WS-HASSEI-RISOKU =
                           0 - WS-HASSEI-RISOKU
                   END-IF
                   ADD WS-HASSEI-RISOKU TO KM-RISOKU-RUIKEI
                   ADD WS-HASSEI-RISOKU TO WS-HASSEI-GOUKEI
                   ADD 1 TO WS-KEISAN-CNT
               ELSE
                   ADD 1 TO WS-RIRITSU-NG-CNT
                   DISPLAY 'SAMPLE02R: 利率未登録 口座:'
                       KM-KOZA-NO ' 種目:' KM-KOZA-SHUMOKU
                       ' 区分:' WS-ZAN-KBN
               END-IF
           END-IF
           IF WS-RIRITSU-ARI OR WS-NISSU = ZEROS
               OR KM-ZANDAKA = ZEROS
               MOVE WS-GYOMU-DATE TO KM-RISOKU-KEISAN-DT
           END-IF.

      * 適用利率: 同じ種目・区分で段階下限額が残高以下の最大段階
       2110-RIRITSU-GET.
           MOVE 'N'   TO WS-RIRITSU-FLAG
           MOVE ZEROS TO WS-TEKIYO-RIRITSU
           IF KM-ZANDAKA < ZEROS
               MOVE 'M' TO WS-ZAN-KBN
               COMPUTE WS-ZAN-ABS = 0 - KM-ZANDAKA
           ELSE
               MOVE 'P' TO WS-ZAN-KBN
               MOVE KM-ZANDAKA TO WS-ZAN-ABS
           END-IF
           PERFORM 2120-RIRITSU-SCAN-ONE
               VARYING WS-RT-SCAN FROM 1 BY 1
               UNTIL WS-RT-SCAN > WS-RT-CNT.

       2120-RIRITSU-SCAN-ONE.
           SET WS-RT-IDX TO WS-RT-SCAN
           IF TR-KOZA-SHUMOKU (WS-RT-IDX) = KM-KOZA-SHUMOKU
               AND TR-ZAN-KBN (WS-RT-IDX) = WS-ZAN-KBN
               AND TR-KAGEN-ZAN (WS-RT-IDX) NOT > WS-ZAN-ABS
               MOVE TR-NEN-RIRITSU (WS-RT-IDX) TO WS-TEKIYO-RIRITSU
               MOVE 'Y' TO WS-RIRITSU-FLAG
           END-IF.

      * 利息決算: 未決算利息の円未満を切り捨てて入金（貸越利息は
      * 引落し）し、端数は切り捨てて未決算利息をゼロに戻す
       2300-RISOKU-KESSAN.
           IF KM-RISOKU-RUIKEI > ZEROS
               MOVE KM-RISOKU-RUIKEI TO WS-ZEIMAE-RISOKU
               IF WS-ZEIMAE-RISOKU > ZEROS
                   PERFORM 2310-RISOKU-SHIHARAI
               END-IF
           END-IF
           IF KM-RISOKU-RUIKEI < ZEROS
               COMPUTE WS-ZEIMAE-RISOKU = 0 - KM-RISOKU-RUIKEI
               IF WS-ZEIMAE-RISOKU > ZEROS
                   PERFORM 2320-RISOKU-CHOSHU
               END-IF
           END-IF
           MOVE ZEROS TO KM-RISOKU-RUIKEI.

      * 預金利息: 源泉税を差し引いた税引後利息を入金する
       2310-RISOKU-SHIHARAI.
           COMPUTE WS-KOKUZEI = WS-ZEIMAE-RISOKU * WS-KOKUZEI-RITSU
           COMPUTE WS-CHIHOZEI = WS-ZEIMAE-RISOKU * WS-CHIHOZEI-RITSU
           COMPUTE WS-ZEIGO-RISOKU =
               WS-ZEIMAE-RISOKU - WS-KOKUZEI - WS-CHIHOZEI
           MOVE KM-ZANDAKA TO WS-ZANDAKA-MAE
           ADD WS-ZEIGO-RISOKU TO KM-ZANDAKA
           MOVE WS-ZEIGO-RISOKU TO WS-RIREKI-KINGAKU
           PERFORM 9500-RIREKI-KIROKU
           ADD 1 TO WS-KESSAN-CNT
           ADD WS-ZEIMAE-RISOKU TO WS-ZEIMAE-GOUKEI
           ADD WS-KOKUZEI       TO WS-KOKUZEI-GOUKEI
           ADD WS-CHIHOZEI      TO WS-CHIHOZEI-GOUKEI
           ADD WS-ZEIGO-RISOKU  TO WS-ZEIGO-GOUKEI
           ADD WS-ZEIGO-RISOKU  TO WS-NYUKIN-GOUKEI
           MOVE KM-KOZA-NO TO WS-SW-AITE
           IF WS-ZEIGO-RISOKU > ZEROS
               MOVE 'RSOK' TO WS-SW-EVENT
               MOVE WS-ZEIGO-RISOKU TO WS-SW-KINGAKU
               PERFORM 9800-SHIWAKE-KIROKU
           END-IF
           IF WS-KOKUZEI > ZEROS
               MOVE 'RSZK' TO WS-SW-EVENT
               MOVE WS-KOKUZEI TO WS-SW-KINGAKU
               PERFORM 9800-SHIWAKE-KIROKU
           END-IF
           IF WS-CHIHOZEI > ZEROS
               MOVE 'RSZC' TO WS-SW-EVENT
               MOVE WS-CHIHOZEI TO WS-SW-KINGAKU
               PERFORM 9800-SHIWAKE-KIROKU
           END-IF
           PERFORM 2400-WRITE-MEISAI.

      * 貸越利息: 口座から引き落とす（源泉徴収なし）
       2320-RISOKU-CHOSHU.
           MOVE ZEROS TO WS-KOKUZEI WS-CHIHOZEI
           MOVE WS-ZEIMAE-RISOKU TO WS-ZEIGO-RISOKU
           MOVE KM-ZANDAKA TO WS-ZANDAKA-MAE
           SUBTRACT WS-ZEIMAE-RISOKU FROM KM-ZANDAKA
           COMPUTE WS-RIREKI-KINGAKU = 0 - WS-ZEIMAE-RISOKU
           PERFORM 9500-RIREKI-KIROKU
           ADD 1 TO WS-CHOSHU-CNT
           ADD WS-ZEIMAE-RISOKU TO WS-CHOSHU-GOUKEI
           SUBTRACT WS-ZEIMAE-RISOKU FROM WS-NYUKIN-GOUKEI
           MOVE 'RSKA' TO WS-SW-EVENT
           MOVE WS-ZEIMAE-RISOKU TO WS-SW-KINGAKU
           MOVE KM-KOZA-NO TO WS-SW-AITE
           PERFORM 9800-SHIWAKE-KIROKU
           PERFORM 2400-WRITE-MEISAI.

      * 利息計算書: 口座ごとの計算期間・税引前・源泉税・税引後
       2400-WRITE-MEISAI.
           MOVE SPACES TO WS-WORK-LINE
           STRING '口座:' KM-KOZA-NO ' ' KM-MEIGI
                  ' 種目:' KM-KOZA-SHUMOKU
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO MR-LINE
           WRITE MEISAI-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-ZEIMAE-RISOKU TO WS-EDIT-KINGAKU
           IF WS-RIREKI-KINGAKU < ZEROS
               STRING '  貸越利息      :' WS-EDIT-KINGAKU
                   DELIMITED SIZE INTO WS-WORK-LINE
           ELSE
               STRING '  税引前利息    :' WS-EDIT-KINGAKU
                   DELIMITED SIZE INTO WS-WORK-LINE
           END-IF
           MOVE WS-WORK-LINE TO MR-LINE
           WRITE MEISAI-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-KOKUZEI TO WS-EDIT-KINGAKU
           STRING '  国税(15.315%):' WS-EDIT-KINGAKU
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO MR-LINE
           WRITE MEISAI-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-CHIHOZEI TO WS-EDIT-KINGAKU
           STRING '  地方税(5%)   :' WS-EDIT-KINGAKU
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO MR-LINE
           WRITE MEISAI-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-RIREKI-KINGAKU TO WS-EDIT-KINGAKU
           STRING '  入出金額      :' WS-EDIT-KINGAKU
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO MR-LINE
           WRITE MEISAI-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-ZANDAKA-MAE TO WS-EDIT-KINGAKU
           MOVE KM-ZANDAKA     TO WS-EDIT-ZANDAKA
           STRING '  残高          :' WS-EDIT-KINGAKU
                  ' → ' WS-EDIT-ZANDAKA
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO MR-LINE
           WRITE MEISAI-RPT-REC.

      * 突合報告: 税引前＝税引後＋源泉税、口座入出金合計＝税引後－
      * 貸越利息、仕訳の借方合計＝貸方合計を検証する
       4000-CONTROL-REPORT.
           MOVE '===== 預金利息 突合報告 =====' TO CR-LINE
           WRITE CONTROL-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-KOZA-CNT TO WS-EDIT-CNT
           STRING '対象口座数    :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO CR-LINE
           WRITE CONTROL-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-TAISHOGAI-CNT TO WS-EDIT-CNT
           STRING '計算対象外    :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO CR-LINE
           WRITE CONTROL-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-KEISAN-CNT TO WS-EDIT-CNT
           STRING '利息発生口座  :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO CR-LINE
           WRITE CONTROL-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-SHOKAI-CNT TO WS-EDIT-CNT
           STRING '起算日設定    :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO CR-LINE
           WRITE CONTROL-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-RIRITSU-NG-CNT TO WS-EDIT-CNT
           STRING '利率未登録    :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO CR-LINE
           WRITE CONTROL-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-HASSEI-GOUKEI TO WS-EDIT-HASU
           STRING '当日発生利息  :' WS-EDIT-HASU
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO CR-LINE
           WRITE CONTROL-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-KESSAN-CNT TO WS-EDIT-CNT
           STRING '利息入金口座  :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO CR-LINE
           WRITE CONTROL-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-ZEIMAE-GOUKEI TO WS-EDIT-KINGAKU
           STRING '税引前利息    :' WS-EDIT-KINGAKU
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO CR-LINE
           WRITE CONTROL-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-KOKUZEI-GOUKEI TO WS-EDIT-KINGAKU
           STRING '源泉国税      :' WS-EDIT-KINGAKU
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO CR-LINE
           WRITE CONTROL-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-CHIHOZEI-GOUKEI TO WS-EDIT-KINGAKU
           STRING '源泉地方税    :' WS-EDIT-KINGAKU
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO CR-LINE
           WRITE CONTROL-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-ZEIGO-GOUKEI TO WS-EDIT-KINGAKU
           STRING '税引後利息    :' WS-EDIT-KINGAKU
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO CR-LINE
           WRITE CONTROL-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-CHOSHU-CNT TO WS-EDIT-CNT
           MOVE WS-CHOSHU-GOUKEI TO WS-EDIT-KINGAKU
           STRING '貸越利息徴収  :' WS-EDIT-CNT ' 件 '
                  WS-EDIT-KINGAKU
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO CR-LINE
           WRITE CONTROL-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-NYUKIN-GOUKEI TO WS-EDIT-KINGAKU
           STRING '口座入出金合計:' WS-EDIT-KINGAKU
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO CR-LINE
           WRITE CONTROL-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-SW-CNT TO WS-EDIT-CNT
           MOVE WS-KARI-GOUKEI TO WS-EDIT-KINGAKU
           STRING '仕訳借方      :' WS-EDIT-CNT ' 件 '
                  WS-EDIT-KINGAKU
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO CR-LINE
           WRITE CONTROL-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-KASHI-GOUKEI TO WS-EDIT-KINGAKU
           STRING '仕訳貸方      :' WS-EDIT-CNT ' 件 '
                  WS-EDIT-KINGAKU
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO CR-LINE
           WRITE CONTROL-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-KANJO-NG-CNT TO WS-EDIT-CNT
           STRING '科目対応なし  :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO CR-LINE
           WRITE CONTROL-RPT-REC
           COMPUTE WS-KENZAN-GAKU = WS-ZEIMAE-GOUKEI
               - WS-ZEIGO-GOUKEI - WS-KOKUZEI-GOUKEI
               - WS-CHIHOZEI-GOUKEI
           IF WS-KENZAN-GAKU = ZEROS
               COMPUTE WS-KENZAN-GAKU = WS-NYUKIN-GOUKEI
                   - WS-ZEIGO-GOUKEI + WS-CHOSHU-GOUKEI
           END-IF
           EVALUATE TRUE
               WHEN WS-KENZAN-GAKU NOT = ZEROS
                OR WS-KARI-GOUKEI NOT = WS-KASHI-GOUKEI
                   MOVE '判定          :NG 突合不一致' TO CR-LINE
                   MOVE 8 TO WS-RETURN-CODE
               WHEN WS-RIRITSU-NG-CNT > ZEROS
                OR WS-KANJO-NG-CNT > ZEROS
                   MOVE '判定          :OK 要確認あり' TO CR-LINE
                   IF WS-RETURN-CODE < 4
                       MOVE 4 TO WS-RETURN-CODE
                   END-IF
               WHEN OTHER
                   MOVE '判定          :OK' TO CR-LINE
           END-EVALUATE
           WRITE CONTROL-RPT-REC.

       3000-CLOSE-FILES.
           CLOSE KOZA-MASTER
           CLOSE KOZA-RIREKI
           CLOSE MEISAI-RPT
           CLOSE CONTROL-RPT
           CLOSE KANJO-MASTER
           CLOSE SHIWAKE-FILE.

       9500-RIREKI-KIROKU.
           ADD 1 TO WS-RIREKI-SEQ
           MOVE KM-KOZA-NO        TO RR-KOZA-NO
           MOVE WS-SHORI-DT       TO RR-SHORI-DT
           MOVE WS-SHORI-TM       TO RR-SHORI-TM
           MOVE WS-RIREKI-SEQ     TO RR-SEQ
           MOVE WS-RIREKI-KINGAKU TO RR-KINGAKU
           MOVE WS-ZANDAKA-MAE    TO RR-ZANDAKA-MAE
           MOVE KM-ZANDAKA        TO RR-ZANDAKA-ATO
           MOVE 'SAMPLE2R'        TO RR-PROGRAM-ID
           MOVE '00'              TO RR-RESULT-CD
           WRITE RIREKI-REC
               INVALID KEY CONTINUE
           END-WRITE.

      * 仕訳記帳: 科目対応マスタの借方・貸方で貸借一対を書き出す
      *   RSOK 税引後利息（支払利息／預金）
      *   RSZK 源泉国税  （支払利息／預り金）
      *   RSZC 源泉地方税（支払利息／預り金）
      *   RSKA 貸越利息  （預金／受取利息）
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
           MOVE 'SAMPLE2R'     TO SW-SOURCE-ID
           MOVE WS-GYOMU-DATE  TO SW-GYOMU-DT
           MOVE WS-SW-EVENT    TO SW-EVENT-CD
           MOVE 'D'            TO SW-DC-KBN
           MOVE KJ-KARIKATA-CD TO SW-KANJO-CD
           MOVE WS-SW-KINGAKU  TO SW-KINGAKU
           MOVE WS-SW-AITE     TO SW-AITE-KEY
           WRITE SHIWAKE-REC
           MOVE SPACES TO SHIWAKE-REC
           MOVE 'SAMPLE2R'      TO SW-SOURCE-ID
           MOVE WS-GYOMU-DATE   TO SW-GYOMU-DT
           MOVE WS-SW-EVENT     TO SW-EVENT-CD
           MOVE 'C'             TO SW-DC-KBN
           MOVE KJ-KASHIKATA-CD TO SW-KANJO-CD
           MOVE WS-SW-KINGAKU   TO SW-KINGAKU
           MOVE WS-SW-AITE      TO SW-AITE-KEY
           WRITE SHIWAKE-REC
           ADD 1 TO WS-SW-CNT
           ADD WS-SW-KINGAKU TO WS-KARI-GOUKEI
           ADD WS-SW-KINGAKU TO WS-KASHI-GOUKEI.
