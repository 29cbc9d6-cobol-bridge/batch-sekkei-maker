      *=================================================================
      * SAMPLE04M: 仕入先評価表バッチ（月次）
      * 概要: 対象月の仕入先(SH-SHIIRE-CD)別に次の実績を集計する。
      *         納期遵守率 … 発注残マスタの完納日と納期予定日の比較
      *                      （納期を過ぎて未完納の発注は遅延に数える）
      *         分納不足   … 納期経過後も一部入荷のまま残る発注
      *         過納       … 発注数超過の受領・許容超過で拒否した入荷
      *         照合差異   … SAMPLE04Eの三way照合不一致の件数と金額
      *         請求日数   … 入荷日から請求書登録日までの平均日数
      *       パラメータの基準（納期遵守率の下限・差異件数の上限・
      *       平均日数の上限）を一つでも外れた仕入先を要改善として
      *       上位に並べ、四半期の購買レビュー資料とする。
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE04M.
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
           SELECT OPENPO-MASTER ASSIGN TO OPENPOMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-HACHU-NO
               ALTERNATE RECORD KEY IS PO-ALT-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-OPENPO-STATUS.
           SELECT OPTIONAL FUGO-LOG ASSIGN TO SANWAYLOG
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FUGOLOG-STATUS.
           SELECT KAIKAKE-MASTER ASSIGN TO KAIKAKEMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS KB-DENPYO-NO
               FILE STATUS IS WS-KAIKAKE-STATUS.
           SELECT HYOKA-RPT ASSIGN TO SHIIREHYO
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
      * 実行パラメータ: 対象年月・納期遵守率下限(%)・差異件数上限・
      * 平均請求日数上限（未指定・不正の項目は既定値）
       FD  PARM-FILE
           RECORD CONTAINS 20 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  PARM-REC.
           05  PA-TAISHO-YM      PIC 9(06).
           05  PA-NOKI-KIJUN     PIC 9(03).
           05  PA-FUGO-KIJUN     PIC 9(03).
           05  PA-NISSU-KIJUN    PIC 9(03).
           05  FILLER            PIC X(05).

       FD  OPENPO-MASTER
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  OPENPO-REC.
           05  PO-HACHU-NO       PIC X(10).
           05  PO-ALT-KEY.
               10  PO-HINBAN     PIC X(10).
               10  PO-SOKO-CD    PIC X(04).
           05  PO-SHIIRE-CD      PIC X(06).
           05  PO-HACHU-SU       PIC S9(07) COMP-3.
           05  PO-ZAN-SU         PIC S9(07) COMP-3.
           05  PO-HACHU-DT       PIC 9(08).
           05  PO-YOTEI-DT       PIC 9(08).
           05  PO-STATUS         PIC X(01).
               88  PO-OPEN       VALUE '0'.
               88  PO-CLOSED     VALUE '1'.
      * 納入実績: 最終入荷日・累計入荷数・完納日・許容超過回数
           05  PO-NYUKA-DT       PIC 9(08).
           05  PO-NYUKA-SU       PIC S9(07) COMP-3.
           05  PO-KANRYO-DT      PIC 9(08).
           05  PO-CHOKA-KAISU    PIC S9(03) COMP-3.
           05  FILLER            PIC X(03).

       FD  FUGO-LOG
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  FUGO-LOG-REC.
           05  FL-SHORI-DT       PIC 9(08).
           05  FL-SHIIRE-CD      PIC X(06).
           05  FL-DENPYO-NO      PIC X(10).
           05  FL-HACHU-NO       PIC X(10).
           05  FL-KINGAKU        PIC 9(10).
           05  FL-RIYU           PIC X(30).
           05  FILLER            PIC X(06).

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

       FD  HYOKA-RPT
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  HYOKA-RPT-REC.
           05  HY-LINE           PIC X(120).

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
           05  WS-OPENPO-STATUS  PIC X(02).
           05  WS-FUGOLOG-STATUS PIC X(02).
           05  WS-KAIKAKE-STATUS PIC X(02).
           05  WS-RPT-STATUS     PIC X(02).
           05  WS-PARM-EOF       PIC X(01) VALUE 'N'.
           05  WS-PO-EOF         PIC X(01) VALUE 'N'.
           05  WS-LOG-EOF        PIC X(01) VALUE 'N'.
           05  WS-KAIKAKE-EOF    PIC X(01) VALUE 'N'.
           05  WS-NOKI-KBN       PIC X(01).
               88  WS-NOKI-KANNO VALUE 'K'.
               88  WS-NOKI-MINO  VALUE 'M'.

      * 対象月と評価基準（パラメータ未指定時の既定値）
       01  WS-PARM-AREA.
           05  WS-TAISHO-YM      PIC 9(06) VALUE ZEROS.
           05  WS-NOKI-KIJUN     PIC 9(03) VALUE 90.
           05  WS-FUGO-KIJUN     PIC 9(03) VALUE 3.
           05  WS-NISSU-KIJUN    PIC 9(03) VALUE 30.

       01  WS-KIKAN-AREA.
           05  WS-GESSHO-DT      PIC 9(08).
           05  WS-GETSUMATSU-DT  PIC 9(08).
           05  WS-HYOKA-DT       PIC 9(08).

      * 仕入先別の評価集計テーブル
       01  WS-HYOKA-TABLE.
           05  WS-HYOKA-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-HY-IDX.
               10  HT-SHIIRE-CD  PIC X(06).
               10  HT-TAISHO     PIC S9(07) COMP-3.
               10  HT-NOKI-NAI   PIC S9(07) COMP-3.
               10  HT-CHIEN      PIC S9(07) COMP-3.
               10  HT-FUSOKU     PIC S9(07) COMP-3.
               10  HT-KANO       PIC S9(07) COMP-3.
               10  HT-FUGO-CNT   PIC S9(07) COMP-3.
               10  HT-FUGO-GAKU  PIC S9(11) COMP-3.
               10  HT-SEIKYU-CNT PIC S9(07) COMP-3.
               10  HT-NISSU-GOKEI PIC S9(09) COMP-3.
               10  HT-NOKI-RITSU PIC S9(03)V9 COMP-3.
               10  HT-HEIKIN-NISSU PIC S9(05)V9 COMP-3.
               10  HT-YOKAIZEN   PIC X(01).
               10  HT-JUNI-KEY   PIC 9(09).
               10  HT-SHUTSU-ZUMI PIC X(01).
       01  WS-HYOKA-CNT          PIC 9(03) VALUE ZEROS.
       01  WS-HYOKA-SCAN         PIC 9(03).
       01  WS-HYOKA-HIT          PIC 9(03) VALUE ZEROS.
       01  WS-HYOKA-OVER-CNT     PIC 9(05) VALUE ZEROS.
       01  WS-SRCH-SHIIRE        PIC X(06).

      * 順位付け: 要改善区分・納期遵守率・差異件数の順の並べ替えキー
       01  WS-JUNI-AREA.
           05  WS-JUNI           PIC 9(03).
           05  WS-JUNI-MIN       PIC 9(03).
           05  WS-JUNI-KEY.
               10  WS-JK-KBN     PIC 9(01).
               10  WS-JK-RITSU   PIC 9(04).
               10  WS-JK-FUGO    PIC 9(04).
           05  WS-JK-RITSU-WK    PIC 9(03)V9.

       01  WS-KEISAN-AREA.
           05  WS-NISSU          PIC S9(05) COMP-3.

       01  WS-COUNTERS.
           05  WS-PO-CNT         PIC 9(07) VALUE ZEROS.
           05  WS-FUGO-CNT       PIC 9(07) VALUE ZEROS.
           05  WS-SEIKYU-CNT     PIC 9(07) VALUE ZEROS.
           05  WS-PO-NASHI-CNT   PIC 9(07) VALUE ZEROS.
           05  WS-YOKAIZEN-CNT   PIC 9(07) VALUE ZEROS.

       01  WS-EDIT-AREA.
           05  WS-EDIT-CNT       PIC ZZZ,ZZ9.
           05  WS-EDIT-JUNI      PIC ZZ9.
           05  WS-EDIT-TAISHO    PIC ZZZ9.
           05  WS-EDIT-CHIEN     PIC ZZZ9.
           05  WS-EDIT-FUSOKU    PIC ZZZ9.
           05  WS-EDIT-KANO      PIC ZZZ9.
           05  WS-EDIT-FUGO      PIC ZZZ9.
           05  WS-EDIT-GAKU      PIC ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-RITSU     PIC ZZ9.9.
           05  WS-EDIT-NISSU     PIC ZZ9.9.
           05  WS-EDIT-KIJUN     PIC ZZ9.
           05  WS-DISP-RITSU     PIC X(05).
           05  WS-DISP-NISSU     PIC X(05).
           05  WS-DISP-MARK      PIC X(01).
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
           PERFORM 1000-PARM-YOMU
           PERFORM 1100-OPEN-FILES
           PERFORM 2000-NOKI-SHUKEI
               UNTIL WS-PO-EOF = 'Y'
           PERFORM 2200-FUGO-SHUKEI
               UNTIL WS-LOG-EOF = 'Y'
           PERFORM 2300-SEIKYU-SHUKEI
               UNTIL WS-KAIKAKE-EOF = 'Y'
           PERFORM 4000-HYOKA-KEISAN
               VARYING WS-HYOKA-SCAN FROM 1 BY 1
               UNTIL WS-HYOKA-SCAN > WS-HYOKA-CNT
           PERFORM 5000-JUNI-SHUTSURYOKU
               VARYING WS-JUNI FROM 1 BY 1
               UNTIL WS-JUNI > WS-HYOKA-CNT
           PERFORM 7000-GOUKEI-REPORT
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
           MOVE 'SAMPLE4M' TO RL-PROGRAM-ID
           MOVE 'S'        TO RL-KBN
           MOVE WS-GYOMU-DATE TO RL-GYOMU-DT
           MOVE FUNCTION CURRENT-DATE(9:6) TO RL-JIKOKU
           MOVE ZEROS      TO RL-KENSU RL-RETURN-CD
           WRITE RUNLOG-REC
           CLOSE RUNLOG-FILE.

       0900-RUNLOG-END.
           OPEN EXTEND RUNLOG-FILE
           MOVE 'SAMPLE4M' TO RL-PROGRAM-ID
           MOVE 'E'        TO RL-KBN
           MOVE WS-GYOMU-DATE TO RL-GYOMU-DT
           MOVE FUNCTION CURRENT-DATE(9:6) TO RL-JIKOKU
           MOVE WS-HYOKA-CNT TO RL-KENSU
           MOVE RETURN-CODE  TO RL-RETURN-CD
           WRITE RUNLOG-REC
           CLOSE RUNLOG-FILE.

      * パラメータ: 対象年月の既定は業務日付の月。納期判定の基準日は
      * 対象月末（当月実行時は業務日付）とする
       1000-PARM-YOMU.
           MOVE WS-GYOMU-DATE(1:6) TO WS-TAISHO-YM
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = '00'
               PERFORM 1010-PARM-READ
                   UNTIL WS-PARM-EOF = 'Y'
           END-IF
           CLOSE PARM-FILE
           COMPUTE WS-GESSHO-DT = WS-TAISHO-YM * 100 + 1
           COMPUTE WS-GETSUMATSU-DT = WS-TAISHO-YM * 100 + 31
           IF WS-GYOMU-DATE < WS-GETSUMATSU-DT
               MOVE WS-GYOMU-DATE TO WS-HYOKA-DT
           ELSE
               MOVE WS-GETSUMATSU-DT TO WS-HYOKA-DT
           END-IF.

       1010-PARM-READ.
           READ PARM-FILE
               AT END
                   MOVE 'Y' TO WS-PARM-EOF
               NOT AT END
                   IF PA-TAISHO-YM IS NUMERIC
                       AND PA-TAISHO-YM > ZEROS
                       MOVE PA-TAISHO-YM TO WS-TAISHO-YM
                   END-IF
                   IF PA-NOKI-KIJUN IS NUMERIC
                       AND PA-NOKI-KIJUN > ZEROS
                       MOVE PA-NOKI-KIJUN TO WS-NOKI-KIJUN
                   END-IF
                   IF PA-FUGO-KIJUN IS NUMERIC
                       AND PA-FUGO-KIJUN > ZEROS
                       MOVE PA-FUGO-KIJUN TO WS-FUGO-KIJUN
                   END-IF
                   IF PA-NISSU-KIJUN IS NUMERIC
                       AND PA-NISSU-KIJUN > ZEROS
                       MOVE PA-NISSU-KIJUN TO WS-NISSU-KIJUN
                   END-IF
           END-READ.

       1100-OPEN-FILES.
           OPEN INPUT  OPENPO-MASTER
           OPEN INPUT  FUGO-LOG
           OPEN INPUT  KAIKAKE-MASTER
           OPEN OUTPUT HYOKA-RPT
           MOVE '===== 仕入先評価表 =====' TO HY-LINE
           WRITE HYOKA-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           STRING '対象月:' WS-TAISHO-YM
                  ' 納期判定基準日:' WS-HYOKA-DT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO HY-LINE
           WRITE HYOKA-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-NOKI-KIJUN TO WS-EDIT-KIJUN
           STRING '基準: 納期遵守率' WS-EDIT-KIJUN '%以上'
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-FUGO-KIJUN TO WS-EDIT-KIJUN
           STRING ' 照合差異' WS-EDIT-KIJUN '件未満'
               DELIMITED SIZE INTO WS-WORK-LINE(40:40)
           MOVE WS-NISSU-KIJUN TO WS-EDIT-KIJUN
           STRING ' 請求日数' WS-EDIT-KIJUN '日以内'
               DELIMITED SIZE INTO WS-WORK-LINE(70:40)
           MOVE WS-WORK-LINE TO HY-LINE
           WRITE HYOKA-RPT-REC
           MOVE '（＊は基準外の要改善仕入先）' TO HY-LINE
           WRITE HYOKA-RPT-REC
           IF WS-FUGOLOG-STATUS NOT = '00'
               MOVE 'Y' TO WS-LOG-EOF
           END-IF
           PERFORM 1200-READ-LOG.

       1200-READ-LOG.
           IF WS-LOG-EOF NOT = 'Y'
               READ FUGO-LOG
                   AT END MOVE 'Y' TO WS-LOG-EOF
               END-READ
           END-IF.

      * 納期集計: 対象月に完納した発注は完納日と納期予定日を比べ、
      * 基準日に納期を過ぎて未完納の発注は遅延（一部入荷は分納不足）
       2000-NOKI-SHUKEI.
           READ OPENPO-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-PO-EOF
               NOT AT END
                   PERFORM 2050-PO-JISSEKI-CHECK
                   PERFORM 2100-NOKI-HANTEI
           END-READ.

      * 納入実績項目の初期化（項目追加前に作成された発注は空白）
       2050-PO-JISSEKI-CHECK.
           IF PO-NYUKA-DT NOT NUMERIC
               MOVE ZEROS TO PO-NYUKA-DT
           END-IF
           IF PO-NYUKA-SU NOT NUMERIC
               MOVE ZEROS TO PO-NYUKA-SU
           END-IF
           IF PO-KANRYO-DT NOT NUMERIC
               MOVE ZEROS TO PO-KANRYO-DT
           END-IF
           IF PO-CHOKA-KAISU NOT NUMERIC
               MOVE ZEROS TO PO-CHOKA-KAISU
           END-IF.

       2100-NOKI-HANTEI.
           MOVE SPACE TO WS-NOKI-KBN
           IF PO-CLOSED
               AND PO-KANRYO-DT >= WS-GESSHO-DT
               AND PO-KANRYO-DT <= WS-GETSUMATSU-DT
               MOVE 'K' TO WS-NOKI-KBN
           END-IF
           IF PO-OPEN AND PO-YOTEI-DT < WS-HYOKA-DT
               MOVE 'M' TO WS-NOKI-KBN
           END-IF
           IF WS-NOKI-KBN NOT = SPACE
               ADD 1 TO WS-PO-CNT
               MOVE PO-SHIIRE-CD TO WS-SRCH-SHIIRE
               PERFORM 2900-HYOKA-ENTRY
               IF WS-HYOKA-HIT > ZEROS
                   PERFORM 2110-NOKI-KASAN
               END-IF
           END-IF.

       2110-NOKI-KASAN.
           ADD 1 TO HT-TAISHO (WS-HY-IDX)
           IF WS-NOKI-KANNO
               IF PO-KANRYO-DT > PO-YOTEI-DT
                   ADD 1 TO HT-CHIEN (WS-HY-IDX)
               ELSE
                   ADD 1 TO HT-NOKI-NAI (WS-HY-IDX)
               END-IF
               IF PO-NYUKA-SU > PO-HACHU-SU
                   OR PO-CHOKA-KAISU > ZEROS
                   ADD 1 TO HT-KANO (WS-HY-IDX)
               END-IF
           ELSE
               ADD 1 TO HT-CHIEN (WS-HY-IDX)
               IF PO-NYUKA-SU > ZEROS
                   ADD 1 TO HT-FUSOKU (WS-HY-IDX)
               END-IF
               IF PO-CHOKA-KAISU > ZEROS
                   AND PO-NYUKA-DT >= WS-GESSHO-DT
                   ADD 1 TO HT-KANO (WS-HY-IDX)
               END-IF
           END-IF.

      * 照合差異: 差異ログのうち対象月に処理された不一致を仕入先別に
       2200-FUGO-SHUKEI.
           IF FL-SHORI-DT >= WS-GESSHO-DT
               AND FL-SHORI-DT <= WS-GETSUMATSU-DT
               ADD 1 TO WS-FUGO-CNT
               MOVE FL-SHIIRE-CD TO WS-SRCH-SHIIRE
               PERFORM 2900-HYOKA-ENTRY
               IF WS-HYOKA-HIT > ZEROS
                   ADD 1          TO HT-FUGO-CNT  (WS-HY-IDX)
                   ADD FL-KINGAKU TO HT-FUGO-GAKU (WS-HY-IDX)
               END-IF
           END-IF
           PERFORM 1200-READ-LOG.

      * 請求日数: 対象月に登録された買掛について、発注の最終入荷日
      * から請求書登録日までの日数を積む（入荷前の請求と、返品の
      * デビットノート（金額マイナス）は数えない）
       2300-SEIKYU-SHUKEI.
           READ KAIKAKE-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-KAIKAKE-EOF
               NOT AT END
                   IF KB-TOUROKU-DT >= WS-GESSHO-DT
                       AND KB-TOUROKU-DT <= WS-GETSUMATSU-DT
                       AND KB-KINGAKU > ZEROS
                       PERFORM 2310-SEIKYU-NISSU
                   END-IF
           END-READ.

       2310-SEIKYU-NISSU.
           MOVE KB-HACHU-NO TO PO-HACHU-NO
           READ OPENPO-MASTER
               INVALID KEY
                   ADD 1 TO WS-PO-NASHI-CNT
               NOT INVALID KEY
                   PERFORM 2050-PO-JISSEKI-CHECK
                   IF PO-NYUKA-DT > ZEROS
                       AND PO-NYUKA-DT <= KB-TOUROKU-DT
                       COMPUTE WS-NISSU =
                           FUNCTION INTEGER-OF-DATE(KB-TOUROKU-DT)
                         - FUNCTION INTEGER-OF-DATE(PO-NYUKA-DT)
                       ADD 1 TO WS-SEIKYU-CNT
                       MOVE KB-SHIIRE-CD TO WS-SRCH-SHIIRE
                       PERFORM 2900-HYOKA-ENTRY
                       IF WS-HYOKA-HIT > ZEROS
                           ADD 1 TO HT-SEIKYU-CNT (WS-HY-IDX)
                           ADD WS-NISSU TO HT-NISSU-GOKEI (WS-HY-IDX)
                       END-IF
                   END-IF
           END-READ.

      * テーブル引当: 仕入先のエントリを探し、なければ追加する
       2900-HYOKA-ENTRY.
           MOVE ZEROS TO WS-HYOKA-HIT
           PERFORM 2910-HYOKA-SCAN-ONE
               VARYING WS-HYOKA-SCAN FROM 1 BY 1
               UNTIL WS-HYOKA-SCAN > WS-HYOKA-CNT
                   OR WS-HYOKA-HIT > ZEROS
           IF WS-HYOKA-HIT = ZEROS AND WS-HYOKA-CNT < 200
               ADD 1 TO WS-HYOKA-CNT
               SET WS-HY-IDX TO WS-HYOKA-CNT
               MOVE WS-SRCH-SHIIRE TO HT-SHIIRE-CD (WS-HY-IDX)
               MOVE ZEROS TO HT-TAISHO      (WS-HY-IDX)
                             HT-NOKI-NAI    (WS-HY-IDX)
                             HT-CHIEN       (WS-HY-IDX)
                             HT-FUSOKU      (WS-HY-IDX)
                             HT-KANO        (WS-HY-IDX)
                             HT-FUGO-CNT    (WS-HY-IDX)
                             HT-FUGO-GAKU   (WS-HY-IDX)
                             HT-SEIKYU-CNT  (WS-HY-IDX)
                             HT-NISSU-GOKEI (WS-HY-IDX)
                             HT-NOKI-RITSU  (WS-HY-IDX)
                             HT-HEIKIN-NISSU (WS-HY-IDX)
                             HT-JUNI-KEY    (WS-HY-IDX)
               MOVE 'N' TO HT-YOKAIZEN    (WS-HY-IDX)
                           HT-SHUTSU-ZUMI (WS-HY-IDX)
               MOVE WS-HYOKA-CNT TO WS-HYOKA-HIT
           END-IF
           IF WS-HYOKA-HIT = ZEROS
               ADD 1 TO WS-HYOKA-OVER-CNT
           ELSE
               SET WS-HY-IDX TO WS-HYOKA-HIT
           END-IF.

       2910-HYOKA-SCAN-ONE.
           SET WS-HY-IDX TO WS-HYOKA-SCAN
           IF HT-SHIIRE-CD (WS-HY-IDX) = WS-SRCH-SHIIRE
               MOVE WS-HYOKA-SCAN TO WS-HYOKA-HIT
           END-IF.

      * 評価: 納期遵守率と平均請求日数を求め基準と比べる。
      * 並べ替えキーは要改善を先に、納期遵守率の低い順、同率は
      * 照合差異の多い順とする（評価対象発注なしは遵守率100%扱い）
       4000-HYOKA-KEISAN.
           SET WS-HY-IDX TO WS-HYOKA-SCAN
           IF HT-TAISHO (WS-HY-IDX) > ZEROS
               COMPUTE HT-NOKI-RITSU (WS-HY-IDX) ROUNDED =
                   HT-NOKI-NAI (WS-HY-IDX) * 100
                       / HT-TAISHO (WS-HY-IDX)
               IF HT-NOKI-RITSU (WS-HY-IDX) < WS-NOKI-KIJUN
                   MOVE 'Y' TO HT-YOKAIZEN (WS-HY-IDX)
               END-IF
           ELSE
               MOVE 100 TO HT-NOKI-RITSU (WS-HY-IDX)
           END-IF
           IF HT-SEIKYU-CNT (WS-HY-IDX) > ZEROS
               COMPUTE HT-HEIKIN-NISSU (WS-HY-IDX) ROUNDED =
                   HT-NISSU-GOKEI (WS-HY-IDX)
                       / HT-SEIKYU-CNT (WS-HY-IDX)
               IF HT-HEIKIN-NISSU (WS-HY-IDX) > WS-NISSU-KIJUN
                   MOVE 'Y' TO HT-YOKAIZEN (WS-HY-IDX)
               END-IF
           END-IF
           IF HT-FUGO-CNT (WS-HY-IDX) >= WS-FUGO-KIJUN
               MOVE 'Y' TO HT-YOKAIZEN (WS-HY-IDX)
           END-IF
           IF HT-YOKAIZEN (WS-HY-IDX) = 'Y'
               ADD 1 TO WS-YOKAIZEN-CNT
               MOVE 0 TO WS-JK-KBN
           ELSE
               MOVE 1 TO WS-JK-KBN
           END-IF
           MOVE HT-NOKI-RITSU (WS-HY-IDX) TO WS-JK-RITSU-WK
           COMPUTE WS-JK-RITSU = WS-JK-RITSU-WK * 10
           IF HT-FUGO-CNT (WS-HY-IDX) > 9999
               MOVE ZEROS TO WS-JK-FUGO
           ELSE
               COMPUTE WS-JK-FUGO = 9999 - HT-FUGO-CNT (WS-HY-IDX)
           END-IF
           MOVE WS-JUNI-KEY TO HT-JUNI-KEY (WS-HY-IDX).

      * 順位出力: 未出力のうち並べ替えキー最小の仕入先を1件ずつ出す
       5000-JUNI-SHUTSURYOKU.
           MOVE ZEROS TO WS-JUNI-MIN
           PERFORM 5100-JUNI-SCAN-ONE
               VARYING WS-HYOKA-SCAN FROM 1 BY 1
               UNTIL WS-HYOKA-SCAN > WS-HYOKA-CNT
           IF WS-JUNI-MIN > ZEROS
               SET WS-HY-IDX TO WS-JUNI-MIN
               MOVE 'Y' TO HT-SHUTSU-ZUMI (WS-HY-IDX)
               PERFORM 9100-WRITE-MEISAI
           END-IF.

       5100-JUNI-SCAN-ONE.
           SET WS-HY-IDX TO WS-HYOKA-SCAN
           IF HT-SHUTSU-ZUMI (WS-HY-IDX) = 'N'
               IF WS-JUNI-MIN = ZEROS
                   MOVE WS-HYOKA-SCAN TO WS-JUNI-MIN
               ELSE
                   IF HT-JUNI-KEY (WS-HY-IDX)
                       < HT-JUNI-KEY (WS-JUNI-MIN)
                       MOVE WS-HYOKA-SCAN TO WS-JUNI-MIN
                   END-IF
               END-IF
           END-IF.

       7000-GOUKEI-REPORT.
           MOVE SPACES TO HY-LINE
           WRITE HYOKA-RPT-REC
           MOVE WS-HYOKA-CNT TO WS-EDIT-CNT
           MOVE SPACES TO WS-WORK-LINE
           STRING '評価仕入先数  :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO HY-LINE
           WRITE HYOKA-RPT-REC
           MOVE WS-YOKAIZEN-CNT TO WS-EDIT-CNT
           MOVE SPACES TO WS-WORK-LINE
           STRING '要改善仕入先  :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO HY-LINE
           WRITE HYOKA-RPT-REC
           MOVE WS-PO-CNT TO WS-EDIT-CNT
           MOVE SPACES TO WS-WORK-LINE
           STRING '納期評価発注  :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO HY-LINE
           WRITE HYOKA-RPT-REC
           MOVE WS-FUGO-CNT TO WS-EDIT-CNT
           MOVE SPACES TO WS-WORK-LINE
           STRING '照合差異件数  :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO HY-LINE
           WRITE HYOKA-RPT-REC
           MOVE WS-SEIKYU-CNT TO WS-EDIT-CNT
           MOVE SPACES TO WS-WORK-LINE
           STRING '請求日数対象  :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO HY-LINE
           WRITE HYOKA-RPT-REC
           MOVE WS-PO-NASHI-CNT TO WS-EDIT-CNT
           MOVE SPACES TO WS-WORK-LINE
           STRING '買掛発注不明  :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO HY-LINE
           WRITE HYOKA-RPT-REC
           IF WS-YOKAIZEN-CNT > ZEROS OR WS-PO-NASHI-CNT > ZEROS
               MOVE 4 TO WS-RETURN-CODE
           END-IF
           IF WS-HYOKA-OVER-CNT > ZEROS
               MOVE WS-HYOKA-OVER-CNT TO WS-EDIT-CNT
               MOVE SPACES TO WS-WORK-LINE
               STRING '集計展開あふれ:' WS-EDIT-CNT
                   DELIMITED SIZE INTO WS-WORK-LINE
               MOVE WS-WORK-LINE TO HY-LINE
               WRITE HYOKA-RPT-REC
               MOVE 8 TO WS-RETURN-CODE
           END-IF.

       9100-WRITE-MEISAI.
           MOVE WS-JUNI                      TO WS-EDIT-JUNI
           MOVE HT-TAISHO (WS-HY-IDX)        TO WS-EDIT-TAISHO
           MOVE HT-CHIEN (WS-HY-IDX)         TO WS-EDIT-CHIEN
           MOVE HT-FUSOKU (WS-HY-IDX)        TO WS-EDIT-FUSOKU
           MOVE HT-KANO (WS-HY-IDX)          TO WS-EDIT-KANO
           MOVE HT-FUGO-CNT (WS-HY-IDX)      TO WS-EDIT-FUGO
           MOVE HT-FUGO-GAKU (WS-HY-IDX)     TO WS-EDIT-GAKU
           IF HT-TAISHO (WS-HY-IDX) > ZEROS
               MOVE HT-NOKI-RITSU (WS-HY-IDX) TO WS-EDIT-RITSU
               MOVE WS-EDIT-RITSU TO WS-DISP-RITSU
           ELSE
               MOVE '  ---' TO WS-DISP-RITSU
           END-IF
           IF HT-SEIKYU-CNT (WS-HY-IDX) > ZEROS
               MOVE HT-HEIKIN-NISSU (WS-HY-IDX) TO WS-EDIT-NISSU
               MOVE WS-EDIT-NISSU TO WS-DISP-NISSU
           ELSE
               MOVE '  ---' TO WS-DISP-NISSU
           END-IF
           IF HT-YOKAIZEN (WS-HY-IDX) = 'Y'
               MOVE '*' TO WS-DISP-MARK
           ELSE
               MOVE ' ' TO WS-DISP-MARK
           END-IF
           MOVE SPACES TO WS-WORK-LINE
           STRING WS-EDIT-JUNI WS-DISP-MARK
                  ' ' HT-SHIIRE-CD (WS-HY-IDX)
                  ' 納期:' WS-DISP-RITSU '%/' WS-EDIT-TAISHO
                  ' 遅延:' WS-EDIT-CHIEN
                  ' 不足:' WS-EDIT-FUSOKU
                  ' 過納:' WS-EDIT-KANO
                  ' 差異:' WS-EDIT-FUGO '/' WS-EDIT-GAKU
                  ' 日数:' WS-DISP-NISSU
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO HY-LINE
           WRITE HYOKA-RPT-REC.

       3000-CLOSE-FILES.
           CLOSE OPENPO-MASTER
           CLOSE FUGO-LOG
           CLOSE KAIKAKE-MASTER
           CLOSE HYOKA-RPT.
