      *=================================================================
      * SAMPLE04L: 安全在庫再計算バッチ
      * 概要: ロット消費ログ（SAMPLE04の出庫ロット実績を日付順に連結
      *       したもの）から品番・倉庫別に集計期間内の日平均需要と
      *       日最大需要を求め、仕入先マスタのリードタイムと組み合わせ
      *       て安全在庫と発注点を算出する。
      *         安全在庫 = (日最大需要 − 日平均需要) × リードタイム
      *         発注点   = 日平均需要 × リードタイム ＋ 安全在庫
      *       パラメータで報告のみ（R）と更新（U）を切り替え、更新時は
      *       在庫マスタの安全在庫数を書き換える。旧値と新値、および
      *       期間前半と後半で需要が大きく変わった品目を報告する。
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE04L.
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
           SELECT OPTIONAL LOT-SYOHI-LOG ASSIGN TO LOTSYOHI
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LOTSYO-STATUS.
           SELECT ZAIKO-MASTER ASSIGN TO ZAIKOMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ZM-KEY
               FILE STATUS IS WS-ZAIKO-STATUS.
           SELECT SHIIRE-MASTER ASSIGN TO SHIIREMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SH-HINBAN
               FILE STATUS IS WS-SHIIRE-STATUS.
           SELECT ANZEN-RPT ASSIGN TO ANZENRPT
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
      * 実行パラメータ: 処理モード・集計日数・急変判定率(%)
       FD  PARM-FILE
           RECORD CONTAINS 20 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  PARM-REC.
           05  PA-MODE           PIC X(01).
               88  PA-HOKOKU     VALUE 'R'.
               88  PA-KOSHIN     VALUE 'U'.
           05  PA-KIKAN-NISSU    PIC 9(03).
           05  PA-KYUHEN-RITSU   PIC 9(03).
           05  FILLER            PIC X(13).

       FD  LOT-SYOHI-LOG
           RECORD CONTAINS 60 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  LOT-SYOHI-REC.
           05  LS-HINBAN         PIC X(10).
           05  LS-SOKO-CD        PIC X(04).
           05  LS-LOT-NO         PIC X(10).
           05  LS-SYOHI-SU       PIC 9(07).
           05  LS-YUKO-KIGEN     PIC 9(08).
           05  LS-HIDUKE         PIC 9(08).
           05  FILLER            PIC X(13).

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

       FD  SHIIRE-MASTER
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  SHIIRE-REC.
           05  SH-HINBAN         PIC X(10).
           05  SH-SHIIRE-CD      PIC X(06).
           05  SH-LEAD-TIME      PIC 9(03).
           05  SH-HACHU-TANI     PIC 9(05).
           05  FILLER            PIC X(56).

       FD  ANZEN-RPT
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  ANZEN-RPT-REC.
           05  AN-LINE           PIC X(120).

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
           05  WS-LOTSYO-STATUS  PIC X(02).
           05  WS-ZAIKO-STATUS   PIC X(02).
           05  WS-SHIIRE-STATUS  PIC X(02).
           05  WS-RPT-STATUS     PIC X(02).
           05  WS-PARM-EOF       PIC X(01) VALUE 'N'.
           05  WS-LOG-EOF        PIC X(01) VALUE 'N'.
           05  WS-ZAIKO-EOF      PIC X(01) VALUE 'N'.
           05  WS-SHIIRE-ARI     PIC X(01).
           05  WS-KYUHEN-FLAG    PIC X(01).

      * 実行モードと判定基準（パラメータ未指定時の既定値）
       01  WS-PARM-AREA.
           05  WS-MODE           PIC X(01) VALUE 'R'.
               88  WS-KOSHIN-MODE VALUE 'U'.
           05  WS-KIKAN-NISSU    PIC 9(03) VALUE 90.
           05  WS-KYUHEN-RITSU   PIC 9(03) VALUE 50.

       01  WS-HONJITSU           PIC 9(08) VALUE ZEROS.
       01  WS-KIKAN-AREA.
           05  WS-KAISHI-DT      PIC 9(08).
           05  WS-CHUKAN-DT      PIC 9(08).
           05  WS-KIJUN-LILIAN   PIC 9(07).

      * 品番倉庫別の需要集計テーブル（当日分を締めて日最大を取る）
       01  WS-JUYO-TABLE.
           05  WS-JUYO-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-JY-IDX.
               10  JY-HINBAN     PIC X(10).
               10  JY-SOKO-CD    PIC X(04).
               10  JY-GOKEI      PIC S9(09) COMP-3.
               10  JY-ZENHAN     PIC S9(09) COMP-3.
               10  JY-KOHAN      PIC S9(09) COMP-3.
               10  JY-TOJITSU-DT PIC 9(08).
               10  JY-TOJITSU-SU PIC S9(09) COMP-3.
               10  JY-PEAK-SU    PIC S9(09) COMP-3.
       01  WS-JUYO-CNT           PIC 9(03) VALUE ZEROS.
       01  WS-JUYO-SCAN          PIC 9(03).
       01  WS-JUYO-HIT           PIC 9(03) VALUE ZEROS.
       01  WS-JUYO-OVER-CNT      PIC 9(05) VALUE ZEROS.
       01  WS-SRCH-HINBAN        PIC X(10).
       01  WS-SRCH-SOKO          PIC X(04).

       01  WS-KEISAN-AREA.
           05  WS-LEAD-TIME      PIC 9(03).
           05  WS-HEIKIN-JUYO    PIC S9(07)V99 COMP-3.
           05  WS-SHIN-ANZEN     PIC S9(07) COMP-3.
           05  WS-SHIN-HACHUTEN  PIC S9(09) COMP-3.
           05  WS-KYU-ANZEN      PIC S9(07) COMP-3.
           05  WS-HENKA-SU       PIC S9(09) COMP-3.
           05  WS-HENKA-RITSU    PIC S9(05) COMP-3.

       01  WS-COUNTERS.
           05  WS-LOG-CNT        PIC 9(07) VALUE ZEROS.
           05  WS-TAISHO-CNT     PIC 9(07) VALUE ZEROS.
           05  WS-KOSHIN-CNT     PIC 9(07) VALUE ZEROS.
           05  WS-KYUHEN-CNT     PIC 9(07) VALUE ZEROS.
           05  WS-JISSEKI-NASHI-CNT PIC 9(07) VALUE ZEROS.
           05  WS-SHIIRE-NASHI-CNT  PIC 9(07) VALUE ZEROS.

       01  WS-EDIT-AREA.
           05  WS-EDIT-CNT       PIC ZZZ,ZZ9.
           05  WS-EDIT-KYU       PIC ZZZ,ZZ9.
           05  WS-EDIT-SHIN      PIC ZZZ,ZZ9.
           05  WS-EDIT-HACHUTEN  PIC ZZZ,ZZ9.
           05  WS-EDIT-HEIKIN    PIC ZZ,ZZ9.99.
           05  WS-EDIT-PEAK      PIC ZZZ,ZZ9.
           05  WS-EDIT-LT        PIC ZZ9.
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
           PERFORM 2000-JUYO-SHUKEI
               UNTIL WS-LOG-EOF = 'Y'
           PERFORM 4000-ANZEN-KEISAN
               UNTIL WS-ZAIKO-EOF = 'Y'
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
           MOVE 'SAMPLE4L' TO RL-PROGRAM-ID
           MOVE 'S'        TO RL-KBN
           MOVE WS-GYOMU-DATE TO RL-GYOMU-DT
           MOVE FUNCTION CURRENT-DATE(9:6) TO RL-JIKOKU
           MOVE ZEROS      TO RL-KENSU RL-RETURN-CD
           WRITE RUNLOG-REC
           CLOSE RUNLOG-FILE.

       0900-RUNLOG-END.
           OPEN EXTEND RUNLOG-FILE
           MOVE 'SAMPLE4L' TO RL-PROGRAM-ID
           MOVE 'E'        TO RL-KBN
           MOVE WS-GYOMU-DATE TO RL-GYOMU-DT
           MOVE FUNCTION CURRENT-DATE(9:6) TO RL-JIKOKU
           MOVE WS-TAISHO-CNT TO RL-KENSU
           MOVE RETURN-CODE  TO RL-RETURN-CD
           WRITE RUNLOG-REC
           CLOSE RUNLOG-FILE.

      * パラメータ: 未指定・不正の項目は既定値（報告のみ・90日・50%）
       1000-PARM-YOMU.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = '00'
               PERFORM 1010-PARM-READ
                   UNTIL WS-PARM-EOF = 'Y'
           END-IF
           CLOSE PARM-FILE
           MOVE WS-GYOMU-DATE TO WS-HONJITSU
           COMPUTE WS-KIJUN-LILIAN =
               FUNCTION INTEGER-OF-DATE(WS-HONJITSU)
               - WS-KIKAN-NISSU + 1
           COMPUTE WS-KAISHI-DT =
               FUNCTION DATE-OF-INTEGER(WS-KIJUN-LILIAN)
           COMPUTE WS-KIJUN-LILIAN = WS-KIJUN-LILIAN
               + (WS-KIKAN-NISSU / 2)
           COMPUTE WS-CHUKAN-DT =
               FUNCTION DATE-OF-INTEGER(WS-KIJUN-LILIAN).

       1010-PARM-READ.
           READ PARM-FILE
               AT END
                   MOVE 'Y' TO WS-PARM-EOF
               NOT AT END
                   IF PA-HOKOKU OR PA-KOSHIN
                       MOVE PA-MODE TO WS-MODE
                   END-IF
                   IF PA-KIKAN-NISSU IS NUMERIC
                       AND PA-KIKAN-NISSU > ZEROS
                       MOVE PA-KIKAN-NISSU TO WS-KIKAN-NISSU
                   END-IF
                   IF PA-KYUHEN-RITSU IS NUMERIC
                       AND PA-KYUHEN-RITSU > ZEROS
                       MOVE PA-KYUHEN-RITSU TO WS-KYUHEN-RITSU
                   END-IF
           END-READ.

       1100-OPEN-FILES.
           OPEN INPUT LOT-SYOHI-LOG
           IF WS-KOSHIN-MODE
               OPEN I-O ZAIKO-MASTER
           ELSE
               OPEN INPUT ZAIKO-MASTER
           END-IF
           OPEN INPUT  SHIIRE-MASTER
           OPEN OUTPUT ANZEN-RPT
           IF WS-KOSHIN-MODE
               MOVE '===== 安全在庫（更新） =====' TO AN-LINE
           ELSE
               MOVE '===== 安全在庫（報告） =====' TO AN-LINE
           END-IF
           WRITE ANZEN-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-KIKAN-NISSU TO WS-EDIT-LT
           STRING '集計期間:' WS-KAISHI-DT '-' WS-HONJITSU
                  ' (' WS-EDIT-LT '日)'
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO AN-LINE
           WRITE ANZEN-RPT-REC
           IF WS-LOTSYO-STATUS NOT = '00'
               MOVE 'Y' TO WS-LOG-EOF
           END-IF
           PERFORM 1200-READ-LOG
           MOVE LOW-VALUES TO ZM-KEY
           START ZAIKO-MASTER KEY IS NOT LESS THAN ZM-KEY
               INVALID KEY MOVE 'Y' TO WS-ZAIKO-EOF
           END-START.

       1200-READ-LOG.
           IF WS-LOG-EOF NOT = 'Y'
               READ LOT-SYOHI-LOG
                   AT END MOVE 'Y' TO WS-LOG-EOF
               END-READ
           END-IF.

      * 需要集計: 集計期間内の消費を品番倉庫別・日別に積む。
      * 日付が変わった時点で前日分を締め、日最大需要を更新する
       2000-JUYO-SHUKEI.
           IF LS-HIDUKE >= WS-KAISHI-DT
               AND LS-HIDUKE <= WS-HONJITSU
               ADD 1 TO WS-LOG-CNT
               MOVE LS-HINBAN  TO WS-SRCH-HINBAN
               MOVE LS-SOKO-CD TO WS-SRCH-SOKO
               PERFORM 2900-JUYO-ENTRY
               IF WS-JUYO-HIT > ZEROS
                   SET WS-JY-IDX TO WS-JUYO-HIT
                   IF LS-HIDUKE NOT = JY-TOJITSU-DT (WS-JY-IDX)
                       PERFORM 2100-TOJITSU-SHIME
                       MOVE LS-HIDUKE TO JY-TOJITSU-DT (WS-JY-IDX)
                   END-IF
                   ADD LS-SYOHI-SU TO JY-TOJITSU-SU (WS-JY-IDX)
                                      JY-GOKEI (WS-JY-IDX)
                   IF LS-HIDUKE < WS-CHUKAN-DT
                       ADD LS-SYOHI-SU TO JY-ZENHAN (WS-JY-IDX)
                   ELSE
                       ADD LS-SYOHI-SU TO JY-KOHAN (WS-JY-IDX)
                   END-IF
               END-IF
           END-IF
           PERFORM 1200-READ-LOG.

       2100-TOJITSU-SHIME.
           IF JY-TOJITSU-SU (WS-JY-IDX) > JY-PEAK-SU (WS-JY-IDX)
               MOVE JY-TOJITSU-SU (WS-JY-IDX)
                   TO JY-PEAK-SU (WS-JY-IDX)
           END-IF
           MOVE ZEROS TO JY-TOJITSU-SU (WS-JY-IDX).

      * テーブル引当: 品番+倉庫のエントリを探し、なければ追加する
       2900-JUYO-ENTRY.
           MOVE ZEROS TO WS-JUYO-HIT
           PERFORM 2910-JUYO-SCAN-ONE
               VARYING WS-JUYO-SCAN FROM 1 BY 1
               UNTIL WS-JUYO-SCAN > WS-JUYO-CNT
                   OR WS-JUYO-HIT > ZEROS
           IF WS-JUYO-HIT = ZEROS AND WS-JUYO-CNT < 500
               ADD 1 TO WS-JUYO-CNT
               SET WS-JY-IDX TO WS-JUYO-CNT
               MOVE WS-SRCH-HINBAN TO JY-HINBAN (WS-JY-IDX)
               MOVE WS-SRCH-SOKO   TO JY-SOKO-CD (WS-JY-IDX)
               MOVE ZEROS TO JY-GOKEI      (WS-JY-IDX)
                             JY-ZENHAN     (WS-JY-IDX)
                             JY-KOHAN      (WS-JY-IDX)
                             JY-TOJITSU-DT (WS-JY-IDX)
                             JY-TOJITSU-SU (WS-JY-IDX)
                             JY-PEAK-SU    (WS-JY-IDX)
               MOVE WS-JUYO-CNT TO WS-JUYO-HIT
           END-IF
           IF WS-JUYO-HIT = ZEROS
               ADD 1 TO WS-JUYO-OVER-CNT
           END-IF.

       2910-JUYO-SCAN-ONE.
           SET WS-JY-IDX TO WS-JUYO-SCAN
           IF JY-HINBAN (WS-JY-IDX) = WS-SRCH-HINBAN
               AND JY-SOKO-CD (WS-JY-IDX) = WS-SRCH-SOKO
               MOVE WS-JUYO-SCAN TO WS-JUYO-HIT
           END-IF.

      * 安全在庫算出: 在庫マスタ順に需要実績とリードタイムを突き合わ
      * せる。実績なし・仕入先未登録の品目は現行値のまま報告する
       4000-ANZEN-KEISAN.
           READ ZAIKO-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-ZAIKO-EOF
               NOT AT END
                   PERFORM 4100-ANZEN-ONE
           END-READ.

       4100-ANZEN-ONE.
           ADD 1 TO WS-TAISHO-CNT
           MOVE ZM-ANZEN-SU TO WS-KYU-ANZEN
           MOVE ZM-HINBAN  TO WS-SRCH-HINBAN
           MOVE ZM-SOKO-CD TO WS-SRCH-SOKO
           MOVE ZEROS TO WS-JUYO-HIT
           PERFORM 2910-JUYO-SCAN-ONE
               VARYING WS-JUYO-SCAN FROM 1 BY 1
               UNTIL WS-JUYO-SCAN > WS-JUYO-CNT
                   OR WS-JUYO-HIT > ZEROS
           MOVE 'N' TO WS-SHIIRE-ARI
           MOVE ZM-HINBAN TO SH-HINBAN
           READ SHIIRE-MASTER
               INVALID KEY
                   MOVE ZEROS TO WS-LEAD-TIME
               NOT INVALID KEY
                   MOVE 'Y' TO WS-SHIIRE-ARI
                   MOVE SH-LEAD-TIME TO WS-LEAD-TIME
           END-READ
           EVALUATE TRUE
               WHEN WS-JUYO-HIT = ZEROS
                   ADD 1 TO WS-JISSEKI-NASHI-CNT
                   PERFORM 9200-WRITE-SKIP
               WHEN WS-SHIIRE-ARI NOT = 'Y'
                   ADD 1 TO WS-SHIIRE-NASHI-CNT
                   PERFORM 9200-WRITE-SKIP
               WHEN OTHER
                   PERFORM 4200-SHIN-ANZEN-SANSHUTSU
                   PERFORM 4300-KYUHEN-HANTEI
                   IF WS-KOSHIN-MODE
                       AND WS-SHIN-ANZEN NOT = ZM-ANZEN-SU
                       MOVE WS-SHIN-ANZEN TO ZM-ANZEN-SU
                       REWRITE ZAIKO-REC
                       ADD 1 TO WS-KOSHIN-CNT
                   END-IF
                   PERFORM 9100-WRITE-MEISAI
           END-EVALUATE.

       4200-SHIN-ANZEN-SANSHUTSU.
           SET WS-JY-IDX TO WS-JUYO-HIT
           PERFORM 2100-TOJITSU-SHIME
           COMPUTE WS-HEIKIN-JUYO ROUNDED =
               JY-GOKEI (WS-JY-IDX) / WS-KIKAN-NISSU
           COMPUTE WS-SHIN-ANZEN ROUNDED =
               (JY-PEAK-SU (WS-JY-IDX) - WS-HEIKIN-JUYO)
                   * WS-LEAD-TIME
           IF WS-SHIN-ANZEN < ZEROS
               MOVE ZEROS TO WS-SHIN-ANZEN
           END-IF
           COMPUTE WS-SHIN-HACHUTEN ROUNDED =
               WS-HEIKIN-JUYO * WS-LEAD-TIME + WS-SHIN-ANZEN.

      * 需要急変: 期間後半の需要が前半から判定率を超えて増減した品目
       4300-KYUHEN-HANTEI.
           MOVE 'N' TO WS-KYUHEN-FLAG
           COMPUTE WS-HENKA-SU =
               JY-KOHAN (WS-JY-IDX) - JY-ZENHAN (WS-JY-IDX)
           IF WS-HENKA-SU < ZEROS
               COMPUTE WS-HENKA-SU = ZERO - WS-HENKA-SU
           END-IF
           IF JY-ZENHAN (WS-JY-IDX) > ZEROS
               COMPUTE WS-HENKA-RITSU =
                   WS-HENKA-SU * 100 / JY-ZENHAN (WS-JY-IDX)
                   ON SIZE ERROR MOVE 99999 TO WS-HENKA-RITSU
               END-COMPUTE
               IF WS-HENKA-RITSU > WS-KYUHEN-RITSU
                   MOVE 'Y' TO WS-KYUHEN-FLAG
               END-IF
           ELSE
               IF JY-KOHAN (WS-JY-IDX) > ZEROS
                   MOVE 'Y' TO WS-KYUHEN-FLAG
               END-IF
           END-IF
           IF WS-KYUHEN-FLAG = 'Y'
               ADD 1 TO WS-KYUHEN-CNT
           END-IF.

       7000-GOUKEI-REPORT.
           MOVE SPACES TO AN-LINE
           WRITE ANZEN-RPT-REC
           MOVE WS-LOG-CNT TO WS-EDIT-CNT
           MOVE SPACES TO WS-WORK-LINE
           STRING '期間内消費件数:' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO AN-LINE
           WRITE ANZEN-RPT-REC
           MOVE WS-TAISHO-CNT TO WS-EDIT-CNT
           MOVE SPACES TO WS-WORK-LINE
           STRING '在庫行件数    :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO AN-LINE
           WRITE ANZEN-RPT-REC
           MOVE WS-KOSHIN-CNT TO WS-EDIT-CNT
           MOVE SPACES TO WS-WORK-LINE
           STRING '安全在庫更新  :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO AN-LINE
           WRITE ANZEN-RPT-REC
           MOVE WS-KYUHEN-CNT TO WS-EDIT-CNT
           MOVE SPACES TO WS-WORK-LINE
           STRING '需要急変品目  :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO AN-LINE
           WRITE ANZEN-RPT-REC
           MOVE WS-JISSEKI-NASHI-CNT TO WS-EDIT-CNT
           MOVE SPACES TO WS-WORK-LINE
           STRING '消費実績なし  :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO AN-LINE
           WRITE ANZEN-RPT-REC
           MOVE WS-SHIIRE-NASHI-CNT TO WS-EDIT-CNT
           MOVE SPACES TO WS-WORK-LINE
           STRING '仕入先未登録  :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO AN-LINE
           WRITE ANZEN-RPT-REC
           IF WS-SHIIRE-NASHI-CNT > ZEROS OR WS-KYUHEN-CNT > ZEROS
               MOVE 4 TO WS-RETURN-CODE
           END-IF
           IF WS-JUYO-OVER-CNT > ZEROS
               MOVE WS-JUYO-OVER-CNT TO WS-EDIT-CNT
               MOVE SPACES TO WS-WORK-LINE
               STRING '集計展開あふれ:' WS-EDIT-CNT
                   DELIMITED SIZE INTO WS-WORK-LINE
               MOVE WS-WORK-LINE TO AN-LINE
               WRITE ANZEN-RPT-REC
               MOVE 8 TO WS-RETURN-CODE
           END-IF.

       9100-WRITE-MEISAI.
           MOVE WS-KYU-ANZEN         TO WS-EDIT-KYU
           MOVE WS-SHIN-ANZEN        TO WS-EDIT-SHIN
           MOVE WS-SHIN-HACHUTEN     TO WS-EDIT-HACHUTEN
           MOVE WS-HEIKIN-JUYO       TO WS-EDIT-HEIKIN
           MOVE JY-PEAK-SU (WS-JY-IDX) TO WS-EDIT-PEAK
           MOVE WS-LEAD-TIME         TO WS-EDIT-LT
           MOVE SPACES TO WS-WORK-LINE
           STRING ZM-HINBAN ' ' ZM-SOKO-CD
                  ' 旧:' WS-EDIT-KYU
                  ' 新:' WS-EDIT-SHIN
                  ' 発注点:' WS-EDIT-HACHUTEN
                  ' 平均:' WS-EDIT-HEIKIN
                  ' 最大:' WS-EDIT-PEAK
                  ' LT:' WS-EDIT-LT
               DELIMITED SIZE INTO WS-WORK-LINE
           IF WS-KYUHEN-FLAG = 'Y'
               MOVE '需要急変' TO WS-WORK-LINE(100:12)
           END-IF
           MOVE WS-WORK-LINE TO AN-LINE
           WRITE ANZEN-RPT-REC.

       9200-WRITE-SKIP.
           MOVE WS-KYU-ANZEN TO WS-EDIT-KYU
           MOVE SPACES TO WS-WORK-LINE
           IF WS-JUYO-HIT = ZEROS
               STRING ZM-HINBAN ' ' ZM-SOKO-CD
                      ' 旧:' WS-EDIT-KYU
                      ' 消費実績なし（現行値のまま）'
                   DELIMITED SIZE INTO WS-WORK-LINE
           ELSE
               STRING ZM-HINBAN ' ' ZM-SOKO-CD
                      ' 旧:' WS-EDIT-KYU
                      ' 仕入先未登録（現行値のまま）'
                   DELIMITED SIZE INTO WS-WORK-LINE
           END-IF
           MOVE WS-WORK-LINE TO AN-LINE
           WRITE ANZEN-RPT-REC.

       3000-CLOSE-FILES.
           CLOSE LOT-SYOHI-LOG
           CLOSE ZAIKO-MASTER
           CLOSE SHIIRE-MASTER
           CLOSE ANZEN-RPT.
