      *=================================================================
      * SAMPLE03K: 労働保険 年度更新 申告書計算バッチ
      * 概要: 給与明細の履歴（SAMPLE03・03C・03Dの明細を連結）と
      *       賞与明細の履歴から前年度（4月〜3月支給分）の賃金を
      *       社員別に集計し、労災保険（全従業員）と雇用保険（免除者
      *       を除く被保険者）に分けて業種区分ごとの確定保険料を
      *       算定する。当年度の概算保険料は前年度賃金を見込額として
      *       当年度の料率で算定し、申告済概算保険料（パラメタ）との
      *       差額（不足額・充当額）を求める。申告書記入用の集計表と
      *       社員別の賃金内訳一覧を出力する。
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE03K.
       AUTHOR. BATCH-SYSTEM.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MEISAI-RIREKI ASSIGN TO MEISAIRRK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MEISAI-STATUS.
           SELECT OPTIONAL SHOYO-RIREKI ASSIGN TO SHOMEIRRK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SHOYO-STATUS.
           SELECT KYUYO-MASTER ASSIGN TO KYUYOMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS KYM-SHAIN-NO
               FILE STATUS IS WS-KYUYO-STATUS.
           SELECT KOYO-RITSU-MASTER ASSIGN TO KOYORTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KR-KEY
               FILE STATUS IS WS-KOYORT-STATUS.
           SELECT OPTIONAL PARAM-FILE ASSIGN TO ROUHOPARM
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.
           SELECT SHINKOKU-RPT ASSIGN TO ROUHOKRPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SHINKOKU-STATUS.
           SELECT UCHIWAKE-LIST ASSIGN TO ROUHOLST
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-UCHIWAKE-STATUS.
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
      * 給与明細の履歴（SAMPLE03の給与明細レイアウト）
       FD  MEISAI-RIREKI
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  MEISAI-REC.
           05  MS-SHAIN-NO       PIC X(08).
           05  MS-SHIMEI         PIC X(20).
           05  MS-KIHON-KYU      PIC 9(07).
           05  MS-ZANGYO-TEA     PIC 9(07).
           05  MS-KYUJITU-TEA    PIC 9(07).
           05  MS-TIKOKU-KOJO    PIC 9(05).
           05  MS-SHOTOKUZEI     PIC 9(07).
           05  MS-KENKO-HOKEN    PIC 9(05).
           05  MS-KOSEI-NENKIN   PIC 9(05).
           05  MS-TOTAL-KYU      PIC 9(08).
           05  MS-BUMON-CD       PIC X(04).
           05  MS-JYUMIN-ZEI     PIC 9(07).
           05  MS-TEATE-GAKU     PIC 9(07).
           05  MS-KOYO-HOKEN     PIC 9(05).
           05  MS-SHIKYU-YM      PIC 9(06).
           05  FILLER            PIC X(12).

      * 賞与明細の履歴（SAMPLE03Bの賞与明細レイアウト）
       FD  SHOYO-RIREKI
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  SHOYO-MEISAI-REC.
           05  SM-SHAIN-NO       PIC X(08).
           05  SM-SHIMEI         PIC X(20).
           05  SM-SOUSHI-GAKU    PIC 9(08).
           05  SM-KOJO-GAKU      PIC 9(08).
           05  SM-TOTAL-KYU      PIC 9(08).
           05  SM-SHIKYU-YM      PIC 9(06).
           05  FILLER            PIC X(42).

       FD  KYUYO-MASTER
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  KYUYO-REC.
           05  KYM-SHAIN-NO      PIC X(08).
           05  KYM-SHIMEI        PIC X(20).
           05  KYM-KIHON-KYU     PIC S9(07) COMP-3.
           05  KYM-ZANGYO-TAN    PIC S9(05) COMP-3.
           05  KYM-KYUJITU-TAN   PIC S9(05) COMP-3.
           05  KYM-SHOTOKUZEI    PIC S9(07) COMP-3.
           05  KYM-KENKO-HOKEN   PIC S9(05) COMP-3.
           05  KYM-KOSEI-NENKIN  PIC S9(05) COMP-3.
           05  KYM-KOZA-NO       PIC X(10).
           05  KYM-BUMON-CD      PIC X(04).
           05  KYM-NYUSHA-DT     PIC 9(08).
           05  KYM-TAISHOKU-DT   PIC 9(08).
           05  KYM-KOYO-GYOSHU   PIC X(01).
           05  KYM-KOYO-MENJO    PIC X(01).
               88  KYM-KOYO-MENJO-SHA VALUE 'Y'.
           05  FILLER            PIC X(40).

      * 雇用保険料率マスタ: 業種区分 1一般 2農林水産・清酒製造 3建設
       FD  KOYO-RITSU-MASTER
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  KOYO-RITSU-REC.
           05  KR-KEY.
               10  KR-GYOSHU     PIC X(01).
               10  KR-TEKIYO-KAISHI PIC 9(08).
           05  KR-HONNIN-RITSU   PIC V9(05).
           05  KR-JIGYO-RITSU    PIC V9(05).
           05  KR-ROUSAI-RITSU   PIC V9(05).
           05  FILLER            PIC X(16).

      * パラメタ: 業種区分ごとの前年度申告済概算保険料
       FD  PARAM-FILE
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  PARAM-REC.
           05  RP-GYOSHU         PIC X(01).
           05  RP-GAISAN-ZUMI    PIC 9(11).
           05  FILLER            PIC X(28).

       FD  SHINKOKU-RPT
           RECORD CONTAINS 150 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  SHINKOKU-RPT-REC.
           05  SK-LINE           PIC X(150).

       FD  UCHIWAKE-LIST
           RECORD CONTAINS 150 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  UCHIWAKE-REC.
           05  UW-LINE           PIC X(150).

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
           05  WS-SHOYO-STATUS   PIC X(02).
           05  WS-KYUYO-STATUS   PIC X(02).
           05  WS-KOYORT-STATUS  PIC X(02).
           05  WS-PARAM-STATUS   PIC X(02).
           05  WS-SHINKOKU-STATUS PIC X(02).
           05  WS-UCHIWAKE-STATUS PIC X(02).
           05  WS-EOF-FLAG       PIC X(01) VALUE 'N'.
           05  WS-SHOYO-EOF      PIC X(01) VALUE 'N'.
           05  WS-KOYORT-EOF     PIC X(01) VALUE 'N'.
           05  WS-PARAM-EOF      PIC X(01) VALUE 'N'.

      * 対象年度: 前年度（確定）は4月〜翌3月支給分、当年度（概算）は
      * その翌年度。料率は各年度の4月1日時点で有効なものを採る
       01  WS-NENDO-AREA.
           05  WS-KAKUTEI-NENDO  PIC 9(04) VALUE ZEROS.
           05  WS-GAISAN-NENDO   PIC 9(04) VALUE ZEROS.
           05  WS-KIKAN-START-YM PIC 9(06) VALUE ZEROS.
           05  WS-KIKAN-END-YM   PIC 9(06) VALUE ZEROS.
           05  WS-KAKUTEI-KIJUN  PIC 9(08) VALUE ZEROS.
           05  WS-GAISAN-KIJUN   PIC 9(08) VALUE ZEROS.

      * 一般拠出金率（労災保険の算定基礎額に対して）
       01  WS-KYOSHUTSU-RITSU    PIC V9(05) VALUE .00002.

      * 業種区分別の料率・集計域（添字は業種区分 1〜3）
       01  WS-GYOSHU-TABLE.
           05  WS-GYOSHU-ENTRY OCCURS 3 TIMES.
               10  GY-K-KAISHI   PIC 9(08).
               10  GY-K-ROUSAI   PIC V9(05).
               10  GY-K-KOYO     PIC V9(05).
               10  GY-G-KAISHI   PIC 9(08).
               10  GY-G-ROUSAI   PIC V9(05).
               10  GY-G-KOYO     PIC V9(05).
               10  GY-ROUSAI-NINZU PIC 9(05).
               10  GY-KOYO-NINZU PIC 9(05).
               10  GY-ROUSAI-CHINGIN PIC S9(13) COMP-3.
               10  GY-KOYO-CHINGIN PIC S9(13) COMP-3.
               10  GY-GAISAN-ZUMI PIC S9(11) COMP-3.
       01  WS-GY                 PIC 9(01) VALUE ZEROS.

      * 社員別の賃金集計テーブル
       01  WS-SHAIN-TABLE.
           05  WS-SHAIN-ENTRY OCCURS 3000 TIMES
                   INDEXED BY WS-ST-IDX.
               10  ST-SHAIN-NO   PIC X(08).
               10  ST-SHIMEI     PIC X(20).
               10  ST-GYOSHU     PIC 9(01).
               10  ST-KOYO-KBN   PIC X(01).
               10  ST-MASTER-FLAG PIC X(01).
               10  ST-TSUKI-CNT  PIC 9(03).
               10  ST-KYUYO      PIC S9(11) COMP-3.
               10  ST-SHOYO      PIC S9(11) COMP-3.
       01  WS-SHAIN-CNT          PIC 9(04) VALUE ZEROS.
       01  WS-SHAIN-SCAN         PIC 9(04).
       01  WS-SHAIN-FOUND-FLAG   PIC X(01).
           88  WS-SHAIN-IS-FOUND VALUE 'Y'.
       01  WS-KEY-SHAIN-NO       PIC X(08).
       01  WS-KEY-SHIMEI         PIC X(20).

       01  WS-KEISAN-WORK.
           05  WS-CHINGIN        PIC S9(11) COMP-3 VALUE ZEROS.
           05  WS-KISO-GAKU      PIC S9(13) COMP-3 VALUE ZEROS.
           05  WS-K-ROUSAI-RYO   PIC S9(11) COMP-3 VALUE ZEROS.
           05  WS-K-KOYO-RYO     PIC S9(11) COMP-3 VALUE ZEROS.
           05  WS-K-HOKENRYO     PIC S9(11) COMP-3 VALUE ZEROS.
           05  WS-KYOSHUTSU      PIC S9(11) COMP-3 VALUE ZEROS.
           05  WS-G-ROUSAI-RYO   PIC S9(11) COMP-3 VALUE ZEROS.
           05  WS-G-KOYO-RYO     PIC S9(11) COMP-3 VALUE ZEROS.
           05  WS-G-HOKENRYO     PIC S9(11) COMP-3 VALUE ZEROS.
           05  WS-SAGAKU         PIC S9(11) COMP-3 VALUE ZEROS.
           05  WS-RITSU-WORK     PIC 9(03)V9(03) VALUE ZEROS.

       01  WS-GOUKEI-AREA.
           05  WS-GK-K-HOKENRYO  PIC S9(13) COMP-3 VALUE ZEROS.
           05  WS-GK-KYOSHUTSU   PIC S9(13) COMP-3 VALUE ZEROS.
           05  WS-GK-GAISAN-ZUMI PIC S9(13) COMP-3 VALUE ZEROS.
           05  WS-GK-FUSOKU      PIC S9(13) COMP-3 VALUE ZEROS.
           05  WS-GK-JUTO        PIC S9(13) COMP-3 VALUE ZEROS.
           05  WS-GK-G-HOKENRYO  PIC S9(13) COMP-3 VALUE ZEROS.
           05  WS-GK-NOFU        PIC S9(13) COMP-3 VALUE ZEROS.

       01  WS-COUNTERS.
           05  WS-INPUT-CNT      PIC 9(07) VALUE ZEROS.
           05  WS-SHOYO-CNT      PIC 9(07) VALUE ZEROS.
           05  WS-KIKANGAI-CNT   PIC 9(07) VALUE ZEROS.
           05  WS-SHOYO-KIKANGAI-CNT PIC 9(07) VALUE ZEROS.
           05  WS-MASTER-NASHI-CNT PIC 9(07) VALUE ZEROS.
           05  WS-RITSU-NASHI-CNT PIC 9(07) VALUE ZEROS.
           05  WS-SHAIN-OVER-CNT PIC 9(07) VALUE ZEROS.

       01  WS-EDIT-AREA.
           05  WS-EDIT-CNT       PIC ZZZ,ZZ9.
           05  WS-EDIT-TSUKI     PIC ZZ9.
           05  WS-EDIT-CHINGIN   PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-KISO      PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-KINGAKU   PIC -ZZ,ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-RITSU     PIC ZZ9.999.
           05  WS-GYOSHU-MEI     PIC X(24).
           05  WS-WORK-LINE      PIC X(150).

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
           PERFORM 1200-SET-NENDO
           PERFORM 1300-LOAD-PARAM
           PERFORM 1400-LOAD-RITSU
           PERFORM 2000-MAIN-LOOP
               UNTIL WS-EOF-FLAG = 'Y'
           PERFORM 2500-SHOYO-LOOP
               UNTIL WS-SHOYO-EOF = 'Y'
           PERFORM 5000-UCHIWAKE-LIST
           PERFORM 4000-SHINKOKU-REPORT
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
           MOVE 'SAMPLE3K' TO RL-PROGRAM-ID
           MOVE 'S'        TO RL-KBN
           MOVE WS-GYOMU-DATE TO RL-GYOMU-DT
           MOVE FUNCTION CURRENT-DATE(9:6) TO RL-JIKOKU
           MOVE ZEROS      TO RL-KENSU RL-RETURN-CD
           WRITE RUNLOG-REC
           CLOSE RUNLOG-FILE.

       0900-RUNLOG-END.
           OPEN EXTEND RUNLOG-FILE
           MOVE 'SAMPLE3K' TO RL-PROGRAM-ID
           MOVE 'E'        TO RL-KBN
           MOVE WS-GYOMU-DATE TO RL-GYOMU-DT
           MOVE FUNCTION CURRENT-DATE(9:6) TO RL-JIKOKU
           MOVE WS-INPUT-CNT TO RL-KENSU
           MOVE RETURN-CODE  TO RL-RETURN-CD
           WRITE RUNLOG-REC
           CLOSE RUNLOG-FILE.

       1000-OPEN-FILES.
           OPEN INPUT  MEISAI-RIREKI
           OPEN INPUT  SHOYO-RIREKI
           OPEN INPUT  KYUYO-MASTER
           OPEN INPUT  KOYO-RITSU-MASTER
           OPEN INPUT  PARAM-FILE
           OPEN OUTPUT SHINKOKU-RPT
           OPEN OUTPUT UCHIWAKE-LIST
           MOVE ZEROS TO WS-GYOSHU-TABLE
           PERFORM 1100-READ-MEISAI
           PERFORM 1150-READ-SHOYO.

       1100-READ-MEISAI.
           READ MEISAI-RIREKI
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

       1150-READ-SHOYO.
           READ SHOYO-RIREKI
               AT END MOVE 'Y' TO WS-SHOYO-EOF
           END-READ.

      * 年度の決定: 4月以降の実行は前年4月〜当年3月を確定対象とし、
      * 1〜3月の実行はさらに1年前の年度を確定対象とする
       1200-SET-NENDO.
           MOVE WS-GYOMU-DATE(1:4) TO WS-KAKUTEI-NENDO
           SUBTRACT 1 FROM WS-KAKUTEI-NENDO
           IF WS-GYOMU-DATE(5:2) < '04'
               SUBTRACT 1 FROM WS-KAKUTEI-NENDO
           END-IF
           COMPUTE WS-GAISAN-NENDO = WS-KAKUTEI-NENDO + 1
           COMPUTE WS-KIKAN-START-YM = WS-KAKUTEI-NENDO * 100 + 4
           COMPUTE WS-KIKAN-END-YM   = WS-GAISAN-NENDO * 100 + 3
           COMPUTE WS-KAKUTEI-KIJUN  = WS-KIKAN-START-YM * 100 + 1
           COMPUTE WS-GAISAN-KIJUN   = WS-GAISAN-NENDO * 10000 + 401.

       1300-LOAD-PARAM.
           PERFORM 1310-READ-PARAM
               UNTIL WS-PARAM-EOF = 'Y'.

       1310-READ-PARAM.
           READ PARAM-FILE
               AT END
                   MOVE 'Y' TO WS-PARAM-EOF
               NOT AT END
                   IF RP-GYOSHU >= '1' AND RP-GYOSHU <= '3'
                       AND RP-GAISAN-ZUMI NUMERIC
                       MOVE RP-GYOSHU TO WS-GY
                       ADD RP-GAISAN-ZUMI TO GY-GAISAN-ZUMI (WS-GY)
                   END-IF
           END-READ.

      * 料率の決定: 業種区分ごとに確定・概算それぞれの年度の4月1日
      * 時点で適用開始している料率のうち最も新しいものを採る
       1400-LOAD-RITSU.
           MOVE LOW-VALUES TO KR-KEY
           START KOYO-RITSU-MASTER KEY IS NOT LESS THAN KR-KEY
               INVALID KEY MOVE 'Y' TO WS-KOYORT-EOF
           END-START
           PERFORM 1410-READ-RITSU
               UNTIL WS-KOYORT-EOF = 'Y'.

       1410-READ-RITSU.
           READ KOYO-RITSU-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-KOYORT-EOF
               NOT AT END
                   IF KR-GYOSHU >= '1' AND KR-GYOSHU <= '3'
                       MOVE KR-GYOSHU TO WS-GY
                       PERFORM 1420-RITSU-SET
                   END-IF
           END-READ.

       1420-RITSU-SET.
           IF KR-TEKIYO-KAISHI NOT > WS-KAKUTEI-KIJUN
               AND KR-TEKIYO-KAISHI NOT < GY-K-KAISHI (WS-GY)
               MOVE KR-TEKIYO-KAISHI TO GY-K-KAISHI (WS-GY)
               MOVE KR-ROUSAI-RITSU  TO GY-K-ROUSAI (WS-GY)
               COMPUTE GY-K-KOYO (WS-GY) =
                   KR-HONNIN-RITSU + KR-JIGYO-RITSU
           END-IF
           IF KR-TEKIYO-KAISHI NOT > WS-GAISAN-KIJUN
               AND KR-TEKIYO-KAISHI NOT < GY-G-KAISHI (WS-GY)
               MOVE KR-TEKIYO-KAISHI TO GY-G-KAISHI (WS-GY)
               MOVE KR-ROUSAI-RITSU  TO GY-G-ROUSAI (WS-GY)
               COMPUTE GY-G-KOYO (WS-GY) =
                   KR-HONNIN-RITSU + KR-JIGYO-RITSU
           END-IF.

      * 給与明細: 支給年月が対象年度外の明細は読み飛ばす。遡及差額の
      * 明細は内訳を持たないため差引支給額を賃金とする
       2000-MAIN-LOOP.
           ADD 1 TO WS-INPUT-CNT
           IF MS-SHIKYU-YM NUMERIC
               AND (MS-SHIKYU-YM < WS-KIKAN-START-YM
                 OR MS-SHIKYU-YM > WS-KIKAN-END-YM)
               ADD 1 TO WS-KIKANGAI-CNT
           ELSE
               MOVE ZEROS TO WS-CHINGIN
               ADD MS-KIHON-KYU MS-ZANGYO-TEA MS-KYUJITU-TEA
                   TO WS-CHINGIN
               IF MS-TEATE-GAKU NUMERIC
                   ADD MS-TEATE-GAKU TO WS-CHINGIN
               END-IF
               IF WS-CHINGIN = ZEROS
                   MOVE MS-TOTAL-KYU TO WS-CHINGIN
               END-IF
               MOVE MS-SHAIN-NO TO WS-KEY-SHAIN-NO
               MOVE MS-SHIMEI   TO WS-KEY-SHIMEI
               PERFORM 2100-SHAIN-ACCUM
               IF WS-SHAIN-IS-FOUND
                   ADD WS-CHINGIN TO ST-KYUYO (WS-ST-IDX)
                   ADD 1          TO ST-TSUKI-CNT (WS-ST-IDX)
               END-IF
           END-IF
           PERFORM 1100-READ-MEISAI.

       2100-SHAIN-ACCUM.
           MOVE 'N' TO WS-SHAIN-FOUND-FLAG
           MOVE 1   TO WS-SHAIN-SCAN
           PERFORM 2110-SHAIN-SEARCH
               UNTIL WS-SHAIN-SCAN > WS-SHAIN-CNT
                   OR WS-SHAIN-IS-FOUND
           IF NOT WS-SHAIN-IS-FOUND AND WS-SHAIN-CNT < 3000
               ADD 1 TO WS-SHAIN-CNT
               SET WS-ST-IDX TO WS-SHAIN-CNT
               PERFORM 2120-SHAIN-TOUROKU
               MOVE 'Y' TO WS-SHAIN-FOUND-FLAG
           END-IF
           IF NOT WS-SHAIN-IS-FOUND
               ADD 1 TO WS-SHAIN-OVER-CNT
           END-IF.

       2110-SHAIN-SEARCH.
           SET WS-ST-IDX TO WS-SHAIN-SCAN
           IF ST-SHAIN-NO (WS-ST-IDX) = WS-KEY-SHAIN-NO
               MOVE 'Y' TO WS-SHAIN-FOUND-FLAG
           ELSE
               ADD 1 TO WS-SHAIN-SCAN
           END-IF.

      * 社員の登録: 業種区分・雇用保険の免除区分は給与マスタから取る。
      * マスタにない社員は一般の事業・被保険者として扱い一覧に印す
       2120-SHAIN-TOUROKU.
           MOVE WS-KEY-SHAIN-NO TO ST-SHAIN-NO (WS-ST-IDX)
           MOVE WS-KEY-SHIMEI   TO ST-SHIMEI   (WS-ST-IDX)
           MOVE 1               TO ST-GYOSHU   (WS-ST-IDX)
           MOVE 'Y'             TO ST-KOYO-KBN (WS-ST-IDX)
           MOVE 'Y'             TO ST-MASTER-FLAG (WS-ST-IDX)
           MOVE ZEROS TO ST-TSUKI-CNT (WS-ST-IDX)
                         ST-KYUYO     (WS-ST-IDX)
                         ST-SHOYO     (WS-ST-IDX)
           MOVE WS-KEY-SHAIN-NO TO KYM-SHAIN-NO
           READ KYUYO-MASTER
               INVALID KEY
                   MOVE 'N' TO ST-MASTER-FLAG (WS-ST-IDX)
                   ADD 1 TO WS-MASTER-NASHI-CNT
               NOT INVALID KEY
                   IF KYM-KOYO-GYOSHU >= '1' AND KYM-KOYO-GYOSHU <= '3'
                       MOVE KYM-KOYO-GYOSHU TO ST-GYOSHU (WS-ST-IDX)
                   END-IF
                   IF KYM-KOYO-MENJO-SHA
                       MOVE 'N' TO ST-KOYO-KBN (WS-ST-IDX)
                   END-IF
           END-READ.

      * 賞与明細: 年度分の賞与明細を総支給額で賃金に加える
      * （支給年月のない旧明細は給与明細と同じく年度分とみなす）
       2500-SHOYO-LOOP.
           ADD 1 TO WS-SHOYO-CNT
           IF SM-SHIKYU-YM NUMERIC
               AND (SM-SHIKYU-YM < WS-KIKAN-START-YM
                 OR SM-SHIKYU-YM > WS-KIKAN-END-YM)
               ADD 1 TO WS-SHOYO-KIKANGAI-CNT
           ELSE
               MOVE SM-SHAIN-NO TO WS-KEY-SHAIN-NO
               MOVE SM-SHIMEI   TO WS-KEY-SHIMEI
               PERFORM 2100-SHAIN-ACCUM
               IF WS-SHAIN-IS-FOUND
                   ADD SM-SOUSHI-GAKU TO ST-SHOYO (WS-ST-IDX)
               END-IF
           END-IF
           PERFORM 1150-READ-SHOYO.

      * 社員別内訳一覧: 労災は全員、雇用は被保険者のみ業種区分へ集計
       5000-UCHIWAKE-LIST.
           MOVE '===== 年度更新 社員別賃金内訳 ====='
               TO UW-LINE
           WRITE UCHIWAKE-REC
           MOVE SPACES TO WS-WORK-LINE
           STRING '確定年度:' WS-KAKUTEI-NENDO
                  ' 対象支給年月:' WS-KIKAN-START-YM
                  '-' WS-KIKAN-END-YM
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO UW-LINE
           WRITE UCHIWAKE-REC
           PERFORM 5100-UCHIWAKE-LINE
               VARYING WS-SHAIN-SCAN FROM 1 BY 1
               UNTIL WS-SHAIN-SCAN > WS-SHAIN-CNT
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-SHAIN-CNT TO WS-EDIT-CNT
           STRING '社員数        :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO UW-LINE
           WRITE UCHIWAKE-REC
           IF WS-MASTER-NASHI-CNT > ZEROS
               MOVE SPACES TO WS-WORK-LINE
               MOVE WS-MASTER-NASHI-CNT TO WS-EDIT-CNT
               STRING '給与マスタなし:' WS-EDIT-CNT
                   DELIMITED SIZE INTO WS-WORK-LINE
               MOVE WS-WORK-LINE TO UW-LINE
               WRITE UCHIWAKE-REC
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF
           IF WS-SHAIN-OVER-CNT > ZEROS
               MOVE SPACES TO WS-WORK-LINE
               MOVE WS-SHAIN-OVER-CNT TO WS-EDIT-CNT
               STRING '集計展開あふれ:' WS-EDIT-CNT
                   DELIMITED SIZE INTO WS-WORK-LINE
               MOVE WS-WORK-LINE TO UW-LINE
               WRITE UCHIWAKE-REC
               MOVE 8 TO WS-RETURN-CODE
           END-IF.

       5100-UCHIWAKE-LINE.
           SET WS-ST-IDX TO WS-SHAIN-SCAN
           MOVE ST-GYOSHU (WS-ST-IDX) TO WS-GY
           COMPUTE WS-CHINGIN =
               ST-KYUYO (WS-ST-IDX) + ST-SHOYO (WS-ST-IDX)
           ADD 1          TO GY-ROUSAI-NINZU (WS-GY)
           ADD WS-CHINGIN TO GY-ROUSAI-CHINGIN (WS-GY)
           IF ST-KOYO-KBN (WS-ST-IDX) = 'Y'
               ADD 1          TO GY-KOYO-NINZU (WS-GY)
               ADD WS-CHINGIN TO GY-KOYO-CHINGIN (WS-GY)
           END-IF
           MOVE SPACES TO WS-WORK-LINE
           MOVE ST-TSUKI-CNT (WS-ST-IDX) TO WS-EDIT-TSUKI
           MOVE ST-KYUYO (WS-ST-IDX)     TO WS-EDIT-KINGAKU
           MOVE ST-SHOYO (WS-ST-IDX)     TO WS-EDIT-KISO
           MOVE WS-CHINGIN               TO WS-EDIT-CHINGIN
           STRING ST-SHAIN-NO (WS-ST-IDX)
                  ' ' ST-SHIMEI (WS-ST-IDX)
                  ' 業種:' ST-GYOSHU (WS-ST-IDX)
                  ' 月数:' WS-EDIT-TSUKI
                  ' 給与:' WS-EDIT-KINGAKU
                  ' 賞与:' WS-EDIT-KISO
                  ' 賃金計:' WS-EDIT-CHINGIN
               DELIMITED SIZE INTO WS-WORK-LINE
           IF ST-KOYO-KBN (WS-ST-IDX) = 'Y'
               MOVE ' 労災・雇用' TO WS-WORK-LINE(129:16)
           ELSE
               MOVE ' 労災のみ'   TO WS-WORK-LINE(129:16)
           END-IF
           IF ST-MASTER-FLAG (WS-ST-IDX) = 'N'
               MOVE '*' TO WS-WORK-LINE(146:1)
           END-IF
           MOVE WS-WORK-LINE TO UW-LINE
           WRITE UCHIWAKE-REC.

      * 申告書集計表: 業種区分ごとに確定保険料・一般拠出金・申告済
      * 概算との差額と、当年度の概算保険料（前年度賃金を見込額）を示す
       4000-SHINKOKU-REPORT.
           MOVE '===== 年度更新 申告書集計表 =====' TO SK-LINE
           WRITE SHINKOKU-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           STRING '確定年度:' WS-KAKUTEI-NENDO
                  ' 概算年度:' WS-GAISAN-NENDO
                  ' 対象支給年月:' WS-KIKAN-START-YM
                  '-' WS-KIKAN-END-YM
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO SK-LINE
           WRITE SHINKOKU-RPT-REC
           PERFORM 4100-GYOSHU-KEISAN
               VARYING WS-GY FROM 1 BY 1
               UNTIL WS-GY > 3
           MOVE '----- 合計 -----' TO SK-LINE
           WRITE SHINKOKU-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-GK-K-HOKENRYO TO WS-EDIT-KINGAKU
           STRING '確定保険料    :' WS-EDIT-KINGAKU
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO SK-LINE
           WRITE SHINKOKU-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-GK-GAISAN-ZUMI TO WS-EDIT-KINGAKU
           STRING '申告済概算    :' WS-EDIT-KINGAKU
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO SK-LINE
           WRITE SHINKOKU-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-GK-FUSOKU TO WS-EDIT-KINGAKU
           STRING '不足額        :' WS-EDIT-KINGAKU
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO SK-LINE
           WRITE SHINKOKU-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-GK-JUTO TO WS-EDIT-KINGAKU
           STRING '充当額        :' WS-EDIT-KINGAKU
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO SK-LINE
           WRITE SHINKOKU-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-GK-G-HOKENRYO TO WS-EDIT-KINGAKU
           STRING '概算保険料    :' WS-EDIT-KINGAKU
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO SK-LINE
           WRITE SHINKOKU-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-GK-KYOSHUTSU TO WS-EDIT-KINGAKU
           STRING '一般拠出金    :' WS-EDIT-KINGAKU
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO SK-LINE
           WRITE SHINKOKU-RPT-REC
           COMPUTE WS-GK-NOFU = WS-GK-G-HOKENRYO + WS-GK-FUSOKU
               - WS-GK-JUTO + WS-GK-KYOSHUTSU
           IF WS-GK-NOFU < ZEROS
               MOVE ZEROS TO WS-GK-NOFU
           END-IF
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-GK-NOFU TO WS-EDIT-KINGAKU
           STRING '今回納付額    :' WS-EDIT-KINGAKU
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO SK-LINE
           WRITE SHINKOKU-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-INPUT-CNT TO WS-EDIT-CNT
           STRING '給与明細件数  :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO SK-LINE
           WRITE SHINKOKU-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-KIKANGAI-CNT TO WS-EDIT-CNT
           STRING '年度外読飛件数:' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO SK-LINE
           WRITE SHINKOKU-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-SHOYO-CNT TO WS-EDIT-CNT
           STRING '賞与明細件数  :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO SK-LINE
           WRITE SHINKOKU-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-SHOYO-KIKANGAI-CNT TO WS-EDIT-CNT
           STRING '賞与年度外件数:' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO SK-LINE
           WRITE SHINKOKU-RPT-REC
           IF WS-RITSU-NASHI-CNT > ZEROS
               MOVE SPACES TO WS-WORK-LINE
               MOVE WS-RITSU-NASHI-CNT TO WS-EDIT-CNT
               STRING '料率なし業種  :' WS-EDIT-CNT
                   DELIMITED SIZE INTO WS-WORK-LINE
               MOVE WS-WORK-LINE TO SK-LINE
               WRITE SHINKOKU-RPT-REC
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF.

      * 業種区分ごとの算定: 算定基礎額は千円未満切捨て、保険料は
      * 1円未満切捨て
       4100-GYOSHU-KEISAN.
           IF GY-ROUSAI-NINZU (WS-GY) NOT = ZEROS
               OR GY-GAISAN-ZUMI (WS-GY) NOT = ZEROS
               PERFORM 4110-GYOSHU-SANTEI
           END-IF.

       4110-GYOSHU-SANTEI.
           EVALUATE WS-GY
               WHEN 1 MOVE '一般の事業'     TO WS-GYOSHU-MEI
               WHEN 2 MOVE '農林水産・清酒' TO WS-GYOSHU-MEI
               WHEN 3 MOVE '建設の事業'     TO WS-GYOSHU-MEI
           END-EVALUATE
           MOVE SPACES TO WS-WORK-LINE
           STRING '----- 業種区分:' WS-GY ' ' WS-GYOSHU-MEI
                  ' -----'
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO SK-LINE
           WRITE SHINKOKU-RPT-REC
           IF GY-K-KAISHI (WS-GY) = ZEROS
               OR GY-G-KAISHI (WS-GY) = ZEROS
               ADD 1 TO WS-RITSU-NASHI-CNT
               MOVE '料率マスタに年度の料率なし' TO SK-LINE
               WRITE SHINKOKU-RPT-REC
           END-IF
      *    確定保険料（労災）
           COMPUTE WS-KISO-GAKU = GY-ROUSAI-CHINGIN (WS-GY) / 1000
           COMPUTE WS-KISO-GAKU = WS-KISO-GAKU * 1000
           COMPUTE WS-K-ROUSAI-RYO =
               WS-KISO-GAKU * GY-K-ROUSAI (WS-GY)
           COMPUTE WS-KYOSHUTSU = WS-KISO-GAKU * WS-KYOSHUTSU-RITSU
           COMPUTE WS-G-ROUSAI-RYO =
               WS-KISO-GAKU * GY-G-ROUSAI (WS-GY)
           COMPUTE WS-RITSU-WORK = GY-K-ROUSAI (WS-GY) * 1000
           MOVE GY-ROUSAI-NINZU (WS-GY)   TO WS-EDIT-CNT
           MOVE GY-ROUSAI-CHINGIN (WS-GY) TO WS-EDIT-CHINGIN
           MOVE WS-KISO-GAKU              TO WS-EDIT-KISO
           MOVE WS-K-ROUSAI-RYO           TO WS-EDIT-KINGAKU
           PERFORM 4200-KAKUTEI-LINE-ROUSAI
      *    確定保険料（雇用）
           COMPUTE WS-KISO-GAKU = GY-KOYO-CHINGIN (WS-GY) / 1000
           COMPUTE WS-KISO-GAKU = WS-KISO-GAKU * 1000
           COMPUTE WS-K-KOYO-RYO =
               WS-KISO-GAKU * GY-K-KOYO (WS-GY)
           COMPUTE WS-G-KOYO-RYO =
               WS-KISO-GAKU * GY-G-KOYO (WS-GY)
           COMPUTE WS-RITSU-WORK = GY-K-KOYO (WS-GY) * 1000
           MOVE GY-KOYO-NINZU (WS-GY)   TO WS-EDIT-CNT
           MOVE GY-KOYO-CHINGIN (WS-GY) TO WS-EDIT-CHINGIN
           MOVE WS-KISO-GAKU            TO WS-EDIT-KISO
           MOVE WS-K-KOYO-RYO           TO WS-EDIT-KINGAKU
           PERFORM 4210-KAKUTEI-LINE-KOYO
      *    確定保険料計・申告済概算との差額
           COMPUTE WS-K-HOKENRYO = WS-K-ROUSAI-RYO + WS-K-KOYO-RYO
           COMPUTE WS-SAGAKU =
               WS-K-HOKENRYO - GY-GAISAN-ZUMI (WS-GY)
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-K-HOKENRYO TO WS-EDIT-KINGAKU
           MOVE GY-GAISAN-ZUMI (WS-GY) TO WS-EDIT-KISO
           MOVE WS-SAGAKU TO WS-EDIT-CHINGIN
           STRING '確定保険料 計:' WS-EDIT-KINGAKU
                  ' 申告済概算:' WS-EDIT-KISO
                  ' 差額:' WS-EDIT-CHINGIN
               DELIMITED SIZE INTO WS-WORK-LINE
           IF WS-SAGAKU < ZEROS
               MOVE ' (充当額)' TO WS-WORK-LINE(100:13)
               SUBTRACT WS-SAGAKU FROM WS-GK-JUTO
           ELSE
               MOVE ' (不足額)' TO WS-WORK-LINE(100:13)
               ADD WS-SAGAKU TO WS-GK-FUSOKU
           END-IF
           MOVE WS-WORK-LINE TO SK-LINE
           WRITE SHINKOKU-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-KYOSHUTSU TO WS-EDIT-KINGAKU
           COMPUTE WS-RITSU-WORK = WS-KYOSHUTSU-RITSU * 1000
           MOVE WS-RITSU-WORK TO WS-EDIT-RITSU
           STRING '一般拠出金 料率:' WS-EDIT-RITSU '/1000'
                  ' 拠出金:' WS-EDIT-KINGAKU
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO SK-LINE
           WRITE SHINKOKU-RPT-REC
      *    当年度の概算保険料
           COMPUTE WS-G-HOKENRYO = WS-G-ROUSAI-RYO + WS-G-KOYO-RYO
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-G-ROUSAI-RYO TO WS-EDIT-KISO
           MOVE WS-G-KOYO-RYO   TO WS-EDIT-CHINGIN
           MOVE WS-G-HOKENRYO   TO WS-EDIT-KINGAKU
           STRING '概算保険料 労災:' WS-EDIT-KISO
                  ' 雇用:' WS-EDIT-CHINGIN
                  ' 計:' WS-EDIT-KINGAKU
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO SK-LINE
           WRITE SHINKOKU-RPT-REC
           ADD WS-K-HOKENRYO TO WS-GK-K-HOKENRYO
           ADD WS-KYOSHUTSU  TO WS-GK-KYOSHUTSU
           ADD GY-GAISAN-ZUMI (WS-GY) TO WS-GK-GAISAN-ZUMI
           ADD WS-G-HOKENRYO TO WS-GK-G-HOKENRYO.

       4200-KAKUTEI-LINE-ROUSAI.
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-RITSU-WORK TO WS-EDIT-RITSU
           STRING '労災 人数:' WS-EDIT-CNT
                  ' 賃金総額:' WS-EDIT-CHINGIN
                  ' 算定基礎:' WS-EDIT-KISO
                  ' 料率:' WS-EDIT-RITSU '/1000'
                  ' 確定:' WS-EDIT-KINGAKU
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO SK-LINE
           WRITE SHINKOKU-RPT-REC.

       4210-KAKUTEI-LINE-KOYO.
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-RITSU-WORK TO WS-EDIT-RITSU
           STRING '雇用 人数:' WS-EDIT-CNT
                  ' 賃金総額:' WS-EDIT-CHINGIN
                  ' 算定基礎:' WS-EDIT-KISO
                  ' 料率:' WS-EDIT-RITSU '/1000'
                  ' 確定:' WS-EDIT-KINGAKU
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO SK-LINE
           WRITE SHINKOKU-RPT-REC.

       3000-CLOSE-FILES.
           CLOSE MEISAI-RIREKI
           CLOSE SHOYO-RIREKI
           CLOSE KYUYO-MASTER
           CLOSE KOYO-RITSU-MASTER
           CLOSE PARAM-FILE
           CLOSE SHINKOKU-RPT
           CLOSE UCHIWAKE-LIST.
