      *=================================================================
      * SAMPLE03W: 個人番号 アクセス状況報告バッチ
      * 概要: 個人番号アクセスログを読み、指定期間（パラメタ。省略時
      *       は業務日付の月初から業務日付まで）のアクセスを1件ずつ
      *       一覧にし、プログラム・利用目的・担当者ごとの件数（取得・
      *       未登録・登録処理・登録不可）を集計して出力する。ログに
      *       個人番号そのものは残らないため、一覧はキーで示す。
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE03W.
       AUTHOR. BATCH-SYSTEM.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MYNO-LOG-FILE ASSIGN TO MYNOLOG
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MYNOLOG-STATUS.
           SELECT OPTIONAL PARM-FILE ASSIGN TO MYNOPRM
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT ACCESS-RPT ASSIGN TO MYNOARPT
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
      * 個人番号アクセスログ
      *   結果 0:取得 1:未登録 2:削除済 A/C/D:登録処理 R:登録不可
       FD  MYNO-LOG-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  MYNO-LOG-REC.
           05  AL-PROGRAM-ID     PIC X(08).
           05  AL-MOKUTEKI-CD    PIC X(04).
           05  AL-GYOMU-DT       PIC 9(08).
           05  AL-JIKOKU         PIC 9(06).
           05  AL-KEY-KBN        PIC X(01).
           05  AL-KEY-NO         PIC X(12).
           05  AL-KEKKA          PIC X(01).
               88  AL-SHUTOKU    VALUE '0'.
               88  AL-MITOROKU   VALUE '1' '2'.
               88  AL-TOROKU     VALUE 'A' 'C' 'D'.
               88  AL-FUKA       VALUE 'R'.
           05  AL-TANTO-CD       PIC X(08).
           05  FILLER            PIC X(32).

      * 期間指定（開始日・終了日）
       FD  PARM-FILE
           RECORD CONTAINS 20 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  PARM-REC.
           05  PM-KAISHI-DT      PIC 9(08).
           05  PM-SHURYO-DT      PIC 9(08).
           05  FILLER            PIC X(04).

       FD  ACCESS-RPT
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  ACCESS-RPT-REC.
           05  AR-LINE           PIC X(120).

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
           05  WS-MYNOLOG-STATUS PIC X(02).
           05  WS-PARM-STATUS    PIC X(02).
           05  WS-RPT-STATUS     PIC X(02).
           05  WS-EOF-FLAG       PIC X(01) VALUE 'N'.

       01  WS-KIKAN-AREA.
           05  WS-KAISHI-DT      PIC 9(08) VALUE ZEROS.
           05  WS-SHURYO-DT      PIC 9(08) VALUE ZEROS.

       01  WS-MOKUTEKI-MEI       PIC X(16).
       01  WS-KEKKA-MEI          PIC X(10).

      * プログラム・目的・担当者別の集計
       01  WS-SK-TABLE.
           05  WS-SK-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-SK-IDX.
               10  SKT-PROGRAM-ID   PIC X(08).
               10  SKT-MOKUTEKI-CD  PIC X(04).
               10  SKT-TANTO-CD     PIC X(08).
               10  SKT-SHUTOKU      PIC 9(07).
               10  SKT-MITOROKU     PIC 9(07).
               10  SKT-TOROKU       PIC 9(07).
               10  SKT-FUKA         PIC 9(07).
       01  WS-SK-CNT             PIC 9(03) VALUE ZEROS.
       01  WS-SK-SCAN            PIC 9(03).
       01  WS-SK-FOUND-FLAG      PIC X(01).
           88  WS-SK-IS-FOUND    VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-INPUT-CNT      PIC 9(07) VALUE ZEROS.
           05  WS-TAISHO-CNT     PIC 9(07) VALUE ZEROS.
           05  WS-KIKANGAI-CNT   PIC 9(07) VALUE ZEROS.
           05  WS-SK-OVER-CNT    PIC 9(07) VALUE ZEROS.

       01  WS-EDIT-AREA.
           05  WS-EDIT-CNT       PIC ZZZ,ZZ9.
           05  WS-EDIT-CNT2      PIC ZZZ,ZZ9.
           05  WS-EDIT-CNT3      PIC ZZZ,ZZ9.
           05  WS-EDIT-CNT4      PIC ZZZ,ZZ9.
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
           PERFORM 1200-SET-KIKAN
           PERFORM 1000-OPEN-FILES
           PERFORM 2000-MAIN-LOOP
               UNTIL WS-EOF-FLAG = 'Y'
           PERFORM 4000-SHUKEI-OUTPUT
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
           MOVE 'SAMPLE3W' TO RL-PROGRAM-ID
           MOVE 'S'        TO RL-KBN
           MOVE WS-GYOMU-DATE TO RL-GYOMU-DT
           MOVE FUNCTION CURRENT-DATE(9:6) TO RL-JIKOKU
           MOVE ZEROS      TO RL-KENSU RL-RETURN-CD
           WRITE RUNLOG-REC
           CLOSE RUNLOG-FILE.

       0900-RUNLOG-END.
           OPEN EXTEND RUNLOG-FILE
           MOVE 'SAMPLE3W' TO RL-PROGRAM-ID
           MOVE 'E'        TO RL-KBN
           MOVE WS-GYOMU-DATE TO RL-GYOMU-DT
           MOVE FUNCTION CURRENT-DATE(9:6) TO RL-JIKOKU
           MOVE WS-INPUT-CNT TO RL-KENSU
           MOVE RETURN-CODE  TO RL-RETURN-CD
           WRITE RUNLOG-REC
           CLOSE RUNLOG-FILE.

      * 対象期間: パラメタがなければ業務日付の月初から業務日付まで
       1200-SET-KIKAN.
           COMPUTE WS-KAISHI-DT = (WS-GYOMU-DATE / 100) * 100 + 1
           MOVE WS-GYOMU-DATE TO WS-SHURYO-DT
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = '00'
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PM-KAISHI-DT NUMERIC
                           AND PM-KAISHI-DT > ZEROS
                           MOVE PM-KAISHI-DT TO WS-KAISHI-DT
                       END-IF
                       IF PM-SHURYO-DT NUMERIC
                           AND PM-SHURYO-DT > ZEROS
                           MOVE PM-SHURYO-DT TO WS-SHURYO-DT
                       END-IF
               END-READ
           END-IF
           CLOSE PARM-FILE.

       1000-OPEN-FILES.
           OPEN INPUT  MYNO-LOG-FILE
           OPEN OUTPUT ACCESS-RPT
           MOVE SPACES TO WS-WORK-LINE
           STRING '===== 個人番号 アクセス状況 期間:'
                  WS-KAISHI-DT '-' WS-SHURYO-DT ' ====='
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO AR-LINE
           WRITE ACCESS-RPT-REC
           PERFORM 1100-READ-LOG.

       1100-READ-LOG.
           READ MYNO-LOG-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

       2000-MAIN-LOOP.
           ADD 1 TO WS-INPUT-CNT
           IF AL-GYOMU-DT < WS-KAISHI-DT OR AL-GYOMU-DT > WS-SHURYO-DT
               ADD 1 TO WS-KIKANGAI-CNT
           ELSE
               ADD 1 TO WS-TAISHO-CNT
               PERFORM 2100-MEISAI-LINE
               PERFORM 2200-SHUKEI-ACCUM
           END-IF
           PERFORM 1100-READ-LOG.

      * アクセス明細: いつ・どのプログラムが・誰の番号を・何の目的で
       2100-MEISAI-LINE.
           PERFORM 2110-MOKUTEKI-MEI
           EVALUATE TRUE
               WHEN AL-SHUTOKU
                   MOVE '取得'     TO WS-KEKKA-MEI
               WHEN AL-MITOROKU
                   MOVE '未登録'   TO WS-KEKKA-MEI
               WHEN AL-TOROKU
                   MOVE '登録処理' TO WS-KEKKA-MEI
               WHEN AL-FUKA
                   MOVE '登録不可' TO WS-KEKKA-MEI
               WHEN OTHER
                   MOVE AL-KEKKA   TO WS-KEKKA-MEI
           END-EVALUATE
           MOVE SPACES TO WS-WORK-LINE
           STRING AL-GYOMU-DT ' ' AL-JIKOKU ' ' AL-PROGRAM-ID
                  ' ' WS-MOKUTEKI-MEI ' ' AL-TANTO-CD
                  ' ' AL-KEY-KBN ':' AL-KEY-NO ' ' WS-KEKKA-MEI
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO AR-LINE
           WRITE ACCESS-RPT-REC.

       2110-MOKUTEKI-MEI.
           EVALUATE AL-MOKUTEKI-CD
               WHEN 'TORK'
                   MOVE '番号登録'         TO WS-MOKUTEKI-MEI
               WHEN 'KYHK'
                   MOVE '給与支払報告書'   TO WS-MOKUTEKI-MEI
               WHEN 'GNSN'
                   MOVE '源泉徴収票'       TO WS-MOKUTEKI-MEI
               WHEN 'ELTX'
                   MOVE '特別徴収通知'     TO WS-MOKUTEKI-MEI
               WHEN 'SKTD'
                   MOVE '資格得喪届'       TO WS-MOKUTEKI-MEI
               WHEN OTHER
                   MOVE AL-MOKUTEKI-CD     TO WS-MOKUTEKI-MEI
           END-EVALUATE.

       2200-SHUKEI-ACCUM.
           MOVE 'N' TO WS-SK-FOUND-FLAG
           MOVE 1   TO WS-SK-SCAN
           PERFORM 2210-SHUKEI-SEARCH
               UNTIL WS-SK-SCAN > WS-SK-CNT
                   OR WS-SK-IS-FOUND
           IF NOT WS-SK-IS-FOUND AND WS-SK-CNT < 200
               ADD 1 TO WS-SK-CNT
               SET WS-SK-IDX TO WS-SK-CNT
               MOVE AL-PROGRAM-ID  TO SKT-PROGRAM-ID (WS-SK-IDX)
               MOVE AL-MOKUTEKI-CD TO SKT-MOKUTEKI-CD (WS-SK-IDX)
               MOVE AL-TANTO-CD    TO SKT-TANTO-CD (WS-SK-IDX)
               MOVE ZEROS TO SKT-SHUTOKU (WS-SK-IDX)
                             SKT-MITOROKU (WS-SK-IDX)
                             SKT-TOROKU (WS-SK-IDX)
                             SKT-FUKA (WS-SK-IDX)
               MOVE 'Y' TO WS-SK-FOUND-FLAG
           END-IF
           IF NOT WS-SK-IS-FOUND
               ADD 1 TO WS-SK-OVER-CNT
           ELSE
               EVALUATE TRUE
                   WHEN AL-SHUTOKU
                       ADD 1 TO SKT-SHUTOKU (WS-SK-IDX)
                   WHEN AL-MITOROKU
                       ADD 1 TO SKT-MITOROKU (WS-SK-IDX)
                   WHEN AL-TOROKU
                       ADD 1 TO SKT-TOROKU (WS-SK-IDX)
                   WHEN OTHER
                       ADD 1 TO SKT-FUKA (WS-SK-IDX)
               END-EVALUATE
           END-IF.

       2210-SHUKEI-SEARCH.
           SET WS-SK-IDX TO WS-SK-SCAN
           IF SKT-PROGRAM-ID (WS-SK-IDX) = AL-PROGRAM-ID
               AND SKT-MOKUTEKI-CD (WS-SK-IDX) = AL-MOKUTEKI-CD
               AND SKT-TANTO-CD (WS-SK-IDX) = AL-TANTO-CD
               MOVE 'Y' TO WS-SK-FOUND-FLAG
           ELSE
               ADD 1 TO WS-SK-SCAN
           END-IF.

       4000-SHUKEI-OUTPUT.
           MOVE '===== 目的・担当者別 件数 =====' TO AR-LINE
           WRITE ACCESS-RPT-REC
           PERFORM 4100-SHUKEI-LINE
               VARYING WS-SK-SCAN FROM 1 BY 1
               UNTIL WS-SK-SCAN > WS-SK-CNT
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-TAISHO-CNT TO WS-EDIT-CNT
           STRING '期間内アクセス:' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO AR-LINE
           WRITE ACCESS-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-KIKANGAI-CNT TO WS-EDIT-CNT
           STRING '期間外        :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO AR-LINE
           WRITE ACCESS-RPT-REC
           IF WS-SK-OVER-CNT > ZEROS
               MOVE SPACES TO WS-WORK-LINE
               MOVE WS-SK-OVER-CNT TO WS-EDIT-CNT
               STRING '集計展開あふれ:' WS-EDIT-CNT
                   DELIMITED SIZE INTO WS-WORK-LINE
               MOVE WS-WORK-LINE TO AR-LINE
               WRITE ACCESS-RPT-REC
               MOVE 8 TO WS-RETURN-CODE
           END-IF.

       4100-SHUKEI-LINE.
           SET WS-SK-IDX TO WS-SK-SCAN
           MOVE SKT-MOKUTEKI-CD (WS-SK-IDX) TO AL-MOKUTEKI-CD
           PERFORM 2110-MOKUTEKI-MEI
           MOVE SKT-SHUTOKU (WS-SK-IDX)  TO WS-EDIT-CNT
           MOVE SKT-MITOROKU (WS-SK-IDX) TO WS-EDIT-CNT2
           MOVE SKT-TOROKU (WS-SK-IDX)   TO WS-EDIT-CNT3
           MOVE SKT-FUKA (WS-SK-IDX)     TO WS-EDIT-CNT4
           MOVE SPACES TO WS-WORK-LINE
           STRING SKT-PROGRAM-ID (WS-SK-IDX) ' ' WS-MOKUTEKI-MEI
                  ' ' SKT-TANTO-CD (WS-SK-IDX)
                  ' 取得:' WS-EDIT-CNT ' 未登録:' WS-EDIT-CNT2
                  ' 登録:' WS-EDIT-CNT3 ' 不可:' WS-EDIT-CNT4
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO AR-LINE
           WRITE ACCESS-RPT-REC.

       3000-CLOSE-FILES.
           CLOSE MYNO-LOG-FILE
           CLOSE ACCESS-RPT.
