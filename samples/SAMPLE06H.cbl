      *=================================================================
      * SAMPLE06H: 資格取得届・喪失届 電子届出ファイル作成バッチ
      * 概要: SAMPLE06Fが書き出したイベントジャーナルのうち未提出の
      *       検証済みイベント（処理日が業務日付以前）を読み、事業所
      *       ヘッダ・被保険者ごとの届出明細・トレーラ（件数）で構成
      *       する電子届出ファイルを作成する。提出したイベントは
      *       提出管理ファイルへ提出日時とともに登録し、翌日以降は
      *       再提出しない。基礎年金番号・生年月日などの必須項目が
      *       欠けるイベントは提出せず不備一覧へ出力する（補正後の
      *       実行で提出される）。個人番号は出力時に個人番号マスタ
      *       から取得し、アクセスログ（目的コード SKTD）へ記録する。
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE06H.
       AUTHOR. BATCH-SYSTEM.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EVENT-JOURNAL ASSIGN TO SHIKAKUJNL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-JNL-STATUS.
           SELECT HIHOKEN-FILE ASSIGN TO HIHOKNIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HIHOKEN-STATUS.
           SELECT JIGYOSHO-FILE ASSIGN TO JIGYOSHOIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-JIGYOSHO-STATUS.
           SELECT TEISHUTSU-MASTER ASSIGN TO SHKTEISHUTSU
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TS-KEY
               FILE STATUS IS WS-TEISHUTSU-STATUS.
           SELECT KOJIN-BANGO-MASTER ASSIGN TO MYNOMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS KB-KEY
               FILE STATUS IS WS-KB-STATUS.
           SELECT MYNO-LOG-FILE ASSIGN TO MYNOLOG
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MYNOLOG-STATUS.
           SELECT DENSHI-FILE ASSIGN TO SHKDENSHI
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DENSHI-STATUS.
           SELECT TEISHUTSU-RPT ASSIGN TO SHKTEIRPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TEIRPT-STATUS.
           SELECT FUBI-RPT ASSIGN TO SHKFUBIRPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FUBIRPT-STATUS.
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
       FD  EVENT-JOURNAL
           RECORD CONTAINS 60 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  EVENT-JOURNAL-REC.
           05  EJ-HIHOKEN-NO     PIC X(12).
           05  EJ-EVENT-KBN      PIC X(01).
               88  EJ-SHUTOKU    VALUE '1'.
               88  EJ-SOSHITSU   VALUE '2'.
           05  EJ-EVENT-DT       PIC 9(08).
           05  EJ-SHORI-DT       PIC 9(08).
           05  EJ-HOKEN-KBN      PIC X(04).
           05  EJ-RIYU-CD        PIC X(01).
           05  FILLER            PIC X(26).

       FD  HIHOKEN-FILE
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  HIHOKEN-REC.
           05  HH-HIHOKEN-NO     PIC X(12).
           05  HH-SHIMEI         PIC X(20).
           05  HH-HOKEN-KBN      PIC X(04).
           05  HH-HYOJUN-HYO     PIC 9(08).
           05  HH-KOZA-NO        PIC X(14).
           05  HH-FUYO-CNT       PIC 9(02).
           05  HH-NENREI         PIC 9(03).
           05  HH-KAINYU-DT      PIC 9(08).
           05  HH-DATTAI-DT      PIC 9(08).
           05  HH-SHAIN-NO       PIC X(08).
           05  HH-KISO-NENKIN-NO PIC X(10).
           05  HH-SEINENGAPPI    PIC 9(08).
           05  FILLER            PIC X(15).

      * 事業所情報（届出ヘッダに載せる事業所整理記号・番号）
       FD  JIGYOSHO-FILE
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  JIGYOSHO-REC.
           05  JS-SEIRI-KIGO     PIC X(10).
           05  JS-JIGYOSHO-NO    PIC X(05).
           05  JS-JIGYOSHO-MEI   PIC X(30).
           05  JS-JYUSYO         PIC X(50).
           05  FILLER            PIC X(05).

      * 提出管理ファイル: 提出済みイベントと提出日時
       FD  TEISHUTSU-MASTER
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  TEISHUTSU-REC.
           05  TS-KEY.
               10  TS-HIHOKEN-NO PIC X(12).
               10  TS-EVENT-KBN  PIC X(01).
               10  TS-EVENT-DT   PIC 9(08).
           05  TS-TEISHUTSU-DT   PIC 9(08).
           05  TS-TEISHUTSU-JIKOKU PIC 9(06).
           05  FILLER            PIC X(05).

      * 個人番号マスタ（アクセス制限付き・出力時のみ参照する）
       FD  KOJIN-BANGO-MASTER
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  KOJIN-BANGO-REC.
           05  KB-KEY.
               10  KB-KEY-KBN    PIC X(01).
                   88  KB-SHAIN  VALUE 'S'.
                   88  KB-JYUMIN VALUE 'J'.
               10  KB-KEY-NO     PIC X(12).
           05  KB-KOJIN-BANGO    PIC X(12).
           05  KB-CHECK-KBN      PIC X(01).
               88  KB-CHECK-OK   VALUE '1'.
           05  KB-SHUTOKU-DT     PIC 9(08).
           05  KB-TOROKU-DT      PIC 9(08).
           05  KB-KOSHIN-DT      PIC 9(08).
           05  KB-TANTO-CD       PIC X(08).
           05  KB-JOTAI          PIC X(01).
               88  KB-YUKO       VALUE ' '.
               88  KB-MUKO       VALUE 'D'.
           05  FILLER            PIC X(21).

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
           05  AL-TANTO-CD       PIC X(08).
           05  FILLER            PIC X(32).

      * 電子届出ファイル: 1 ヘッダ 2 届出明細 8 トレーラ
       FD  DENSHI-FILE
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  DENSHI-REC.
           05  DE-DATA-KBN       PIC X(01).
               88  DE-HEADER     VALUE '1'.
               88  DE-DATA       VALUE '2'.
               88  DE-TRAILER    VALUE '8'.
           05  DE-BODY           PIC X(119).
           05  DE-HEADER-BODY REDEFINES DE-BODY.
               10  DE-SEIRI-KIGO PIC X(10).
               10  DE-JIGYOSHO-NO PIC X(05).
               10  DE-JIGYOSHO-MEI PIC X(30).
               10  DE-JYUSYO     PIC X(50).
               10  DE-SAKUSEI-DT PIC 9(08).
               10  FILLER        PIC X(16).
           05  DE-DATA-BODY REDEFINES DE-BODY.
               10  DE-TODOKE-SHU PIC X(01).
               10  DE-HIHOKEN-NO PIC X(12).
               10  DE-KISO-NENKIN-NO PIC X(10).
               10  DE-KOJIN-BANGO PIC X(12).
               10  DE-SHIMEI     PIC X(20).
               10  DE-SEINENGAPPI PIC 9(08).
               10  DE-HYOJUN-HYO PIC 9(08).
               10  DE-EVENT-DT   PIC 9(08).
               10  DE-RIYU-CD    PIC X(01).
               10  FILLER        PIC X(39).
           05  DE-TRAILER-BODY REDEFINES DE-BODY.
               10  DE-SHUTOKU-KENSU PIC 9(07).
               10  DE-SOSHITSU-KENSU PIC 9(07).
               10  DE-GOUKEI-KENSU PIC 9(07).
               10  FILLER        PIC X(98).

       FD  TEISHUTSU-RPT
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  TEISHUTSU-RPT-REC.
           05  TR-LINE           PIC X(100).

       FD  FUBI-RPT
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  FUBI-RPT-REC.
           05  FR-LINE           PIC X(100).

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
           05  WS-JNL-STATUS     PIC X(02).
           05  WS-HIHOKEN-STATUS PIC X(02).
           05  WS-JIGYOSHO-STATUS PIC X(02).
           05  WS-TEISHUTSU-STATUS PIC X(02).
           05  WS-KB-STATUS      PIC X(02).
           05  WS-MYNOLOG-STATUS PIC X(02).
           05  WS-DENSHI-STATUS  PIC X(02).
           05  WS-TEIRPT-STATUS  PIC X(02).
           05  WS-FUBIRPT-STATUS PIC X(02).
           05  WS-EOF-FLAG       PIC X(01) VALUE 'N'.
           05  WS-HIHOKEN-EOF    PIC X(01) VALUE 'N'.
           05  WS-TEISHUTSU-FLAG PIC X(01).
               88  WS-TEISHUTSU-ZUMI VALUE 'Y'.

      * 被保険者データの展開（被保険者番号からの引当用）
       01  WS-HIHO-TABLE.
           05  WS-HIHO-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-HH-IDX.
               10  HT-HIHOKEN-NO PIC X(12).
               10  HT-SHIMEI     PIC X(20).
               10  HT-HYOJUN-HYO PIC 9(08).
               10  HT-SHAIN-NO   PIC X(08).
               10  HT-KISO-NENKIN-NO PIC X(10).
               10  HT-SEINENGAPPI PIC 9(08).
       01  WS-HIHO-CNT           PIC 9(04) VALUE ZEROS.
       01  WS-HIHO-SCAN          PIC 9(04).
       01  WS-HIHO-HIT           PIC 9(04) VALUE ZEROS.
       01  WS-HIHO-OVER-CNT      PIC 9(05) VALUE ZEROS.

       01  WS-HANTEI-AREA.
           05  WS-FUBI-RIYU      PIC X(30).
           05  WS-TODOKE-MEI     PIC X(08).

      * 個人番号の取得作業域（キー区分 S:社員番号 J:住民番号）
       01  WS-MYNO-AREA.
           05  WS-MYNO-KEY-KBN   PIC X(01).
           05  WS-MYNO-KEY-NO    PIC X(12).
           05  WS-KOJIN-BANGO    PIC X(12).
           05  WS-MYNO-NASHI-CNT PIC 9(07) VALUE ZEROS.

       01  WS-COUNTERS.
           05  WS-INPUT-CNT      PIC 9(07) VALUE ZEROS.
           05  WS-ZUMI-CNT       PIC 9(07) VALUE ZEROS.
           05  WS-SHUTOKU-CNT    PIC 9(07) VALUE ZEROS.
           05  WS-SOSHITSU-CNT   PIC 9(07) VALUE ZEROS.
           05  WS-GOUKEI-CNT     PIC 9(07) VALUE ZEROS.
           05  WS-FUBI-CNT       PIC 9(07) VALUE ZEROS.

       01  WS-EDIT-AREA.
           05  WS-EDIT-CNT       PIC ZZZ,ZZ9.
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
           PERFORM 1300-LOAD-HIHOKEN
           PERFORM 1400-HEADER-WRITE
           PERFORM 2000-MAIN-LOOP
               UNTIL WS-EOF-FLAG = 'Y'
           PERFORM 2900-TRAILER-WRITE
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
           MOVE 'SAMPLE6H' TO RL-PROGRAM-ID
           MOVE 'S'        TO RL-KBN
           MOVE WS-GYOMU-DATE TO RL-GYOMU-DT
           MOVE FUNCTION CURRENT-DATE(9:6) TO RL-JIKOKU
           MOVE ZEROS      TO RL-KENSU RL-RETURN-CD
           WRITE RUNLOG-REC
           CLOSE RUNLOG-FILE.

       0900-RUNLOG-END.
           OPEN EXTEND RUNLOG-FILE
           MOVE 'SAMPLE6H' TO RL-PROGRAM-ID
           MOVE 'E'        TO RL-KBN
           MOVE WS-GYOMU-DATE TO RL-GYOMU-DT
           MOVE FUNCTION CURRENT-DATE(9:6) TO RL-JIKOKU
           MOVE WS-INPUT-CNT TO RL-KENSU
           MOVE RETURN-CODE  TO RL-RETURN-CD
           WRITE RUNLOG-REC
           CLOSE RUNLOG-FILE.

       1000-OPEN-FILES.
           OPEN INPUT  EVENT-JOURNAL
           OPEN INPUT  HIHOKEN-FILE
           OPEN INPUT  JIGYOSHO-FILE
           OPEN I-O    TEISHUTSU-MASTER
           OPEN INPUT  KOJIN-BANGO-MASTER
           OPEN EXTEND MYNO-LOG-FILE
           OPEN OUTPUT DENSHI-FILE
           OPEN OUTPUT TEISHUTSU-RPT
           OPEN OUTPUT FUBI-RPT
           MOVE '===== 資格得喪届 提出一覧 =====' TO TR-LINE
           WRITE TEISHUTSU-RPT-REC
           MOVE '===== 資格得喪届 不備一覧 =====' TO FR-LINE
           WRITE FUBI-RPT-REC
           PERFORM 1100-READ-JOURNAL.

       1100-READ-JOURNAL.
           READ EVENT-JOURNAL
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

      * 被保険者データ展開: 喪失済みの者も届出の引当に使うため全件
       1300-LOAD-HIHOKEN.
           PERFORM 1310-READ-HIHOKEN
               UNTIL WS-HIHOKEN-EOF = 'Y'.

       1310-READ-HIHOKEN.
           READ HIHOKEN-FILE
               AT END
                   MOVE 'Y' TO WS-HIHOKEN-EOF
               NOT AT END
                   IF WS-HIHO-CNT < 2000
                       ADD 1 TO WS-HIHO-CNT
                       SET WS-HH-IDX TO WS-HIHO-CNT
                       MOVE HH-HIHOKEN-NO
                           TO HT-HIHOKEN-NO (WS-HH-IDX)
                       MOVE HH-SHIMEI
                           TO HT-SHIMEI (WS-HH-IDX)
                       MOVE HH-HYOJUN-HYO
                           TO HT-HYOJUN-HYO (WS-HH-IDX)
                       MOVE HH-SHAIN-NO
                           TO HT-SHAIN-NO (WS-HH-IDX)
                       MOVE HH-KISO-NENKIN-NO
                           TO HT-KISO-NENKIN-NO (WS-HH-IDX)
                       MOVE HH-SEINENGAPPI
                           TO HT-SEINENGAPPI (WS-HH-IDX)
                   ELSE
      * 展開あふれ: 引き当たらない届出は不備一覧へ回るため件数を
      * 報告して異常終了扱いとする
                       ADD 1 TO WS-HIHO-OVER-CNT
                   END-IF
           END-READ.

      * 事業所ヘッダ: 事業所情報ファイルの先頭1件を使う
       1400-HEADER-WRITE.
           MOVE SPACES TO JIGYOSHO-REC
           READ JIGYOSHO-FILE
               AT END
                   MOVE SPACES TO JIGYOSHO-REC
           END-READ
           MOVE SPACES TO DENSHI-REC
           SET DE-HEADER TO TRUE
           MOVE JS-SEIRI-KIGO   TO DE-SEIRI-KIGO
           MOVE JS-JIGYOSHO-NO  TO DE-JIGYOSHO-NO
           MOVE JS-JIGYOSHO-MEI TO DE-JIGYOSHO-MEI
           MOVE JS-JYUSYO       TO DE-JYUSYO
           MOVE WS-GYOMU-DATE   TO DE-SAKUSEI-DT
           WRITE DENSHI-REC
           MOVE SPACES TO WS-WORK-LINE
           STRING '事業所:' JS-SEIRI-KIGO '-' JS-JIGYOSHO-NO
                  ' ' JS-JIGYOSHO-MEI ' 作成日:' WS-GYOMU-DATE
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO TR-LINE
           WRITE TEISHUTSU-RPT-REC.

      * ジャーナルの未提出イベントを検査し、揃っていれば届出明細を
      * 出力して提出管理へ登録する。不備は提出せず翌日以降に回す
       2000-MAIN-LOOP.
           ADD 1 TO WS-INPUT-CNT
           IF EJ-SHORI-DT NOT > WS-GYOMU-DATE
               PERFORM 2050-TEISHUTSU-CHECK
               IF WS-TEISHUTSU-ZUMI
                   ADD 1 TO WS-ZUMI-CNT
               ELSE
                   PERFORM 2100-HIHO-SEARCH
                   MOVE SPACES TO WS-FUBI-RIYU WS-KOJIN-BANGO
                   PERFORM 2200-HISSU-CHECK
                   IF WS-FUBI-RIYU = SPACES
                       PERFORM 2300-MEISAI-WRITE
                   ELSE
                       PERFORM 2400-FUBI-WRITE
                   END-IF
               END-IF
           END-IF
           PERFORM 1100-READ-JOURNAL.

       2050-TEISHUTSU-CHECK.
           MOVE EJ-HIHOKEN-NO TO TS-HIHOKEN-NO
           MOVE EJ-EVENT-KBN  TO TS-EVENT-KBN
           MOVE EJ-EVENT-DT   TO TS-EVENT-DT
           READ TEISHUTSU-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-TEISHUTSU-FLAG
               NOT INVALID KEY
                   MOVE 'Y' TO WS-TEISHUTSU-FLAG
           END-READ.

       2100-HIHO-SEARCH.
           MOVE ZEROS TO WS-HIHO-HIT
           PERFORM 2110-HIHO-SCAN-ONE
               VARYING WS-HIHO-SCAN FROM 1 BY 1
               UNTIL WS-HIHO-SCAN > WS-HIHO-CNT
                   OR WS-HIHO-HIT > ZEROS.

       2110-HIHO-SCAN-ONE.
           SET WS-HH-IDX TO WS-HIHO-SCAN
           IF HT-HIHOKEN-NO (WS-HH-IDX) = EJ-HIHOKEN-NO
               MOVE WS-HIHO-SCAN TO WS-HIHO-HIT
           END-IF.

      * 必須項目検査: 最初に見つかった不備を理由とする。基礎年金
      * 番号は個人番号が取得できればそれで代替する
       2200-HISSU-CHECK.
           EVALUATE TRUE
               WHEN NOT EJ-SHUTOKU AND NOT EJ-SOSHITSU
                   MOVE '届出区分不正' TO WS-FUBI-RIYU
               WHEN WS-HIHO-HIT = ZEROS
                   MOVE '被保険者データなし' TO WS-FUBI-RIYU
               WHEN OTHER
                   SET WS-HH-IDX TO WS-HIHO-HIT
                   PERFORM 2210-HIHO-CHECK
           END-EVALUATE.

       2210-HIHO-CHECK.
           EVALUATE TRUE
               WHEN HT-SHIMEI (WS-HH-IDX) = SPACES
                   MOVE '氏名なし' TO WS-FUBI-RIYU
               WHEN HT-SEINENGAPPI (WS-HH-IDX) NOT NUMERIC
                   OR HT-SEINENGAPPI (WS-HH-IDX) = ZEROS
                   MOVE '生年月日なし' TO WS-FUBI-RIYU
               WHEN EJ-SHUTOKU
                   AND HT-HYOJUN-HYO (WS-HH-IDX) = ZEROS
                   MOVE '標準報酬月額なし' TO WS-FUBI-RIYU
               WHEN EJ-SOSHITSU AND EJ-RIYU-CD = SPACE
                   MOVE '喪失原因なし' TO WS-FUBI-RIYU
               WHEN OTHER
                   PERFORM 2220-KISO-NENKIN-CHECK
           END-EVALUATE.

       2220-KISO-NENKIN-CHECK.
           IF HT-SHAIN-NO (WS-HH-IDX) NOT = SPACES
               MOVE 'S' TO WS-MYNO-KEY-KBN
               MOVE HT-SHAIN-NO (WS-HH-IDX) TO WS-MYNO-KEY-NO
               PERFORM 7000-KOJIN-BANGO-SHUTOKU
           END-IF
           IF HT-KISO-NENKIN-NO (WS-HH-IDX) = SPACES
               AND WS-KOJIN-BANGO = SPACES
               MOVE '基礎年金番号なし' TO WS-FUBI-RIYU
           END-IF.

       2300-MEISAI-WRITE.
           MOVE SPACES TO DENSHI-REC
           SET DE-DATA TO TRUE
           MOVE EJ-EVENT-KBN  TO DE-TODOKE-SHU
           MOVE EJ-HIHOKEN-NO TO DE-HIHOKEN-NO
           MOVE HT-KISO-NENKIN-NO (WS-HH-IDX) TO DE-KISO-NENKIN-NO
           MOVE WS-KOJIN-BANGO TO DE-KOJIN-BANGO
           MOVE HT-SHIMEI (WS-HH-IDX)      TO DE-SHIMEI
           MOVE HT-SEINENGAPPI (WS-HH-IDX) TO DE-SEINENGAPPI
           IF EJ-SHUTOKU
               MOVE HT-HYOJUN-HYO (WS-HH-IDX) TO DE-HYOJUN-HYO
               ADD 1 TO WS-SHUTOKU-CNT
           ELSE
               MOVE ZEROS TO DE-HYOJUN-HYO
               ADD 1 TO WS-SOSHITSU-CNT
           END-IF
           MOVE EJ-EVENT-DT   TO DE-EVENT-DT
           MOVE EJ-RIYU-CD    TO DE-RIYU-CD
           WRITE DENSHI-REC
           ADD 1 TO WS-GOUKEI-CNT
           MOVE SPACES TO TEISHUTSU-REC
           MOVE EJ-HIHOKEN-NO TO TS-HIHOKEN-NO
           MOVE EJ-EVENT-KBN  TO TS-EVENT-KBN
           MOVE EJ-EVENT-DT   TO TS-EVENT-DT
           MOVE WS-GYOMU-DATE TO TS-TEISHUTSU-DT
           MOVE FUNCTION CURRENT-DATE(9:6) TO TS-TEISHUTSU-JIKOKU
           WRITE TEISHUTSU-REC
               INVALID KEY CONTINUE
           END-WRITE
           PERFORM 2500-TODOKE-MEI-SET
           MOVE SPACES TO WS-WORK-LINE
           STRING EJ-HIHOKEN-NO ' ' HT-SHIMEI (WS-HH-IDX)
                  ' ' WS-TODOKE-MEI ' 事由日:' EJ-EVENT-DT
                  ' 提出日:' WS-GYOMU-DATE
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO TR-LINE
           WRITE TEISHUTSU-RPT-REC.

       2400-FUBI-WRITE.
           ADD 1 TO WS-FUBI-CNT
           PERFORM 2500-TODOKE-MEI-SET
           MOVE SPACES TO WS-WORK-LINE
           STRING EJ-HIHOKEN-NO ' ' WS-TODOKE-MEI
                  ' 事由日:' EJ-EVENT-DT ' 処理日:' EJ-SHORI-DT
                  ' ' WS-FUBI-RIYU
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO FR-LINE
           WRITE FUBI-RPT-REC.

       2500-TODOKE-MEI-SET.
           EVALUATE TRUE
               WHEN EJ-SHUTOKU
                   MOVE '取得届' TO WS-TODOKE-MEI
               WHEN EJ-SOSHITSU
                   MOVE '喪失届' TO WS-TODOKE-MEI
               WHEN OTHER
                   MOVE EJ-EVENT-KBN TO WS-TODOKE-MEI
           END-EVALUATE.

       2900-TRAILER-WRITE.
           MOVE SPACES TO DENSHI-REC
           SET DE-TRAILER TO TRUE
           MOVE WS-SHUTOKU-CNT  TO DE-SHUTOKU-KENSU
           MOVE WS-SOSHITSU-CNT TO DE-SOSHITSU-KENSU
           MOVE WS-GOUKEI-CNT   TO DE-GOUKEI-KENSU
           WRITE DENSHI-REC.

       4000-RPT-FOOTER.
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-SHUTOKU-CNT TO WS-EDIT-CNT
           STRING '取得届件数    :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO TR-LINE
           WRITE TEISHUTSU-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-SOSHITSU-CNT TO WS-EDIT-CNT
           STRING '喪失届件数    :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO TR-LINE
           WRITE TEISHUTSU-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-ZUMI-CNT TO WS-EDIT-CNT
           STRING '提出済スキップ:' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO TR-LINE
           WRITE TEISHUTSU-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-FUBI-CNT TO WS-EDIT-CNT
           STRING '不備件数      :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO FR-LINE
           WRITE FUBI-RPT-REC
           IF WS-FUBI-CNT > ZEROS
               MOVE 4 TO WS-RETURN-CODE
           END-IF
           IF WS-HIHO-OVER-CNT > ZEROS
               MOVE SPACES TO WS-WORK-LINE
               MOVE WS-HIHO-OVER-CNT TO WS-EDIT-CNT
               STRING '被保険者あふれ:' WS-EDIT-CNT
                   DELIMITED SIZE INTO WS-WORK-LINE
               MOVE WS-WORK-LINE TO FR-LINE
               WRITE FUBI-RPT-REC
               MOVE 8 TO WS-RETURN-CODE
           END-IF.

      * 個人番号の取得: 出力の直前に1件ずつ引き、取得の成否にかかわらず
      * アクセスログへ記録する。未登録・削除済みは空白で出力する
       7000-KOJIN-BANGO-SHUTOKU.
           MOVE SPACES TO WS-KOJIN-BANGO MYNO-LOG-REC
           MOVE WS-MYNO-KEY-KBN TO KB-KEY-KBN
           MOVE WS-MYNO-KEY-NO  TO KB-KEY-NO
           READ KOJIN-BANGO-MASTER
               INVALID KEY
                   MOVE '1' TO AL-KEKKA
               NOT INVALID KEY
                   IF KB-MUKO
                       MOVE '2' TO AL-KEKKA
                   ELSE
                       MOVE '0' TO AL-KEKKA
                       MOVE KB-KOJIN-BANGO TO WS-KOJIN-BANGO
                   END-IF
           END-READ
           IF WS-KOJIN-BANGO = SPACES
               ADD 1 TO WS-MYNO-NASHI-CNT
           END-IF
           MOVE 'SAMPLE6H'      TO AL-PROGRAM-ID
           MOVE 'SKTD'          TO AL-MOKUTEKI-CD
           MOVE WS-GYOMU-DATE   TO AL-GYOMU-DT
           MOVE FUNCTION CURRENT-DATE(9:6) TO AL-JIKOKU
           MOVE WS-MYNO-KEY-KBN TO AL-KEY-KBN
           MOVE WS-MYNO-KEY-NO  TO AL-KEY-NO
           MOVE 'BATCH'         TO AL-TANTO-CD
           WRITE MYNO-LOG-REC.

       3000-CLOSE-FILES.
           CLOSE EVENT-JOURNAL
           CLOSE HIHOKEN-FILE
           CLOSE JIGYOSHO-FILE
           CLOSE TEISHUTSU-MASTER
           CLOSE KOJIN-BANGO-MASTER
           CLOSE MYNO-LOG-FILE
           CLOSE DENSHI-FILE
           CLOSE TEISHUTSU-RPT
           CLOSE FUBI-RPT.
