      *=================================================================
      * SAMPLE03V: 個人番号 登録バッチ
      * 概要: 個人番号の登録依頼ファイル（登録・変更・削除）を読み、
      *       社員番号または住民番号をキーとする個人番号マスタを更新
      *       する。個人番号は12桁の数字でチェックデジットが一致する
      *       ものだけを受け付け、取得日を記録する。削除は論理削除と
      *       し履歴として残す。処理結果は番号を伏せた一覧で出力し、
      *       全件を個人番号アクセスログ（目的コード TORK）へ記録する。
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE03V.
       AUTHOR. BATCH-SYSTEM.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TOROKU-FILE ASSIGN TO MYNOIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TOROKU-STATUS.
           SELECT KOJIN-BANGO-MASTER ASSIGN TO MYNOMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS KB-KEY
               FILE STATUS IS WS-KB-STATUS.
           SELECT MYNO-LOG-FILE ASSIGN TO MYNOLOG
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MYNOLOG-STATUS.
           SELECT TOROKU-RPT ASSIGN TO MYNORPT
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
      * 登録依頼: 処理区分 A:登録 C:変更 D:削除
      *           キー区分 S:社員番号 J:住民番号
       FD  TOROKU-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  TOROKU-REC.
           05  MI-SHORI-KBN      PIC X(01).
               88  MI-TOROKU     VALUE 'A'.
               88  MI-HENKO      VALUE 'C'.
               88  MI-SAKUJO     VALUE 'D'.
           05  MI-KEY-KBN        PIC X(01).
           05  MI-KEY-NO         PIC X(12).
           05  MI-KOJIN-BANGO    PIC X(12).
           05  MI-SHUTOKU-DT     PIC 9(08).
           05  MI-TANTO-CD       PIC X(08).
           05  FILLER            PIC X(38).

      * 個人番号マスタ（アクセス制限付き）
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

       FD  TOROKU-RPT
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  TOROKU-RPT-REC.
           05  TR-LINE           PIC X(100).

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
           05  WS-TOROKU-STATUS  PIC X(02).
           05  WS-KB-STATUS      PIC X(02).
           05  WS-MYNOLOG-STATUS PIC X(02).
           05  WS-RPT-STATUS     PIC X(02).
           05  WS-EOF-FLAG       PIC X(01) VALUE 'N'.
           05  WS-KB-ARI-FLAG    PIC X(01).
               88  WS-KB-ARI     VALUE 'Y'.

      * チェックデジット検査: 下位から数えたn桁目にn≦6は n+1、
      * n≧7は n-5 を乗じて合計し、11で割った余りが0・1なら0、
      * それ以外は 11-余り が12桁目と一致すること
       01  WS-CD-AREA.
           05  WS-CD-BANGO       PIC X(12).
           05  WS-CD-BANGO-R REDEFINES WS-CD-BANGO.
               10  WS-CD-KETA    PIC 9(01) OCCURS 12 TIMES.
           05  WS-CD-N           PIC 9(02).
           05  WS-CD-POS         PIC 9(02).
           05  WS-CD-Q           PIC 9(02).
           05  WS-CD-SUM         PIC 9(04).
           05  WS-CD-SHO         PIC 9(04).
           05  WS-CD-AMARI       PIC 9(02).
           05  WS-CD-KEISAN      PIC 9(02).

       01  WS-ERR-MSG            PIC X(30).
       01  WS-LOG-KEKKA          PIC X(01).
       01  WS-MASK-BANGO         PIC X(12).

       01  WS-COUNTERS.
           05  WS-INPUT-CNT      PIC 9(07) VALUE ZEROS.
           05  WS-TOROKU-CNT     PIC 9(07) VALUE ZEROS.
           05  WS-HENKO-CNT      PIC 9(07) VALUE ZEROS.
           05  WS-SAKUJO-CNT     PIC 9(07) VALUE ZEROS.
           05  WS-REJECT-CNT     PIC 9(07) VALUE ZEROS.

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
           MOVE 'SAMPLE3V' TO RL-PROGRAM-ID
           MOVE 'S'        TO RL-KBN
           MOVE WS-GYOMU-DATE TO RL-GYOMU-DT
           MOVE FUNCTION CURRENT-DATE(9:6) TO RL-JIKOKU
           MOVE ZEROS      TO RL-KENSU RL-RETURN-CD
           WRITE RUNLOG-REC
           CLOSE RUNLOG-FILE.

       0900-RUNLOG-END.
           OPEN EXTEND RUNLOG-FILE
           MOVE 'SAMPLE3V' TO RL-PROGRAM-ID
           MOVE 'E'        TO RL-KBN
           MOVE WS-GYOMU-DATE TO RL-GYOMU-DT
           MOVE FUNCTION CURRENT-DATE(9:6) TO RL-JIKOKU
           MOVE WS-INPUT-CNT TO RL-KENSU
           MOVE RETURN-CODE  TO RL-RETURN-CD
           WRITE RUNLOG-REC
           CLOSE RUNLOG-FILE.

       1000-OPEN-FILES.
           OPEN INPUT  TOROKU-FILE
           OPEN I-O    KOJIN-BANGO-MASTER
           OPEN EXTEND MYNO-LOG-FILE
           OPEN OUTPUT TOROKU-RPT
           MOVE '===== 個人番号 登録結果 =====' TO TR-LINE
           WRITE TOROKU-RPT-REC
           PERFORM 1100-READ-TOROKU.

       1100-READ-TOROKU.
           READ TOROKU-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

       2000-MAIN-LOOP.
           ADD 1 TO WS-INPUT-CNT
           PERFORM 2100-TOROKU-SHORI
           PERFORM 1100-READ-TOROKU.

      * 依頼1件の検証と更新。不備は一覧へ出してログには R で残す
       2100-TOROKU-SHORI.
           MOVE SPACES TO WS-ERR-MSG
           EVALUATE TRUE
               WHEN MI-KEY-KBN NOT = 'S' AND MI-KEY-KBN NOT = 'J'
                   MOVE 'キー区分エラー' TO WS-ERR-MSG
               WHEN MI-KEY-NO = SPACES
                   MOVE 'キー番号なし' TO WS-ERR-MSG
               WHEN OTHER
                   PERFORM 2110-MASTER-CHECK
           END-EVALUATE
           IF WS-ERR-MSG NOT = SPACES
               PERFORM 2900-REJECT
           END-IF.

      * 処理区分とマスタの有無の突合せ（不備は WS-ERR-MSG に設定）
       2110-MASTER-CHECK.
           MOVE MI-KEY-KBN TO KB-KEY-KBN
           MOVE MI-KEY-NO  TO KB-KEY-NO
           READ KOJIN-BANGO-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-KB-ARI-FLAG
               NOT INVALID KEY
                   MOVE 'Y' TO WS-KB-ARI-FLAG
           END-READ
           EVALUATE TRUE
               WHEN MI-SAKUJO
                   IF NOT WS-KB-ARI OR KB-MUKO
                       MOVE '削除対象なし' TO WS-ERR-MSG
                   ELSE
                       PERFORM 2400-SAKUJO
                   END-IF
               WHEN MI-TOROKU
                   IF WS-KB-ARI AND KB-YUKO
                       MOVE '登録済み' TO WS-ERR-MSG
                   ELSE
                       PERFORM 2120-BANGO-CHECK
                   END-IF
               WHEN MI-HENKO
                   IF NOT WS-KB-ARI OR KB-MUKO
                       MOVE '変更対象なし' TO WS-ERR-MSG
                   ELSE
                       PERFORM 2120-BANGO-CHECK
                   END-IF
               WHEN OTHER
                   MOVE '処理区分エラー' TO WS-ERR-MSG
           END-EVALUATE.

      * 取得日・個人番号の検証。正常なら更新する
       2120-BANGO-CHECK.
           EVALUATE TRUE
               WHEN MI-SHUTOKU-DT NOT NUMERIC
                   OR MI-SHUTOKU-DT = ZEROS
                   OR MI-SHUTOKU-DT > WS-GYOMU-DATE
                   MOVE '取得日エラー' TO WS-ERR-MSG
               WHEN MI-KOJIN-BANGO NOT NUMERIC
                   MOVE '個人番号形式エラー' TO WS-ERR-MSG
               WHEN OTHER
                   PERFORM 2200-CHECK-DIGIT
                   IF WS-CD-KEISAN NOT = WS-CD-KETA (12)
                       MOVE 'チェックデジット不一致'
                           TO WS-ERR-MSG
                   ELSE
                       PERFORM 2300-KOSHIN
                   END-IF
           END-EVALUATE.

       2200-CHECK-DIGIT.
           MOVE MI-KOJIN-BANGO TO WS-CD-BANGO
           MOVE ZEROS TO WS-CD-SUM
           PERFORM 2210-CD-KASAN
               VARYING WS-CD-N FROM 1 BY 1
               UNTIL WS-CD-N > 11
           DIVIDE WS-CD-SUM BY 11 GIVING WS-CD-SHO
               REMAINDER WS-CD-AMARI
           IF WS-CD-AMARI NOT > 1
               MOVE ZEROS TO WS-CD-KEISAN
           ELSE
               COMPUTE WS-CD-KEISAN = 11 - WS-CD-AMARI
           END-IF.

       2210-CD-KASAN.
           COMPUTE WS-CD-POS = 12 - WS-CD-N
           IF WS-CD-N NOT > 6
               COMPUTE WS-CD-Q = WS-CD-N + 1
           ELSE
               COMPUTE WS-CD-Q = WS-CD-N - 5
           END-IF
           COMPUTE WS-CD-SUM =
               WS-CD-SUM + WS-CD-KETA (WS-CD-POS) * WS-CD-Q.

      * 登録・変更: 削除済みへの登録は同じキーで復活させる
       2300-KOSHIN.
           IF NOT WS-KB-ARI
               MOVE SPACES TO KOJIN-BANGO-REC
               MOVE MI-KEY-KBN    TO KB-KEY-KBN
               MOVE MI-KEY-NO     TO KB-KEY-NO
               MOVE WS-GYOMU-DATE TO KB-TOROKU-DT
           END-IF
           MOVE MI-KOJIN-BANGO TO KB-KOJIN-BANGO
           SET KB-CHECK-OK     TO TRUE
           MOVE MI-SHUTOKU-DT  TO KB-SHUTOKU-DT
           MOVE WS-GYOMU-DATE  TO KB-KOSHIN-DT
           MOVE MI-TANTO-CD    TO KB-TANTO-CD
           SET KB-YUKO         TO TRUE
           IF WS-KB-ARI
               REWRITE KOJIN-BANGO-REC
               IF MI-TOROKU
                   ADD 1 TO WS-TOROKU-CNT
               ELSE
                   ADD 1 TO WS-HENKO-CNT
               END-IF
           ELSE
               WRITE KOJIN-BANGO-REC
               ADD 1 TO WS-TOROKU-CNT
           END-IF
           MOVE MI-SHORI-KBN TO WS-LOG-KEKKA
           PERFORM 7000-WRITE-LOG
           MOVE SPACES TO WS-ERR-MSG
           PERFORM 2800-RPT-LINE.

       2400-SAKUJO.
           SET KB-MUKO       TO TRUE
           MOVE WS-GYOMU-DATE TO KB-KOSHIN-DT
           MOVE MI-TANTO-CD  TO KB-TANTO-CD
           REWRITE KOJIN-BANGO-REC
           ADD 1 TO WS-SAKUJO-CNT
           MOVE MI-SHORI-KBN TO WS-LOG-KEKKA
           PERFORM 7000-WRITE-LOG
           MOVE SPACES TO WS-ERR-MSG
           PERFORM 2800-RPT-LINE.

      * 一覧には個人番号の下4桁のみを出す
       2800-RPT-LINE.
           MOVE ALL '*' TO WS-MASK-BANGO
           MOVE MI-KOJIN-BANGO(9:4) TO WS-MASK-BANGO(9:4)
           MOVE SPACES TO WS-WORK-LINE
           STRING MI-SHORI-KBN ' ' MI-KEY-KBN ' ' MI-KEY-NO
                  ' ' WS-MASK-BANGO ' 取得日:' MI-SHUTOKU-DT
                  ' 担当:' MI-TANTO-CD ' ' WS-ERR-MSG
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO TR-LINE
           WRITE TOROKU-RPT-REC.

       2900-REJECT.
           ADD 1 TO WS-REJECT-CNT
           IF WS-RETURN-CODE < 4
               MOVE 4 TO WS-RETURN-CODE
           END-IF
           MOVE 'R' TO WS-LOG-KEKKA
           PERFORM 7000-WRITE-LOG
           PERFORM 2800-RPT-LINE.

      * アクセスログ: 登録依頼1件ごとに担当者とともに記録する
       7000-WRITE-LOG.
           MOVE SPACES        TO MYNO-LOG-REC
           MOVE 'SAMPLE3V'    TO AL-PROGRAM-ID
           MOVE 'TORK'        TO AL-MOKUTEKI-CD
           MOVE WS-GYOMU-DATE TO AL-GYOMU-DT
           MOVE FUNCTION CURRENT-DATE(9:6) TO AL-JIKOKU
           MOVE MI-KEY-KBN    TO AL-KEY-KBN
           MOVE MI-KEY-NO     TO AL-KEY-NO
           MOVE MI-TANTO-CD   TO AL-TANTO-CD
           MOVE WS-LOG-KEKKA  TO AL-KEKKA
           WRITE MYNO-LOG-REC.

       4000-RPT-FOOTER.
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-INPUT-CNT TO WS-EDIT-CNT
           STRING '依頼件数      :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO TR-LINE
           WRITE TOROKU-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-TOROKU-CNT TO WS-EDIT-CNT
           STRING '登録件数      :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO TR-LINE
           WRITE TOROKU-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-HENKO-CNT TO WS-EDIT-CNT
           STRING '変更件数      :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO TR-LINE
           WRITE TOROKU-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-SAKUJO-CNT TO WS-EDIT-CNT
           STRING '削除件数      :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO TR-LINE
           WRITE TOROKU-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-REJECT-CNT TO WS-EDIT-CNT
           STRING 'エラー件数    :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO TR-LINE
           WRITE TOROKU-RPT-REC.

       3000-CLOSE-FILES.
           CLOSE TOROKU-FILE
           CLOSE KOJIN-BANGO-MASTER
           CLOSE MYNO-LOG-FILE
           CLOSE TOROKU-RPT.
