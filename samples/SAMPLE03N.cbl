      *       （保険料控除・配偶者・扶養申告）を読み合わせ、年税額を
      *       計算してSAMPLE03の月々の源泉徴収額と比較する。12月給与
      *       での還付・徴収額を給与調整ファイルへ出力し、在籍者全員
      *       分の源泉徴収票データを作成する。給与収入は総支給累計から
      *       非課税手当（通勤手当）累計を除いた額とする。
      *       源泉徴収票データの個人番号は出力時に個人番号マスタから
      *       取得し、アクセスログ（目的コード GNSN）へ記録する。
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE03N.
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-GENSEN-STATUS.
           SELECT KOJIN-BANGO-MASTER ASSIGN TO MYNOMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS KB-KEY
               FILE STATUS IS WS-KB-STATUS.
           SELECT MYNO-LOG-FILE ASSIGN TO MYNOLOG
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MYNOLOG-STATUS.
           SELECT NENCHO-RPT ASSIGN TO NENCHORPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
           05  YM-KOUSHIN-CNT    PIC 9(02).
           05  YM-NENDO          PIC 9(04).
           05  YM-TAISHOKU-DT    PIC 9(08).
           05  YM-YTD-KAZEI      PIC S9(09) COMP-3.
           05  YM-YTD-HIKAZEI    PIC S9(09) COMP-3.
           05  YM-YTD-KOYO-HOKEN PIC S9(09) COMP-3.
           05  FILLER            PIC X(28).

       FD  KYUYO-MASTER
           RECORD CONTAINS 120 CHARACTERS
           05  GS-KAZEI-SHOTOKU  PIC 9(09).
           05  GS-NENZEI-GAKU    PIC 9(09).
           05  GS-NENDO          PIC 9(04).
           05  GS-KOJIN-BANGO    PIC X(12).
           05  FILLER            PIC X(20).

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

       FD  NENCHO-RPT
           05  WS-CHOSEI-STATUS  PIC X(02).
           05  WS-GENSEN-STATUS  PIC X(02).
           05  WS-RPT-STATUS     PIC X(02).
           05  WS-KB-STATUS      PIC X(02).
           05  WS-MYNOLOG-STATUS PIC X(02).
           05  WS-EOF-FLAG       PIC X(01) VALUE 'N'.
           05  WS-SHINKOKU-EOF   PIC X(01) VALUE 'N'.
       01  WS-SHINKOKU-OVER-CNT  PIC 9(05) VALUE ZEROS.
           05  WS-FUKKO-RITSU    PIC 9V9(03) VALUE 1.021.

       01  WS-KEISAN-WORK.
           05  WS-KYUYO-SHUNYU   PIC S9(09) COMP-3 VALUE ZEROS.
           05  WS-KYUYO-KOJO     PIC S9(09) COMP-3 VALUE ZEROS.
           05  WS-SHOTOKU        PIC S9(09) COMP-3 VALUE ZEROS.
           05  WS-KOJO-GOUKEI    PIC S9(09) COMP-3 VALUE ZEROS.

       01  WS-SHORI-NEN          PIC 9(04) VALUE ZEROS.

      * 個人番号の取得作業域（キー区分 S:社員番号 J:住民番号）
       01  WS-MYNO-AREA.
           05  WS-MYNO-KEY-KBN   PIC X(01).
           05  WS-MYNO-KEY-NO    PIC X(12).
           05  WS-KOJIN-BANGO    PIC X(12).
           05  WS-MYNO-NASHI-CNT PIC 9(07) VALUE ZEROS.

       01  WS-COUNTERS.
           05  WS-INPUT-CNT      PIC 9(07) VALUE ZEROS.
           05  WS-KANPU-CNT      PIC 9(07) VALUE ZEROS.
           OPEN INPUT  SHINKOKU-FILE
           OPEN OUTPUT CHOSEI-FILE
           OPEN OUTPUT GENSEN-FILE
           OPEN INPUT  KOJIN-BANGO-MASTER
           OPEN EXTEND MYNO-LOG-FILE
           OPEN OUTPUT NENCHO-RPT
           MOVE '===== 年末調整計算結果 =====' TO NC-LINE
           WRITE NENCHO-RPT-REC
      * 年税額計算: 給与所得控除・基礎控除・申告控除を差し引いた
      * 課税所得に簡易税額表を適用し、復興税率を乗じて百円未満切捨て
       2300-NENZEI-KEISAN.
           MOVE YM-YTD-SOUSHI TO WS-KYUYO-SHUNYU
           IF YM-YTD-HIKAZEI NUMERIC
               SUBTRACT YM-YTD-HIKAZEI FROM WS-KYUYO-SHUNYU
           END-IF
           IF WS-KYUYO-SHUNYU < 1625000
               MOVE WS-KYUYO-KOJO-MIN TO WS-KYUYO-KOJO
           ELSE
               COMPUTE WS-KYUYO-KOJO =
                   WS-KYUYO-SHUNYU * 0.30 - 80000
               IF WS-KYUYO-KOJO > WS-KYUYO-KOJO-MAX
                   MOVE WS-KYUYO-KOJO-MAX TO WS-KYUYO-KOJO
               END-IF
               COMPUTE WS-KOJO-GOUKEI = WS-KOJO-GOUKEI
                   + SKT-FUYO-CNT (WS-SK-IDX) * WS-FUYO-KOJO-TAN
           END-IF
           COMPUTE WS-KAZEI = WS-KYUYO-SHUNYU - WS-KOJO-GOUKEI
           IF WS-KAZEI < ZEROS
               MOVE ZEROS TO WS-KAZEI
           END-IF
           MOVE SPACES TO GENSEN-REC
           MOVE YM-SHAIN-NO    TO GS-SHAIN-NO
           MOVE KYM-SHIMEI     TO GS-SHIMEI
           MOVE WS-KYUYO-SHUNYU TO GS-SHIHARAI-GAKU
           MOVE WS-KOJO-GOUKEI TO GS-KOJO-GOUKEI
           MOVE WS-KAZEI       TO GS-KAZEI-SHOTOKU
           MOVE WS-NENZEI      TO GS-NENZEI-GAKU
           MOVE WS-SHORI-NEN   TO GS-NENDO
           MOVE 'S'            TO WS-MYNO-KEY-KBN
           MOVE YM-SHAIN-NO    TO WS-MYNO-KEY-NO
           PERFORM 7000-KOJIN-BANGO-SHUTOKU
           MOVE WS-KOJIN-BANGO TO GS-KOJIN-BANGO
           WRITE GENSEN-REC
           ADD 1 TO WS-GENSEN-CNT.

               WRITE NENCHO-RPT-REC
               MOVE 4 TO WS-RETURN-CODE
           END-IF
           IF WS-MYNO-NASHI-CNT > ZEROS
               MOVE SPACES TO WS-WORK-LINE
               MOVE WS-MYNO-NASHI-CNT TO WS-EDIT-CNT
               STRING '個人番号未登録:' WS-EDIT-CNT
                   DELIMITED SIZE INTO WS-WORK-LINE
               MOVE WS-WORK-LINE TO NC-LINE
               WRITE NENCHO-RPT-REC
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF
           IF WS-SHINKOKU-OVER-CNT > ZEROS
               MOVE WS-SHINKOKU-OVER-CNT TO WS-EDIT-CNT
               STRING '申告展開あふれ:' WS-EDIT-CNT
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
           MOVE 'SAMPLE3N'      TO AL-PROGRAM-ID
           MOVE 'GNSN'          TO AL-MOKUTEKI-CD
           MOVE WS-GYOMU-DATE   TO AL-GYOMU-DT
           MOVE FUNCTION CURRENT-DATE(9:6) TO AL-JIKOKU
           MOVE WS-MYNO-KEY-KBN TO AL-KEY-KBN
           MOVE WS-MYNO-KEY-NO  TO AL-KEY-NO
           MOVE 'BATCH'         TO AL-TANTO-CD
           WRITE MYNO-LOG-REC.

       3000-CLOSE-FILES.
           CLOSE YTD-MASTER
           CLOSE KYUYO-MASTER
           CLOSE SHINKOKU-FILE
           CLOSE CHOSEI-FILE
           CLOSE GENSEN-FILE
           CLOSE KOJIN-BANGO-MASTER
           CLOSE MYNO-LOG-FILE
           CLOSE NENCHO-RPT.
