      *       ファイルを作成する（eLTAX取込形式相当の固定長）。
      *       送信側で事業所ブロックごとに分割送付する前提で、
      *       どの事業所に何件通知したかの送付一覧を出力する。
      *       明細の個人番号は出力時に個人番号マスタから取得し、
      *       アクセスログ（目的コード ELTX）へ記録する。
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE05K.
               ACCESS MODE IS RANDOM
               RECORD KEY IS JG-TOKUCHO-CD
               FILE STATUS IS WS-JIGYO-STATUS.
           SELECT KOJIN-BANGO-MASTER ASSIGN TO MYNOMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS KB-KEY
               FILE STATUS IS WS-KB-STATUS.
           SELECT MYNO-LOG-FILE ASSIGN TO MYNOLOG
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MYNOLOG-STATUS.
           SELECT DENSHI-FILE ASSIGN TO ELTAXOUT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
       DATA DIVISION.
       FILE SECTION.
       FD  NOFU-FILE
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  NOFU-REC.
           05  NF-CHOSHU-KBN     PIC X(01).
               88  NF-TOKUBETSU  VALUE '1' ' '.
               88  NF-FUTSU      VALUE '2'.
           05  FILLER            PIC X(31).

       FD  SCHEDULE-FILE
           RECORD CONTAINS 60 CHARACTERS
           05  JG-JYUSYO         PIC X(50).
           05  FILLER            PIC X(14).

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

       FD  DENSHI-FILE
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  DENSHI-REC.
           05  DE-KINGAKU        PIC 9(11).
           05  DE-KIJITSU        PIC 9(08).
           05  DE-KENSU          PIC 9(07).
           05  DE-KOJIN-BANGO    PIC X(12).
           05  FILLER            PIC X(11).

       FD  SOFU-RPT
           RECORD CONTAINS 100 CHARACTERS
           05  WS-JIGYO-STATUS   PIC X(02).
           05  WS-DENSHI-STATUS  PIC X(02).
           05  WS-SOFU-STATUS    PIC X(02).
           05  WS-KB-STATUS      PIC X(02).
           05  WS-MYNOLOG-STATUS PIC X(02).
           05  WS-MYNO-FLAG      PIC X(01).
           05  WS-EOF-FLAG       PIC X(01) VALUE 'N'.
           05  WS-SCHED-EOF      PIC X(01) VALUE 'N'.

           05  WS-JIGYO-KENSU    PIC 9(07) VALUE ZEROS.
           05  WS-JIGYO-KINGAKU  PIC 9(11) VALUE ZEROS.

      * 個人番号の取得作業域（キー区分 S:社員番号 J:住民番号）
       01  WS-MYNO-AREA.
           05  WS-MYNO-KEY-KBN   PIC X(01).
           05  WS-MYNO-KEY-NO    PIC X(12).
           05  WS-KOJIN-BANGO    PIC X(12).
           05  WS-MYNO-NASHI-CNT PIC 9(07) VALUE ZEROS.

       01  WS-COUNTERS.
           05  WS-INPUT-CNT      PIC 9(07) VALUE ZEROS.
           05  WS-JIGYO-CNT      PIC 9(07) VALUE ZEROS.
           OPEN INPUT  NOFU-FILE
           OPEN INPUT  SCHEDULE-FILE
           OPEN INPUT  JIGYO-MASTER
           OPEN INPUT  KOJIN-BANGO-MASTER
           OPEN EXTEND MYNO-LOG-FILE
           OPEN OUTPUT DENSHI-FILE
           OPEN OUTPUT SOFU-RPT
           MOVE '===== 電子通知 送付一覧 =====' TO SF-LINE
           ADD 1 TO WS-JIGYO-CNT.

       2200-MEISAI-WRITE.
           MOVE 'N' TO WS-MYNO-FLAG
           PERFORM 2210-MEISAI-ONE
               VARYING WS-SCHED-SCAN FROM 1 BY 1
               UNTIL WS-SCHED-SCAN > WS-SCHED-CNT.
       2210-MEISAI-ONE.
           SET WS-SC-IDX TO WS-SCHED-SCAN
           IF ST-JYUMIN-NO (WS-SC-IDX) = NF-JYUMIN-NO
               IF WS-MYNO-FLAG = 'N'
                   MOVE 'J' TO WS-MYNO-KEY-KBN
                   MOVE NF-JYUMIN-NO TO WS-MYNO-KEY-NO
                   PERFORM 7000-KOJIN-BANGO-SHUTOKU
                   MOVE 'Y' TO WS-MYNO-FLAG
               END-IF
               MOVE SPACES TO DENSHI-REC
               SET DE-DATA TO TRUE
               MOVE WS-PREV-TOKUCHO TO DE-TOKUCHO-CD
               MOVE ST-KAISU   (WS-SC-IDX) TO DE-KAISU
               MOVE ST-KINGAKU (WS-SC-IDX) TO DE-KINGAKU
               MOVE ST-KIJITSU (WS-SC-IDX) TO DE-KIJITSU
               MOVE WS-KOJIN-BANGO  TO DE-KOJIN-BANGO
               WRITE DENSHI-REC
               ADD 1 TO WS-JIGYO-KENSU
               ADD 1 TO WS-MEISAI-CNT
               MOVE WS-WORK-LINE TO SF-LINE
               WRITE SOFU-RPT-REC
               MOVE 8 TO WS-RETURN-CODE
           END-IF
           IF WS-MYNO-NASHI-CNT > ZEROS
               MOVE SPACES TO WS-WORK-LINE
               MOVE WS-MYNO-NASHI-CNT TO WS-EDIT-CNT
               STRING '個人番号未登録:' WS-EDIT-CNT
                   DELIMITED SIZE INTO WS-WORK-LINE
               MOVE WS-WORK-LINE TO SF-LINE
               WRITE SOFU-RPT-REC
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
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
           MOVE 'SAMPLE5K'      TO AL-PROGRAM-ID
           MOVE 'ELTX'          TO AL-MOKUTEKI-CD
           MOVE WS-GYOMU-DATE   TO AL-GYOMU-DT
           MOVE FUNCTION CURRENT-DATE(9:6) TO AL-JIKOKU
           MOVE WS-MYNO-KEY-KBN TO AL-KEY-KBN
           MOVE WS-MYNO-KEY-NO  TO AL-KEY-NO
           MOVE 'BATCH'         TO AL-TANTO-CD
           WRITE MYNO-LOG-REC.

       3000-CLOSE-FILES.
           CLOSE NOFU-FILE
           CLOSE SCHEDULE-FILE
           CLOSE JIGYO-MASTER
           CLOSE KOJIN-BANGO-MASTER
           CLOSE MYNO-LOG-FILE
           CLOSE DENSHI-FILE
           CLOSE SOFU-RPT.
