      *=================================================================
      * SAMPLE08K: 反社リスト取込バッチ
      * 概要: コンプライアンス部門から受領した反社会的勢力リスト
      *       （固定長に変換済み）を読み込み、反社リストマスタ
      *       (HANSHA-MASTER)を洗い替える。リストから外れた者を
      *       残さないよう毎回全件を作り直す。氏名・カナ・住所は
      *       空白（全角・半角）を除き、電話は数字だけにした照合用
      *       の正規形も併せて保持し、SAMPLE08の登録時照合と
      *       SAMPLE08Lの月次再照合が代替キーで引く。
      *       リスト番号なし・照合項目が全て空白・リスト番号重複の
      *       行は取込まずに報告し、RC=4で終了する。
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE08K.
       AUTHOR. BATCH-SYSTEM.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HANSHA-IN-FILE ASSIGN TO HANSHAIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT HANSHA-MASTER ASSIGN TO HANSHAMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HA-LIST-NO
               ALTERNATE RECORD KEY IS HA-NORM-SHIMEI
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS HA-NORM-KANA
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS HA-NORM-TEL
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS HA-NORM-JYUSYO
                   WITH DUPLICATES
               FILE STATUS IS WS-HANSHA-STATUS.
           SELECT TORIKOMI-RPT ASSIGN TO HANSHARPT
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
       FD  HANSHA-IN-FILE
           RECORD CONTAINS 200 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  HANSHA-IN-REC.
           05  HI-LIST-NO        PIC X(10).
           05  HI-SHUBETSU       PIC X(01).
           05  HI-SHIMEI         PIC X(30).
           05  HI-KANA           PIC X(30).
           05  HI-TEL            PIC X(15).
           05  HI-JYUSYO         PIC X(50).
           05  HI-TOUROKU-DT     PIC 9(08).
           05  FILLER            PIC X(56).

      * 反社リストマスタ: 正規形の各項目を重複可の代替キーとする
       FD  HANSHA-MASTER
           RECORD CONTAINS 300 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  HANSHA-REC.
           05  HA-LIST-NO        PIC X(10).
           05  HA-SHUBETSU       PIC X(01).
               88  HA-KOJIN              VALUE '1'.
               88  HA-DANTAI             VALUE '2'.
           05  HA-SHIMEI         PIC X(30).
           05  HA-KANA           PIC X(30).
           05  HA-TEL            PIC X(15).
           05  HA-JYUSYO         PIC X(50).
           05  HA-NORM-SHIMEI    PIC X(30).
           05  HA-NORM-KANA      PIC X(30).
           05  HA-NORM-TEL       PIC X(15).
           05  HA-NORM-JYUSYO    PIC X(50).
           05  HA-TOUROKU-DT     PIC 9(08).
           05  FILLER            PIC X(31).

       FD  TORIKOMI-RPT
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  TORIKOMI-RPT-REC.
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
           05  WS-IN-STATUS      PIC X(02).
           05  WS-HANSHA-STATUS  PIC X(02).
           05  WS-RPT-STATUS     PIC X(02).
           05  WS-EOF-FLAG       PIC X(01) VALUE 'N'.

      * 照合用正規化: 全角空白を半角に直して空白を詰める
      * （電話は数字以外を全て除く）
       01  WS-NORM-AREA.
           05  WS-HANSHA-IN      PIC X(50).
           05  WS-HANSHA-OUT     PIC X(50).
           05  WS-HANSHA-MODE    PIC X(01).
               88  WS-HANSHA-MODE-TEL    VALUE 'T'.
           05  WS-NORM-IX        PIC 9(02).
           05  WS-NORM-OX        PIC 9(02).

       01  WS-KYAKKA-RIYU        PIC X(30).

       01  WS-COUNTERS.
           05  WS-INPUT-CNT      PIC 9(07) VALUE ZEROS.
           05  WS-TOUROKU-CNT    PIC 9(07) VALUE ZEROS.
           05  WS-KYAKKA-CNT     PIC 9(07) VALUE ZEROS.

       01  WS-EDIT-CNT           PIC ZZZ,ZZ9.
       01  WS-WORK-LINE          PIC X(100).

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
           MOVE 'SAMPLE8K' TO RL-PROGRAM-ID
           MOVE 'S'        TO RL-KBN
           MOVE WS-GYOMU-DATE TO RL-GYOMU-DT
           MOVE FUNCTION CURRENT-DATE(9:6) TO RL-JIKOKU
           MOVE ZEROS      TO RL-KENSU RL-RETURN-CD
           WRITE RUNLOG-REC
           CLOSE RUNLOG-FILE.

       0900-RUNLOG-END.
           OPEN EXTEND RUNLOG-FILE
           MOVE 'SAMPLE8K' TO RL-PROGRAM-ID
           MOVE 'E'        TO RL-KBN
           MOVE WS-GYOMU-DATE TO RL-GYOMU-DT
           MOVE FUNCTION CURRENT-DATE(9:6) TO RL-JIKOKU
           MOVE WS-INPUT-CNT TO RL-KENSU
           MOVE RETURN-CODE  TO RL-RETURN-CD
           WRITE RUNLOG-REC
           CLOSE RUNLOG-FILE.

       1000-OPEN-FILES.
           OPEN INPUT  HANSHA-IN-FILE
           OPEN OUTPUT HANSHA-MASTER
           OPEN OUTPUT TORIKOMI-RPT
           MOVE '===== 反社リスト取込 =====' TO TR-LINE
           WRITE TORIKOMI-RPT-REC
           PERFORM 1100-READ-HANSHA.

       1100-READ-HANSHA.
           READ HANSHA-IN-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

       2000-MAIN-LOOP.
           ADD 1 TO WS-INPUT-CNT
           IF HI-LIST-NO = SPACES
               MOVE 'リスト番号なし' TO WS-KYAKKA-RIYU
               PERFORM 9200-WRITE-KYAKKA
           ELSE
               IF HI-SHIMEI = SPACES AND HI-KANA = SPACES
                   AND HI-TEL = SPACES AND HI-JYUSYO = SPACES
                   MOVE '照合項目なし' TO WS-KYAKKA-RIYU
                   PERFORM 9200-WRITE-KYAKKA
               ELSE
                   PERFORM 2100-TOUROKU
               END-IF
           END-IF
           PERFORM 1100-READ-HANSHA.

       2100-TOUROKU.
           MOVE SPACES TO HANSHA-REC
           MOVE HI-LIST-NO    TO HA-LIST-NO
           MOVE HI-SHUBETSU   TO HA-SHUBETSU
           MOVE HI-SHIMEI     TO HA-SHIMEI
           MOVE HI-KANA       TO HA-KANA
           MOVE HI-TEL        TO HA-TEL
           MOVE HI-JYUSYO     TO HA-JYUSYO
           IF HI-TOUROKU-DT NUMERIC AND HI-TOUROKU-DT > ZEROS
               MOVE HI-TOUROKU-DT TO HA-TOUROKU-DT
           ELSE
               MOVE WS-GYOMU-DATE TO HA-TOUROKU-DT
           END-IF
           MOVE SPACE TO WS-HANSHA-MODE
           MOVE HI-SHIMEI TO WS-HANSHA-IN
           PERFORM 2800-HANSHA-NORMALIZE
           MOVE WS-HANSHA-OUT TO HA-NORM-SHIMEI
           MOVE HI-KANA TO WS-HANSHA-IN
           PERFORM 2800-HANSHA-NORMALIZE
           MOVE WS-HANSHA-OUT TO HA-NORM-KANA
           MOVE HI-JYUSYO TO WS-HANSHA-IN
           PERFORM 2800-HANSHA-NORMALIZE
           MOVE WS-HANSHA-OUT TO HA-NORM-JYUSYO
           MOVE 'T' TO WS-HANSHA-MODE
           MOVE HI-TEL TO WS-HANSHA-IN
           PERFORM 2800-HANSHA-NORMALIZE
           MOVE WS-HANSHA-OUT TO HA-NORM-TEL
           WRITE HANSHA-REC
               INVALID KEY
                   MOVE 'リスト番号重複' TO WS-KYAKKA-RIYU
                   PERFORM 9200-WRITE-KYAKKA
               NOT INVALID KEY
                   ADD 1 TO WS-TOUROKU-CNT
           END-WRITE.

       2800-HANSHA-NORMALIZE.
           INSPECT WS-HANSHA-IN REPLACING ALL '　' BY '   '
           MOVE SPACES TO WS-HANSHA-OUT
           MOVE ZEROS  TO WS-NORM-OX
           PERFORM 2810-HANSHA-NORM-ONE
               VARYING WS-NORM-IX FROM 1 BY 1
               UNTIL WS-NORM-IX > 50.

       2810-HANSHA-NORM-ONE.
           IF WS-HANSHA-MODE-TEL
               IF WS-HANSHA-IN(WS-NORM-IX:1) IS NUMERIC
                   ADD 1 TO WS-NORM-OX
                   MOVE WS-HANSHA-IN(WS-NORM-IX:1)
                       TO WS-HANSHA-OUT(WS-NORM-OX:1)
               END-IF
           ELSE
               IF WS-HANSHA-IN(WS-NORM-IX:1) NOT = SPACE
                   ADD 1 TO WS-NORM-OX
                   MOVE WS-HANSHA-IN(WS-NORM-IX:1)
                       TO WS-HANSHA-OUT(WS-NORM-OX:1)
               END-IF
           END-IF.

       9200-WRITE-KYAKKA.
           ADD 1 TO WS-KYAKKA-CNT
           MOVE 4 TO WS-RETURN-CODE
           MOVE SPACES TO WS-WORK-LINE
           STRING '取込不可 行:' WS-INPUT-CNT
                  ' リスト:' HI-LIST-NO
                  ' 事由:' WS-KYAKKA-RIYU
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO TR-LINE
           WRITE TORIKOMI-RPT-REC.

       4000-RPT-FOOTER.
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-INPUT-CNT TO WS-EDIT-CNT
           STRING '入力件数      :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO TR-LINE
           WRITE TORIKOMI-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-TOUROKU-CNT TO WS-EDIT-CNT
           STRING '登録件数      :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO TR-LINE
           WRITE TORIKOMI-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-KYAKKA-CNT TO WS-EDIT-CNT
           STRING '取込不可件数  :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO TR-LINE
           WRITE TORIKOMI-RPT-REC.

       3000-CLOSE-FILES.
           CLOSE HANSHA-IN-FILE
           CLOSE HANSHA-MASTER
           CLOSE TORIKOMI-RPT.
