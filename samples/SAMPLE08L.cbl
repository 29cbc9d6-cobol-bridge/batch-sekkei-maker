      *=================================================================
      * SAMPLE08L: 反社リスト月次再照合バッチ
      * 概要: 顧客マスタの全件（統合済みを除く）を最新の反社リスト
      *       マスタ（SAMPLE08Kで取込）と照合し、氏名・カナ・電話・
      *       住所（住所マスタの全種別）の正規形がリストと一致する
      *       顧客のうち、新たに該当した者だけを再照合報告へ出力
      *       して反社判定マスタへ確認待ちで登録する。既に確認待ち
      *       ・該当確定の顧客は件数だけを数え、同一リスト番号で
      *       非該当確認済みの顧客は該当としない。新規該当がある
      *       場合はRC=4で終了する。
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE08L.
       AUTHOR. BATCH-SYSTEM.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KOKYAKU-MASTER ASSIGN TO KOKYAKUMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KK-KOKYAKU-CD
               ALTERNATE RECORD KEY IS KK-KANA
                   WITH DUPLICATES
               FILE STATUS IS WS-KOKYAKU-STATUS.
           SELECT JUSHO-MASTER ASSIGN TO JUSHOMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS JM-KEY
               FILE STATUS IS WS-JUSHO-STATUS.
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
           SELECT OPTIONAL HANSHA-HANTEI ASSIGN TO HSHANTEI
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HJ-KOKYAKU-CD
               FILE STATUS IS WS-HANTEI-STATUS.
           SELECT SAISHOGO-RPT ASSIGN TO HSHSAIRPT
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
       FD  KOKYAKU-MASTER
           RECORD CONTAINS 111 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  KOKYAKU-REC.
           05  KK-KOKYAKU-CD     PIC X(10).
           05  KK-SHIMEI         PIC X(30).
           05  KK-KANA           PIC X(30).
           05  KK-TEL            PIC X(15).
           05  KK-TOUROKU-DT     PIC 9(08).
           05  KK-TOUGOU-SAKI-CD PIC X(10).
           05  KK-TOUGOU-FLAG    PIC X(01).
               88  KK-TOUGOU-ZUMI       VALUE 'Y'.
           05  FILLER            PIC X(07).

       FD  JUSHO-MASTER
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  JUSHO-REC.
           05  JM-KEY.
               10  JM-KOKYAKU-CD PIC X(10).
               10  JM-JYUSHO-KBN PIC X(01).
           05  JM-YUBINNO        PIC X(08).
           05  JM-JYUSYO         PIC X(50).
           05  FILLER            PIC X(11).

      * 反社リストマスタ: SAMPLE08Kで取込（正規形が代替キー）
       FD  HANSHA-MASTER
           RECORD CONTAINS 300 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  HANSHA-REC.
           05  HA-LIST-NO        PIC X(10).
           05  FILLER            PIC X(01).
           05  HA-SHIMEI         PIC X(30).
           05  FILLER            PIC X(95).
           05  HA-NORM-SHIMEI    PIC X(30).
           05  HA-NORM-KANA      PIC X(30).
           05  HA-NORM-TEL       PIC X(15).
           05  HA-NORM-JYUSYO    PIC X(50).
           05  FILLER            PIC X(39).

      * 反社判定マスタ: 照合該当顧客の確認状況（SAMPLE08で判定登録）
       FD  HANSHA-HANTEI
           RECORD CONTAINS 60 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  HANTEI-REC.
           05  HJ-KOKYAKU-CD     PIC X(10).
           05  HJ-HANTEI         PIC X(01).
               88  HJ-KAKUNIN-MACHI      VALUE '1'.
               88  HJ-GAITOU-KAKUTEI     VALUE '2'.
               88  HJ-HI-GAITOU          VALUE '9'.
           05  HJ-HIT-KBN        PIC X(01).
           05  HJ-LIST-NO        PIC X(10).
           05  HJ-KENSHUTSU-DT   PIC 9(08).
           05  HJ-KAKUTEI-DT     PIC 9(08).
           05  FILLER            PIC X(22).

       FD  SAISHOGO-RPT
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  SAISHOGO-RPT-REC.
           05  SR-LINE           PIC X(120).

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
           05  WS-KOKYAKU-STATUS PIC X(02).
           05  WS-JUSHO-STATUS   PIC X(02).
           05  WS-HANSHA-STATUS  PIC X(02).
           05  WS-HANTEI-STATUS  PIC X(02).
           05  WS-RPT-STATUS     PIC X(02).
           05  WS-KOKYAKU-EOF    PIC X(01) VALUE 'N'.

      * 反社照合: 氏名・カナ・住所は空白（全角・半角）を詰め、
      * 電話は数字だけにした正規形でリストの代替キーを引く
       01  WS-HANSHA-AREA.
           05  WS-HANSHA-IN      PIC X(50).
           05  WS-HANSHA-OUT     PIC X(50).
           05  WS-HANSHA-MODE    PIC X(01).
               88  WS-HANSHA-MODE-TEL    VALUE 'T'.
           05  WS-HANSHA-HIT     PIC X(01) VALUE 'N'.
           05  WS-HANSHA-KBN     PIC X(01).
           05  WS-HANSHA-HIT-KBN PIC X(01).
           05  WS-HANSHA-LIST-NO PIC X(10).
           05  WS-HANSHA-KBN-MEI PIC X(06).
           05  WS-HANSHA-DUP-END PIC X(01).
           05  WS-NORM-IX        PIC 9(02).
           05  WS-NORM-OX        PIC 9(02).

       01  WS-JUSHO-KBN-TBL      PIC X(03) VALUE '123'.
       01  WS-JUSHO-KBN-IX       PIC 9(01).

       01  WS-COUNTERS.
           05  WS-INPUT-CNT      PIC 9(07) VALUE ZEROS.
           05  WS-TAISHO-CNT     PIC 9(07) VALUE ZEROS.
           05  WS-SHINKI-GAITOU-CNT PIC 9(07) VALUE ZEROS.
           05  WS-MACHI-CNT      PIC 9(07) VALUE ZEROS.
           05  WS-KAKUTEI-CNT    PIC 9(07) VALUE ZEROS.

       01  WS-EDIT-CNT           PIC ZZZ,ZZ9.
       01  WS-WORK-LINE          PIC X(120).

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
               UNTIL WS-KOKYAKU-EOF = 'Y'
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
           MOVE 'SAMPLE8L' TO RL-PROGRAM-ID
           MOVE 'S'        TO RL-KBN
           MOVE WS-GYOMU-DATE TO RL-GYOMU-DT
           MOVE FUNCTION CURRENT-DATE(9:6) TO RL-JIKOKU
           MOVE ZEROS      TO RL-KENSU RL-RETURN-CD
           WRITE RUNLOG-REC
           CLOSE RUNLOG-FILE.

       0900-RUNLOG-END.
           OPEN EXTEND RUNLOG-FILE
           MOVE 'SAMPLE8L' TO RL-PROGRAM-ID
           MOVE 'E'        TO RL-KBN
           MOVE WS-GYOMU-DATE TO RL-GYOMU-DT
           MOVE FUNCTION CURRENT-DATE(9:6) TO RL-JIKOKU
           MOVE WS-INPUT-CNT TO RL-KENSU
           MOVE RETURN-CODE  TO RL-RETURN-CD
           WRITE RUNLOG-REC
           CLOSE RUNLOG-FILE.

       1000-OPEN-FILES.
           OPEN INPUT  KOKYAKU-MASTER
           OPEN INPUT  JUSHO-MASTER
           OPEN INPUT  HANSHA-MASTER
           OPEN I-O    HANSHA-HANTEI
           OPEN OUTPUT SAISHOGO-RPT
           MOVE '===== 反社リスト月次再照合 =====' TO SR-LINE
           WRITE SAISHOGO-RPT-REC
           MOVE LOW-VALUES TO KK-KOKYAKU-CD
           START KOKYAKU-MASTER KEY IS NOT LESS THAN KK-KOKYAKU-CD
               INVALID KEY MOVE 'Y' TO WS-KOKYAKU-EOF
           END-START.

       2000-MAIN-LOOP.
           READ KOKYAKU-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-KOKYAKU-EOF
               NOT AT END
                   ADD 1 TO WS-INPUT-CNT
                   IF NOT KK-TOUGOU-ZUMI
                       ADD 1 TO WS-TAISHO-CNT
                       PERFORM 2100-KOKYAKU-SHOGO
                   END-IF
           END-READ.

      * 顧客1件の照合: 氏名・カナ・住所・電話の順に引き、最初に
      * 該当した項目で判定する
       2100-KOKYAKU-SHOGO.
           MOVE 'N' TO WS-HANSHA-HIT
           MOVE SPACE TO WS-HANSHA-MODE
           MOVE KK-SHIMEI TO WS-HANSHA-IN
           MOVE 'S' TO WS-HANSHA-KBN
           PERFORM 2710-HANSHA-KEY-SHOGO
           MOVE KK-KANA TO WS-HANSHA-IN
           MOVE 'K' TO WS-HANSHA-KBN
           PERFORM 2710-HANSHA-KEY-SHOGO
           PERFORM 2150-JUSHO-SHOGO
               VARYING WS-JUSHO-KBN-IX FROM 1 BY 1
               UNTIL WS-JUSHO-KBN-IX > 3
           MOVE 'T' TO WS-HANSHA-MODE
           MOVE KK-TEL TO WS-HANSHA-IN
           MOVE 'T' TO WS-HANSHA-KBN
           PERFORM 2710-HANSHA-KEY-SHOGO
           IF WS-HANSHA-HIT = 'Y'
               PERFORM 2200-GAITOU-SHORI
           END-IF.

      * 住所は請求先・送付先・設置先の全種別を照合する
       2150-JUSHO-SHOGO.
           MOVE KK-KOKYAKU-CD TO JM-KOKYAKU-CD
           MOVE WS-JUSHO-KBN-TBL(WS-JUSHO-KBN-IX:1) TO JM-JYUSHO-KBN
           READ JUSHO-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE JM-JYUSYO TO WS-HANSHA-IN
                   MOVE 'J' TO WS-HANSHA-KBN
                   PERFORM 2710-HANSHA-KEY-SHOGO
           END-READ.

      * 該当判定: 判定未登録または別リスト番号で非該当確認済みの
      * 顧客だけを新規該当として報告・登録する
       2200-GAITOU-SHORI.
           MOVE KK-KOKYAKU-CD TO HJ-KOKYAKU-CD
           READ HANSHA-HANTEI
               INVALID KEY
                   MOVE SPACES TO HANTEI-REC
                   MOVE KK-KOKYAKU-CD     TO HJ-KOKYAKU-CD
                   SET HJ-KAKUNIN-MACHI   TO TRUE
                   MOVE WS-HANSHA-HIT-KBN TO HJ-HIT-KBN
                   MOVE WS-HANSHA-LIST-NO TO HJ-LIST-NO
                   MOVE WS-GYOMU-DATE     TO HJ-KENSHUTSU-DT
                   MOVE ZEROS             TO HJ-KAKUTEI-DT
                   WRITE HANTEI-REC
                       INVALID KEY CONTINUE
                   END-WRITE
                   PERFORM 9200-WRITE-GAITOU
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN HJ-KAKUNIN-MACHI
                           ADD 1 TO WS-MACHI-CNT
                       WHEN HJ-GAITOU-KAKUTEI
                           ADD 1 TO WS-KAKUTEI-CNT
                       WHEN OTHER
                           SET HJ-KAKUNIN-MACHI   TO TRUE
                           MOVE WS-HANSHA-HIT-KBN TO HJ-HIT-KBN
                           MOVE WS-HANSHA-LIST-NO TO HJ-LIST-NO
                           MOVE WS-GYOMU-DATE     TO HJ-KENSHUTSU-DT
                           MOVE ZEROS             TO HJ-KAKUTEI-DT
                           REWRITE HANTEI-REC
                           PERFORM 9200-WRITE-GAITOU
                   END-EVALUATE
           END-READ.

       2710-HANSHA-KEY-SHOGO.
           IF WS-HANSHA-HIT = 'N'
               PERFORM 2800-HANSHA-NORMALIZE
           END-IF
           IF WS-HANSHA-HIT = 'N' AND WS-HANSHA-OUT NOT = SPACES
               MOVE 'Y' TO WS-HANSHA-DUP-END
               EVALUATE WS-HANSHA-KBN
                   WHEN 'S'
                       MOVE WS-HANSHA-OUT TO HA-NORM-SHIMEI
                       READ HANSHA-MASTER KEY IS HA-NORM-SHIMEI
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               MOVE 'N' TO WS-HANSHA-DUP-END
                               PERFORM 2720-HANSHA-HIT-HANTEI
                       END-READ
                   WHEN 'K'
                       MOVE WS-HANSHA-OUT TO HA-NORM-KANA
                       READ HANSHA-MASTER KEY IS HA-NORM-KANA
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               MOVE 'N' TO WS-HANSHA-DUP-END
                               PERFORM 2720-HANSHA-HIT-HANTEI
                       END-READ
                   WHEN 'T'
                       MOVE WS-HANSHA-OUT TO HA-NORM-TEL
                       READ HANSHA-MASTER KEY IS HA-NORM-TEL
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               MOVE 'N' TO WS-HANSHA-DUP-END
                               PERFORM 2720-HANSHA-HIT-HANTEI
                       END-READ
                   WHEN OTHER
                       MOVE WS-HANSHA-OUT TO HA-NORM-JYUSYO
                       READ HANSHA-MASTER KEY IS HA-NORM-JYUSYO
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               MOVE 'N' TO WS-HANSHA-DUP-END
                               PERFORM 2720-HANSHA-HIT-HANTEI
                       END-READ
               END-EVALUATE
               PERFORM 2730-HANSHA-DUP-SHOGO
                   UNTIL WS-HANSHA-HIT = 'Y'
                       OR WS-HANSHA-DUP-END = 'Y'
           END-IF.

      * 同一正規形の後続登録: 代替キーが一致する間だけ順に読み、
      * 非該当確認済みのリスト番号以外の登録があれば該当とする
       2730-HANSHA-DUP-SHOGO.
           READ HANSHA-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-HANSHA-DUP-END
               NOT AT END
                   EVALUATE WS-HANSHA-KBN
                       WHEN 'S'
                           IF HA-NORM-SHIMEI NOT = WS-HANSHA-OUT(1:30)
                               MOVE 'Y' TO WS-HANSHA-DUP-END
                           END-IF
                       WHEN 'K'
                           IF HA-NORM-KANA NOT = WS-HANSHA-OUT(1:30)
                               MOVE 'Y' TO WS-HANSHA-DUP-END
                           END-IF
                       WHEN 'T'
                           IF HA-NORM-TEL NOT = WS-HANSHA-OUT(1:15)
                               MOVE 'Y' TO WS-HANSHA-DUP-END
                           END-IF
                       WHEN OTHER
                           IF HA-NORM-JYUSYO NOT = WS-HANSHA-OUT
                               MOVE 'Y' TO WS-HANSHA-DUP-END
                           END-IF
                   END-EVALUATE
                   IF WS-HANSHA-DUP-END = 'N'
                       PERFORM 2720-HANSHA-HIT-HANTEI
                   END-IF
           END-READ.

       2720-HANSHA-HIT-HANTEI.
           MOVE 'Y' TO WS-HANSHA-HIT
           MOVE KK-KOKYAKU-CD TO HJ-KOKYAKU-CD
           READ HANSHA-HANTEI
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF HJ-HI-GAITOU AND HJ-LIST-NO = HA-LIST-NO
                       MOVE 'N' TO WS-HANSHA-HIT
                   END-IF
           END-READ
           IF WS-HANSHA-HIT = 'Y'
               MOVE WS-HANSHA-KBN TO WS-HANSHA-HIT-KBN
               MOVE HA-LIST-NO    TO WS-HANSHA-LIST-NO
           END-IF.

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

       9200-WRITE-GAITOU.
           ADD 1 TO WS-SHINKI-GAITOU-CNT
           MOVE 4 TO WS-RETURN-CODE
           EVALUATE WS-HANSHA-HIT-KBN
               WHEN 'S' MOVE '氏名' TO WS-HANSHA-KBN-MEI
               WHEN 'K' MOVE 'カナ' TO WS-HANSHA-KBN-MEI
               WHEN 'T' MOVE '電話' TO WS-HANSHA-KBN-MEI
               WHEN OTHER MOVE '住所' TO WS-HANSHA-KBN-MEI
           END-EVALUATE
           MOVE SPACES TO WS-WORK-LINE
           STRING '新規該当 顧客:' KK-KOKYAKU-CD
                  ' 氏名:' KK-SHIMEI
                  ' 照合:' WS-HANSHA-KBN-MEI
                  ' リスト:' WS-HANSHA-LIST-NO
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO SR-LINE
           WRITE SAISHOGO-RPT-REC.

       4000-RPT-FOOTER.
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-TAISHO-CNT TO WS-EDIT-CNT
           STRING '照合顧客件数  :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO SR-LINE
           WRITE SAISHOGO-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-SHINKI-GAITOU-CNT TO WS-EDIT-CNT
           STRING '新規該当件数  :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO SR-LINE
           WRITE SAISHOGO-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-MACHI-CNT TO WS-EDIT-CNT
           STRING '確認待ち継続  :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO SR-LINE
           WRITE SAISHOGO-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-KAKUTEI-CNT TO WS-EDIT-CNT
           STRING '該当確定件数  :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO SR-LINE
           WRITE SAISHOGO-RPT-REC.

       3000-CLOSE-FILES.
           CLOSE KOKYAKU-MASTER
           CLOSE JUSHO-MASTER
           CLOSE HANSHA-MASTER
           CLOSE HANSHA-HANTEI
           CLOSE SAISHOGO-RPT.
