      * SAMPLE08: マスタ更新バッチ
      * 概要: 変更依頼ファイルを読み込み、顧客マスタと住所マスタを
      *       更新する。新規・変更・削除の3種を処理する
      *       新規登録と変更は適用前に反社リストマスタ(SAMPLE08K
      *       で取込)と氏名・カナ・電話・住所の正規形で照合し、
      *       該当すれば適用せず確認待ちとして保留する。処理区分
      *       '6'は確認結果（該当確定/非該当）を反社判定マスタへ
      *       登録する（該当確定の顧客はSAMPLE01で売上を止める）。
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE08.
               ACCESS MODE IS RANDOM
               RECORD KEY IS YB-YUBINNO
               FILE STATUS IS WS-YUBIN-STATUS.
           SELECT OPTIONAL HANSHA-MASTER ASSIGN TO HANSHAMST
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
           SELECT GROUP-MASTER ASSIGN TO GROUPMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REVIEW-STATUS.
           SELECT HANSHA-RPT ASSIGN TO HSHSHOGO
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HANSHARPT-STATUS.
           SELECT OPTIONAL GYOMU-DATE-FILE ASSIGN TO GYOMUDATE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               88  HN-SAKUJO     VALUE '3'.
               88  HN-TOUGOU     VALUE '4'.
               88  HN-GROUP      VALUE '5'.
               88  HN-HANSHA     VALUE '6'.
           05  HN-KOKYAKU-CD     PIC X(10).
           05  HN-TOUGOU-SAKI-CD PIC X(10).
           05  HN-SHIMEI         PIC X(30).
           05  HN-JYUSYO         PIC X(50).
           05  HN-TEKIYO-DT      PIC 9(08).
           05  HN-JYUSHO-KBN     PIC X(01).
      *    反社判定('6')の確認結果: '2'該当確定 / '9'非該当
           05  HN-HANSHA-HANTEI  PIC X(01).
           05  FILLER            PIC X(06).

       FD  KOKYAKU-MASTER
           RECORD CONTAINS 111 CHARACTERS
           05  YB-CHOIKI         PIC X(30).
           05  FILLER            PIC X(12).

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

      * 反社判定マスタ: 照合該当顧客の確認状況（SAMPLE01が参照）
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

      * 企業グループマスタ: 子顧客→親顧客の系列リンク
       FD  GROUP-MASTER
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REVIEW-REC          PIC X(170).

       FD  HANSHA-RPT
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  HANSHA-RPT-REC.
           05  HR-LINE           PIC X(100).

       FD  GYOMU-DATE-FILE
           RECORD CONTAINS 20 CHARACTERS
           LABEL RECORDS ARE STANDARD
           05  WS-PENDQRPT-STATUS PIC X(02).
           05  WS-RUIJI-STATUS   PIC X(02).
           05  WS-REVIEW-STATUS  PIC X(02).
           05  WS-HANSHA-STATUS  PIC X(02).
           05  WS-HANSHA-ARI-FLAG PIC X(01) VALUE 'N'.
           05  WS-HANTEI-STATUS  PIC X(02).
           05  WS-HANSHARPT-STATUS PIC X(02).
           05  WS-EOF-FLAG       PIC X(01) VALUE 'N'.
           05  WS-PENDQ-EOF      PIC X(01) VALUE 'N'.
           05  WS-PENDQ-MODE     PIC X(01) VALUE 'N'.
       01  WS-RUIJI-HOLD-CNT     PIC 9(07) VALUE ZEROS.
       01  WS-RUIJI-LINE         PIC X(100).

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
       01  WS-HANSHA-HOLD-CNT    PIC 9(07) VALUE ZEROS.
       01  WS-HANSHA-HANTEI-CNT  PIC 9(07) VALUE ZEROS.
       01  WS-HANSHA-LINE        PIC X(100).

       01  WS-JUSHO-KBN-TBL      PIC X(03) VALUE '123'.
       01  WS-JUSHO-KBN-IX       PIC 9(01).
       01  WS-JUSHO-KBN          PIC X(01).
           PERFORM 2000-MAIN-LOOP
               UNTIL WS-EOF-FLAG = 'Y'
           PERFORM 6000-PENDQ-REPORT
           PERFORM 6100-HANSHA-REPORT
           PERFORM 3000-CLOSE-FILES
           PERFORM 0900-RUNLOG-END
           STOP RUN.
           OPEN I-O    KOKYAKU-MASTER
           OPEN I-O    JUSHO-MASTER
           OPEN I-O    GROUP-MASTER
           OPEN INPUT  HANSHA-MASTER
           IF WS-HANSHA-STATUS = '00'
               MOVE 'Y' TO WS-HANSHA-ARI-FLAG
           END-IF
           OPEN I-O    HANSHA-HANTEI
           OPEN INPUT  YUBIN-MASTER
           IF WS-YUBIN-STATUS = '00'
               MOVE 'Y' TO WS-YUBIN-ARI-FLAG
           OPEN OUTPUT PENDQ-RPT
           OPEN OUTPUT RUIJI-RPT
           OPEN OUTPUT REVIEW-FILE
           OPEN OUTPUT HANSHA-RPT
           IF WS-PENDQIN-STATUS NOT = '00'
               MOVE 'Y' TO WS-PENDQ-EOF
           END-IF
           ELSE
               EVALUATE TRUE
                   WHEN HN-SHINKI
                       PERFORM 2700-HANSHA-SHOGO
                       IF WS-HANSHA-HIT = 'Y'
                           PERFORM 9750-WRITE-HANSHA-HOLD
                       ELSE
                           PERFORM 2070-RUIJI-CHECK
                           IF WS-RUIJI-FLAG = 'Y'
                               AND WS-RUIJI-HOLD-ENABLED
                               PERFORM 9700-WRITE-REVIEW
                           ELSE
                               PERFORM 2100-SHINKI-SHORI
                           END-IF
                       END-IF
                   WHEN HN-HENKOU
                       PERFORM 2700-HANSHA-SHOGO
                       IF WS-HANSHA-HIT = 'Y'
                           PERFORM 9750-WRITE-HANSHA-HOLD
                       ELSE
                           PERFORM 2200-HENKOU-SHORI
                       END-IF
                   WHEN HN-SAKUJO
                       PERFORM 2300-SAKUJO-SHORI
                   WHEN HN-TOUGOU
                       PERFORM 2400-TOUGOU-SHORI
                   WHEN HN-GROUP
                       PERFORM 2600-GROUP-SHORI
                   WHEN HN-HANSHA
                       PERFORM 2750-HANSHA-HANTEI-TOUROKU
                   WHEN OTHER
                       MOVE 'N' TO KL-RESULT
                       MOVE '処理区分不正' TO KL-MSG
           MOVE '重複疑いのため保留' TO KL-MSG
           PERFORM 9100-WRITE-LOG.

      * 反社照合該当の保留: 依頼は確認待ちとしてレビューへ回し、
      * 反社判定マスタへ確認待ちで登録する（該当確定済みは維持）
       9750-WRITE-HANSHA-HOLD.
           ADD 1 TO WS-HANSHA-HOLD-CNT
           MOVE HENKO-REC TO REVIEW-REC
           WRITE REVIEW-REC
           MOVE HN-KOKYAKU-CD TO HJ-KOKYAKU-CD
           READ HANSHA-HANTEI
               INVALID KEY
                   MOVE SPACES TO HANTEI-REC
                   MOVE HN-KOKYAKU-CD     TO HJ-KOKYAKU-CD
                   SET HJ-KAKUNIN-MACHI   TO TRUE
                   MOVE WS-HANSHA-HIT-KBN TO HJ-HIT-KBN
                   MOVE WS-HANSHA-LIST-NO TO HJ-LIST-NO
                   MOVE WS-TODAY          TO HJ-KENSHUTSU-DT
                   MOVE ZEROS             TO HJ-KAKUTEI-DT
                   WRITE HANTEI-REC
                       INVALID KEY CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   IF NOT HJ-GAITOU-KAKUTEI
                       SET HJ-KAKUNIN-MACHI   TO TRUE
                       MOVE WS-HANSHA-HIT-KBN TO HJ-HIT-KBN
                       MOVE WS-HANSHA-LIST-NO TO HJ-LIST-NO
                       MOVE WS-TODAY          TO HJ-KENSHUTSU-DT
                       MOVE ZEROS             TO HJ-KAKUTEI-DT
                       REWRITE HANTEI-REC
                   END-IF
           END-READ
           EVALUATE WS-HANSHA-HIT-KBN
               WHEN 'S' MOVE '氏名' TO WS-HANSHA-KBN-MEI
               WHEN 'K' MOVE 'カナ' TO WS-HANSHA-KBN-MEI
               WHEN 'T' MOVE '電話' TO WS-HANSHA-KBN-MEI
               WHEN OTHER MOVE '住所' TO WS-HANSHA-KBN-MEI
           END-EVALUATE
           MOVE SPACES TO WS-HANSHA-LINE
           STRING '反社照合該当 顧客:' HN-KOKYAKU-CD
                  ' 区分:' HN-SHORI-KBN
                  ' 照合:' WS-HANSHA-KBN-MEI
                  ' リスト:' WS-HANSHA-LIST-NO
               DELIMITED SIZE INTO WS-HANSHA-LINE
           MOVE WS-HANSHA-LINE TO HR-LINE
           WRITE HANSHA-RPT-REC
           MOVE 'N' TO KL-RESULT
           MOVE '反社照合該当のため保留' TO KL-MSG
           PERFORM 9100-WRITE-LOG.

       2100-SHINKI-SHORI.
           MOVE HN-KOKYAKU-CD TO KK-KOKYAKU-CD
           MOVE HN-SHIMEI     TO KK-SHIMEI
           END-READ
           PERFORM 9100-WRITE-LOG.

      * 反社照合: 依頼の氏名・カナ・電話・住所を正規化し、空白で
      * ない項目ごとにリストの代替キーを引く。非該当確認済み
      * （同一リスト番号）の者は該当としない
       2700-HANSHA-SHOGO.
           MOVE 'N' TO WS-HANSHA-HIT
           IF WS-HANSHA-ARI-FLAG = 'Y'
               MOVE SPACE TO WS-HANSHA-MODE
               MOVE HN-SHIMEI TO WS-HANSHA-IN
               MOVE 'S' TO WS-HANSHA-KBN
               PERFORM 2710-HANSHA-KEY-SHOGO
               MOVE HN-KANA TO WS-HANSHA-IN
               MOVE 'K' TO WS-HANSHA-KBN
               PERFORM 2710-HANSHA-KEY-SHOGO
               MOVE HN-JYUSYO TO WS-HANSHA-IN
               MOVE 'J' TO WS-HANSHA-KBN
               PERFORM 2710-HANSHA-KEY-SHOGO
               MOVE 'T' TO WS-HANSHA-MODE
               MOVE HN-TEL TO WS-HANSHA-IN
               MOVE 'T' TO WS-HANSHA-KBN
               PERFORM 2710-HANSHA-KEY-SHOGO
           END-IF.

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
           MOVE HN-KOKYAKU-CD TO HJ-KOKYAKU-CD
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

      * 反社判定登録: 確認結果を反社判定マスタへ書く。リスト番号は
      * 統合先CD欄に指定があればそれで置き換える
       2750-HANSHA-HANTEI-TOUROKU.
           IF HN-HANSHA-HANTEI NOT = '2'
               AND HN-HANSHA-HANTEI NOT = '9'
               MOVE 'N' TO KL-RESULT
               MOVE '反社判定区分不正' TO KL-MSG
               ADD 1 TO WS-ERR-CNT
               PERFORM 9100-WRITE-LOG
           ELSE
               MOVE HN-KOKYAKU-CD TO HJ-KOKYAKU-CD
               READ HANSHA-HANTEI
                   INVALID KEY
                       MOVE SPACES TO HANTEI-REC
                       MOVE HN-KOKYAKU-CD     TO HJ-KOKYAKU-CD
                       MOVE HN-HANSHA-HANTEI  TO HJ-HANTEI
                       MOVE HN-TOUGOU-SAKI-CD TO HJ-LIST-NO
                       MOVE WS-TODAY          TO HJ-KENSHUTSU-DT
                       MOVE WS-TODAY          TO HJ-KAKUTEI-DT
                       WRITE HANTEI-REC
                           INVALID KEY CONTINUE
                       END-WRITE
                   NOT INVALID KEY
                       MOVE HN-HANSHA-HANTEI  TO HJ-HANTEI
                       IF HN-TOUGOU-SAKI-CD NOT = SPACES
                           MOVE HN-TOUGOU-SAKI-CD TO HJ-LIST-NO
                       END-IF
                       MOVE WS-TODAY          TO HJ-KAKUTEI-DT
                       REWRITE HANTEI-REC
               END-READ
               MOVE 'Y' TO KL-RESULT
               MOVE '反社判定登録完了' TO KL-MSG
               ADD 1 TO WS-HANSHA-HANTEI-CNT
               PERFORM 9100-WRITE-LOG
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

       3000-CLOSE-FILES.
           CLOSE HENKO-FILE
           CLOSE KOKYAKU-MASTER
           CLOSE JUSHO-MASTER
           CLOSE GROUP-MASTER
           CLOSE HANSHA-MASTER
           CLOSE HANSHA-HANTEI
           CLOSE YUBIN-MASTER
           CLOSE KEKKA-LOG
           CLOSE REJECT-RPT
           CLOSE PENDQ-OUT
           CLOSE PENDQ-RPT
           CLOSE RUIJI-RPT
           CLOSE REVIEW-FILE
           CLOSE HANSHA-RPT.

       9100-WRITE-LOG.
           MOVE HN-KOKYAKU-CD TO KL-KOKYAKU-CD
               DELIMITED SIZE INTO WS-PENDQ-LINE
           MOVE WS-PENDQ-LINE TO PQ-LINE
           WRITE PENDQ-RPT-REC.

       6100-HANSHA-REPORT.
           MOVE '===== 反社照合 集計 =====' TO HR-LINE
           WRITE HANSHA-RPT-REC
           MOVE SPACES TO WS-HANSHA-LINE
           MOVE WS-HANSHA-HOLD-CNT TO WS-EDIT-PQCNT
           STRING '該当保留件数  :' WS-EDIT-PQCNT
               DELIMITED SIZE INTO WS-HANSHA-LINE
           MOVE WS-HANSHA-LINE TO HR-LINE
           WRITE HANSHA-RPT-REC
           MOVE SPACES TO WS-HANSHA-LINE
           MOVE WS-HANSHA-HANTEI-CNT TO WS-EDIT-PQCNT
           STRING '判定登録件数  :' WS-EDIT-PQCNT
               DELIMITED SIZE INTO WS-HANSHA-LINE
           MOVE WS-HANSHA-LINE TO HR-LINE
           WRITE HANSHA-RPT-REC.
