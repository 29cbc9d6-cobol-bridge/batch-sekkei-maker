      *       許容幅(50%〜150%)内のみ受け付け、退職は年間累計マスタの
      *       当年支給が当月分まで消し込まれていることを確認する。
      *       処理結果ログ・変更前後の監査履歴・リジェクト報告を出力
      *       する（SAMPLE08の顧客マスタ保守と同じ規律）。雇用保険の
      *       業種区分・免除区分は採用時に設定し、異動で指定があれば
      *       差し替える。給与形態が時給（'2'）の社員は基本給欄の金額を
      *       時給として設定し、昇給の許容幅も現行時給で判定する。
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE03M.
           05  JH-KOZA-NO        PIC X(10).
           05  JH-NYUSHA-DT      PIC 9(08).
           05  JH-TAISHOKU-DT    PIC 9(08).
           05  JH-KOYO-GYOSHU    PIC X(01).
           05  JH-KOYO-MENJO     PIC X(01).
      *    給与形態 '1'月給 '2'時給（時給のときJH-KIHON-KYUは時給）
           05  JH-KYUYO-KEITAI   PIC X(01).
           05  FILLER            PIC X(01).

       FD  KYUYO-MASTER
           RECORD CONTAINS 120 CHARACTERS
           05  KYM-BUMON-CD      PIC X(04).
           05  KYM-NYUSHA-DT     PIC 9(08).
           05  KYM-TAISHOKU-DT   PIC 9(08).
           05  KYM-KOYO-GYOSHU   PIC X(01).
           05  KYM-KOYO-MENJO    PIC X(01).
           05  KYM-KYUYO-KEITAI  PIC X(01).
               88  KYM-JIKYU-SHA VALUE '2'.
           05  KYM-JIKYU         PIC S9(05) COMP-3.
           05  FILLER            PIC X(36).

       FD  YTD-MASTER
           RECORD CONTAINS 80 CHARACTERS
           05  YM-KOUSHIN-CNT    PIC 9(02).
           05  YM-NENDO          PIC 9(04).
           05  YM-TAISHOKU-DT    PIC 9(08).
           05  YM-YTD-KAZEI      PIC S9(09) COMP-3.
           05  YM-YTD-HIKAZEI    PIC S9(09) COMP-3.
           05  YM-YTD-KOYO-HOKEN PIC S9(09) COMP-3.
           05  FILLER            PIC X(28).

       FD  KEKKA-LOG
           RECORD CONTAINS 60 CHARACTERS
      * 昇給の許容幅（現行基本給に対する百分率）
       01  WS-KAITEI-KAGEN       PIC 9(03) VALUE 050.
       01  WS-KAITEI-JOGEN       PIC 9(03) VALUE 150.
       01  WS-GENKO-GAKU         PIC S9(09) COMP-3 VALUE ZEROS.
       01  WS-KAGEN-GAKU         PIC S9(09) COMP-3 VALUE ZEROS.
       01  WS-JOGEN-GAKU         PIC S9(09) COMP-3 VALUE ZEROS.

           MOVE JH-BUMON-CD    TO KYM-BUMON-CD
           MOVE JH-NYUSHA-DT   TO KYM-NYUSHA-DT
           MOVE ZEROS          TO KYM-TAISHOKU-DT
           MOVE JH-KOYO-GYOSHU TO KYM-KOYO-GYOSHU
           MOVE JH-KOYO-MENJO  TO KYM-KOYO-MENJO
           MOVE JH-KYUYO-KEITAI TO KYM-KYUYO-KEITAI
           MOVE ZEROS          TO KYM-JIKYU
           IF KYM-JIKYU-SHA
               MOVE JH-KIHON-KYU TO KYM-JIKYU
               MOVE ZEROS        TO KYM-KIHON-KYU
           END-IF
           WRITE KYUYO-REC
               INVALID KEY
                   MOVE 'N' TO KL-RESULT
               NOT INVALID KEY
                   MOVE KYUYO-REC TO WS-KYUYO-BEFORE
                   MOVE JH-BUMON-CD TO KYM-BUMON-CD
                   IF JH-KOYO-GYOSHU NOT = SPACE
                       MOVE JH-KOYO-GYOSHU TO KYM-KOYO-GYOSHU
                   END-IF
                   IF JH-KOYO-MENJO NOT = SPACE
                       MOVE JH-KOYO-MENJO TO KYM-KOYO-MENJO
                   END-IF
                   IF JH-KYUYO-KEITAI NOT = SPACE
                       PERFORM 2310-KEITAI-HENKO
                   END-IF
                   REWRITE KYUYO-REC
                   PERFORM 9300-WRITE-HISTORY
                   MOVE 'Y' TO KL-RESULT
                   PERFORM 9100-WRITE-LOG
           END-READ.

      * 給与形態の変更: 金額の指定があれば新しい形態の基本給・時給
      * として設定する
       2310-KEITAI-HENKO.
           MOVE JH-KYUYO-KEITAI TO KYM-KYUYO-KEITAI
           IF JH-KIHON-KYU > ZEROS
               IF KYM-JIKYU-SHA
                   MOVE JH-KIHON-KYU TO KYM-JIKYU
                   MOVE ZEROS        TO KYM-KIHON-KYU
               ELSE
                   MOVE JH-KIHON-KYU TO KYM-KIHON-KYU
                   MOVE ZEROS        TO KYM-JIKYU
               END-IF
           END-IF.

      * 昇給・改定: 現行基本給の許容幅を外れる改定は誤入力として拒否
       2400-SHOKYU-SHORI.
           MOVE JH-SHAIN-NO TO KYM-SHAIN-NO
                   ADD 1 TO WS-ERR-CNT
                   PERFORM 9100-WRITE-LOG
               NOT INVALID KEY
                   IF KYM-JIKYU-SHA
                       MOVE KYM-JIKYU     TO WS-GENKO-GAKU
                   ELSE
                       MOVE KYM-KIHON-KYU TO WS-GENKO-GAKU
                   END-IF
                   COMPUTE WS-KAGEN-GAKU =
                       WS-GENKO-GAKU * WS-KAITEI-KAGEN / 100
                   COMPUTE WS-JOGEN-GAKU =
                       WS-GENKO-GAKU * WS-KAITEI-JOGEN / 100
                   IF JH-KIHON-KYU < WS-KAGEN-GAKU
                       OR JH-KIHON-KYU > WS-JOGEN-GAKU
                       MOVE '改定額が許容幅を超過'
                       PERFORM 9200-WRITE-REJECT
                   ELSE
                       MOVE KYUYO-REC TO WS-KYUYO-BEFORE
                       IF KYM-JIKYU-SHA
                           MOVE JH-KIHON-KYU TO KYM-JIKYU
                       ELSE
                           MOVE JH-KIHON-KYU TO KYM-KIHON-KYU
                       END-IF
                       MOVE JH-ZANGYO-TAN  TO KYM-ZANGYO-TAN
                       MOVE JH-KYUJITU-TAN TO KYM-KYUJITU-TAN
                       REWRITE KYUYO-REC
