      *       収納ファイルを突合して消し込む。納期限を過ぎた未納分は
      *       経過日数に応じた督促状データ（30日/60日/90日で文言を
      *       段階化）を出力し、滞納集計表を出力する（SAMPLE05Bの
      *       後処理）。分納誓約マスタで履行中の期別は督促を止め、
      *       分納入金（収納区分 B）を分納計画の回に消し込む。予定日
      *       を過ぎて入金のない回があれば誓約を不履行とし督促へ戻す。
      *       不納欠損（SAMPLE05O）とした期別は督促・消込の対象外とし、
      *       集計表に欠損額を別掲する。
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE05D.
               ACCESS MODE IS RANDOM
               RECORD KEY IS ER-TEKIYO-NEN
               FILE STATUS IS WS-RATE-STATUS.
           SELECT BUNNO-MASTER ASSIGN TO BUNNOMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BN-KEY
               FILE STATUS IS WS-BUNNO-STATUS.
           SELECT OPTIONAL GYOMU-DATE-FILE ASSIGN TO GYOMUDATE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
           05  SN-KAISU          PIC 9(02).
           05  SN-KINGAKU        PIC 9(08).
           05  SN-SHUNO-DT       PIC 9(08).
      * 収納区分 B: 分納入金（SN-KAISU は分納計画の回）
           05  SN-SHUNO-KBN      PIC X(01).
               88  SN-BUNNO      VALUE 'B'.
           05  FILLER            PIC X(09).

       FD  TAINO-MASTER
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  TAINO-REC.
           05  TN-KEY.
               88  TN-MINOU      VALUE '0'.
               88  TN-NOFU-ZUMI  VALUE '1'.
               88  TN-TORIKESHI  VALUE '2'.
               88  TN-KESSON     VALUE '3'.
           05  TN-SHUNO-DT       PIC 9(08).
           05  TN-ENTAI-KIN      PIC 9(07).
           05  FILLER            PIC X(14).
           05  TN-TOKUSOKU-DT    PIC 9(08).
           05  TN-CHUDAN-DT      PIC 9(08).
           05  FILLER            PIC X(09).
      *    一部納付・一部充当で期別金額から減額した本税の累計と、
      *    その減額分について確定した未徴収の延滞金
           05  TN-ICHIBU-GAKU    PIC 9(08).
           05  TN-ICHIBU-ENTAI   PIC 9(07).

       FD  TOKUSOKU-FILE
           RECORD CONTAINS 100 CHARACTERS
           05  ER-RITSU-KOU      PIC V9(04).
           05  FILLER            PIC X(28).

      * 分納誓約マスタ: 滞納期別（回数）を対象に、分納計画の各回の
      * 予定日・予定額と入金を持つ。状態 1:履行中 2:完了 3:不履行
       FD  BUNNO-MASTER
           RECORD CONTAINS 500 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  BUNNO-REC.
           05  BN-KEY.
               10  BN-JYUMIN-NO  PIC X(12).
               10  BN-RENBAN     PIC 9(02).
           05  BN-STATUS         PIC X(01).
               88  BN-RIKOU      VALUE '1'.
               88  BN-KANRYO     VALUE '2'.
               88  BN-FURIKOU    VALUE '3'.
           05  BN-SEIYAKU-DT     PIC 9(08).
           05  BN-TAISHO-CNT     PIC 9(02).
           05  BN-TAISHO-KAISU   PIC 9(02) OCCURS 12 TIMES.
           05  BN-KAI-CNT        PIC 9(02).
           05  BN-KAI OCCURS 12 TIMES.
               10  BN-YOTEI-DT   PIC 9(08).
               10  BN-YOTEI-GAKU PIC 9(08).
               10  BN-NYUKIN-DT  PIC 9(08).
               10  BN-NYUKIN-GAKU PIC 9(08).
           05  BN-SEIYAKU-GAKU   PIC 9(09).
           05  BN-NYUKIN-GOUKEI  PIC 9(09).
           05  BN-KANRYO-DT      PIC 9(08).
           05  BN-FURIKOU-DT     PIC 9(08).
           05  BN-FURIKOU-KAI    PIC 9(02).
           05  FILLER            PIC X(29).

       FD  GYOMU-DATE-FILE
           RECORD CONTAINS 20 CHARACTERS
           LABEL RECORDS ARE STANDARD
           05  WS-ERROR-STATUS   PIC X(02).
           05  WS-RATE-STATUS    PIC X(02).
           05  WS-TORIKESHI-STATUS PIC X(02).
           05  WS-BUNNO-STATUS   PIC X(02).
           05  WS-SCHED-EOF      PIC X(01) VALUE 'N'.
           05  WS-TORIKESHI-EOF  PIC X(01) VALUE 'N'.
           05  WS-SHUNO-EOF      PIC X(01) VALUE 'N'.
           05  WS-TAINO-EOF      PIC X(01) VALUE 'N'.
           05  WS-BUNNO-EOF      PIC X(01) VALUE 'N'.

      * 延滞金利率と計算作業域（1か月=30日までが軽減利率）
       01  WS-RATE-AREA.
           05  WS-RITSU-KOU      PIC V9(04) VALUE .0870.
       01  WS-ENTAI-WORK.
           05  WS-KIJUN-DT       PIC 9(08) VALUE ZEROS.
           05  WS-ENTAI-KISO     PIC S9(09) COMP-3 VALUE ZEROS.
           05  WS-ENTAI-NISSU    PIC S9(05) COMP-3 VALUE ZEROS.
           05  WS-TEI-NISSU      PIC S9(05) COMP-3 VALUE ZEROS.
           05  WS-KOU-NISSU      PIC S9(05) COMP-3 VALUE ZEROS.
       01  WS-TR-HIT             PIC 9(04) VALUE ZEROS.
       01  WS-TR-OVER-CNT        PIC 9(05) VALUE ZEROS.

      * 履行中の分納誓約が対象とする期別（督促抑止の対象）
       01  WS-BUNNO-TABLE.
           05  WS-BUNNO-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-BT-IDX.
               10  BNT-JYUMIN-NO PIC X(12).
               10  BNT-KAISU     PIC 9(02).
       01  WS-BUNNO-CNT          PIC 9(04) VALUE ZEROS.
       01  WS-BT-SCAN            PIC 9(04).
       01  WS-BT-HIT             PIC 9(04) VALUE ZEROS.
       01  WS-BT-OVER-CNT        PIC 9(05) VALUE ZEROS.

      * 分納入金・不履行判定の作業域
       01  WS-BUNNO-WORK.
           05  WS-BN-FOUND       PIC X(01).
           05  WS-BN-SUB         PIC 9(02).
           05  WS-BN-MIKOU       PIC 9(02).
           05  WS-BN-MINYU       PIC 9(02).
           05  WS-BN-ZAN         PIC S9(09) COMP-3.
           05  WS-BN-JUTO        PIC S9(09) COMP-3.

       01  WS-COUNTERS.
           05  WS-TOUROKU-CNT    PIC 9(07) VALUE ZEROS.
           05  WS-SHUNO-CNT      PIC 9(07) VALUE ZEROS.
           05  WS-LV3-CNT        PIC 9(07) VALUE ZEROS.
           05  WS-MINOU-KINGAKU  PIC 9(12) VALUE ZEROS.
           05  WS-YOKUSHI-CNT    PIC 9(07) VALUE ZEROS.
           05  WS-BN-SHUNO-CNT   PIC 9(07) VALUE ZEROS.
           05  WS-BN-KANRYO-CNT  PIC 9(07) VALUE ZEROS.
           05  WS-BN-FURIKOU-CNT PIC 9(07) VALUE ZEROS.
           05  WS-BN-YOKUSHI-CNT PIC 9(07) VALUE ZEROS.
           05  WS-KESSON-CNT     PIC 9(07) VALUE ZEROS.
           05  WS-KESSON-KINGAKU PIC 9(12) VALUE ZEROS.

       01  WS-EDIT-AREA.
           05  WS-EDIT-CNT       PIC ZZZ,ZZ9.
               UNTIL WS-SCHED-EOF = 'Y'
           PERFORM 3000-SHUNO-LOOP
               UNTIL WS-SHUNO-EOF = 'Y'
           PERFORM 4000-BUNNO-HANTEI
           PERFORM 5000-TAINO-SCAN
           PERFORM 6000-TAINO-REPORT
           PERFORM 8000-CLOSE-FILES
           OPEN OUTPUT TAINO-RPT
           OPEN OUTPUT ERROR-FILE
           OPEN INPUT  ENTAI-RATE-MASTER
           OPEN I-O    BUNNO-MASTER
           MOVE WS-GYOMU-DATE TO WS-HONJITSU
           PERFORM 1060-RATE-SET
           PERFORM 1070-LOAD-TORIKESHI
                   SET TN-MINOU      TO TRUE
                   MOVE ZEROS        TO TN-SHUNO-DT
                   MOVE ZEROS        TO TN-ENTAI-KIN
                   MOVE ZEROS        TO TN-TOKUSOKU-DT
                   MOVE ZEROS        TO TN-CHUDAN-DT
                   MOVE ZEROS        TO TN-ICHIBU-GAKU
                   MOVE ZEROS        TO TN-ICHIBU-ENTAI
                   WRITE TAINO-REC
                       INVALID KEY CONTINUE
                   END-WRITE
                   CONTINUE
           END-READ.

      * 収納ファイルの消込（分納入金は分納計画の回へ）
       3000-SHUNO-LOOP.
           IF SN-BUNNO
               PERFORM 3500-BUNNO-SHUNO
           ELSE
               MOVE SN-JYUMIN-NO TO TN-JYUMIN-NO
               MOVE SN-KAISU     TO TN-KAISU
               READ TAINO-MASTER
                   INVALID KEY
                       MOVE '債権未登録' TO ER-REASON
                       PERFORM 9200-WRITE-ERROR
                   NOT INVALID KEY
                       PERFORM 3100-SHUNO-KESHIKOMI
               END-READ
           END-IF
           PERFORM 1200-READ-SHUNO.

       3100-SHUNO-KESHIKOMI.
           EVALUATE TRUE
               WHEN TN-KESSON
                   MOVE '不納欠損済' TO ER-REASON
                   PERFORM 9200-WRITE-ERROR
               WHEN TN-NOFU-ZUMI
                   MOVE '二重収納' TO ER-REASON
                   PERFORM 9200-WRITE-ERROR
               WHEN SN-KINGAKU NOT = TN-KINGAKU
                   MOVE '金額不一致' TO ER-REASON
                   PERFORM 9200-WRITE-ERROR
               WHEN OTHER
                   MOVE SN-SHUNO-DT TO WS-KIJUN-DT
                   PERFORM 3700-KANNO-ENTAI
                   SET TN-NOFU-ZUMI TO TRUE
                   MOVE SN-SHUNO-DT TO TN-SHUNO-DT
                   REWRITE TAINO-REC
                   ADD 1 TO WS-SHUNO-CNT
           END-EVALUATE.

      * 分納入金: 納税者の履行中の誓約を探し、予定額どおりの入金を
      * 当該回へ記録する。入金額は対象期別へ回数順に本税として
      * 充て、全回入金済みとなった誓約は完了とする。
       3500-BUNNO-SHUNO.
           PERFORM 3510-BUNNO-SAGASU
           IF WS-BN-FOUND NOT = 'Y'
               MOVE '分納誓約なし' TO ER-REASON
               PERFORM 9200-WRITE-ERROR
           ELSE
               IF SN-KAISU < 1 OR SN-KAISU > BN-KAI-CNT
                   MOVE '分納回数誤り' TO ER-REASON
                   PERFORM 9200-WRITE-ERROR
               ELSE
                   IF BN-NYUKIN-GAKU (SN-KAISU) > ZEROS
                       MOVE '分納二重収納' TO ER-REASON
                       PERFORM 9200-WRITE-ERROR
                   ELSE
                       IF SN-KINGAKU NOT = BN-YOTEI-GAKU (SN-KAISU)
                           MOVE '分納金額不一致' TO ER-REASON
                           PERFORM 9200-WRITE-ERROR
                       ELSE
                           PERFORM 3600-BUNNO-KESHIKOMI
                       END-IF
                   END-IF
               END-IF
           END-IF.

       3510-BUNNO-SAGASU.
           MOVE 'N'          TO WS-BN-FOUND
           MOVE 'N'          TO WS-BUNNO-EOF
           MOVE SN-JYUMIN-NO TO BN-JYUMIN-NO
           MOVE ZEROS        TO BN-RENBAN
           START BUNNO-MASTER KEY IS NOT LESS THAN BN-KEY
               INVALID KEY MOVE 'Y' TO WS-BUNNO-EOF
           END-START
           PERFORM 3520-BUNNO-READ
               UNTIL WS-BUNNO-EOF = 'Y' OR WS-BN-FOUND = 'Y'.

       3520-BUNNO-READ.
           READ BUNNO-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-BUNNO-EOF
               NOT AT END
                   IF BN-JYUMIN-NO NOT = SN-JYUMIN-NO
                       MOVE 'Y' TO WS-BUNNO-EOF
                   ELSE
                       IF BN-RIKOU
                           MOVE 'Y' TO WS-BN-FOUND
                       END-IF
                   END-IF
           END-READ.

       3600-BUNNO-KESHIKOMI.
           MOVE SN-SHUNO-DT TO BN-NYUKIN-DT (SN-KAISU)
           MOVE SN-KINGAKU  TO BN-NYUKIN-GAKU (SN-KAISU)
           ADD SN-KINGAKU   TO BN-NYUKIN-GOUKEI
           MOVE SN-KINGAKU  TO WS-BN-ZAN
           PERFORM 3610-BUNNO-JUTO
               VARYING WS-BN-SUB FROM 1 BY 1
               UNTIL WS-BN-SUB > BN-TAISHO-CNT
                   OR WS-BN-ZAN NOT > ZEROS
           MOVE ZEROS TO WS-BN-MINYU
           PERFORM 3620-BUNNO-MINYU-CNT
               VARYING WS-BN-SUB FROM 1 BY 1
               UNTIL WS-BN-SUB > BN-KAI-CNT
           IF WS-BN-MINYU = ZEROS
               SET BN-KANRYO   TO TRUE
               MOVE SN-SHUNO-DT TO BN-KANRYO-DT
               ADD 1 TO WS-BN-KANRYO-CNT
           END-IF
           REWRITE BUNNO-REC
           ADD 1 TO WS-BN-SHUNO-CNT.

      * 対象期別への充当: 充当した本税について入金日までの延滞金を
      * 確定する。一部充当は期別金額を減額して未納のまま残し、減額
      * した本税と確定した延滞金を積む（一部納付は時効の中断日として
      * 記録する）。完納時は確定済みの延滞金と合わせて記録する。
       3610-BUNNO-JUTO.
           MOVE SN-JYUMIN-NO TO TN-JYUMIN-NO
           MOVE BN-TAISHO-KAISU (WS-BN-SUB) TO TN-KAISU
           READ TAINO-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF TN-MINOU
                       MOVE SN-SHUNO-DT TO WS-KIJUN-DT
                       IF WS-BN-ZAN < TN-KINGAKU
                           PERFORM 3710-ICHIBU-ENTAI
                           SUBTRACT WS-BN-ZAN FROM TN-KINGAKU
                           MOVE ZEROS TO WS-BN-ZAN
                           MOVE SN-SHUNO-DT TO TN-CHUDAN-DT
                       ELSE
                           SUBTRACT TN-KINGAKU FROM WS-BN-ZAN
                           PERFORM 3700-KANNO-ENTAI
                           SET TN-NOFU-ZUMI TO TRUE
                           MOVE SN-SHUNO-DT TO TN-SHUNO-DT
                       END-IF
                       REWRITE TAINO-REC
                   END-IF
           END-READ.

       3620-BUNNO-MINYU-CNT.
           IF BN-NYUKIN-GAKU (WS-BN-SUB) = ZEROS
               ADD 1 TO WS-BN-MINYU
           END-IF.

      * 完納時の延滞金: 残る本税の入金日までの延滞金に、一部納付・
      * 一部充当で確定済みの延滞金を加えて期別の延滞金とする
       3700-KANNO-ENTAI.
           PERFORM 3720-ICHIBU-CHECK
           MOVE TN-KINGAKU TO WS-ENTAI-KISO
           PERFORM 9750-ENTAI-KEISAN
           COMPUTE TN-ENTAI-KIN = WS-ENTAI-KIN + TN-ICHIBU-ENTAI
           MOVE ZEROS TO TN-ICHIBU-ENTAI.

      * 一部納付の延滞金: 入金額（本税）について入金日までの延滞金を
      * 確定して積み、減額する本税を累計する
       3710-ICHIBU-ENTAI.
           PERFORM 3720-ICHIBU-CHECK
           MOVE WS-BN-ZAN TO WS-ENTAI-KISO
           PERFORM 9750-ENTAI-KEISAN
           ADD WS-ENTAI-KIN TO TN-ICHIBU-ENTAI
           ADD WS-BN-ZAN    TO TN-ICHIBU-GAKU.

       3720-ICHIBU-CHECK.
           IF TN-ICHIBU-GAKU NOT NUMERIC
               MOVE ZEROS TO TN-ICHIBU-GAKU
           END-IF
           IF TN-ICHIBU-ENTAI NOT NUMERIC
               MOVE ZEROS TO TN-ICHIBU-ENTAI
           END-IF.

      * 分納誓約の履行判定: 予定日を過ぎて入金のない回がある誓約は
      * 不履行として督促へ戻し、履行中の誓約の対象期別は督促抑止
      * テーブルへ展開する
       4000-BUNNO-HANTEI.
           MOVE 'N' TO WS-BUNNO-EOF
           MOVE LOW-VALUES TO BN-KEY
           START BUNNO-MASTER KEY IS NOT LESS THAN BN-KEY
               INVALID KEY MOVE 'Y' TO WS-BUNNO-EOF
           END-START
           PERFORM 4100-BUNNO-ONE
               UNTIL WS-BUNNO-EOF = 'Y'.

       4100-BUNNO-ONE.
           READ BUNNO-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-BUNNO-EOF
               NOT AT END
                   IF BN-RIKOU
                       PERFORM 4200-BUNNO-RIKOU-CHECK
                   END-IF
           END-READ.

       4200-BUNNO-RIKOU-CHECK.
           MOVE ZEROS TO WS-BN-MIKOU
           PERFORM 4210-BUNNO-KAI-CHECK
               VARYING WS-BN-SUB FROM 1 BY 1
               UNTIL WS-BN-SUB > BN-KAI-CNT
                   OR WS-BN-MIKOU > ZEROS
           IF WS-BN-MIKOU > ZEROS
               SET BN-FURIKOU    TO TRUE
               MOVE WS-HONJITSU  TO BN-FURIKOU-DT
               MOVE WS-BN-MIKOU  TO BN-FURIKOU-KAI
               REWRITE BUNNO-REC
               ADD 1 TO WS-BN-FURIKOU-CNT
           ELSE
               PERFORM 4300-BUNNO-TENKAI
                   VARYING WS-BN-SUB FROM 1 BY 1
                   UNTIL WS-BN-SUB > BN-TAISHO-CNT
           END-IF.

       4210-BUNNO-KAI-CHECK.
           IF BN-YOTEI-DT (WS-BN-SUB) < WS-HONJITSU
               AND BN-NYUKIN-GAKU (WS-BN-SUB) = ZEROS
               MOVE WS-BN-SUB TO WS-BN-MIKOU
           END-IF.

       4300-BUNNO-TENKAI.
           IF WS-BUNNO-CNT < 2000
               ADD 1 TO WS-BUNNO-CNT
               SET WS-BT-IDX TO WS-BUNNO-CNT
               MOVE BN-JYUMIN-NO TO BNT-JYUMIN-NO (WS-BT-IDX)
               MOVE BN-TAISHO-KAISU (WS-BN-SUB)
                   TO BNT-KAISU (WS-BT-IDX)
           ELSE
               ADD 1 TO WS-BT-OVER-CNT
           END-IF.

      * 未納スキャン: 納期限超過分へ督促状を段階発行
       5000-TAINO-SCAN.
           MOVE LOW-VALUES TO TN-KEY
               AT END
                   MOVE 'Y' TO WS-TAINO-EOF
               NOT AT END
                   IF TN-KESSON
                       ADD 1 TO WS-KESSON-CNT
                       ADD TN-KINGAKU TO WS-KESSON-KINGAKU
                   END-IF
                   IF TN-MINOU AND TN-KIGEN-DT < WS-HONJITSU
                       PERFORM 5150-BUNNO-TAISHO-SAGASU
                       IF WS-BT-HIT = ZEROS
                           PERFORM 5200-TOKUSOKU-HAKKOU
                       ELSE
                           ADD TN-KINGAKU TO WS-MINOU-KINGAKU
                           ADD 1 TO WS-BN-YOKUSHI-CNT
                       END-IF
                   END-IF
           END-READ.

       5150-BUNNO-TAISHO-SAGASU.
           MOVE ZEROS TO WS-BT-HIT
           PERFORM 5160-BUNNO-SCAN-ONE
               VARYING WS-BT-SCAN FROM 1 BY 1
               UNTIL WS-BT-SCAN > WS-BUNNO-CNT
                   OR WS-BT-HIT > ZEROS.

       5160-BUNNO-SCAN-ONE.
           SET WS-BT-IDX TO WS-BT-SCAN
           IF BNT-JYUMIN-NO (WS-BT-IDX) = TN-JYUMIN-NO
               AND BNT-KAISU (WS-BT-IDX) = TN-KAISU
               MOVE WS-BT-SCAN TO WS-BT-HIT
           END-IF.

       5200-TOKUSOKU-HAKKOU.
           COMPUTE WS-KEIKA-NISSU =
               FUNCTION INTEGER-OF-DATE(WS-HONJITSU)
           END-EVALUATE
           IF TS-LEVEL > ZEROS
               WRITE TOKUSOKU-REC
               PERFORM 5300-TOKUSOKU-DT-SET
           END-IF.

      * 最初の督促の発付日を時効の中断日として滞納管理マスタに残す
       5300-TOKUSOKU-DT-SET.
           IF TN-TOKUSOKU-DT NOT NUMERIC
               MOVE ZEROS TO TN-TOKUSOKU-DT
           END-IF
           IF TN-TOKUSOKU-DT = ZEROS
               MOVE WS-HONJITSU TO TN-TOKUSOKU-DT
               REWRITE TAINO-REC
           END-IF.

       6000-TAINO-REPORT.
           MOVE WS-WORK-LINE TO TP-LINE
           WRITE TAINO-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-KESSON-CNT TO WS-EDIT-CNT
           STRING '不納欠損件数  :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO TP-LINE
           WRITE TAINO-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-KESSON-KINGAKU TO WS-EDIT-KINGAKU
           STRING '不納欠損額    :' WS-EDIT-KINGAKU
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO TP-LINE
           WRITE TAINO-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-YOKUSHI-CNT TO WS-EDIT-CNT
           STRING '異動取消抑止  :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO TP-LINE
           WRITE TAINO-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-BN-SHUNO-CNT TO WS-EDIT-CNT
           STRING '分納入金件数  :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO TP-LINE
           WRITE TAINO-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-BN-KANRYO-CNT TO WS-EDIT-CNT
           STRING '分納完了件数  :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO TP-LINE
           WRITE TAINO-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-BN-FURIKOU-CNT TO WS-EDIT-CNT
           STRING '分納不履行件数:' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO TP-LINE
           WRITE TAINO-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-BN-YOKUSHI-CNT TO WS-EDIT-CNT
           STRING '分納督促抑止  :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO TP-LINE
           WRITE TAINO-RPT-REC
           IF WS-BT-OVER-CNT > ZEROS
               MOVE SPACES TO WS-WORK-LINE
               MOVE WS-BT-OVER-CNT TO WS-EDIT-CNT
               STRING '分納展開あふれ:' WS-EDIT-CNT
                   DELIMITED SIZE INTO WS-WORK-LINE
               MOVE WS-WORK-LINE TO TP-LINE
               WRITE TAINO-RPT-REC
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-TR-OVER-CNT > ZEROS
               MOVE SPACES TO WS-WORK-LINE
               MOVE WS-TR-OVER-CNT TO WS-EDIT-CNT
               MOVE 8 TO RETURN-CODE
           END-IF.

      * 延滞金計算: WS-ENTAI-KISO の本税について納期限翌日から
      * 30日までは軽減利率、以後は本則利率。百円未満切捨て、
      * 千円未満は徴収しない。
       9750-ENTAI-KEISAN.
           COMPUTE WS-ENTAI-NISSU =
               FUNCTION INTEGER-OF-DATE(WS-KIJUN-DT)
                   MOVE ZEROS TO WS-KOU-NISSU
               END-IF
               COMPUTE WS-ENTAI-GAKU =
                   (WS-ENTAI-KISO * WS-RITSU-TEI * WS-TEI-NISSU
                       / 365)
                   + (WS-ENTAI-KISO * WS-RITSU-KOU * WS-KOU-NISSU
                       / 365)
               COMPUTE WS-ENTAI-KIN =
                   WS-ENTAI-GAKU / 100
           CLOSE TOKUSOKU-FILE
           CLOSE TAINO-RPT
           CLOSE ERROR-FILE
           CLOSE ENTAI-RATE-MASTER
           CLOSE BUNNO-MASTER.
