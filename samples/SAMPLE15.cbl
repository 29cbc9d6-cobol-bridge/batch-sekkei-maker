      *=================================================================
      * SAMPLE15: 経費精算 申請受付バッチ
      * 概要: 経費精算申請ファイル（申請番号・社員・使用日・費目・
      *       税込金額・税率・領収書の適格請求書発行事業者登録番号・
      *       承認者・承認区分）を読み込み、申請者と承認者を給与
      *       マスタで、費目と1件当たり上限額を費目マスタで検証する。
      *       承認済みの申請は消費税額（税込金額×税率/(100+税率)）と
      *       仕入税額控除の可否を判定して経費精算マスタへ登録する。
      *       登録番号（T＋13桁）のある領収書と、費目マスタで登録番号
      *       不要とした費目（公共交通機関など）は全額控除、登録番号の
      *       ない領収書は使用日により経過措置（令和8年9月まで80%、
      *       令和11年9月まで50%）の控除とする。承認者の却下・検証
      *       誤りの申請は却下リストへ出力してRC=4とする。支払・仕訳
      *       ・社員別明細書はSAMPLE15Bで行う（経費精算サブシステムの
      *       入口）。
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE15.
       AUTHOR. BATCH-SYSTEM.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KEIHI-IN ASSIGN TO KEIHIIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-KEIHIIN-STATUS.
           SELECT KYUYO-MASTER ASSIGN TO KYUYOMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS KYM-SHAIN-NO
               FILE STATUS IS WS-KYUYO-STATUS.
           SELECT HIMOKU-FILE ASSIGN TO HIMOKUMST
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HIMOKU-STATUS.
           SELECT KEIHI-MASTER ASSIGN TO KEISEIMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS KE-SHINSEI-NO
               FILE STATUS IS WS-KEIHI-STATUS.
           SELECT UKETSUKE-LIST ASSIGN TO KEIHILIST
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LIST-STATUS.
           SELECT KYAKKA-RPT ASSIGN TO KEIHIREJ
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-KYAKKA-STATUS.
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
      * 経費精算申請: 承認区分 Y=承認 N=却下（紙の承認結果を入力）
      *   税率 10=標準 08=軽減 00=不課税・非課税
       FD  KEIHI-IN
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  KEIHI-IN-REC.
           05  KI-SHINSEI-NO     PIC X(10).
           05  KI-SHAIN-NO       PIC X(08).
           05  KI-SHIYO-DT       PIC 9(08).
           05  KI-SHIYO-DT-X REDEFINES KI-SHIYO-DT.
               10  KI-SHIYO-YY   PIC 9(04).
               10  KI-SHIYO-MM   PIC 9(02).
               10  KI-SHIYO-DD   PIC 9(02).
           05  KI-HIMOKU-CD      PIC X(02).
           05  KI-KINGAKU        PIC 9(09).
           05  KI-ZEI-RITSU      PIC 9(02).
           05  KI-TOUROKU-NO     PIC X(14).
           05  KI-SHONIN-SHA     PIC X(08).
           05  KI-SHONIN-KBN     PIC X(01).
               88  KI-SHONIN     VALUE 'Y'.
               88  KI-KYAKKA     VALUE 'N'.
           05  KI-TEKIYO         PIC X(30).
           05  FILLER            PIC X(08).

      * 給与マスタ（SAMPLE03と同じレイアウト）
       FD  KYUYO-MASTER
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  KYUYO-REC.
           05  KYM-SHAIN-NO      PIC X(08).
           05  KYM-SHIMEI        PIC X(20).
           05  KYM-KIHON-KYU     PIC S9(07) COMP-3.
           05  KYM-ZANGYO-TAN    PIC S9(05) COMP-3.
           05  KYM-KYUJITU-TAN   PIC S9(05) COMP-3.
           05  KYM-SHOTOKUZEI    PIC S9(07) COMP-3.
           05  KYM-KENKO-HOKEN   PIC S9(05) COMP-3.
           05  KYM-KOSEI-NENKIN  PIC S9(05) COMP-3.
           05  KYM-KOZA-NO       PIC X(10).
           05  KYM-BUMON-CD      PIC X(04).
           05  FILLER            PIC X(16).
           05  KYM-KOYO-GYOSHU   PIC X(01).
           05  KYM-KOYO-MENJO    PIC X(01).
               88  KYM-KOYO-MENJO-SHA VALUE 'Y'.
           05  KYM-KYUYO-KEITAI  PIC X(01).
               88  KYM-JIKYU-SHA VALUE '2'.
           05  KYM-JIKYU         PIC S9(05) COMP-3.
           05  FILLER            PIC X(36).

      * 費目マスタ: 1件当たり上限額（ゼロは上限なし）と登録番号
      * 不要区分（Y=公共交通機関・自動販売機など登録番号不要）
       FD  HIMOKU-FILE
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  HIMOKU-REC.
           05  HM-HIMOKU-CD      PIC X(02).
           05  HM-HIMOKU-MEI     PIC X(20).
           05  HM-JOGEN-GAKU     PIC 9(09).
           05  HM-TOUROKU-FUYO   PIC X(01).
           05  FILLER            PIC X(08).

      * 経費精算マスタ: 申請番号。状態 1=承認済(未払) 2=支払済
       FD  KEIHI-MASTER
           RECORD CONTAINS 150 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  KEIHI-REC.
           05  KE-SHINSEI-NO     PIC X(10).
           05  KE-SHAIN-NO       PIC X(08).
           05  KE-BUMON-CD       PIC X(04).
           05  KE-SHIYO-DT       PIC 9(08).
           05  KE-HIMOKU-CD      PIC X(02).
           05  KE-KINGAKU        PIC S9(09) COMP-3.
           05  KE-ZEI-RITSU      PIC 9(02).
           05  KE-ZEI-GAKU       PIC S9(09) COMP-3.
           05  KE-KOJO-ZEI       PIC S9(09) COMP-3.
           05  KE-KOJO-RITSU     PIC 9(03).
           05  KE-TEKIKAKU       PIC X(01).
           05  KE-TOUROKU-NO     PIC X(14).
           05  KE-SHONIN-SHA     PIC X(08).
           05  KE-TEKIYO         PIC X(30).
           05  KE-STATUS         PIC X(01).
               88  KE-MIBARAI    VALUE '1'.
               88  KE-SHIHARAI-ZUMI VALUE '2'.
           05  KE-UKETSUKE-DT    PIC 9(08).
           05  KE-SHIHARAI-DT    PIC 9(08).
           05  FILLER            PIC X(28).

       FD  UKETSUKE-LIST
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  UKETSUKE-LIST-REC.
           05  UL-LINE           PIC X(132).

       FD  KYAKKA-RPT
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  KYAKKA-RPT-REC.
           05  KR-LINE           PIC X(132).

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
           05  WS-KEIHIIN-STATUS PIC X(02).
           05  WS-KYUYO-STATUS   PIC X(02).
           05  WS-HIMOKU-STATUS  PIC X(02).
           05  WS-KEIHI-STATUS   PIC X(02).
           05  WS-LIST-STATUS    PIC X(02).
           05  WS-KYAKKA-STATUS  PIC X(02).
           05  WS-EOF-FLAG       PIC X(01) VALUE 'N'.
           05  WS-HIMOKU-EOF     PIC X(01) VALUE 'N'.

      * 費目テーブル
       01  WS-HIMOKU-TABLE.
           05  WS-HIMOKU-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-HM-IDX.
               10  HMT-HIMOKU-CD PIC X(02).
               10  HMT-JOGEN-GAKU PIC 9(09).
               10  HMT-TOUROKU-FUYO PIC X(01).
       01  WS-HIMOKU-CNT         PIC 9(03) VALUE ZEROS.
       01  WS-HIMOKU-SCAN        PIC 9(03).
       01  WS-HIMOKU-HIT         PIC 9(03) VALUE ZEROS.

       01  WS-CHECK-WORK.
           05  WS-ERR-REASON     PIC X(30).
           05  WS-SHINSEI-ARI    PIC X(01).
           05  WS-SHONIN-ARI     PIC X(01).
           05  WS-BUMON-CD       PIC X(04).
           05  WS-SHIMEI         PIC X(20).

      * 適格請求書判定の作業域（経過措置の控除割合は使用日で決める）
       01  WS-TEKIKAKU-AREA.
           05  WS-TEKIKAKU-FLAG  PIC X(01) VALUE 'Y'.
               88  WS-TEKIKAKU-OK        VALUE 'Y'.
           05  WS-SEIDO-KAISHI-DT PIC 9(08) VALUE 20231001.
           05  WS-KEIKA80-SHURYO-DT PIC 9(08) VALUE 20260930.
           05  WS-KEIKA50-SHURYO-DT PIC 9(08) VALUE 20290930.
           05  WS-KOJO-RITSU     PIC 9(03).
           05  WS-ZEI-GAKU       PIC 9(09).
           05  WS-KOJO-ZEI       PIC 9(09).

       01  WS-COUNTERS.
           05  WS-INPUT-CNT      PIC 9(07) VALUE ZEROS.
           05  WS-TOUROKU-CNT    PIC 9(07) VALUE ZEROS.
           05  WS-KYAKKA-CNT     PIC 9(07) VALUE ZEROS.
           05  WS-TEKIKAKUGAI-CNT PIC 9(07) VALUE ZEROS.
       01  WS-TOUROKU-TOTAL      PIC S9(11) COMP-3 VALUE ZEROS.
       01  WS-KYAKKA-TOTAL       PIC S9(11) COMP-3 VALUE ZEROS.

       01  WS-EDIT-AREA.
           05  WS-EDIT-CNT       PIC ZZZ,ZZ9.
           05  WS-EDIT-GAKU      PIC ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-ZEI       PIC ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-GOKEI     PIC -ZZZ,ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-RITSU     PIC ZZ9.
           05  WS-WORK-LINE      PIC X(132).

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
           PERFORM 7000-GOUKEI-REPORT
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
           MOVE 'SAMPLE15' TO RL-PROGRAM-ID
           MOVE 'S'        TO RL-KBN
           MOVE WS-GYOMU-DATE TO RL-GYOMU-DT
           MOVE FUNCTION CURRENT-DATE(9:6) TO RL-JIKOKU
           MOVE ZEROS      TO RL-KENSU RL-RETURN-CD
           WRITE RUNLOG-REC
           CLOSE RUNLOG-FILE.

       0900-RUNLOG-END.
           OPEN EXTEND RUNLOG-FILE
           MOVE 'SAMPLE15' TO RL-PROGRAM-ID
           MOVE 'E'        TO RL-KBN
           MOVE WS-GYOMU-DATE TO RL-GYOMU-DT
           MOVE FUNCTION CURRENT-DATE(9:6) TO RL-JIKOKU
           MOVE WS-INPUT-CNT TO RL-KENSU
           MOVE RETURN-CODE  TO RL-RETURN-CD
           WRITE RUNLOG-REC
           CLOSE RUNLOG-FILE.

       1000-OPEN-FILES.
           OPEN INPUT  KEIHI-IN
           OPEN INPUT  KYUYO-MASTER
           OPEN INPUT  HIMOKU-FILE
           OPEN I-O    KEIHI-MASTER
           OPEN OUTPUT UKETSUKE-LIST
           OPEN OUTPUT KYAKKA-RPT
           PERFORM 1200-HIMOKU-LOAD
           CLOSE HIMOKU-FILE
           MOVE SPACES TO WS-WORK-LINE
           STRING '===== 経費精算 受付リスト =====  受付日:'
                  WS-GYOMU-DATE
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO UL-LINE
           WRITE UKETSUKE-LIST-REC
           MOVE SPACES TO WS-WORK-LINE
           STRING '申請番号   社員番号 部門 '
                  '使用日   費目    税込金額 税率'
                  '    消費税額 控除%'
                  ' 適格 承認者   摘要'
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO UL-LINE
           WRITE UKETSUKE-LIST-REC
           MOVE SPACES TO WS-WORK-LINE
           STRING '===== 経費精算 却下リスト =====  受付日:'
                  WS-GYOMU-DATE
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO KR-LINE
           WRITE KYAKKA-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           STRING '申請番号   社員番号 使用日   費目'
                  '    税込金額 承認者   却下理由'
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO KR-LINE
           WRITE KYAKKA-RPT-REC
           PERFORM 1100-READ-KEIHI-IN.

       1100-READ-KEIHI-IN.
           READ KEIHI-IN
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

       1200-HIMOKU-LOAD.
           PERFORM 1210-HIMOKU-READ
               UNTIL WS-HIMOKU-EOF = 'Y'.

       1210-HIMOKU-READ.
           READ HIMOKU-FILE
               AT END
                   MOVE 'Y' TO WS-HIMOKU-EOF
               NOT AT END
                   IF WS-HIMOKU-CNT < 100
                       ADD 1 TO WS-HIMOKU-CNT
                       SET WS-HM-IDX TO WS-HIMOKU-CNT
                       MOVE HM-HIMOKU-CD  TO HMT-HIMOKU-CD (WS-HM-IDX)
                       MOVE HM-JOGEN-GAKU
                           TO HMT-JOGEN-GAKU (WS-HM-IDX)
                       MOVE HM-TOUROKU-FUYO
                           TO HMT-TOUROKU-FUYO (WS-HM-IDX)
                   END-IF
           END-READ.

       2000-MAIN-LOOP.
           ADD 1 TO WS-INPUT-CNT
           PERFORM 2100-SHINSEI-CHECK
           IF WS-ERR-REASON = SPACES
               PERFORM 2200-ZEI-HANTEI
               PERFORM 2300-KEIHI-TOUROKU
           ELSE
               PERFORM 9200-WRITE-KYAKKA
           END-IF
           PERFORM 1100-READ-KEIHI-IN.

      * 申請の検証: 申請者・承認者は給与マスタに在籍する社員で、
      * 承認者は申請者本人以外とする
       2100-SHINSEI-CHECK.
           MOVE SPACES TO WS-ERR-REASON WS-BUMON-CD WS-SHIMEI
           MOVE 'N' TO WS-SHINSEI-ARI WS-SHONIN-ARI
           MOVE KI-SHAIN-NO TO KYM-SHAIN-NO
           READ KYUYO-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-SHINSEI-ARI
                   MOVE KYM-BUMON-CD TO WS-BUMON-CD
                   MOVE KYM-SHIMEI   TO WS-SHIMEI
           END-READ
           IF KI-SHONIN-SHA NOT = SPACES
               MOVE KI-SHONIN-SHA TO KYM-SHAIN-NO
               READ KYUYO-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-SHONIN-ARI
               END-READ
           END-IF
           MOVE ZEROS TO WS-HIMOKU-HIT
           PERFORM 2110-HIMOKU-SCAN-ONE
               VARYING WS-HIMOKU-SCAN FROM 1 BY 1
               UNTIL WS-HIMOKU-SCAN > WS-HIMOKU-CNT
                   OR WS-HIMOKU-HIT > ZEROS
           IF WS-HIMOKU-HIT > ZEROS
               SET WS-HM-IDX TO WS-HIMOKU-HIT
           END-IF
           EVALUATE TRUE
               WHEN KI-SHINSEI-NO = SPACES
                   MOVE '申請番号なし' TO WS-ERR-REASON
               WHEN KI-KYAKKA
                   MOVE '承認者却下' TO WS-ERR-REASON
               WHEN NOT KI-SHONIN
                   MOVE '承認区分不正' TO WS-ERR-REASON
               WHEN WS-SHINSEI-ARI = 'N'
                   MOVE '給与マスタ該当者なし'
                       TO WS-ERR-REASON
               WHEN KI-SHONIN-SHA = SPACES
                   MOVE '承認者なし' TO WS-ERR-REASON
               WHEN KI-SHONIN-SHA = KI-SHAIN-NO
                   MOVE '本人承認' TO WS-ERR-REASON
               WHEN WS-SHONIN-ARI = 'N'
                   MOVE '承認者該当なし'
                       TO WS-ERR-REASON
               WHEN KI-SHIYO-DT NOT NUMERIC
                   OR KI-SHIYO-YY < 1900
                   OR KI-SHIYO-MM < 1 OR KI-SHIYO-MM > 12
                   OR KI-SHIYO-DD < 1 OR KI-SHIYO-DD > 31
                   MOVE '使用日不正' TO WS-ERR-REASON
               WHEN KI-SHIYO-DT > WS-GYOMU-DATE
                   MOVE '使用日が未来日' TO WS-ERR-REASON
               WHEN WS-HIMOKU-HIT = ZEROS
                   MOVE '費目が未登録' TO WS-ERR-REASON
               WHEN KI-KINGAKU NOT NUMERIC
                   OR KI-KINGAKU = ZEROS
                   MOVE '金額不正' TO WS-ERR-REASON
               WHEN HMT-JOGEN-GAKU (WS-HM-IDX) > ZEROS
                   AND KI-KINGAKU > HMT-JOGEN-GAKU (WS-HM-IDX)
                   MOVE '費目の上限額超過' TO WS-ERR-REASON
               WHEN KI-ZEI-RITSU NOT NUMERIC
                   OR (KI-ZEI-RITSU NOT = 10 AND KI-ZEI-RITSU NOT = 8
                       AND KI-ZEI-RITSU NOT = ZEROS)
                   MOVE '税率不正' TO WS-ERR-REASON
               WHEN KI-TOUROKU-NO NOT = SPACES
                   AND (KI-TOUROKU-NO(1:1) NOT = 'T'
                     OR KI-TOUROKU-NO(2:13) NOT NUMERIC)
                   MOVE '登録番号形式誤り' TO WS-ERR-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2110-HIMOKU-SCAN-ONE.
           SET WS-HM-IDX TO WS-HIMOKU-SCAN
           IF HMT-HIMOKU-CD (WS-HM-IDX) = KI-HIMOKU-CD
               MOVE WS-HIMOKU-SCAN TO WS-HIMOKU-HIT
           END-IF.

      * 消費税額と控除割合: 登録番号あり・登録番号不要の費目・制度
      * 開始前は全額、登録番号なしは使用日による経過措置の割合
       2200-ZEI-HANTEI.
           COMPUTE WS-ZEI-GAKU =
               KI-KINGAKU * KI-ZEI-RITSU / (100 + KI-ZEI-RITSU)
           MOVE 'Y' TO WS-TEKIKAKU-FLAG
           MOVE 100 TO WS-KOJO-RITSU
           EVALUATE TRUE
               WHEN KI-ZEI-RITSU = ZEROS
                   CONTINUE
               WHEN KI-SHIYO-DT < WS-SEIDO-KAISHI-DT
                   CONTINUE
               WHEN KI-TOUROKU-NO NOT = SPACES
                   CONTINUE
               WHEN HMT-TOUROKU-FUYO (WS-HM-IDX) = 'Y'
                   CONTINUE
               WHEN KI-SHIYO-DT <= WS-KEIKA80-SHURYO-DT
                   MOVE 'N' TO WS-TEKIKAKU-FLAG
                   MOVE 80 TO WS-KOJO-RITSU
               WHEN KI-SHIYO-DT <= WS-KEIKA50-SHURYO-DT
                   MOVE 'N' TO WS-TEKIKAKU-FLAG
                   MOVE 50 TO WS-KOJO-RITSU
               WHEN OTHER
                   MOVE 'N' TO WS-TEKIKAKU-FLAG
                   MOVE ZEROS TO WS-KOJO-RITSU
           END-EVALUATE
           COMPUTE WS-KOJO-ZEI = WS-ZEI-GAKU * WS-KOJO-RITSU / 100.

       2300-KEIHI-TOUROKU.
           MOVE SPACES TO KEIHI-REC
           MOVE KI-SHINSEI-NO    TO KE-SHINSEI-NO
           MOVE KI-SHAIN-NO      TO KE-SHAIN-NO
           MOVE WS-BUMON-CD      TO KE-BUMON-CD
           MOVE KI-SHIYO-DT      TO KE-SHIYO-DT
           MOVE KI-HIMOKU-CD     TO KE-HIMOKU-CD
           MOVE KI-KINGAKU       TO KE-KINGAKU
           MOVE KI-ZEI-RITSU     TO KE-ZEI-RITSU
           MOVE WS-ZEI-GAKU      TO KE-ZEI-GAKU
           MOVE WS-KOJO-ZEI      TO KE-KOJO-ZEI
           MOVE WS-KOJO-RITSU    TO KE-KOJO-RITSU
           MOVE WS-TEKIKAKU-FLAG TO KE-TEKIKAKU
           MOVE KI-TOUROKU-NO    TO KE-TOUROKU-NO
           MOVE KI-SHONIN-SHA    TO KE-SHONIN-SHA
           MOVE KI-TEKIYO        TO KE-TEKIYO
           SET KE-MIBARAI        TO TRUE
           MOVE WS-GYOMU-DATE    TO KE-UKETSUKE-DT
           MOVE ZEROS            TO KE-SHIHARAI-DT
           WRITE KEIHI-REC
               INVALID KEY
                   MOVE '申請番号重複' TO WS-ERR-REASON
                   PERFORM 9200-WRITE-KYAKKA
               NOT INVALID KEY
                   ADD 1 TO WS-TOUROKU-CNT
                   ADD KE-KINGAKU TO WS-TOUROKU-TOTAL
                   IF NOT WS-TEKIKAKU-OK
                       ADD 1 TO WS-TEKIKAKUGAI-CNT
                   END-IF
                   PERFORM 2310-UKETSUKE-PRINT
           END-WRITE.

       2310-UKETSUKE-PRINT.
           MOVE SPACES TO WS-WORK-LINE
           MOVE KE-KINGAKU    TO WS-EDIT-GAKU
           MOVE KE-ZEI-GAKU   TO WS-EDIT-ZEI
           MOVE KE-KOJO-RITSU TO WS-EDIT-RITSU
           STRING KE-SHINSEI-NO ' ' KE-SHAIN-NO ' ' KE-BUMON-CD
                  ' ' KE-SHIYO-DT ' ' KE-HIMOKU-CD '  '
                  WS-EDIT-GAKU '   ' KE-ZEI-RITSU ' '
                  WS-EDIT-ZEI '  ' WS-EDIT-RITSU '    '
                  KE-TEKIKAKU ' ' KE-SHONIN-SHA ' ' KE-TEKIYO
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO UL-LINE
           WRITE UKETSUKE-LIST-REC.

       7000-GOUKEI-REPORT.
           MOVE SPACES TO UL-LINE
           WRITE UKETSUKE-LIST-REC
           MOVE WS-INPUT-CNT TO WS-EDIT-CNT
           MOVE SPACES TO WS-WORK-LINE
           STRING '申請件数      :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO UL-LINE
           WRITE UKETSUKE-LIST-REC
           MOVE WS-TOUROKU-CNT TO WS-EDIT-CNT
           MOVE SPACES TO WS-WORK-LINE
           STRING '受付件数      :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO UL-LINE
           WRITE UKETSUKE-LIST-REC
           MOVE WS-TOUROKU-TOTAL TO WS-EDIT-GOKEI
           MOVE SPACES TO WS-WORK-LINE
           STRING '受付金額合計  :' WS-EDIT-GOKEI
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO UL-LINE
           WRITE UKETSUKE-LIST-REC
           MOVE WS-TEKIKAKUGAI-CNT TO WS-EDIT-CNT
           MOVE SPACES TO WS-WORK-LINE
           STRING '登録番号なし  :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO UL-LINE
           WRITE UKETSUKE-LIST-REC
           MOVE WS-KYAKKA-CNT TO WS-EDIT-CNT
           MOVE SPACES TO WS-WORK-LINE
           STRING '却下件数      :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO UL-LINE
           WRITE UKETSUKE-LIST-REC
           MOVE SPACES TO KR-LINE
           WRITE KYAKKA-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-KYAKKA-TOTAL TO WS-EDIT-GOKEI
           STRING '却下件数      :' WS-EDIT-CNT
                  '  却下金額合計:' WS-EDIT-GOKEI
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO KR-LINE
           WRITE KYAKKA-RPT-REC
           IF WS-KYAKKA-CNT > ZEROS
               MOVE 4 TO WS-RETURN-CODE
           END-IF.

       9200-WRITE-KYAKKA.
           ADD 1 TO WS-KYAKKA-CNT
           MOVE SPACES TO WS-WORK-LINE
           IF KI-KINGAKU NUMERIC
               ADD KI-KINGAKU TO WS-KYAKKA-TOTAL
               MOVE KI-KINGAKU TO WS-EDIT-GAKU
           ELSE
               MOVE ZEROS TO WS-EDIT-GAKU
           END-IF
           STRING KI-SHINSEI-NO ' ' KI-SHAIN-NO ' ' KI-SHIYO-DT
                  ' ' KI-HIMOKU-CD '  ' WS-EDIT-GAKU ' '
                  KI-SHONIN-SHA ' ' WS-ERR-REASON ' ' KI-TEKIYO
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO KR-LINE
           WRITE KYAKKA-RPT-REC.

       3000-CLOSE-FILES.
           CLOSE KEIHI-IN
           CLOSE KYUYO-MASTER
           CLOSE KEIHI-MASTER
           CLOSE UKETSUKE-LIST
           CLOSE KYAKKA-RPT.
