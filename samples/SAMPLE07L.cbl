      *=================================================================
      * SAMPLE07L: 販売手数料計算バッチ
      * 概要: 業務日付の属する月に回収された請求額（入金配分ジャーナル
      *       の充当額）を、得意先担当割当マスタで入金日時点の営業
      *       担当者へ集計し、営業担当者マスタの段階料率（当月回収額が
      *       閾値に達した段階の料率を回収額全体に乗じる）で販売手数料
      *       を計算する。当月の少額償却（償却ジャーナル）と赤伝計上
      *       （売掛残高移動ジャーナル）は同じ料率で手数料を戻入する
      *       （回収のない月は第1段階の料率）。戻入が手数料を上回る分
      *       は営業担当者マスタへ繰り越し、翌月以降の手数料から差し引く。
      *       確定した手数料は翌月分の課税手当として手当マスタへ登録
      *       し、SAMPLE03の給与で支給する。販売手数料計算書を出力する
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE07L.
       AUTHOR. BATCH-SYSTEM.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL HAIBUN-JNL ASSIGN TO HAIBUNJNL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HAIBUN-STATUS.
           SELECT OPTIONAL SHOKYAKU-JNL ASSIGN TO SHOKYJNL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SHOKYAKU-STATUS.
           SELECT URIKAKE-JOURNAL ASSIGN TO URIKAJNL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-UJNL-STATUS.
           SELECT TANTO-WARIATE ASSIGN TO TANTOWARI
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TW-KEY
               FILE STATUS IS WS-TANTOWARI-STATUS.
           SELECT EIGYO-TANTO-MASTER ASSIGN TO EIGYOTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TT-TANTO-CD
               FILE STATUS IS WS-EIGYOT-STATUS.
           SELECT TEATE-MASTER ASSIGN TO TEATEMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TA-KEY
               FILE STATUS IS WS-TEATE-STATUS.
           SELECT TESURYO-RPT ASSIGN TO TESURYORPT
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
      * 入金配分ジャーナル: SAMPLE07が請求明細へ充当した額（明細単位）
       FD  HAIBUN-JNL
           RECORD CONTAINS 60 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  HAIBUN-JNL-REC.
           05  HB-TOKUI-CD       PIC X(08).
           05  HB-KIJITSU        PIC 9(08).
           05  HB-SEIKYU-NO      PIC X(10).
           05  HB-KINGAKU        PIC 9(11).
           05  HB-NYUKIN-DT      PIC 9(08).
           05  FILLER            PIC X(15).

      * 償却ジャーナル: 請求番号別の少額償却（SAMPLE07）
       FD  SHOKYAKU-JNL
           RECORD CONTAINS 60 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  SHOKYAKU-JNL-REC.
           05  SY-TOKUI-CD       PIC X(08).
           05  SY-SEIKYU-NO      PIC X(10).
           05  SY-KINGAKU        PIC 9(09).
           05  SY-RULE-CD        PIC X(02).
           05  SY-HIDUKE         PIC 9(08).
           05  FILLER            PIC X(23).

      * 売掛残高移動ジャーナル: 売掛残高を動かす全プログラムが
      * 変更前後残高を追記する共用ジャーナル（日次突合はSAMPLE07H）
       FD  URIKAKE-JOURNAL
           RECORD CONTAINS 60 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  URIKAKE-JNL-REC.
           05  UJ-PROGRAM-ID     PIC X(08).
           05  UJ-TOKUI-CD       PIC X(08).
           05  UJ-GYOMU-DT       PIC 9(08).
           05  UJ-JIKOKU         PIC 9(06).
           05  UJ-MAE-ZAN        PIC S9(13) COMP-3.
           05  UJ-ATO-ZAN        PIC S9(13) COMP-3.
           05  UJ-RIYU           PIC X(12).
           05  FILLER            PIC X(04).

      * 得意先担当割当マスタ: 得意先・適用開始日ごとの営業担当者。
      * 適用終了日ゼロは期限なし
       FD  TANTO-WARIATE
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  TANTO-WARIATE-REC.
           05  TW-KEY.
               10  TW-TOKUI-CD   PIC X(10).
               10  TW-TEKIYO-KAISHI PIC 9(08).
           05  TW-TANTO-CD       PIC X(08).
           05  TW-TEKIYO-SHURYO  PIC 9(08).
           05  FILLER            PIC X(06).

      * 営業担当者マスタ: 給与の社員番号、手数料の段階（当月回収額の
      * 閾値と料率、3段階）、戻入の繰越残。前回繰越は同じ月の再実行
      * で繰越残を計算前の状態に戻すために持つ
       FD  EIGYO-TANTO-MASTER
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  EIGYO-TANTO-REC.
           05  TT-TANTO-CD       PIC X(08).
           05  TT-TANTO-MEI      PIC X(20).
           05  TT-SHAIN-NO       PIC X(08).
           05  TT-DANKAI OCCURS 3 TIMES.
               10  TT-SHIKII     PIC 9(10).
               10  TT-RITSU      PIC V9(04).
           05  TT-KURIKOSHI      PIC S9(09) COMP-3.
           05  TT-ZENKAI-KURIKOSHI PIC S9(09) COMP-3.
           05  TT-SHORI-YM       PIC 9(06).
           05  FILLER            PIC X(06).

      * 手当マスタ: 社員・手当区分・適用開始日ごとの手当。適用終了日
      * ゼロは期限なし。課税区分 1課税 2非課税（通勤、法定限度まで）
       FD  TEATE-MASTER
           RECORD CONTAINS 60 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  TEATE-REC.
           05  TA-KEY.
               10  TA-SHAIN-NO   PIC X(08).
               10  TA-TEATE-CD   PIC X(02).
               10  TA-TEKIYO-KAISHI PIC 9(08).
           05  TA-TEATE-MEI      PIC X(20).
           05  TA-KINGAKU        PIC S9(07) COMP-3.
           05  TA-KAZEI-KBN      PIC X(01).
           05  TA-ZANGYO-KBN     PIC X(01).
           05  TA-TEKIYO-SHURYO  PIC 9(08).
           05  FILLER            PIC X(08).

       FD  TESURYO-RPT
           RECORD CONTAINS 150 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  TESURYO-RPT-REC.
           05  TR-LINE           PIC X(150).

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
           05  WS-HAIBUN-STATUS  PIC X(02).
           05  WS-SHOKYAKU-STATUS PIC X(02).
           05  WS-UJNL-STATUS    PIC X(02).
           05  WS-TANTOWARI-STATUS PIC X(02).
           05  WS-EIGYOT-STATUS  PIC X(02).
           05  WS-TEATE-STATUS   PIC X(02).
           05  WS-RPT-STATUS     PIC X(02).
           05  WS-HAIBUN-EOF     PIC X(01) VALUE 'N'.
           05  WS-SHOKYAKU-EOF   PIC X(01) VALUE 'N'.
           05  WS-UJNL-EOF       PIC X(01) VALUE 'N'.
           05  WS-TW-EOF         PIC X(01) VALUE 'N'.

      * 対象年月と支給月（翌月）の適用期間
       01  WS-KIKAN-AREA.
           05  WS-TAISHO-YM      PIC 9(06) VALUE ZEROS.
           05  WS-KEISAN-YM      PIC 9(06) VALUE ZEROS.
           05  WS-KEISAN-YM-R REDEFINES WS-KEISAN-YM.
               10  WS-KEISAN-NEN PIC 9(04).
               10  WS-KEISAN-TSUKI PIC 9(02).
           05  WS-SHIKYU-YM      PIC 9(06) VALUE ZEROS.
           05  WS-SHIKYU-KAISHI  PIC 9(08) VALUE ZEROS.
           05  WS-SHIKYU-SHURYO  PIC 9(08) VALUE ZEROS.
           05  WS-YOKUGETSU-START PIC 9(08) VALUE ZEROS.

      * 販売手数料の手当区分（手当マスタ・給与明細の手当行）
       01  WS-TESURYO-TEATE-CD   PIC X(02) VALUE '90'.
       01  WS-TESURYO-TEATE-MEI  PIC X(20) VALUE '販売手数料'.

      * 担当者決定の作業域（得意先・基準日から担当割当を引く）
       01  WS-TANTO-KETTEI.
           05  WS-KEY-TOKUI-CD   PIC X(10).
           05  WS-KEY-DT         PIC 9(08).
           05  WS-TANTO-CD       PIC X(08).
           05  WS-TORI-KBN       PIC X(01).
               88  WS-TORI-KAISHU   VALUE '1'.
               88  WS-TORI-SHOKYAKU VALUE '2'.
               88  WS-TORI-AKADEN   VALUE '3'.
           05  WS-TORI-GAKU      PIC S9(13) VALUE ZEROS.
           05  WS-TORI-MEI       PIC X(08).

      * 担当者別の回収・戻入集計テーブル
       01  WS-TANTO-TABLE.
           05  WS-TANTO-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-TS-IDX.
               10  TS-TANTO-CD   PIC X(08).
               10  TS-KAISHU     PIC S9(13).
               10  TS-SHOKYAKU   PIC S9(13).
               10  TS-AKADEN     PIC S9(13).
       01  WS-TANTO-CNT          PIC 9(03) VALUE ZEROS.
       01  WS-TANTO-OVER-CNT     PIC 9(05) VALUE ZEROS.
       01  WS-TANTO-SCAN         PIC 9(03).
       01  WS-TANTO-FOUND-FLAG   PIC X(01).
           88  WS-TANTO-IS-FOUND VALUE 'Y'.

      * 手数料計算の作業域
       01  WS-TESURYO-WORK.
           05  WS-DAN-SCAN       PIC 9(01).
           05  WS-TEKIYO-DAN     PIC 9(01) VALUE ZEROS.
           05  WS-KAISHU-RITSU   PIC V9(04) VALUE ZEROS.
           05  WS-MODOSHI-RITSU  PIC V9(04) VALUE ZEROS.
           05  WS-KAISHU-TESURYO PIC S9(11) VALUE ZEROS.
           05  WS-MODOSHI-GAKU   PIC S9(11) VALUE ZEROS.
           05  WS-KURIKOSHI-MAE  PIC S9(11) VALUE ZEROS.
           05  WS-SHIKYU-GAKU    PIC S9(11) VALUE ZEROS.
           05  WS-TEATE-FLAG     PIC X(01).
               88  WS-TEATE-ARI  VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-INPUT-CNT      PIC 9(07) VALUE ZEROS.
           05  WS-KAISHU-CNT     PIC 9(07) VALUE ZEROS.
           05  WS-SHOKYAKU-CNT   PIC 9(07) VALUE ZEROS.
           05  WS-AKADEN-CNT     PIC 9(07) VALUE ZEROS.
           05  WS-MIWARIATE-CNT  PIC 9(07) VALUE ZEROS.
           05  WS-MITOUROKU-CNT  PIC 9(07) VALUE ZEROS.
           05  WS-SHAIN-NG-CNT   PIC 9(07) VALUE ZEROS.
           05  WS-KETA-NG-CNT    PIC 9(07) VALUE ZEROS.
           05  WS-SHIKYU-CNT     PIC 9(07) VALUE ZEROS.

       01  WS-GOUKEI-AREA.
           05  WS-KAISHU-GOUKEI  PIC S9(13) VALUE ZEROS.
           05  WS-MODOSHI-GOUKEI PIC S9(13) VALUE ZEROS.
           05  WS-SHIKYU-GOUKEI  PIC S9(13) VALUE ZEROS.
           05  WS-KURIKOSHI-GOUKEI PIC S9(13) VALUE ZEROS.
           05  WS-MIWARIATE-GAKU PIC S9(13) VALUE ZEROS.

       01  WS-EDIT-AREA.
           05  WS-EDIT-CNT       PIC ZZZ,ZZ9.
           05  WS-EDIT-KINGAKU   PIC -ZZ,ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-KAISHU    PIC -ZZ,ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-MODOSHI   PIC -ZZ,ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-KURIKOSHI PIC -ZZ,ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-RITSU     PIC 9.9999.
           05  WS-WORK-LINE      PIC X(150).

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
           PERFORM 2000-HAIBUN-LOOP
               UNTIL WS-HAIBUN-EOF = 'Y'
           PERFORM 2100-SHOKYAKU-LOOP
               UNTIL WS-SHOKYAKU-EOF = 'Y'
           PERFORM 2200-UJNL-LOOP
               UNTIL WS-UJNL-EOF = 'Y'
           PERFORM 5000-TESURYO-KEISAN
               VARYING WS-TANTO-SCAN FROM 1 BY 1
               UNTIL WS-TANTO-SCAN > WS-TANTO-CNT
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
           CLOSE GYOMU-DATE-FILE
           MOVE WS-GYOMU-DATE(1:6) TO WS-TAISHO-YM
           PERFORM 0150-SHIKYU-KIKAN-SET.

       0110-GYOMU-DATE-READ.
           READ GYOMU-DATE-FILE
               AT END
                   MOVE 'Y' TO WS-GYOMUDT-EOF
               NOT AT END
                   IF GD-GYOMU-DT > ZEROS
                       MOVE GD-GYOMU-DT TO WS-GYOMU-DATE
                   END-IF
           END-READ.

      * 支給月: 対象月の翌月1日から末日までを手当の適用期間とする
       0150-SHIKYU-KIKAN-SET.
           MOVE WS-TAISHO-YM TO WS-KEISAN-YM
           PERFORM 0160-YOKUGETSU
           MOVE WS-KEISAN-YM TO WS-SHIKYU-YM
           COMPUTE WS-SHIKYU-KAISHI = WS-SHIKYU-YM * 100 + 1
           PERFORM 0160-YOKUGETSU
           COMPUTE WS-YOKUGETSU-START = WS-KEISAN-YM * 100 + 1
           COMPUTE WS-SHIKYU-SHURYO = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-YOKUGETSU-START) - 1).

       0160-YOKUGETSU.
           IF WS-KEISAN-TSUKI = 12
               COMPUTE WS-KEISAN-YM = (WS-KEISAN-NEN + 1) * 100 + 1
           ELSE
               ADD 1 TO WS-KEISAN-YM
           END-IF.

       0200-RUNLOG-START.
           OPEN EXTEND RUNLOG-FILE
           MOVE 'SAMPLE7L' TO RL-PROGRAM-ID
           MOVE 'S'        TO RL-KBN
           MOVE WS-GYOMU-DATE TO RL-GYOMU-DT
           MOVE FUNCTION CURRENT-DATE(9:6) TO RL-JIKOKU
           MOVE ZEROS      TO RL-KENSU RL-RETURN-CD
           WRITE RUNLOG-REC
           CLOSE RUNLOG-FILE.

       0900-RUNLOG-END.
           OPEN EXTEND RUNLOG-FILE
           MOVE 'SAMPLE7L' TO RL-PROGRAM-ID
           MOVE 'E'        TO RL-KBN
           MOVE WS-GYOMU-DATE TO RL-GYOMU-DT
           MOVE FUNCTION CURRENT-DATE(9:6) TO RL-JIKOKU
           MOVE WS-INPUT-CNT TO RL-KENSU
           MOVE RETURN-CODE  TO RL-RETURN-CD
           WRITE RUNLOG-REC
           CLOSE RUNLOG-FILE.

       1000-OPEN-FILES.
           OPEN INPUT  HAIBUN-JNL
           IF WS-HAIBUN-STATUS NOT = '00'
               MOVE 'Y' TO WS-HAIBUN-EOF
           END-IF
           OPEN INPUT  SHOKYAKU-JNL
           IF WS-SHOKYAKU-STATUS NOT = '00'
               MOVE 'Y' TO WS-SHOKYAKU-EOF
           END-IF
           OPEN INPUT  URIKAKE-JOURNAL
           OPEN INPUT  TANTO-WARIATE
           OPEN I-O    EIGYO-TANTO-MASTER
           OPEN I-O    TEATE-MASTER
           OPEN OUTPUT TESURYO-RPT
           MOVE '===== 販売手数料計算書 =====' TO TR-LINE
           WRITE TESURYO-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           STRING '対象年月:' WS-TAISHO-YM
                  ' 支給年月:' WS-SHIKYU-YM
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO TR-LINE
           WRITE TESURYO-RPT-REC
           IF WS-HAIBUN-EOF NOT = 'Y'
               PERFORM 1100-READ-HAIBUN
           END-IF
           IF WS-SHOKYAKU-EOF NOT = 'Y'
               PERFORM 1200-READ-SHOKYAKU
           END-IF
           PERFORM 1300-READ-UJNL.

       1100-READ-HAIBUN.
           READ HAIBUN-JNL
               AT END MOVE 'Y' TO WS-HAIBUN-EOF
           END-READ.

       1200-READ-SHOKYAKU.
           READ SHOKYAKU-JNL
               AT END MOVE 'Y' TO WS-SHOKYAKU-EOF
           END-READ.

       1300-READ-UJNL.
           READ URIKAKE-JOURNAL
               AT END MOVE 'Y' TO WS-UJNL-EOF
           END-READ.

      * 回収: 当月入金日の充当額を入金日時点の担当者へ計上する
       2000-HAIBUN-LOOP.
           ADD 1 TO WS-INPUT-CNT
           IF HB-NYUKIN-DT(1:6) = WS-TAISHO-YM
               MOVE HB-TOKUI-CD  TO WS-KEY-TOKUI-CD
               MOVE HB-NYUKIN-DT TO WS-KEY-DT
               MOVE HB-KINGAKU   TO WS-TORI-GAKU
               SET WS-TORI-KAISHU TO TRUE
               MOVE '回収'       TO WS-TORI-MEI
               ADD 1 TO WS-KAISHU-CNT
               PERFORM 7000-TANTO-KEIJO
           END-IF
           PERFORM 1100-READ-HAIBUN.

      * 償却: 当月に償却した請求額は手数料を戻入する
       2100-SHOKYAKU-LOOP.
           ADD 1 TO WS-INPUT-CNT
           IF SY-HIDUKE(1:6) = WS-TAISHO-YM
               MOVE SY-TOKUI-CD TO WS-KEY-TOKUI-CD
               MOVE SY-HIDUKE   TO WS-KEY-DT
               MOVE SY-KINGAKU  TO WS-TORI-GAKU
               SET WS-TORI-SHOKYAKU TO TRUE
               MOVE '償却'      TO WS-TORI-MEI
               ADD 1 TO WS-SHOKYAKU-CNT
               PERFORM 7000-TANTO-KEIJO
           END-IF
           PERFORM 1200-READ-SHOKYAKU.

      * 赤伝: 当月に計上した赤伝（売掛残の減少額）は手数料を戻入する
       2200-UJNL-LOOP.
           ADD 1 TO WS-INPUT-CNT
           IF UJ-GYOMU-DT(1:6) = WS-TAISHO-YM
               AND UJ-RIYU = '赤伝計上'
               MOVE UJ-TOKUI-CD TO WS-KEY-TOKUI-CD
               MOVE UJ-GYOMU-DT TO WS-KEY-DT
               COMPUTE WS-TORI-GAKU = UJ-MAE-ZAN - UJ-ATO-ZAN
               SET WS-TORI-AKADEN TO TRUE
               MOVE '赤伝'      TO WS-TORI-MEI
               ADD 1 TO WS-AKADEN-CNT
               PERFORM 7000-TANTO-KEIJO
           END-IF
           PERFORM 1300-READ-UJNL.

      * 担当者計上: 基準日の担当者を決め、担当者別テーブルへ積む。
      * 担当の割当がない得意先は明細を出して手数料の対象外とする
       7000-TANTO-KEIJO.
           PERFORM 7100-TANTO-KETTEI
           IF WS-TANTO-CD = SPACES
               ADD 1 TO WS-MIWARIATE-CNT
               ADD WS-TORI-GAKU TO WS-MIWARIATE-GAKU
               MOVE SPACES TO WS-WORK-LINE
               MOVE WS-TORI-GAKU TO WS-EDIT-KINGAKU
               STRING '** 担当未割当 ** 得意先:' WS-KEY-TOKUI-CD
                      ' 基準日:' WS-KEY-DT
                      ' ' WS-TORI-MEI
                      ':' WS-EDIT-KINGAKU
                   DELIMITED SIZE INTO WS-WORK-LINE
               MOVE WS-WORK-LINE TO TR-LINE
               WRITE TESURYO-RPT-REC
           ELSE
               PERFORM 7200-TANTO-ACCUM
           END-IF.

      * 担当割当を適用開始日順に読み、基準日に有効なもの（後の開始日
      * を優先）を採る
       7100-TANTO-KETTEI.
           MOVE SPACES TO WS-TANTO-CD
           MOVE 'N'    TO WS-TW-EOF
           MOVE WS-KEY-TOKUI-CD TO TW-TOKUI-CD
           MOVE ZEROS           TO TW-TEKIYO-KAISHI
           START TANTO-WARIATE KEY IS NOT LESS THAN TW-KEY
               INVALID KEY MOVE 'Y' TO WS-TW-EOF
           END-START
           PERFORM 7110-READ-TANTO-WARIATE
               UNTIL WS-TW-EOF = 'Y'.

       7110-READ-TANTO-WARIATE.
           READ TANTO-WARIATE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-TW-EOF
               NOT AT END
                   IF TW-TOKUI-CD NOT = WS-KEY-TOKUI-CD
                       OR TW-TEKIYO-KAISHI > WS-KEY-DT
                       MOVE 'Y' TO WS-TW-EOF
                   ELSE
                       IF TW-TEKIYO-SHURYO = ZEROS
                           OR TW-TEKIYO-SHURYO NOT < WS-KEY-DT
                           MOVE TW-TANTO-CD TO WS-TANTO-CD
                       END-IF
                   END-IF
           END-READ.

       7200-TANTO-ACCUM.
           MOVE 'N' TO WS-TANTO-FOUND-FLAG
           MOVE 1   TO WS-TANTO-SCAN
           PERFORM 7210-TANTO-SEARCH
               UNTIL WS-TANTO-SCAN > WS-TANTO-CNT
                   OR WS-TANTO-IS-FOUND
           IF NOT WS-TANTO-IS-FOUND AND WS-TANTO-CNT < 200
               ADD 1 TO WS-TANTO-CNT
               SET WS-TS-IDX TO WS-TANTO-CNT
               MOVE WS-TANTO-CD TO TS-TANTO-CD (WS-TS-IDX)
               MOVE ZEROS TO TS-KAISHU   (WS-TS-IDX)
                             TS-SHOKYAKU (WS-TS-IDX)
                             TS-AKADEN   (WS-TS-IDX)
               MOVE 'Y' TO WS-TANTO-FOUND-FLAG
           END-IF
           IF WS-TANTO-IS-FOUND
               EVALUATE TRUE
                   WHEN WS-TORI-KAISHU
                       ADD WS-TORI-GAKU TO TS-KAISHU (WS-TS-IDX)
                   WHEN WS-TORI-SHOKYAKU
                       ADD WS-TORI-GAKU TO TS-SHOKYAKU (WS-TS-IDX)
                   WHEN OTHER
                       ADD WS-TORI-GAKU TO TS-AKADEN (WS-TS-IDX)
               END-EVALUATE
           ELSE
      * 展開あふれ: 手数料が計算されない担当者が出るため
      * 件数を報告して異常終了扱いとする
               ADD 1 TO WS-TANTO-OVER-CNT
           END-IF.

       7210-TANTO-SEARCH.
           SET WS-TS-IDX TO WS-TANTO-SCAN
           IF TS-TANTO-CD (WS-TS-IDX) = WS-TANTO-CD
               MOVE 'Y' TO WS-TANTO-FOUND-FLAG
           ELSE
               ADD 1 TO WS-TANTO-SCAN
           END-IF.

      * 手数料計算: 当月回収額が達した段階の料率を回収額に乗じ、
      * 償却・赤伝の戻入と前月までの繰越戻入を差し引いて支給額とする
       5000-TESURYO-KEISAN.
           SET WS-TS-IDX TO WS-TANTO-SCAN
           MOVE TS-TANTO-CD (WS-TS-IDX) TO TT-TANTO-CD
           READ EIGYO-TANTO-MASTER
               INVALID KEY
                   ADD 1 TO WS-MITOUROKU-CNT
                   MOVE SPACES TO WS-WORK-LINE
                   STRING '** 担当者未登録 ** 担当:'
                          TS-TANTO-CD (WS-TS-IDX)
                       DELIMITED SIZE INTO WS-WORK-LINE
                   MOVE WS-WORK-LINE TO TR-LINE
                   WRITE TESURYO-RPT-REC
                   END-WRITE
               NOT INVALID KEY
                   PERFORM 5010-SHAIN-CHECK
           END-READ.

       5010-SHAIN-CHECK.
           IF TT-SHAIN-NO = SPACES
               ADD 1 TO WS-SHAIN-NG-CNT
               MOVE SPACES TO WS-WORK-LINE
               STRING '** 社員番号未設定 ** 担当:' TT-TANTO-CD
                      ' ' TT-TANTO-MEI
                   DELIMITED SIZE INTO WS-WORK-LINE
               MOVE WS-WORK-LINE TO TR-LINE
               WRITE TESURYO-RPT-REC
           ELSE
               PERFORM 5020-SHIKYU-KEISAN
           END-IF.

       5020-SHIKYU-KEISAN.
           PERFORM 5100-DANKAI-HANTEI
           COMPUTE WS-KAISHU-TESURYO ROUNDED =
               TS-KAISHU (WS-TS-IDX) * WS-KAISHU-RITSU
           COMPUTE WS-MODOSHI-GAKU ROUNDED =
               (TS-SHOKYAKU (WS-TS-IDX) + TS-AKADEN (WS-TS-IDX))
               * WS-MODOSHI-RITSU
      * 同じ月の再実行は前回繰越から計算し直す
           IF TT-SHORI-YM = WS-TAISHO-YM
               MOVE TT-ZENKAI-KURIKOSHI TO WS-KURIKOSHI-MAE
           ELSE
               MOVE TT-KURIKOSHI TO WS-KURIKOSHI-MAE
               MOVE TT-KURIKOSHI TO TT-ZENKAI-KURIKOSHI
           END-IF
           COMPUTE WS-SHIKYU-GAKU =
               WS-KAISHU-TESURYO - WS-MODOSHI-GAKU - WS-KURIKOSHI-MAE
           IF WS-SHIKYU-GAKU > 9999999
               ADD 1 TO WS-KETA-NG-CNT
               MOVE SPACES TO WS-WORK-LINE
               MOVE WS-SHIKYU-GAKU TO WS-EDIT-KINGAKU
               STRING '** 支給額桁あふれ ** 担当:' TT-TANTO-CD
                      ' 支給額:' WS-EDIT-KINGAKU
                   DELIMITED SIZE INTO WS-WORK-LINE
               MOVE WS-WORK-LINE TO TR-LINE
               WRITE TESURYO-RPT-REC
           ELSE
               PERFORM 5030-SHIKYU-KAKUTEI
           END-IF.

      * 支給額の確定: 不足分は翌月へ繰り越し、手当として登録する
       5030-SHIKYU-KAKUTEI.
           IF WS-SHIKYU-GAKU > ZEROS
               MOVE ZEROS TO TT-KURIKOSHI
           ELSE
               COMPUTE TT-KURIKOSHI = ZERO - WS-SHIKYU-GAKU
               MOVE ZEROS TO WS-SHIKYU-GAKU
           END-IF
           MOVE WS-TAISHO-YM TO TT-SHORI-YM
           REWRITE EIGYO-TANTO-REC
           PERFORM 5200-TEATE-TOUROKU
           PERFORM 5300-RPT-MEISAI
           ADD TS-KAISHU (WS-TS-IDX) TO WS-KAISHU-GOUKEI
           ADD WS-MODOSHI-GAKU       TO WS-MODOSHI-GOUKEI
           ADD WS-SHIKYU-GAKU        TO WS-SHIKYU-GOUKEI
           ADD TT-KURIKOSHI          TO WS-KURIKOSHI-GOUKEI.

      * 段階判定: 料率のある段階のうち回収額が閾値に達した最上位を
      * 採る。戻入はその料率、回収のない月は第1段階の料率とする
       5100-DANKAI-HANTEI.
           MOVE ZEROS TO WS-TEKIYO-DAN WS-KAISHU-RITSU
           PERFORM 5110-DANKAI-SCAN-ONE
               VARYING WS-DAN-SCAN FROM 1 BY 1
               UNTIL WS-DAN-SCAN > 3
           IF WS-TEKIYO-DAN > ZEROS
               MOVE WS-KAISHU-RITSU TO WS-MODOSHI-RITSU
           ELSE
               MOVE TT-RITSU (1) TO WS-MODOSHI-RITSU
           END-IF.

       5110-DANKAI-SCAN-ONE.
           IF TT-RITSU (WS-DAN-SCAN) > ZEROS
               AND TS-KAISHU (WS-TS-IDX) > ZEROS
               AND TS-KAISHU (WS-TS-IDX) NOT < TT-SHIKII (WS-DAN-SCAN)
               MOVE WS-DAN-SCAN TO WS-TEKIYO-DAN
               MOVE TT-RITSU (WS-DAN-SCAN) TO WS-KAISHU-RITSU
           END-IF.

      * 手当登録: 支給月1日開始・末日終了の課税手当として登録する。
      * 再実行で支給額がなくなった場合は登録済みの手当を取り消す
       5200-TEATE-TOUROKU.
           MOVE TT-SHAIN-NO         TO TA-SHAIN-NO
           MOVE WS-TESURYO-TEATE-CD TO TA-TEATE-CD
           MOVE WS-SHIKYU-KAISHI    TO TA-TEKIYO-KAISHI
           READ TEATE-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-TEATE-FLAG
               NOT INVALID KEY
                   MOVE 'Y' TO WS-TEATE-FLAG
           END-READ
           IF WS-SHIKYU-GAKU = ZEROS
               IF WS-TEATE-ARI
                   DELETE TEATE-MASTER
               END-IF
           ELSE
               PERFORM 5210-TEATE-KAKIKOMI
           END-IF.

       5210-TEATE-KAKIKOMI.
           MOVE SPACES              TO TEATE-REC
           MOVE TT-SHAIN-NO         TO TA-SHAIN-NO
           MOVE WS-TESURYO-TEATE-CD TO TA-TEATE-CD
           MOVE WS-SHIKYU-KAISHI    TO TA-TEKIYO-KAISHI
           MOVE WS-TESURYO-TEATE-MEI TO TA-TEATE-MEI
           MOVE WS-SHIKYU-GAKU      TO TA-KINGAKU
           MOVE '1'                 TO TA-KAZEI-KBN
           MOVE 'N'                 TO TA-ZANGYO-KBN
           MOVE WS-SHIKYU-SHURYO    TO TA-TEKIYO-SHURYO
           IF WS-TEATE-ARI
               REWRITE TEATE-REC
           ELSE
               WRITE TEATE-REC
           END-IF
           ADD 1 TO WS-SHIKYU-CNT.

       5300-RPT-MEISAI.
           MOVE SPACES TO WS-WORK-LINE
           MOVE TS-KAISHU (WS-TS-IDX) TO WS-EDIT-KAISHU
           MOVE WS-KAISHU-RITSU      TO WS-EDIT-RITSU
           MOVE WS-MODOSHI-GAKU      TO WS-EDIT-MODOSHI
           MOVE WS-SHIKYU-GAKU       TO WS-EDIT-KINGAKU
           MOVE TT-KURIKOSHI         TO WS-EDIT-KURIKOSHI
           STRING TT-TANTO-CD ' ' TT-TANTO-MEI
                  ' 回収:' WS-EDIT-KAISHU
                  ' 段階:' WS-TEKIYO-DAN
                  ' 料率:' WS-EDIT-RITSU
                  ' 戻入:' WS-EDIT-MODOSHI
                  ' 支給:' WS-EDIT-KINGAKU
                  ' 繰越:' WS-EDIT-KURIKOSHI
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO TR-LINE
           WRITE TESURYO-RPT-REC.

       4000-RPT-FOOTER.
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-KAISHU-CNT TO WS-EDIT-CNT
           STRING '回収件数      :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO TR-LINE
           WRITE TESURYO-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-SHOKYAKU-CNT TO WS-EDIT-CNT
           STRING '償却戻入件数  :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO TR-LINE
           WRITE TESURYO-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-AKADEN-CNT TO WS-EDIT-CNT
           STRING '赤伝戻入件数  :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO TR-LINE
           WRITE TESURYO-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-KAISHU-GOUKEI TO WS-EDIT-KINGAKU
           STRING '回収額合計    :' WS-EDIT-KINGAKU
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO TR-LINE
           WRITE TESURYO-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-MODOSHI-GOUKEI TO WS-EDIT-KINGAKU
           STRING '戻入額合計    :' WS-EDIT-KINGAKU
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO TR-LINE
           WRITE TESURYO-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-SHIKYU-CNT TO WS-EDIT-CNT
           STRING '手当登録件数  :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO TR-LINE
           WRITE TESURYO-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-SHIKYU-GOUKEI TO WS-EDIT-KINGAKU
           STRING '手数料支給合計:' WS-EDIT-KINGAKU
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO TR-LINE
           WRITE TESURYO-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-KURIKOSHI-GOUKEI TO WS-EDIT-KINGAKU
           STRING '戻入繰越合計  :' WS-EDIT-KINGAKU
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO TR-LINE
           WRITE TESURYO-RPT-REC
           IF WS-MIWARIATE-CNT > ZEROS
               MOVE SPACES TO WS-WORK-LINE
               MOVE WS-MIWARIATE-CNT TO WS-EDIT-CNT
               MOVE WS-MIWARIATE-GAKU TO WS-EDIT-KINGAKU
               STRING '担当未割当件数:' WS-EDIT-CNT
                      ' 金額:' WS-EDIT-KINGAKU
                   DELIMITED SIZE INTO WS-WORK-LINE
               MOVE WS-WORK-LINE TO TR-LINE
               WRITE TESURYO-RPT-REC
               MOVE 4 TO WS-RETURN-CODE
           END-IF
           IF WS-MITOUROKU-CNT > ZEROS
               MOVE SPACES TO WS-WORK-LINE
               MOVE WS-MITOUROKU-CNT TO WS-EDIT-CNT
               STRING '担当者未登録  :' WS-EDIT-CNT
                   DELIMITED SIZE INTO WS-WORK-LINE
               MOVE WS-WORK-LINE TO TR-LINE
               WRITE TESURYO-RPT-REC
               MOVE 4 TO WS-RETURN-CODE
           END-IF
           IF WS-SHAIN-NG-CNT > ZEROS
               MOVE SPACES TO WS-WORK-LINE
               MOVE WS-SHAIN-NG-CNT TO WS-EDIT-CNT
               STRING '社員番号未設定:' WS-EDIT-CNT
                   DELIMITED SIZE INTO WS-WORK-LINE
               MOVE WS-WORK-LINE TO TR-LINE
               WRITE TESURYO-RPT-REC
               MOVE 4 TO WS-RETURN-CODE
           END-IF
           IF WS-KETA-NG-CNT > ZEROS
               MOVE SPACES TO WS-WORK-LINE
               MOVE WS-KETA-NG-CNT TO WS-EDIT-CNT
               STRING '支給額桁あふれ:' WS-EDIT-CNT
                   DELIMITED SIZE INTO WS-WORK-LINE
               MOVE WS-WORK-LINE TO TR-LINE
               WRITE TESURYO-RPT-REC
               MOVE 8 TO WS-RETURN-CODE
           END-IF
           IF WS-TANTO-OVER-CNT > ZEROS
               MOVE SPACES TO WS-WORK-LINE
               MOVE WS-TANTO-OVER-CNT TO WS-EDIT-CNT
               STRING '担当展開あふれ:' WS-EDIT-CNT
                   DELIMITED SIZE INTO WS-WORK-LINE
               MOVE WS-WORK-LINE TO TR-LINE
               WRITE TESURYO-RPT-REC
               MOVE 8 TO WS-RETURN-CODE
           END-IF.

       3000-CLOSE-FILES.
           CLOSE HAIBUN-JNL
           CLOSE SHOKYAKU-JNL
           CLOSE URIKAKE-JOURNAL
           CLOSE TANTO-WARIATE
           CLOSE EIGYO-TANTO-MASTER
           CLOSE TEATE-MASTER
           CLOSE TESURYO-RPT.
