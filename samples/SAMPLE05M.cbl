      *=================================================================
      * SAMPLE05M: 住民税 還付金充当バッチ
      * 概要: 更正差額ファイルの還付分('2')について、同じ納税者の
      *       納期限を過ぎた未納期別（滞納管理マスタ）へ古い期から
      *       充当する。充当は本税を先とし、残りを基準日（業務日付）
      *       までの延滞金に充てる。充当した期別は滞納管理マスタへ
      *       充当収納として記録し、充当後の残額だけを還付分として
      *       更正差額ファイルに残す（SAMPLE05Cの後、SAMPLE05Fの前）。
      *       納税者あての充当通知データと日次の充当簿を出力する。
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE05M.
       AUTHOR. BATCH-SYSTEM.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DELTA-FILE ASSIGN TO DELTAIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DELTA-STATUS.
           SELECT DELTA-OUT-FILE ASSIGN TO DELTAOUT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DELTAOUT-STATUS.
           SELECT TAINO-MASTER ASSIGN TO TAINOMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TN-KEY
               FILE STATUS IS WS-TAINO-STATUS.
           SELECT ENTAI-RATE-MASTER ASSIGN TO ENTAIRATE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ER-TEKIYO-NEN
               FILE STATUS IS WS-RATE-STATUS.
           SELECT TSUCHI-FILE ASSIGN TO JUTOTSUCHI
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TSUCHI-STATUS.
           SELECT JUTO-RPT ASSIGN TO JUTORPT
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
       FD  DELTA-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  DELTA-REC.
           05  DL-JYUMIN-NO      PIC X(12).
           05  DL-SHIMEI         PIC X(20).
           05  DL-GENKEI-GOUKEI  PIC 9(09).
           05  DL-SHINKEI-GOUKEI PIC 9(09).
           05  DL-SABUN-KBN      PIC X(01).
               88  DL-TSUICHOU   VALUE '1'.
               88  DL-KANPU      VALUE '2'.
           05  DL-SABUN-GAKU     PIC 9(09).
           05  FILLER            PIC X(20).

      * 充当後の更正差額（全額充当した還付分は出力しない）
       FD  DELTA-OUT-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  DELTA-OUT-REC         PIC X(80).

      * 滞納管理マスタ: 収納区分 J は還付金充当による収納。充当は
      * 納付と同じく時効を中断するので中断日を記録する
       FD  TAINO-MASTER
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  TAINO-REC.
           05  TN-KEY.
               10  TN-JYUMIN-NO  PIC X(12).
               10  TN-KAISU      PIC 9(02).
           05  TN-KINGAKU        PIC 9(08).
           05  TN-KIGEN-DT       PIC 9(08).
           05  TN-STATUS         PIC X(01).
               88  TN-MINOU      VALUE '0'.
               88  TN-NOFU-ZUMI  VALUE '1'.
               88  TN-TORIKESHI  VALUE '2'.
               88  TN-KESSON     VALUE '3'.
           05  TN-SHUNO-DT       PIC 9(08).
           05  TN-ENTAI-KIN      PIC 9(07).
           05  TN-SHUNO-KBN      PIC X(01).
               88  TN-JUTO-SHUNO VALUE 'J'.
           05  TN-JUTO-GAKU      PIC 9(08).
           05  FILLER            PIC X(13).
           05  TN-CHUDAN-DT      PIC 9(08).
           05  FILLER            PIC X(09).
      *    一部納付・一部充当で期別金額から減額した本税の累計と、
      *    その減額分について確定した未徴収の延滞金
           05  TN-ICHIBU-GAKU    PIC 9(08).
           05  TN-ICHIBU-ENTAI   PIC 9(07).

       FD  ENTAI-RATE-MASTER
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  ENTAI-RATE-REC.
           05  ER-TEKIYO-NEN     PIC 9(04).
           05  ER-RITSU-TEI      PIC V9(04).
           05  ER-RITSU-KOU      PIC V9(04).
           05  FILLER            PIC X(28).

      * 充当通知データ: 区分 1:充当明細 2:通知合計（納税者ごと）
       FD  TSUCHI-FILE
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  TSUCHI-REC.
           05  JT-REC-KBN        PIC X(01).
           05  JT-JYUMIN-NO      PIC X(12).
           05  JT-SHIMEI         PIC X(20).
           05  JT-JUTO-DT        PIC 9(08).
           05  JT-BODY           PIC X(59).
           05  JT-MEISAI REDEFINES JT-BODY.
               10  JT-KAISU      PIC 9(02).
               10  JT-KIGEN-DT   PIC 9(08).
               10  JT-HONZEI     PIC 9(08).
               10  JT-ENTAI      PIC 9(07).
               10  FILLER        PIC X(34).
           05  JT-GOUKEI REDEFINES JT-BODY.
               10  JT-KANPU-GAKU PIC 9(09).
               10  JT-JUTO-GOUKEI PIC 9(09).
               10  JT-ZAN-KANPU  PIC 9(09).
               10  FILLER        PIC X(32).

       FD  JUTO-RPT
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  JUTO-RPT-REC.
           05  JR-LINE           PIC X(100).

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
           05  WS-DELTA-STATUS   PIC X(02).
           05  WS-DELTAOUT-STATUS PIC X(02).
           05  WS-TAINO-STATUS   PIC X(02).
           05  WS-RATE-STATUS    PIC X(02).
           05  WS-TSUCHI-STATUS  PIC X(02).
           05  WS-RPT-STATUS     PIC X(02).
           05  WS-EOF-FLAG       PIC X(01) VALUE 'N'.
           05  WS-TAINO-EOF      PIC X(01) VALUE 'N'.

      * 延滞金利率（マスタ未登録年度の既定値は本則）
       01  WS-RATE-AREA.
           05  WS-RITSU-TEI      PIC V9(04) VALUE .0240.
           05  WS-RITSU-KOU      PIC V9(04) VALUE .0870.

      * 延滞金計算の作業域（1か月=30日までが軽減利率）
       01  WS-ENTAI-WORK.
           05  WS-KIJUN-DT       PIC 9(08) VALUE ZEROS.
           05  WS-ENTAI-KISO     PIC S9(09) COMP-3 VALUE ZEROS.
           05  WS-KEIKA-NISSU    PIC S9(05) COMP-3 VALUE ZEROS.
           05  WS-TEI-NISSU      PIC S9(05) COMP-3 VALUE ZEROS.
           05  WS-KOU-NISSU      PIC S9(05) COMP-3 VALUE ZEROS.
           05  WS-ENTAI-GAKU     PIC S9(09)V99 COMP-3 VALUE ZEROS.
           05  WS-ENTAI-KIN      PIC 9(07) VALUE ZEROS.

      * 充当の作業域
       01  WS-JUTO-WORK.
           05  WS-ZAN-KANPU      PIC S9(09) COMP-3.
           05  WS-JUTO-HONZEI    PIC S9(09) COMP-3.
           05  WS-JUTO-ENTAI     PIC S9(09) COMP-3.
           05  WS-JUTO-KEI       PIC S9(09) COMP-3.
           05  WS-JUTO-GOUKEI    PIC S9(09) COMP-3.

       01  WS-COUNTERS.
           05  WS-INPUT-CNT      PIC 9(07) VALUE ZEROS.
           05  WS-KANPU-CNT      PIC 9(07) VALUE ZEROS.
           05  WS-JUTO-NINZU     PIC 9(07) VALUE ZEROS.
           05  WS-JUTO-KENSU     PIC 9(07) VALUE ZEROS.
           05  WS-ZENGAKU-CNT    PIC 9(07) VALUE ZEROS.
           05  WS-HONZEI-GOUKEI  PIC 9(12) VALUE ZEROS.
           05  WS-ENTAI-GOUKEI   PIC 9(12) VALUE ZEROS.
           05  WS-ZAN-GOUKEI     PIC 9(12) VALUE ZEROS.

       01  WS-EDIT-AREA.
           05  WS-EDIT-CNT       PIC ZZZ,ZZ9.
           05  WS-EDIT-KINGAKU   PIC ZZ,ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-HONZEI    PIC ZZ,ZZZ,ZZ9.
           05  WS-EDIT-ENTAI     PIC Z,ZZZ,ZZ9.
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
           MOVE 'SAMPLE5M' TO RL-PROGRAM-ID
           MOVE 'S'        TO RL-KBN
           MOVE WS-GYOMU-DATE TO RL-GYOMU-DT
           MOVE FUNCTION CURRENT-DATE(9:6) TO RL-JIKOKU
           MOVE ZEROS      TO RL-KENSU RL-RETURN-CD
           WRITE RUNLOG-REC
           CLOSE RUNLOG-FILE.

       0900-RUNLOG-END.
           OPEN EXTEND RUNLOG-FILE
           MOVE 'SAMPLE5M' TO RL-PROGRAM-ID
           MOVE 'E'        TO RL-KBN
           MOVE WS-GYOMU-DATE TO RL-GYOMU-DT
           MOVE FUNCTION CURRENT-DATE(9:6) TO RL-JIKOKU
           MOVE WS-INPUT-CNT TO RL-KENSU
           MOVE RETURN-CODE  TO RL-RETURN-CD
           WRITE RUNLOG-REC
           CLOSE RUNLOG-FILE.

       1000-OPEN-FILES.
           OPEN INPUT  DELTA-FILE
           OPEN OUTPUT DELTA-OUT-FILE
           OPEN I-O    TAINO-MASTER
           OPEN INPUT  ENTAI-RATE-MASTER
           OPEN OUTPUT TSUCHI-FILE
           OPEN OUTPUT JUTO-RPT
           MOVE WS-GYOMU-DATE TO WS-KIJUN-DT
           PERFORM 1200-RATE-SET
           MOVE SPACES TO WS-WORK-LINE
           STRING '===== 還付金充当簿 ' WS-GYOMU-DATE ' ====='
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO JR-LINE
           WRITE JUTO-RPT-REC
           PERFORM 1100-READ-DELTA.

       1100-READ-DELTA.
           READ DELTA-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

      * 利率取得: 基準日の年度の改定利率を引く（未登録は既定値）
       1200-RATE-SET.
           MOVE WS-KIJUN-DT(1:4) TO ER-TEKIYO-NEN
           READ ENTAI-RATE-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ER-RITSU-TEI TO WS-RITSU-TEI
                   MOVE ER-RITSU-KOU TO WS-RITSU-KOU
           END-READ.

      * 追徴分はそのまま、還付分は充当後の残額で次工程へ渡す
       2000-MAIN-LOOP.
           ADD 1 TO WS-INPUT-CNT
           IF DL-KANPU
               ADD 1 TO WS-KANPU-CNT
               PERFORM 2100-JUTO-SHORI
           ELSE
               MOVE DELTA-REC TO DELTA-OUT-REC
               WRITE DELTA-OUT-REC
           END-IF
           PERFORM 1100-READ-DELTA.

       2100-JUTO-SHORI.
           MOVE DL-SABUN-GAKU TO WS-ZAN-KANPU
           MOVE ZEROS         TO WS-JUTO-GOUKEI
           MOVE 'N'           TO WS-TAINO-EOF
           MOVE DL-JYUMIN-NO  TO TN-JYUMIN-NO
           MOVE ZEROS         TO TN-KAISU
           START TAINO-MASTER KEY IS NOT LESS THAN TN-KEY
               INVALID KEY MOVE 'Y' TO WS-TAINO-EOF
           END-START
           PERFORM 2200-TAINO-READ
               UNTIL WS-TAINO-EOF = 'Y'
                   OR WS-ZAN-KANPU NOT > ZEROS
           IF WS-JUTO-GOUKEI > ZEROS
               ADD 1 TO WS-JUTO-NINZU
               PERFORM 2500-WRITE-TSUCHI-GOUKEI
           END-IF
           IF WS-ZAN-KANPU > ZEROS
               MOVE WS-ZAN-KANPU TO DL-SABUN-GAKU
               ADD WS-ZAN-KANPU TO WS-ZAN-GOUKEI
               MOVE DELTA-REC TO DELTA-OUT-REC
               WRITE DELTA-OUT-REC
           ELSE
               ADD 1 TO WS-ZENGAKU-CNT
           END-IF.

      * 期別は回数順（納期限順）に読み、納期限を過ぎた未納分に充当
       2200-TAINO-READ.
           READ TAINO-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-TAINO-EOF
               NOT AT END
                   IF TN-JYUMIN-NO NOT = DL-JYUMIN-NO
                       MOVE 'Y' TO WS-TAINO-EOF
                   ELSE
                       IF TN-MINOU AND TN-KIGEN-DT < WS-KIJUN-DT
                           PERFORM 2300-JUTO-KIBETSU
                       END-IF
                   END-IF
           END-READ.

      * 期別1件への充当: 本税を先に充て、充当した本税について基準日
      * までの延滞金を確定する。本税を完納した場合に限り、一部充当・
      * 一部納付で確定済みの延滞金と合わせて残りを延滞金に充て、
      * 未充当分は TN-ENTAI-KIN に残す。本税の一部充当は期別金額を
      * 減額して未納のまま残し、減額した本税と確定した延滞金を
      * TN-ICHIBU-GAKU・TN-ICHIBU-ENTAI に積む。
       2300-JUTO-KIBETSU.
           MOVE ZEROS TO WS-JUTO-ENTAI
           IF TN-ICHIBU-GAKU NOT NUMERIC
               MOVE ZEROS TO TN-ICHIBU-GAKU
           END-IF
           IF TN-ICHIBU-ENTAI NOT NUMERIC
               MOVE ZEROS TO TN-ICHIBU-ENTAI
           END-IF
           IF WS-ZAN-KANPU < TN-KINGAKU
               MOVE WS-ZAN-KANPU TO WS-JUTO-HONZEI
           ELSE
               MOVE TN-KINGAKU   TO WS-JUTO-HONZEI
           END-IF
           MOVE WS-JUTO-HONZEI TO WS-ENTAI-KISO
           PERFORM 9750-ENTAI-KEISAN
           ADD WS-ENTAI-KIN TO TN-ICHIBU-ENTAI
           SUBTRACT WS-JUTO-HONZEI FROM WS-ZAN-KANPU
           IF WS-JUTO-HONZEI = TN-KINGAKU
               IF WS-ZAN-KANPU < TN-ICHIBU-ENTAI
                   MOVE WS-ZAN-KANPU TO WS-JUTO-ENTAI
               ELSE
                   MOVE TN-ICHIBU-ENTAI TO WS-JUTO-ENTAI
               END-IF
               SUBTRACT WS-JUTO-ENTAI FROM WS-ZAN-KANPU
               COMPUTE TN-ENTAI-KIN = TN-ICHIBU-ENTAI - WS-JUTO-ENTAI
               MOVE ZEROS TO TN-ICHIBU-ENTAI
               SET TN-NOFU-ZUMI  TO TRUE
               MOVE WS-KIJUN-DT  TO TN-SHUNO-DT
           ELSE
               SUBTRACT WS-JUTO-HONZEI FROM TN-KINGAKU
               ADD WS-JUTO-HONZEI TO TN-ICHIBU-GAKU
           END-IF
           ADD WS-JUTO-HONZEI WS-JUTO-ENTAI GIVING WS-JUTO-KEI
           IF TN-JUTO-GAKU NOT NUMERIC
               MOVE ZEROS TO TN-JUTO-GAKU
           END-IF
           SET TN-JUTO-SHUNO TO TRUE
           ADD WS-JUTO-KEI TO TN-JUTO-GAKU
           MOVE WS-KIJUN-DT  TO TN-CHUDAN-DT
           REWRITE TAINO-REC
           ADD WS-JUTO-KEI    TO WS-JUTO-GOUKEI
           ADD 1              TO WS-JUTO-KENSU
           ADD WS-JUTO-HONZEI TO WS-HONZEI-GOUKEI
           ADD WS-JUTO-ENTAI  TO WS-ENTAI-GOUKEI
           PERFORM 2400-WRITE-TSUCHI-MEISAI
           PERFORM 2450-WRITE-JUTOBO.

       2400-WRITE-TSUCHI-MEISAI.
           MOVE SPACES         TO TSUCHI-REC
           MOVE '1'            TO JT-REC-KBN
           MOVE DL-JYUMIN-NO   TO JT-JYUMIN-NO
           MOVE DL-SHIMEI      TO JT-SHIMEI
           MOVE WS-KIJUN-DT    TO JT-JUTO-DT
           MOVE TN-KAISU       TO JT-KAISU
           MOVE TN-KIGEN-DT    TO JT-KIGEN-DT
           MOVE WS-JUTO-HONZEI TO JT-HONZEI
           MOVE WS-JUTO-ENTAI  TO JT-ENTAI
           WRITE TSUCHI-REC.

       2450-WRITE-JUTOBO.
           MOVE WS-JUTO-HONZEI TO WS-EDIT-HONZEI
           MOVE WS-JUTO-ENTAI  TO WS-EDIT-ENTAI
           MOVE SPACES TO WS-WORK-LINE
           STRING '住民:' DL-JYUMIN-NO
                  ' 回数:' TN-KAISU
                  ' 納期限:' TN-KIGEN-DT
                  ' 本税:' WS-EDIT-HONZEI
                  ' 延滞金:' WS-EDIT-ENTAI
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO JR-LINE
           WRITE JUTO-RPT-REC.

       2500-WRITE-TSUCHI-GOUKEI.
           MOVE SPACES         TO TSUCHI-REC
           MOVE '2'            TO JT-REC-KBN
           MOVE DL-JYUMIN-NO   TO JT-JYUMIN-NO
           MOVE DL-SHIMEI      TO JT-SHIMEI
           MOVE WS-KIJUN-DT    TO JT-JUTO-DT
           MOVE DL-SABUN-GAKU  TO JT-KANPU-GAKU
           MOVE WS-JUTO-GOUKEI TO JT-JUTO-GOUKEI
           MOVE WS-ZAN-KANPU   TO JT-ZAN-KANPU
           WRITE TSUCHI-REC.

      * 延滞金計算: WS-ENTAI-KISO の本税について納期限翌日から
      * 30日までは軽減利率、以後は本則利率。百円未満切捨て、
      * 千円未満は徴収しない。
       9750-ENTAI-KEISAN.
           COMPUTE WS-KEIKA-NISSU =
               FUNCTION INTEGER-OF-DATE(WS-KIJUN-DT)
               - FUNCTION INTEGER-OF-DATE(TN-KIGEN-DT)
           IF WS-KEIKA-NISSU NOT > ZEROS
               MOVE ZEROS TO WS-ENTAI-KIN
           ELSE
               IF WS-KEIKA-NISSU > 30
                   MOVE 30 TO WS-TEI-NISSU
                   COMPUTE WS-KOU-NISSU = WS-KEIKA-NISSU - 30
               ELSE
                   MOVE WS-KEIKA-NISSU TO WS-TEI-NISSU
                   MOVE ZEROS TO WS-KOU-NISSU
               END-IF
               COMPUTE WS-ENTAI-GAKU =
                   (WS-ENTAI-KISO * WS-RITSU-TEI * WS-TEI-NISSU
                       / 365)
                   + (WS-ENTAI-KISO * WS-RITSU-KOU * WS-KOU-NISSU
                       / 365)
               COMPUTE WS-ENTAI-KIN =
                   WS-ENTAI-GAKU / 100
               COMPUTE WS-ENTAI-KIN = WS-ENTAI-KIN * 100
               IF WS-ENTAI-KIN < 1000
                   MOVE ZEROS TO WS-ENTAI-KIN
               END-IF
           END-IF.

       4000-RPT-FOOTER.
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-KANPU-CNT TO WS-EDIT-CNT
           STRING '還付対象件数  :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO JR-LINE
           WRITE JUTO-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-JUTO-NINZU TO WS-EDIT-CNT
           STRING '充当人数      :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO JR-LINE
           WRITE JUTO-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-JUTO-KENSU TO WS-EDIT-CNT
           STRING '充当期別件数  :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO JR-LINE
           WRITE JUTO-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-ZENGAKU-CNT TO WS-EDIT-CNT
           STRING '全額充当件数  :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO JR-LINE
           WRITE JUTO-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-HONZEI-GOUKEI TO WS-EDIT-KINGAKU
           STRING '本税充当額    :' WS-EDIT-KINGAKU
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO JR-LINE
           WRITE JUTO-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-ENTAI-GOUKEI TO WS-EDIT-KINGAKU
           STRING '延滞金充当額  :' WS-EDIT-KINGAKU
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO JR-LINE
           WRITE JUTO-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-ZAN-GOUKEI TO WS-EDIT-KINGAKU
           STRING '還付残額      :' WS-EDIT-KINGAKU
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO JR-LINE
           WRITE JUTO-RPT-REC.

       3000-CLOSE-FILES.
           CLOSE DELTA-FILE
           CLOSE DELTA-OUT-FILE
           CLOSE TAINO-MASTER
           CLOSE ENTAI-RATE-MASTER
           CLOSE TSUCHI-FILE
           CLOSE JUTO-RPT.
