      *=================================================================
      * SAMPLE03Q: 給与支払報告書 作成バッチ
      * 概要: 年末調整（SAMPLE03N）と退職精算（SAMPLE03C）が出力した
      *       源泉徴収票データから、1月1日現在の住所地市町村ごとに
      *       給与支払報告書の提出データ（総括表と個人別明細、退職者は
      *       在職者と分けて後に並べる）を作成する。住所地市町村は
      *       住民番号対応マスタの市町村コードとする。あわせて翌年度
      *       住民税賦課（SAMPLE05）の課税ファイル形式で社員ごとの所得
      *       データを出力する。特別徴収指定番号は前年度の課税ファイル
      *       の市町村別の値を引き継ぎ、退職者は普通徴収（空白）とする。
      *       個人別明細の個人番号は出力時に個人番号マスタから取得し、
      *       アクセスログ（目的コード KYHK）へ記録する。
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE03Q.
       AUTHOR. BATCH-SYSTEM.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GENSEN-FILE ASSIGN TO GENSENIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-GENSEN-STATUS.
           SELECT OPTIONAL TAIGEN-FILE ASSIGN TO TAIGENIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TAIGEN-STATUS.
           SELECT JYUMAP-MASTER ASSIGN TO JYUMAPMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS JP-SHAIN-NO
               FILE STATUS IS WS-JYUMAP-STATUS.
           SELECT OPTIONAL SHINKOKU-FILE ASSIGN TO SHINKOKUIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SHINKOKU-STATUS.
           SELECT OPTIONAL ZENKAZEI-FILE ASSIGN TO ZENKAZEIIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ZENKAZEI-STATUS.
           SELECT KOJIN-BANGO-MASTER ASSIGN TO MYNOMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS KB-KEY
               FILE STATUS IS WS-KB-STATUS.
           SELECT MYNO-LOG-FILE ASSIGN TO MYNOLOG
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MYNOLOG-STATUS.
           SELECT HOKOKU-FILE ASSIGN TO KYUHOKOUT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HOKOKU-STATUS.
           SELECT KAZEI-FILE ASSIGN TO KAZEIOUT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-KAZEI-STATUS.
           SELECT HOKOKU-RPT ASSIGN TO KYUHOKRPT
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
      * 源泉徴収票データ（在職者・SAMPLE03Nの出力）
       FD  GENSEN-FILE
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  GENSEN-REC.
           05  GS-SHAIN-NO       PIC X(08).
           05  GS-SHIMEI         PIC X(20).
           05  GS-SHIHARAI-GAKU  PIC 9(09).
           05  GS-KOJO-GOUKEI    PIC 9(09).
           05  GS-KAZEI-SHOTOKU  PIC 9(09).
           05  GS-NENZEI-GAKU    PIC 9(09).
           05  GS-NENDO          PIC 9(04).
           05  GS-KOJIN-BANGO    PIC X(12).
           05  FILLER            PIC X(20).

      * 源泉徴収票データ（退職者・SAMPLE03Cの出力）
       FD  TAIGEN-FILE
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  TAIGEN-REC.
           05  TG-SHAIN-NO       PIC X(08).
           05  TG-SHIMEI         PIC X(20).
           05  TG-NENDO          PIC 9(04).
           05  TG-SHIHARAI-GAKU  PIC 9(09).
           05  TG-KOJO-GAKU      PIC 9(09).
           05  TG-GENSEN-ZEI     PIC 9(09).
           05  TG-TAISHOKU-DT    PIC 9(08).
           05  TG-KOJIN-BANGO    PIC X(12).
           05  FILLER            PIC X(21).

      * 住民番号対応マスタ: 市町村コードは1月1日現在の住所地
       FD  JYUMAP-MASTER
           RECORD CONTAINS 30 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  JYUMAP-REC.
           05  JP-SHAIN-NO       PIC X(08).
           05  JP-JYUMIN-NO      PIC X(12).
           05  JP-SHICHOSON-CD   PIC X(06).
           05  FILLER            PIC X(04).

       FD  SHINKOKU-FILE
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  SHINKOKU-REC.
           05  SH-SHAIN-NO       PIC X(08).
           05  SH-HOKEN-KOJO     PIC 9(07).
           05  SH-HAIGUSHA-KBN   PIC X(01).
               88  SH-HAIGUSHA-ARI VALUE '1'.
           05  SH-FUYO-CNT       PIC 9(02).
           05  FILLER            PIC X(22).

      * 前年度の課税ファイル（特別徴収指定番号の引継ぎ元）
       FD  ZENKAZEI-FILE
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  ZENKAZEI-REC.
           05  ZK-JYUMIN-NO      PIC X(12).
           05  ZK-SHIMEI         PIC X(20).
           05  ZK-SHOTOKU-KBN    PIC X(02).
           05  ZK-KAZEI-SHOTOKU  PIC 9(10).
           05  ZK-KOJIN-KOJO     PIC 9(08).
           05  ZK-FUYO-NINZU     PIC 9(02).
           05  ZK-HAIGUSHA-KBN   PIC X(01).
           05  ZK-SHICHOSON-CD   PIC X(06).
           05  ZK-TOKUCHO-CD     PIC X(06).
           05  FILLER            PIC X(33).

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

      * 給与支払報告書 提出データ
      *   区分 1:総括表 2:個人別明細（在職者） 3:個人別明細（退職者）
       FD  HOKOKU-FILE
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  HOKOKU-REC.
           05  HK-REC-KBN        PIC X(01).
               88  HK-SOUKATSU   VALUE '1'.
               88  HK-ZAISHOKU   VALUE '2'.
               88  HK-TAISHOKU   VALUE '3'.
           05  HK-SHICHOSON-CD   PIC X(06).
           05  HK-SHOTOKU-NEN    PIC 9(04).
           05  HK-BODY           PIC X(109).
           05  HK-SOUKATSU-BODY REDEFINES HK-BODY.
               10  HK-TOKUCHO-CD     PIC X(06).
               10  HK-ZAISHOKU-NINZU PIC 9(05).
               10  HK-TAISHOKU-NINZU PIC 9(05).
               10  HK-SHIHARAI-GOKEI PIC 9(11).
               10  HK-ZEIGAKU-GOKEI  PIC 9(11).
               10  FILLER            PIC X(71).
           05  HK-MEISAI-BODY REDEFINES HK-BODY.
               10  HK-SHAIN-NO       PIC X(08).
               10  HK-JYUMIN-NO      PIC X(12).
               10  HK-SHIMEI         PIC X(20).
               10  HK-SHIHARAI-GAKU  PIC 9(09).
               10  HK-KYUYO-SHOTOKU  PIC 9(09).
               10  HK-KOJO-GOUKEI    PIC 9(09).
               10  HK-GENSEN-ZEI     PIC 9(09).
               10  HK-HAIGUSHA-KBN   PIC X(01).
               10  HK-FUYO-NINZU     PIC 9(02).
               10  HK-TAISHOKU-DT    PIC 9(08).
               10  HK-KOJIN-BANGO    PIC X(12).
               10  FILLER            PIC X(10).

      * 翌年度住民税賦課用の課税ファイル（SAMPLE05の入力形式）
       FD  KAZEI-FILE
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  KAZEI-REC.
           05  KZ-JYUMIN-NO      PIC X(12).
           05  KZ-SHIMEI         PIC X(20).
           05  KZ-SHOTOKU-KBN    PIC X(02).
           05  KZ-KAZEI-SHOTOKU  PIC 9(10).
           05  KZ-KOJIN-KOJO     PIC 9(08).
           05  KZ-FUYO-NINZU     PIC 9(02).
           05  KZ-HAIGUSHA-KBN   PIC X(01).
               88  KZ-HAIGUSHA-NASHI    VALUE '0'.
               88  KZ-HAIGUSHA-ARI      VALUE '1'.
               88  KZ-HAIGUSHA-ROUJIN   VALUE '2'.
           05  KZ-SHICHOSON-CD   PIC X(06).
           05  KZ-TOKUCHO-CD     PIC X(06).
           05  FILLER            PIC X(33).

       FD  HOKOKU-RPT
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  HOKOKU-RPT-REC.
           05  HR-LINE           PIC X(120).

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
           05  WS-GENSEN-STATUS  PIC X(02).
           05  WS-TAIGEN-STATUS  PIC X(02).
           05  WS-JYUMAP-STATUS  PIC X(02).
           05  WS-SHINKOKU-STATUS PIC X(02).
           05  WS-ZENKAZEI-STATUS PIC X(02).
           05  WS-HOKOKU-STATUS  PIC X(02).
           05  WS-KAZEI-STATUS   PIC X(02).
           05  WS-RPT-STATUS     PIC X(02).
           05  WS-KB-STATUS      PIC X(02).
           05  WS-MYNOLOG-STATUS PIC X(02).
           05  WS-EOF-FLAG       PIC X(01) VALUE 'N'.
           05  WS-TAIGEN-EOF     PIC X(01) VALUE 'N'.
           05  WS-SHINKOKU-EOF   PIC X(01) VALUE 'N'.
           05  WS-ZENKAZEI-EOF   PIC X(01) VALUE 'N'.

      * 所得年（業務日付の前年。1月の実行を前提とする）
       01  WS-SHOTOKU-NEN        PIC 9(04) VALUE ZEROS.

      * 住民税の控除額・給与所得控除（SAMPLE03N・SAMPLE05と同じ額）
       01  WS-KOJO-CONST.
           05  WS-JYU-KISO-KOJO  PIC 9(07) VALUE 0430000.
           05  WS-HOKEN-JOGEN    PIC 9(07) VALUE 0120000.
           05  WS-KYUYO-KOJO-MIN PIC 9(07) VALUE 0550000.
           05  WS-KYUYO-KOJO-MAX PIC 9(07) VALUE 1950000.
           05  WS-KYUYO-SHOTOKU-KBN PIC X(02) VALUE '01'.

      * 社員1名分の作業域（在職・退職の両方から組み立てる）
       01  WS-KOJIN-AREA.
           05  WS-K-KBN          PIC X(01).
           05  WS-K-SHAIN-NO     PIC X(08).
           05  WS-K-SHIMEI       PIC X(20).
           05  WS-K-SHIHARAI     PIC S9(09) COMP-3.
           05  WS-K-KOJO-GOUKEI  PIC S9(09) COMP-3.
           05  WS-K-GENSEN-ZEI   PIC S9(09) COMP-3.
           05  WS-K-TAISHOKU-DT  PIC 9(08).
           05  WS-K-KYUYO-KOJO   PIC S9(09) COMP-3.
           05  WS-K-SHOTOKU      PIC S9(09) COMP-3.
           05  WS-K-HOKEN        PIC S9(09) COMP-3.
           05  WS-K-HAIGUSHA     PIC X(01).
           05  WS-K-FUYO         PIC 9(02).
           05  WS-K-TOKUCHO-CD   PIC X(06).

      * 扶養控除等申告（SAMPLE03Nと同じ入力）
       01  WS-SHINKOKU-TABLE.
           05  WS-SK-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-SK-IDX.
               10  SKT-SHAIN-NO  PIC X(08).
               10  SKT-HOKEN     PIC 9(07).
               10  SKT-HAIGUSHA  PIC X(01).
               10  SKT-FUYO-CNT  PIC 9(02).
       01  WS-SHINKOKU-CNT       PIC 9(04) VALUE ZEROS.
       01  WS-SK-SCAN            PIC 9(04).
       01  WS-SK-FOUND-FLAG      PIC X(01).
           88  WS-SK-IS-FOUND    VALUE 'Y'.

      * 市町村コード→特別徴収指定番号（前年度の課税ファイルから）
       01  WS-ZK-TABLE.
           05  WS-ZK-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-ZK-IDX.
               10  ZKT-SHICHOSON-CD PIC X(06).
               10  ZKT-TOKUCHO-CD   PIC X(06).
       01  WS-ZK-CNT             PIC 9(03) VALUE ZEROS.
       01  WS-ZK-SCAN            PIC 9(03).
       01  WS-ZK-FOUND-FLAG      PIC X(01).
           88  WS-ZK-IS-FOUND    VALUE 'Y'.

      * 市町村別 総括表の集計
       01  WS-SHI-TABLE.
           05  WS-SHI-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-SHI-IDX.
               10  SHT-SHICHOSON-CD PIC X(06).
               10  SHT-TOKUCHO-CD   PIC X(06).
               10  SHT-ZAISHOKU     PIC 9(05).
               10  SHT-TAISHOKU     PIC 9(05).
               10  SHT-SHIHARAI     PIC S9(11) COMP-3.
               10  SHT-ZEIGAKU      PIC S9(11) COMP-3.
       01  WS-SHI-CNT            PIC 9(03) VALUE ZEROS.
       01  WS-SHI-SCAN           PIC 9(03).
       01  WS-SHI-FOUND-FLAG     PIC X(01).
           88  WS-SHI-IS-FOUND   VALUE 'Y'.

      * 個人別明細: 市町村ごとに在職者・退職者の順で出力するため展開
       01  WS-KJ-TABLE.
           05  WS-KJ-ENTRY OCCURS 3000 TIMES
                   INDEXED BY WS-KJ-IDX.
               10  KJT-SHICHOSON-CD PIC X(06).
               10  KJT-KBN          PIC X(01).
               10  KJT-SHAIN-NO     PIC X(08).
               10  KJT-JYUMIN-NO    PIC X(12).
               10  KJT-SHIMEI       PIC X(20).
               10  KJT-SHIHARAI     PIC 9(09).
               10  KJT-SHOTOKU      PIC 9(09).
               10  KJT-KOJO         PIC 9(09).
               10  KJT-ZEIGAKU      PIC 9(09).
               10  KJT-HAIGUSHA     PIC X(01).
               10  KJT-FUYO         PIC 9(02).
               10  KJT-TAISHOKU-DT  PIC 9(08).
       01  WS-KJ-CNT             PIC 9(04) VALUE ZEROS.
       01  WS-KJ-SCAN            PIC 9(04).
       01  WS-OUT-KBN            PIC X(01).

      * 個人番号の取得作業域（キー区分 S:社員番号 J:住民番号）
       01  WS-MYNO-AREA.
           05  WS-MYNO-KEY-KBN   PIC X(01).
           05  WS-MYNO-KEY-NO    PIC X(12).
           05  WS-KOJIN-BANGO    PIC X(12).
           05  WS-MYNO-NASHI-CNT PIC 9(07) VALUE ZEROS.

       01  WS-COUNTERS.
           05  WS-INPUT-CNT      PIC 9(07) VALUE ZEROS.
           05  WS-TAIGEN-CNT     PIC 9(07) VALUE ZEROS.
           05  WS-NENGAI-CNT     PIC 9(07) VALUE ZEROS.
           05  WS-MAP-NASHI-CNT  PIC 9(07) VALUE ZEROS.
           05  WS-HOKOKU-CNT     PIC 9(07) VALUE ZEROS.
           05  WS-KAZEI-CNT      PIC 9(07) VALUE ZEROS.
           05  WS-SK-OVER-CNT    PIC 9(07) VALUE ZEROS.
           05  WS-TABLE-OVER-CNT PIC 9(07) VALUE ZEROS.

       01  WS-EDIT-AREA.
           05  WS-EDIT-CNT       PIC ZZZ,ZZ9.
           05  WS-EDIT-CNT2      PIC ZZZ,ZZ9.
           05  WS-EDIT-KINGAKU   PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-ZEIGAKU   PIC -ZZ,ZZZ,ZZZ,ZZ9.
           05  WS-WORK-LINE      PIC X(120).

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
           PERFORM 1300-LOAD-SHINKOKU
           PERFORM 1400-LOAD-ZENKAZEI
           PERFORM 2000-GENSEN-LOOP
               UNTIL WS-EOF-FLAG = 'Y'
           PERFORM 2500-TAIGEN-LOOP
               UNTIL WS-TAIGEN-EOF = 'Y'
           PERFORM 4000-HOKOKU-OUTPUT
           PERFORM 5000-RPT-FOOTER
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
           MOVE 'SAMPLE3Q' TO RL-PROGRAM-ID
           MOVE 'S'        TO RL-KBN
           MOVE WS-GYOMU-DATE TO RL-GYOMU-DT
           MOVE FUNCTION CURRENT-DATE(9:6) TO RL-JIKOKU
           MOVE ZEROS      TO RL-KENSU RL-RETURN-CD
           WRITE RUNLOG-REC
           CLOSE RUNLOG-FILE.

       0900-RUNLOG-END.
           OPEN EXTEND RUNLOG-FILE
           MOVE 'SAMPLE3Q' TO RL-PROGRAM-ID
           MOVE 'E'        TO RL-KBN
           MOVE WS-GYOMU-DATE TO RL-GYOMU-DT
           MOVE FUNCTION CURRENT-DATE(9:6) TO RL-JIKOKU
           MOVE WS-INPUT-CNT TO RL-KENSU
           MOVE RETURN-CODE  TO RL-RETURN-CD
           WRITE RUNLOG-REC
           CLOSE RUNLOG-FILE.

       1000-OPEN-FILES.
           OPEN INPUT  GENSEN-FILE
           OPEN INPUT  TAIGEN-FILE
           OPEN INPUT  JYUMAP-MASTER
           OPEN INPUT  KOJIN-BANGO-MASTER
           OPEN EXTEND MYNO-LOG-FILE
           OPEN OUTPUT HOKOKU-FILE
           OPEN OUTPUT KAZEI-FILE
           OPEN OUTPUT HOKOKU-RPT
           MOVE WS-GYOMU-DATE(1:4) TO WS-SHOTOKU-NEN
           SUBTRACT 1 FROM WS-SHOTOKU-NEN
           MOVE SPACES TO WS-WORK-LINE
           STRING '===== 給与支払報告書 作成結果 所得年:'
                  WS-SHOTOKU-NEN ' ====='
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO HR-LINE
           WRITE HOKOKU-RPT-REC
           PERFORM 1100-READ-GENSEN
           PERFORM 1110-READ-TAIGEN.

       1100-READ-GENSEN.
           READ GENSEN-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

       1110-READ-TAIGEN.
           READ TAIGEN-FILE
               AT END MOVE 'Y' TO WS-TAIGEN-EOF
           END-READ.

      * 控除申告受入: 社員別の申告をテーブルへ展開する
       1300-LOAD-SHINKOKU.
           OPEN INPUT SHINKOKU-FILE
           PERFORM 1310-READ-SHINKOKU
               UNTIL WS-SHINKOKU-EOF = 'Y'
           CLOSE SHINKOKU-FILE.

       1310-READ-SHINKOKU.
           READ SHINKOKU-FILE
               AT END
                   MOVE 'Y' TO WS-SHINKOKU-EOF
               NOT AT END
                   IF WS-SHINKOKU-CNT < 2000
                       ADD 1 TO WS-SHINKOKU-CNT
                       SET WS-SK-IDX TO WS-SHINKOKU-CNT
                       MOVE SH-SHAIN-NO TO SKT-SHAIN-NO (WS-SK-IDX)
                       MOVE SH-HOKEN-KOJO
                           TO SKT-HOKEN (WS-SK-IDX)
                       MOVE SH-HAIGUSHA-KBN
                           TO SKT-HAIGUSHA (WS-SK-IDX)
                       MOVE SH-FUYO-CNT TO SKT-FUYO-CNT (WS-SK-IDX)
                   ELSE
                       ADD 1 TO WS-SK-OVER-CNT
                   END-IF
           END-READ.

      * 特別徴収指定番号の引継ぎ: 市町村コードごとに最初の値を採る
       1400-LOAD-ZENKAZEI.
           OPEN INPUT ZENKAZEI-FILE
           PERFORM 1410-READ-ZENKAZEI
               UNTIL WS-ZENKAZEI-EOF = 'Y'
           CLOSE ZENKAZEI-FILE.

       1410-READ-ZENKAZEI.
           READ ZENKAZEI-FILE
               AT END
                   MOVE 'Y' TO WS-ZENKAZEI-EOF
               NOT AT END
                   IF ZK-TOKUCHO-CD NOT = SPACES
                       PERFORM 1420-ZK-TOROKU
                   END-IF
           END-READ.

       1420-ZK-TOROKU.
           MOVE 'N' TO WS-ZK-FOUND-FLAG
           MOVE 1   TO WS-ZK-SCAN
           PERFORM 1430-ZK-SEARCH
               UNTIL WS-ZK-SCAN > WS-ZK-CNT
                   OR WS-ZK-IS-FOUND
           IF NOT WS-ZK-IS-FOUND AND WS-ZK-CNT < 500
               ADD 1 TO WS-ZK-CNT
               SET WS-ZK-IDX TO WS-ZK-CNT
               MOVE ZK-SHICHOSON-CD TO ZKT-SHICHOSON-CD (WS-ZK-IDX)
               MOVE ZK-TOKUCHO-CD   TO ZKT-TOKUCHO-CD (WS-ZK-IDX)
           END-IF.

       1430-ZK-SEARCH.
           SET WS-ZK-IDX TO WS-ZK-SCAN
           IF ZKT-SHICHOSON-CD (WS-ZK-IDX) = ZK-SHICHOSON-CD
               MOVE 'Y' TO WS-ZK-FOUND-FLAG
           ELSE
               ADD 1 TO WS-ZK-SCAN
           END-IF.

      * 在職者: 年末調整済みの源泉徴収票データ（当該所得年分のみ）
       2000-GENSEN-LOOP.
           ADD 1 TO WS-INPUT-CNT
           IF GS-NENDO NOT = WS-SHOTOKU-NEN
               ADD 1 TO WS-NENGAI-CNT
           ELSE
               MOVE '2'              TO WS-K-KBN
               MOVE GS-SHAIN-NO      TO WS-K-SHAIN-NO
               MOVE GS-SHIMEI        TO WS-K-SHIMEI
               MOVE GS-SHIHARAI-GAKU TO WS-K-SHIHARAI
               MOVE GS-KOJO-GOUKEI   TO WS-K-KOJO-GOUKEI
               MOVE GS-NENZEI-GAKU   TO WS-K-GENSEN-ZEI
               MOVE ZEROS            TO WS-K-TAISHOKU-DT
               PERFORM 2100-KOJIN-TOROKU
           END-IF
           PERFORM 1100-READ-GENSEN.

      * 退職者: 退職精算時の源泉徴収票データ（当該所得年分のみ）
       2500-TAIGEN-LOOP.
           ADD 1 TO WS-INPUT-CNT
           ADD 1 TO WS-TAIGEN-CNT
           IF TG-NENDO NOT = WS-SHOTOKU-NEN
               ADD 1 TO WS-NENGAI-CNT
           ELSE
               MOVE '3'              TO WS-K-KBN
               MOVE TG-SHAIN-NO      TO WS-K-SHAIN-NO
               MOVE TG-SHIMEI        TO WS-K-SHIMEI
               MOVE TG-SHIHARAI-GAKU TO WS-K-SHIHARAI
               MOVE TG-KOJO-GAKU     TO WS-K-KOJO-GOUKEI
               MOVE TG-GENSEN-ZEI    TO WS-K-GENSEN-ZEI
               MOVE TG-TAISHOKU-DT   TO WS-K-TAISHOKU-DT
               PERFORM 2100-KOJIN-TOROKU
           END-IF
           PERFORM 1110-READ-TAIGEN.

      * 社員1名の登録: 住所地を引き、総括表へ加算、明細を展開し、
      * 課税ファイルを書く。住所地が引けない社員は報告して除く
       2100-KOJIN-TOROKU.
           MOVE WS-K-SHAIN-NO TO JP-SHAIN-NO
           READ JYUMAP-MASTER
               INVALID KEY
                   MOVE SPACES TO JP-SHICHOSON-CD
           END-READ
           IF JP-SHICHOSON-CD = SPACES
               ADD 1 TO WS-MAP-NASHI-CNT
               MOVE SPACES TO WS-WORK-LINE
               STRING WS-K-SHAIN-NO ' ' WS-K-SHIMEI
                      ' 住所地市町村なし'
                   DELIMITED SIZE INTO WS-WORK-LINE
               MOVE WS-WORK-LINE TO HR-LINE
               WRITE HOKOKU-RPT-REC
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           ELSE
               PERFORM 2110-SHOTOKU-KEISAN
               PERFORM 2200-SHI-ACCUM
               IF NOT WS-SHI-IS-FOUND OR WS-KJ-CNT NOT < 3000
                   ADD 1 TO WS-TABLE-OVER-CNT
               ELSE
                   PERFORM 2150-KOJIN-MEISAI
               END-IF
           END-IF.

      * 総括表への人数・金額の加算と個人明細の展開
       2150-KOJIN-MEISAI.
           IF WS-K-KBN = '2'
               ADD 1 TO SHT-ZAISHOKU (WS-SHI-IDX)
               MOVE SHT-TOKUCHO-CD (WS-SHI-IDX) TO WS-K-TOKUCHO-CD
           ELSE
               ADD 1 TO SHT-TAISHOKU (WS-SHI-IDX)
               MOVE SPACES TO WS-K-TOKUCHO-CD
           END-IF
           ADD WS-K-SHIHARAI   TO SHT-SHIHARAI (WS-SHI-IDX)
           ADD WS-K-GENSEN-ZEI TO SHT-ZEIGAKU (WS-SHI-IDX)
           ADD 1 TO WS-KJ-CNT
           SET WS-KJ-IDX TO WS-KJ-CNT
           MOVE JP-SHICHOSON-CD  TO KJT-SHICHOSON-CD (WS-KJ-IDX)
           MOVE WS-K-KBN         TO KJT-KBN (WS-KJ-IDX)
           MOVE WS-K-SHAIN-NO    TO KJT-SHAIN-NO (WS-KJ-IDX)
           MOVE JP-JYUMIN-NO     TO KJT-JYUMIN-NO (WS-KJ-IDX)
           MOVE WS-K-SHIMEI      TO KJT-SHIMEI (WS-KJ-IDX)
           MOVE WS-K-SHIHARAI    TO KJT-SHIHARAI (WS-KJ-IDX)
           MOVE WS-K-SHOTOKU     TO KJT-SHOTOKU (WS-KJ-IDX)
           MOVE WS-K-KOJO-GOUKEI TO KJT-KOJO (WS-KJ-IDX)
           MOVE WS-K-GENSEN-ZEI  TO KJT-ZEIGAKU (WS-KJ-IDX)
           MOVE WS-K-HAIGUSHA    TO KJT-HAIGUSHA (WS-KJ-IDX)
           MOVE WS-K-FUYO        TO KJT-FUYO (WS-KJ-IDX)
           MOVE WS-K-TAISHOKU-DT TO KJT-TAISHOKU-DT (WS-KJ-IDX)
           PERFORM 2300-WRITE-KAZEI.

      * 給与所得: 支払金額から給与所得控除（SAMPLE03Nと同じ算式）を
      * 差し引く。扶養・配偶者・保険料は控除申告から引き継ぐ
       2110-SHOTOKU-KEISAN.
           IF WS-K-SHIHARAI < 1625000
               MOVE WS-KYUYO-KOJO-MIN TO WS-K-KYUYO-KOJO
           ELSE
               COMPUTE WS-K-KYUYO-KOJO =
                   WS-K-SHIHARAI * 0.30 - 80000
               IF WS-K-KYUYO-KOJO > WS-KYUYO-KOJO-MAX
                   MOVE WS-KYUYO-KOJO-MAX TO WS-K-KYUYO-KOJO
               END-IF
           END-IF
           COMPUTE WS-K-SHOTOKU = WS-K-SHIHARAI - WS-K-KYUYO-KOJO
           IF WS-K-SHOTOKU < ZEROS
               MOVE ZEROS TO WS-K-SHOTOKU
           END-IF
           MOVE ZEROS TO WS-K-HOKEN WS-K-FUYO
           MOVE '0'   TO WS-K-HAIGUSHA
           MOVE 'N' TO WS-SK-FOUND-FLAG
           MOVE 1   TO WS-SK-SCAN
           PERFORM 2120-SK-SEARCH
               UNTIL WS-SK-SCAN > WS-SHINKOKU-CNT
                   OR WS-SK-IS-FOUND
           IF WS-SK-IS-FOUND
               MOVE SKT-HOKEN (WS-SK-IDX) TO WS-K-HOKEN
               IF WS-K-HOKEN > WS-HOKEN-JOGEN
                   MOVE WS-HOKEN-JOGEN TO WS-K-HOKEN
               END-IF
               IF SKT-HAIGUSHA (WS-SK-IDX) = '1'
                   MOVE '1' TO WS-K-HAIGUSHA
               END-IF
               MOVE SKT-FUYO-CNT (WS-SK-IDX) TO WS-K-FUYO
           END-IF.

       2120-SK-SEARCH.
           SET WS-SK-IDX TO WS-SK-SCAN
           IF SKT-SHAIN-NO (WS-SK-IDX) = WS-K-SHAIN-NO
               MOVE 'Y' TO WS-SK-FOUND-FLAG
           ELSE
               ADD 1 TO WS-SK-SCAN
           END-IF.

       2200-SHI-ACCUM.
           MOVE 'N' TO WS-SHI-FOUND-FLAG
           MOVE 1   TO WS-SHI-SCAN
           PERFORM 2210-SHI-SEARCH
               UNTIL WS-SHI-SCAN > WS-SHI-CNT
                   OR WS-SHI-IS-FOUND
           IF NOT WS-SHI-IS-FOUND AND WS-SHI-CNT < 500
               ADD 1 TO WS-SHI-CNT
               SET WS-SHI-IDX TO WS-SHI-CNT
               MOVE JP-SHICHOSON-CD TO SHT-SHICHOSON-CD (WS-SHI-IDX)
               MOVE SPACES TO SHT-TOKUCHO-CD (WS-SHI-IDX)
               MOVE ZEROS  TO SHT-ZAISHOKU (WS-SHI-IDX)
                              SHT-TAISHOKU (WS-SHI-IDX)
                              SHT-SHIHARAI (WS-SHI-IDX)
                              SHT-ZEIGAKU (WS-SHI-IDX)
               MOVE JP-SHICHOSON-CD TO ZK-SHICHOSON-CD
               MOVE 'N' TO WS-ZK-FOUND-FLAG
               MOVE 1   TO WS-ZK-SCAN
               PERFORM 1430-ZK-SEARCH
                   UNTIL WS-ZK-SCAN > WS-ZK-CNT
                       OR WS-ZK-IS-FOUND
               IF WS-ZK-IS-FOUND
                   MOVE ZKT-TOKUCHO-CD (WS-ZK-IDX)
                       TO SHT-TOKUCHO-CD (WS-SHI-IDX)
               END-IF
               MOVE 'Y' TO WS-SHI-FOUND-FLAG
           END-IF.

       2210-SHI-SEARCH.
           SET WS-SHI-IDX TO WS-SHI-SCAN
           IF SHT-SHICHOSON-CD (WS-SHI-IDX) = JP-SHICHOSON-CD
               MOVE 'Y' TO WS-SHI-FOUND-FLAG
           ELSE
               ADD 1 TO WS-SHI-SCAN
           END-IF.

      * 課税ファイル: 個人控除は住民税の基礎控除と社会保険料以外の
      * 保険料控除。扶養・配偶者控除はSAMPLE05側で人数から計算する
       2300-WRITE-KAZEI.
           MOVE SPACES TO KAZEI-REC
           MOVE JP-JYUMIN-NO         TO KZ-JYUMIN-NO
           MOVE WS-K-SHIMEI          TO KZ-SHIMEI
           MOVE WS-KYUYO-SHOTOKU-KBN TO KZ-SHOTOKU-KBN
           MOVE WS-K-SHOTOKU         TO KZ-KAZEI-SHOTOKU
           COMPUTE KZ-KOJIN-KOJO = WS-JYU-KISO-KOJO + WS-K-HOKEN
           MOVE WS-K-FUYO            TO KZ-FUYO-NINZU
           MOVE WS-K-HAIGUSHA        TO KZ-HAIGUSHA-KBN
           MOVE JP-SHICHOSON-CD      TO KZ-SHICHOSON-CD
           MOVE WS-K-TOKUCHO-CD      TO KZ-TOKUCHO-CD
           WRITE KAZEI-REC
           ADD 1 TO WS-KAZEI-CNT.

      * 提出データ: 市町村ごとに総括表、在職者明細、退職者明細の順
       4000-HOKOKU-OUTPUT.
           PERFORM 4100-SHICHOSON-OUTPUT
               VARYING WS-SHI-SCAN FROM 1 BY 1
               UNTIL WS-SHI-SCAN > WS-SHI-CNT.

       4100-SHICHOSON-OUTPUT.
           SET WS-SHI-IDX TO WS-SHI-SCAN
           MOVE SPACES TO HOKOKU-REC
           MOVE '1' TO HK-REC-KBN
           MOVE SHT-SHICHOSON-CD (WS-SHI-IDX) TO HK-SHICHOSON-CD
           MOVE WS-SHOTOKU-NEN TO HK-SHOTOKU-NEN
           MOVE SHT-TOKUCHO-CD (WS-SHI-IDX) TO HK-TOKUCHO-CD
           MOVE SHT-ZAISHOKU (WS-SHI-IDX) TO HK-ZAISHOKU-NINZU
           MOVE SHT-TAISHOKU (WS-SHI-IDX) TO HK-TAISHOKU-NINZU
           MOVE SHT-SHIHARAI (WS-SHI-IDX) TO HK-SHIHARAI-GOKEI
           MOVE SHT-ZEIGAKU (WS-SHI-IDX)  TO HK-ZEIGAKU-GOKEI
           WRITE HOKOKU-REC
           ADD 1 TO WS-HOKOKU-CNT
           MOVE '2' TO WS-OUT-KBN
           PERFORM 4200-MEISAI-OUTPUT
               VARYING WS-KJ-SCAN FROM 1 BY 1
               UNTIL WS-KJ-SCAN > WS-KJ-CNT
           MOVE '3' TO WS-OUT-KBN
           PERFORM 4200-MEISAI-OUTPUT
               VARYING WS-KJ-SCAN FROM 1 BY 1
               UNTIL WS-KJ-SCAN > WS-KJ-CNT
           MOVE SPACES TO WS-WORK-LINE
           MOVE SHT-ZAISHOKU (WS-SHI-IDX) TO WS-EDIT-CNT
           MOVE SHT-TAISHOKU (WS-SHI-IDX) TO WS-EDIT-CNT2
           MOVE SHT-SHIHARAI (WS-SHI-IDX) TO WS-EDIT-KINGAKU
           MOVE SHT-ZEIGAKU (WS-SHI-IDX)  TO WS-EDIT-ZEIGAKU
           STRING '市町村:' SHT-SHICHOSON-CD (WS-SHI-IDX)
                  ' 指定番号:' SHT-TOKUCHO-CD (WS-SHI-IDX)
                  ' 在職:' WS-EDIT-CNT ' 退職:' WS-EDIT-CNT2
                  ' 支払:' WS-EDIT-KINGAKU
                  ' 税額:' WS-EDIT-ZEIGAKU
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO HR-LINE
           WRITE HOKOKU-RPT-REC
           IF SHT-TOKUCHO-CD (WS-SHI-IDX) = SPACES
               AND SHT-ZAISHOKU (WS-SHI-IDX) > ZEROS
               MOVE '  特別徴収指定番号なし' TO HR-LINE
               WRITE HOKOKU-RPT-REC
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF.

       4200-MEISAI-OUTPUT.
           SET WS-KJ-IDX TO WS-KJ-SCAN
           IF KJT-SHICHOSON-CD (WS-KJ-IDX)
                   = SHT-SHICHOSON-CD (WS-SHI-IDX)
               AND KJT-KBN (WS-KJ-IDX) = WS-OUT-KBN
               MOVE SPACES TO HOKOKU-REC
               MOVE WS-OUT-KBN TO HK-REC-KBN
               MOVE KJT-SHICHOSON-CD (WS-KJ-IDX) TO HK-SHICHOSON-CD
               MOVE WS-SHOTOKU-NEN TO HK-SHOTOKU-NEN
               MOVE KJT-SHAIN-NO (WS-KJ-IDX)    TO HK-SHAIN-NO
               MOVE KJT-JYUMIN-NO (WS-KJ-IDX)   TO HK-JYUMIN-NO
               MOVE KJT-SHIMEI (WS-KJ-IDX)      TO HK-SHIMEI
               MOVE KJT-SHIHARAI (WS-KJ-IDX)    TO HK-SHIHARAI-GAKU
               MOVE KJT-SHOTOKU (WS-KJ-IDX)     TO HK-KYUYO-SHOTOKU
               MOVE KJT-KOJO (WS-KJ-IDX)        TO HK-KOJO-GOUKEI
               MOVE KJT-ZEIGAKU (WS-KJ-IDX)     TO HK-GENSEN-ZEI
               MOVE KJT-HAIGUSHA (WS-KJ-IDX)    TO HK-HAIGUSHA-KBN
               MOVE KJT-FUYO (WS-KJ-IDX)        TO HK-FUYO-NINZU
               MOVE KJT-TAISHOKU-DT (WS-KJ-IDX) TO HK-TAISHOKU-DT
               MOVE 'S' TO WS-MYNO-KEY-KBN
               MOVE KJT-SHAIN-NO (WS-KJ-IDX) TO WS-MYNO-KEY-NO
               PERFORM 7000-KOJIN-BANGO-SHUTOKU
               MOVE WS-KOJIN-BANGO TO HK-KOJIN-BANGO
               WRITE HOKOKU-REC
               ADD 1 TO WS-HOKOKU-CNT
           END-IF.

       5000-RPT-FOOTER.
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-INPUT-CNT TO WS-EDIT-CNT
           STRING '入力件数      :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO HR-LINE
           WRITE HOKOKU-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-TAIGEN-CNT TO WS-EDIT-CNT
           STRING 'うち退職者    :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO HR-LINE
           WRITE HOKOKU-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-NENGAI-CNT TO WS-EDIT-CNT
           STRING '所得年対象外  :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO HR-LINE
           WRITE HOKOKU-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-MAP-NASHI-CNT TO WS-EDIT-CNT
           STRING '住所地なし    :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO HR-LINE
           WRITE HOKOKU-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-SHI-CNT TO WS-EDIT-CNT
           STRING '提出市町村数  :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO HR-LINE
           WRITE HOKOKU-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-HOKOKU-CNT TO WS-EDIT-CNT
           STRING '提出データ件数:' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO HR-LINE
           WRITE HOKOKU-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-MYNO-NASHI-CNT TO WS-EDIT-CNT
           STRING '個人番号未登録:' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO HR-LINE
           WRITE HOKOKU-RPT-REC
           IF WS-MYNO-NASHI-CNT > ZEROS AND WS-RETURN-CODE < 4
               MOVE 4 TO WS-RETURN-CODE
           END-IF
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-KAZEI-CNT TO WS-EDIT-CNT
           STRING '課税データ件数:' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO HR-LINE
           WRITE HOKOKU-RPT-REC
      * 展開あふれ: 提出漏れになるため異常終了扱い
           IF WS-SK-OVER-CNT > ZEROS OR WS-TABLE-OVER-CNT > ZEROS
               MOVE SPACES TO WS-WORK-LINE
               ADD WS-SK-OVER-CNT WS-TABLE-OVER-CNT
                   GIVING WS-EDIT-CNT
               STRING '展開あふれ    :' WS-EDIT-CNT
                   DELIMITED SIZE INTO WS-WORK-LINE
               MOVE WS-WORK-LINE TO HR-LINE
               WRITE HOKOKU-RPT-REC
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
           MOVE 'SAMPLE3Q'      TO AL-PROGRAM-ID
           MOVE 'KYHK'          TO AL-MOKUTEKI-CD
           MOVE WS-GYOMU-DATE   TO AL-GYOMU-DT
           MOVE FUNCTION CURRENT-DATE(9:6) TO AL-JIKOKU
           MOVE WS-MYNO-KEY-KBN TO AL-KEY-KBN
           MOVE WS-MYNO-KEY-NO  TO AL-KEY-NO
           MOVE 'BATCH'         TO AL-TANTO-CD
           WRITE MYNO-LOG-REC.

       3000-CLOSE-FILES.
           CLOSE GENSEN-FILE
           CLOSE TAIGEN-FILE
           CLOSE JYUMAP-MASTER
           CLOSE KOJIN-BANGO-MASTER
           CLOSE MYNO-LOG-FILE
           CLOSE HOKOKU-FILE
           CLOSE KAZEI-FILE
           CLOSE HOKOKU-RPT.
