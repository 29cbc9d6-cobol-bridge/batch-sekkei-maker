      *=================================================================
      * SAMPLE13: 受注登録バッチ
      * 概要: 受注入力ファイル（ヘッダ'H'・明細'D'・取消'C'）を読み込み、
      *       得意先マスタと在庫マスタで検証して受注番号を採番し、受注
      *       マスタ（ヘッダ）と受注明細マスタ（得意先・品番・倉庫・
      *       数量）へ登録する。登録した明細はSAMPLE04Cの引当依頼
      *       ファイルへ引当('1')として、取消した明細の引当残は解除
      *       ('2')として出力する。登録結果リストとリジェクトを出力
      *       する（受注管理サブシステムの入口）。
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE13.
       AUTHOR. BATCH-SYSTEM.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JUCHU-IN ASSIGN TO JUCHUIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-JUCHUIN-STATUS.
           SELECT JUCHU-MASTER ASSIGN TO JUCHUMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JH-JUCHU-NO
               ALTERNATE RECORD KEY IS JH-TOKUI-CD
                   WITH DUPLICATES
               FILE STATUS IS WS-JUCHU-STATUS.
           SELECT JUCHU-MEISAI ASSIGN TO JUCHUDTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JD-KEY
               FILE STATUS IS WS-MEISAI-STATUS.
           SELECT TOKUISAKI-FILE ASSIGN TO TOKUISMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TK-CODE
               FILE STATUS IS WS-TOKUISAKI-STATUS.
           SELECT ZAIKO-MASTER ASSIGN TO ZAIKOMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ZM-KEY
               FILE STATUS IS WS-ZAIKO-STATUS.
           SELECT HIKIATE-MASTER ASSIGN TO HIKIATEMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HK-KEY
               FILE STATUS IS WS-HIKIATE-STATUS.
           SELECT YOYAKU-FILE ASSIGN TO YOYAKUOUT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-YOYAKU-STATUS.
           SELECT SAIBAN-FILE ASSIGN TO JUCHUNOCTL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SAIBAN-STATUS.
           SELECT JUCHU-LIST ASSIGN TO JUCHULIST
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LIST-STATUS.
           SELECT ERROR-FILE ASSIGN TO JUCHUERR
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ERROR-STATUS.
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
       FD  JUCHU-IN
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  JUCHU-IN-REC.
           05  JI-REC-KBN        PIC X(01).
               88  JI-HEAD       VALUE 'H'.
               88  JI-MEISAI     VALUE 'D'.
               88  JI-TORIKESHI  VALUE 'C'.
           05  FILLER            PIC X(79).
       01  JUCHU-IN-HEAD REDEFINES JUCHU-IN-REC.
           05  FILLER            PIC X(01).
           05  JIH-TOKUI-CD      PIC X(10).
           05  JIH-JUCHU-DT      PIC 9(08).
           05  JIH-NOUKI-DT      PIC 9(08).
           05  FILLER            PIC X(53).
       01  JUCHU-IN-MEISAI REDEFINES JUCHU-IN-REC.
           05  FILLER            PIC X(01).
           05  JID-HINBAN        PIC X(10).
           05  JID-SOKO-CD       PIC X(04).
           05  JID-SURYO         PIC 9(07).
           05  JID-TANKA         PIC 9(07)V99.
           05  JID-ZEI-KBN       PIC X(02).
           05  FILLER            PIC X(47).
       01  JUCHU-IN-TORIKESHI REDEFINES JUCHU-IN-REC.
           05  FILLER            PIC X(01).
           05  JIC-JUCHU-NO      PIC X(10).
           05  JIC-GYO-NO        PIC 9(03).
           05  FILLER            PIC X(66).

      * 受注マスタ（ヘッダ）: 得意先の副キーで受注残を得意先順に読む
       FD  JUCHU-MASTER
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  JUCHU-REC.
           05  JH-JUCHU-NO       PIC X(10).
           05  JH-TOKUI-CD       PIC X(10).
           05  JH-JUCHU-DT       PIC 9(08).
           05  JH-NOUKI-DT       PIC 9(08).
           05  JH-STATUS         PIC X(01).
               88  JH-MISHUKKA   VALUE '0'.
               88  JH-ICHIBU     VALUE '1'.
               88  JH-KANRYO     VALUE '2'.
               88  JH-TORIKESHI  VALUE '9'.
           05  JH-GYO-CNT        PIC 9(03).
           05  JH-JUCHU-GAKU     PIC S9(11) COMP-3.
           05  JH-KOSHIN-DT      PIC 9(08).
           05  FILLER            PIC X(26).

      * 受注明細マスタ: 受注番号+行番号。単価は税込（SAMPLE01と同じ）
       FD  JUCHU-MEISAI
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  JUCHU-MEISAI-REC.
           05  JD-KEY.
               10  JD-JUCHU-NO   PIC X(10).
               10  JD-GYO-NO     PIC 9(03).
           05  JD-HINBAN         PIC X(10).
           05  JD-SOKO-CD        PIC X(04).
           05  JD-JUCHU-SU       PIC S9(07) COMP-3.
           05  JD-SHUKKA-SU      PIC S9(07) COMP-3.
           05  JD-TANKA          PIC S9(07)V99 COMP-3.
           05  JD-ZEI-KBN        PIC X(02).
           05  JD-STATUS         PIC X(01).
               88  JD-MISHUKKA   VALUE '0'.
               88  JD-ICHIBU     VALUE '1'.
               88  JD-KANRYO     VALUE '2'.
               88  JD-TORIKESHI  VALUE '9'.
           05  JD-SAISHU-SHUKKA-DT PIC 9(08).
           05  FILLER            PIC X(49).

       FD  TOKUISAKI-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  TOKUISAKI-REC.
           05  TK-CODE           PIC X(10).
           05  TK-NAME           PIC X(40).
           05  TK-AREA           PIC X(10).
           05  FILLER            PIC X(20).

       FD  ZAIKO-MASTER
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  ZAIKO-REC.
           05  ZM-KEY.
               10  ZM-HINBAN     PIC X(10).
               10  ZM-SOKO-CD    PIC X(04).
           05  ZM-HINMEI         PIC X(30).
           05  ZM-ZAIKO-SU       PIC S9(09) COMP-3.
           05  ZM-ANZEN-SU       PIC S9(07) COMP-3.
           05  ZM-LOT-NO         PIC X(10).
           05  ZM-HEIKIN-TANKA   PIC S9(05)V99 COMP-3.
           05  ZM-HIKIATE-SU     PIC S9(09) COMP-3.
           05  ZM-ABC-KBN        PIC X(01).
      * 品質保留: 検査保留数と不合格数（いずれも現在庫の内数）
           05  ZM-HORYU-SU       PIC S9(05) COMP-3.
           05  ZM-FURYO-SU       PIC S9(05) COMP-3.
           05  FILLER            PIC X(01).

       FD  HIKIATE-MASTER
           RECORD CONTAINS 60 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  HIKIATE-REC.
           05  HK-KEY.
               10  HK-JUCHU-NO   PIC X(10).
               10  HK-HINBAN     PIC X(10).
               10  HK-SOKO-CD    PIC X(04).
           05  HK-HIKIATE-SU     PIC S9(09) COMP-3.
           05  HK-HIKIATE-DT     PIC 9(08).
           05  FILLER            PIC X(23).

      * SAMPLE04Cの引当依頼ファイル形式
       FD  YOYAKU-FILE
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  YOYAKU-REC.
           05  YY-SHORI-KBN      PIC X(01).
               88  YY-HIKIATE    VALUE '1'.
               88  YY-KAIJO      VALUE '2'.
           05  YY-JUCHU-NO       PIC X(10).
           05  YY-HINBAN         PIC X(10).
           05  YY-SOKO-CD        PIC X(04).
           05  YY-SURYO          PIC 9(07).
           05  FILLER            PIC X(08).

       FD  SAIBAN-FILE
           RECORD CONTAINS 20 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  SAIBAN-REC.
           05  SB-LAST-NO        PIC 9(08).
           05  FILLER            PIC X(12).

       FD  JUCHU-LIST
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  JUCHU-LIST-REC.
           05  JL-LINE           PIC X(100).

       FD  ERROR-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  ERROR-REC.
           05  ER-REC-KBN        PIC X(01).
           05  ER-KEY            PIC X(14).
           05  ER-REASON         PIC X(30).
           05  ER-IMAGE          PIC X(35).

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
           05  WS-JUCHUIN-STATUS PIC X(02).
           05  WS-JUCHU-STATUS   PIC X(02).
           05  WS-MEISAI-STATUS  PIC X(02).
           05  WS-TOKUISAKI-STATUS PIC X(02).
           05  WS-ZAIKO-STATUS   PIC X(02).
           05  WS-HIKIATE-STATUS PIC X(02).
           05  WS-YOYAKU-STATUS  PIC X(02).
           05  WS-SAIBAN-STATUS  PIC X(02).
           05  WS-LIST-STATUS    PIC X(02).
           05  WS-ERROR-STATUS   PIC X(02).
           05  WS-EOF-FLAG       PIC X(01) VALUE 'N'.
           05  WS-SAIBAN-EOF     PIC X(01) VALUE 'N'.
           05  WS-GYO-EOF        PIC X(01) VALUE 'N'.

       01  WS-HONJITSU           PIC 9(08) VALUE ZEROS.
       01  WS-SAIBAN-NO          PIC 9(08) VALUE ZEROS.
       01  WS-JUCHU-NO.
           05  WS-JUCHU-PREFIX   PIC X(02) VALUE 'JU'.
           05  WS-JUCHU-SEQ      PIC 9(08).

      * 処理中の受注（ヘッダを受けてから次のヘッダ・取消・終了まで）
       01  WS-CUR-JUCHU.
           05  WS-HEAD-FLAG      PIC X(01) VALUE 'N'.
               88  WS-HEAD-OK    VALUE 'Y'.
               88  WS-HEAD-NG    VALUE 'E'.
           05  WS-CUR-JUCHU-NO   PIC X(10).
           05  WS-CUR-TOKUI-CD   PIC X(10).
           05  WS-CUR-JUCHU-DT   PIC 9(08).
           05  WS-CUR-NOUKI-DT   PIC 9(08).
           05  WS-CUR-GYO-CNT    PIC 9(03) VALUE ZEROS.
           05  WS-CUR-GAKU       PIC S9(11) COMP-3 VALUE ZEROS.

      * 同一受注内の品番・倉庫の重複検査域（引当は受注+品番+倉庫単位
      * のため、同じ品番倉庫を2行に分けると引当残が共有されてしまう）
       01  WS-GYO-TABLE.
           05  WS-GYO-ENTRY OCCURS 99 TIMES INDEXED BY WS-GYO-IDX.
               10  GT-HINBAN     PIC X(10).
               10  GT-SOKO-CD    PIC X(04).
       01  WS-GYO-SCAN           PIC 9(03).
       01  WS-GYO-DUP            PIC X(01).

       01  WS-MEISAI-WORK.
           05  WS-MEISAI-FLAG    PIC X(01).
               88  WS-MEISAI-OK  VALUE 'Y'.
           05  WS-ERR-REASON     PIC X(30).
           05  WS-GYO-GAKU       PIC S9(11) COMP-3.

      * 取消・状態再判定の作業域
       01  WS-TORI-WORK.
           05  WS-TORI-JUCHU-NO  PIC X(10).
           05  WS-TORI-GYO-NO    PIC 9(03).
           05  WS-TORI-CNT       PIC 9(03).
           05  WS-OPEN-GYO-CNT   PIC 9(03).
           05  WS-KANRYO-GYO-CNT PIC 9(03).
           05  WS-SHUKKA-ARI     PIC X(01).

       01  WS-COUNTERS.
           05  WS-INPUT-CNT      PIC 9(07) VALUE ZEROS.
           05  WS-JUCHU-CNT      PIC 9(07) VALUE ZEROS.
           05  WS-GYO-CNT        PIC 9(07) VALUE ZEROS.
           05  WS-TORI-GYO-TOTAL PIC 9(07) VALUE ZEROS.
           05  WS-HIKIATE-CNT    PIC 9(07) VALUE ZEROS.
           05  WS-KAIJO-CNT      PIC 9(07) VALUE ZEROS.
           05  WS-ERR-CNT        PIC 9(07) VALUE ZEROS.
       01  WS-TOTAL-GAKU         PIC S9(13) COMP-3 VALUE ZEROS.

       01  WS-EDIT-AREA.
           05  WS-EDIT-SURYO     PIC ZZZ,ZZ9.
           05  WS-EDIT-CNT       PIC ZZZ,ZZ9.
           05  WS-EDIT-GAKU      PIC -ZZZ,ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-GYO       PIC ZZ9.
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
           PERFORM 2900-JUCHU-KAKUTEI
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
           MOVE 'SAMPLE13' TO RL-PROGRAM-ID
           MOVE 'S'        TO RL-KBN
           MOVE WS-GYOMU-DATE TO RL-GYOMU-DT
           MOVE FUNCTION CURRENT-DATE(9:6) TO RL-JIKOKU
           MOVE ZEROS      TO RL-KENSU RL-RETURN-CD
           WRITE RUNLOG-REC
           CLOSE RUNLOG-FILE.

       0900-RUNLOG-END.
           OPEN EXTEND RUNLOG-FILE
           MOVE 'SAMPLE13' TO RL-PROGRAM-ID
           MOVE 'E'        TO RL-KBN
           MOVE WS-GYOMU-DATE TO RL-GYOMU-DT
           MOVE FUNCTION CURRENT-DATE(9:6) TO RL-JIKOKU
           MOVE WS-INPUT-CNT TO RL-KENSU
           MOVE RETURN-CODE  TO RL-RETURN-CD
           WRITE RUNLOG-REC
           CLOSE RUNLOG-FILE.

       1000-OPEN-FILES.
           PERFORM 1200-READ-SAIBAN
           OPEN INPUT  JUCHU-IN
           OPEN I-O    JUCHU-MASTER
           OPEN I-O    JUCHU-MEISAI
           OPEN INPUT  TOKUISAKI-FILE
           OPEN INPUT  ZAIKO-MASTER
           OPEN INPUT  HIKIATE-MASTER
           OPEN OUTPUT YOYAKU-FILE
           OPEN OUTPUT JUCHU-LIST
           OPEN OUTPUT ERROR-FILE
           MOVE WS-GYOMU-DATE TO WS-HONJITSU
           MOVE '===== 受注登録リスト =====' TO JL-LINE
           WRITE JUCHU-LIST-REC
           PERFORM 1100-READ-JUCHU-IN.

       1100-READ-JUCHU-IN.
           READ JUCHU-IN
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

       1200-READ-SAIBAN.
           MOVE ZEROS TO WS-SAIBAN-NO
           OPEN INPUT SAIBAN-FILE
           IF WS-SAIBAN-STATUS = '00'
               PERFORM 1210-READ-SAIBAN-REC
                   UNTIL WS-SAIBAN-EOF = 'Y'
           END-IF
           CLOSE SAIBAN-FILE.

       1210-READ-SAIBAN-REC.
           READ SAIBAN-FILE
               AT END
                   MOVE 'Y' TO WS-SAIBAN-EOF
               NOT AT END
                   MOVE SB-LAST-NO TO WS-SAIBAN-NO
           END-READ.

       2000-MAIN-LOOP.
           ADD 1 TO WS-INPUT-CNT
           EVALUATE TRUE
               WHEN JI-HEAD
                   PERFORM 2900-JUCHU-KAKUTEI
                   PERFORM 2100-HEAD-SHORI
               WHEN JI-MEISAI
                   PERFORM 2200-MEISAI-SHORI
               WHEN JI-TORIKESHI
                   PERFORM 2900-JUCHU-KAKUTEI
                   PERFORM 2500-TORIKESHI-SHORI
               WHEN OTHER
                   MOVE 'レコード区分不正' TO WS-ERR-REASON
                   PERFORM 9200-WRITE-ERROR
           END-EVALUATE
           PERFORM 1100-READ-JUCHU-IN.

      * ヘッダ: 得意先と日付を検証し、受注番号を採番して保持する
      * （ヘッダの書き出しは有効明細が揃った時点で行う）
       2100-HEAD-SHORI.
           MOVE 'E'   TO WS-HEAD-FLAG
           MOVE ZEROS TO WS-CUR-GYO-CNT WS-CUR-GAKU
           MOVE JIH-TOKUI-CD TO TK-CODE
           READ TOKUISAKI-FILE
               INVALID KEY
                   MOVE '得意先マスタ該当なし'
                       TO WS-ERR-REASON
                   PERFORM 9200-WRITE-ERROR
               NOT INVALID KEY
                   PERFORM 2110-HEAD-HIDUKE-CHECK
           END-READ.

       2110-HEAD-HIDUKE-CHECK.
           MOVE JIH-JUCHU-DT TO WS-CUR-JUCHU-DT
           IF WS-CUR-JUCHU-DT = ZEROS
               MOVE WS-HONJITSU TO WS-CUR-JUCHU-DT
           END-IF
           MOVE JIH-NOUKI-DT TO WS-CUR-NOUKI-DT
           IF WS-CUR-NOUKI-DT = ZEROS
               MOVE WS-CUR-JUCHU-DT TO WS-CUR-NOUKI-DT
           END-IF
           IF WS-CUR-NOUKI-DT < WS-CUR-JUCHU-DT
               MOVE '納期が受注日より前' TO WS-ERR-REASON
               PERFORM 9200-WRITE-ERROR
           ELSE
               ADD 1 TO WS-SAIBAN-NO
               MOVE WS-SAIBAN-NO TO WS-JUCHU-SEQ
               MOVE WS-JUCHU-NO  TO WS-CUR-JUCHU-NO
               MOVE JIH-TOKUI-CD TO WS-CUR-TOKUI-CD
               MOVE 'Y' TO WS-HEAD-FLAG
           END-IF.

      * 明細: 直前の有効ヘッダに行番号を振って登録し引当を依頼する
       2200-MEISAI-SHORI.
           MOVE 'Y' TO WS-MEISAI-FLAG
           PERFORM 2210-MEISAI-CHECK
           IF WS-MEISAI-OK
               PERFORM 2250-MEISAI-TOUROKU
           ELSE
               PERFORM 9200-WRITE-ERROR
           END-IF.

       2210-MEISAI-CHECK.
           EVALUATE TRUE
               WHEN NOT WS-HEAD-OK
                   MOVE 'N' TO WS-MEISAI-FLAG
                   MOVE '有効な受注ヘッダなし'
                       TO WS-ERR-REASON
               WHEN JID-SURYO = ZEROS
                   MOVE 'N' TO WS-MEISAI-FLAG
                   MOVE '受注数量ゼロ' TO WS-ERR-REASON
               WHEN JID-ZEI-KBN = SPACES
                   MOVE 'N' TO WS-MEISAI-FLAG
                   MOVE '税区分未設定' TO WS-ERR-REASON
               WHEN WS-CUR-GYO-CNT >= 99
                   MOVE 'N' TO WS-MEISAI-FLAG
                   MOVE '明細行数超過' TO WS-ERR-REASON
               WHEN OTHER
                   PERFORM 2220-GYO-DUP-CHECK
           END-EVALUATE
           IF WS-MEISAI-OK
               MOVE JID-HINBAN  TO ZM-HINBAN
               MOVE JID-SOKO-CD TO ZM-SOKO-CD
               READ ZAIKO-MASTER
                   INVALID KEY
                       MOVE 'N' TO WS-MEISAI-FLAG
                       MOVE '在庫マスタ該当なし'
                           TO WS-ERR-REASON
               END-READ
           END-IF.

       2220-GYO-DUP-CHECK.
           MOVE 'N' TO WS-GYO-DUP
           PERFORM 2230-GYO-DUP-ONE
               VARYING WS-GYO-SCAN FROM 1 BY 1
               UNTIL WS-GYO-SCAN > WS-CUR-GYO-CNT
           IF WS-GYO-DUP = 'Y'
               MOVE 'N' TO WS-MEISAI-FLAG
               MOVE '同一品番倉庫の重複行' TO WS-ERR-REASON
           END-IF.

       2230-GYO-DUP-ONE.
           SET WS-GYO-IDX TO WS-GYO-SCAN
           IF GT-HINBAN (WS-GYO-IDX) = JID-HINBAN
               AND GT-SOKO-CD (WS-GYO-IDX) = JID-SOKO-CD
               MOVE 'Y' TO WS-GYO-DUP
           END-IF.

       2250-MEISAI-TOUROKU.
           COMPUTE WS-GYO-GAKU ROUNDED = JID-SURYO * JID-TANKA
           MOVE SPACES TO JUCHU-MEISAI-REC
           MOVE WS-CUR-JUCHU-NO TO JD-JUCHU-NO
           COMPUTE JD-GYO-NO = WS-CUR-GYO-CNT + 1
           MOVE JID-HINBAN      TO JD-HINBAN
           MOVE JID-SOKO-CD     TO JD-SOKO-CD
           MOVE JID-SURYO       TO JD-JUCHU-SU
           MOVE ZEROS           TO JD-SHUKKA-SU
           MOVE JID-TANKA       TO JD-TANKA
           MOVE JID-ZEI-KBN     TO JD-ZEI-KBN
           SET JD-MISHUKKA      TO TRUE
           MOVE ZEROS           TO JD-SAISHU-SHUKKA-DT
           WRITE JUCHU-MEISAI-REC
               INVALID KEY
                   MOVE '受注明細キー重複' TO WS-ERR-REASON
                   PERFORM 9200-WRITE-ERROR
               NOT INVALID KEY
                   ADD 1 TO WS-CUR-GYO-CNT
                   SET WS-GYO-IDX TO WS-CUR-GYO-CNT
                   MOVE JID-HINBAN  TO GT-HINBAN  (WS-GYO-IDX)
                   MOVE JID-SOKO-CD TO GT-SOKO-CD (WS-GYO-IDX)
                   ADD WS-GYO-GAKU TO WS-CUR-GAKU
                   ADD 1 TO WS-GYO-CNT
                   MOVE SPACES      TO YOYAKU-REC
                   SET YY-HIKIATE   TO TRUE
                   MOVE JD-JUCHU-NO TO YY-JUCHU-NO
                   MOVE JD-HINBAN   TO YY-HINBAN
                   MOVE JD-SOKO-CD  TO YY-SOKO-CD
                   MOVE JID-SURYO   TO YY-SURYO
                   WRITE YOYAKU-REC
                   ADD 1 TO WS-HIKIATE-CNT
                   PERFORM 2260-MEISAI-LIST
           END-WRITE.

       2260-MEISAI-LIST.
           MOVE SPACES TO WS-WORK-LINE
           MOVE JD-GYO-NO   TO WS-EDIT-GYO
           MOVE JID-SURYO   TO WS-EDIT-SURYO
           MOVE WS-GYO-GAKU TO WS-EDIT-GAKU
           STRING '  行:' WS-EDIT-GYO
                  ' 品番:' JD-HINBAN
                  ' 倉庫:' JD-SOKO-CD
                  ' 数量:' WS-EDIT-SURYO
                  ' 金額:' WS-EDIT-GAKU
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO JL-LINE
           WRITE JUCHU-LIST-REC.

      * 受注確定: 有効明細が1行以上あればヘッダを登録する
       2900-JUCHU-KAKUTEI.
           IF WS-HEAD-OK
               IF WS-CUR-GYO-CNT > ZEROS
                   PERFORM 2910-HEAD-TOUROKU
               ELSE
                   MOVE 'H' TO JI-REC-KBN
                   MOVE WS-CUR-TOKUI-CD TO JIH-TOKUI-CD
                   MOVE '有効明細なし' TO WS-ERR-REASON
                   PERFORM 9200-WRITE-ERROR
               END-IF
           END-IF
           MOVE 'N' TO WS-HEAD-FLAG.

       2910-HEAD-TOUROKU.
           MOVE SPACES TO JUCHU-REC
           MOVE WS-CUR-JUCHU-NO TO JH-JUCHU-NO
           MOVE WS-CUR-TOKUI-CD TO JH-TOKUI-CD
           MOVE WS-CUR-JUCHU-DT TO JH-JUCHU-DT
           MOVE WS-CUR-NOUKI-DT TO JH-NOUKI-DT
           SET JH-MISHUKKA      TO TRUE
           MOVE WS-CUR-GYO-CNT  TO JH-GYO-CNT
           MOVE WS-CUR-GAKU     TO JH-JUCHU-GAKU
           MOVE WS-HONJITSU     TO JH-KOSHIN-DT
           WRITE JUCHU-REC
               INVALID KEY
                   MOVE '受注番号重複' TO WS-ERR-REASON
                   PERFORM 9200-WRITE-ERROR
               NOT INVALID KEY
                   ADD 1 TO WS-JUCHU-CNT
                   ADD WS-CUR-GAKU TO WS-TOTAL-GAKU
                   MOVE SPACES TO WS-WORK-LINE
                   MOVE WS-CUR-GYO-CNT TO WS-EDIT-GYO
                   MOVE WS-CUR-GAKU    TO WS-EDIT-GAKU
                   STRING '受注:' JH-JUCHU-NO
                          ' 得意先:' JH-TOKUI-CD
                          ' 納期:' JH-NOUKI-DT
                          ' 行数:' WS-EDIT-GYO
                          ' 受注額:' WS-EDIT-GAKU
                       DELIMITED SIZE INTO WS-WORK-LINE
                   MOVE WS-WORK-LINE TO JL-LINE
                   WRITE JUCHU-LIST-REC
           END-WRITE.

      * 取消: 行番号000は受注全体、それ以外は当該行の未出荷残を取り消す
       2500-TORIKESHI-SHORI.
           MOVE JIC-JUCHU-NO TO WS-TORI-JUCHU-NO
           MOVE JIC-GYO-NO   TO WS-TORI-GYO-NO
           MOVE ZEROS        TO WS-TORI-CNT
           MOVE WS-TORI-JUCHU-NO TO JH-JUCHU-NO
           READ JUCHU-MASTER
               INVALID KEY
                   MOVE '取消対象の受注なし' TO WS-ERR-REASON
                   PERFORM 9200-WRITE-ERROR
               NOT INVALID KEY
                   IF JH-KANRYO OR JH-TORIKESHI
                       MOVE '出荷完了または取消済み'
                           TO WS-ERR-REASON
                       PERFORM 9200-WRITE-ERROR
                   ELSE
                       PERFORM 2510-TORIKESHI-GYO-SCAN
                   END-IF
           END-READ.

       2510-TORIKESHI-GYO-SCAN.
           MOVE 'N' TO WS-GYO-EOF
           MOVE WS-TORI-JUCHU-NO TO JD-JUCHU-NO
           MOVE ZEROS            TO JD-GYO-NO
           START JUCHU-MEISAI KEY IS NOT LESS THAN JD-KEY
               INVALID KEY MOVE 'Y' TO WS-GYO-EOF
           END-START
           PERFORM 2520-TORIKESHI-GYO-ONE
               UNTIL WS-GYO-EOF = 'Y'
           IF WS-TORI-CNT = ZEROS
               MOVE '取消対象の未出荷行なし' TO WS-ERR-REASON
               PERFORM 9200-WRITE-ERROR
           ELSE
               PERFORM 2600-HEAD-STATUS-SAIHANTEI
           END-IF.

       2520-TORIKESHI-GYO-ONE.
           READ JUCHU-MEISAI NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-GYO-EOF
               NOT AT END
                   IF JD-JUCHU-NO NOT = WS-TORI-JUCHU-NO
                       MOVE 'Y' TO WS-GYO-EOF
                   ELSE
                       IF (WS-TORI-GYO-NO = ZEROS
                               OR JD-GYO-NO = WS-TORI-GYO-NO)
                           AND (JD-MISHUKKA OR JD-ICHIBU)
                           PERFORM 2530-GYO-TORIKESHI
                       END-IF
                   END-IF
           END-READ.

      * 行取消: 引当マスタに残る当該受注の引当数を解除依頼として出す
       2530-GYO-TORIKESHI.
           SET JD-TORIKESHI TO TRUE
           REWRITE JUCHU-MEISAI-REC
           ADD 1 TO WS-TORI-CNT
           ADD 1 TO WS-TORI-GYO-TOTAL
           MOVE JD-JUCHU-NO TO HK-JUCHU-NO
           MOVE JD-HINBAN   TO HK-HINBAN
           MOVE JD-SOKO-CD  TO HK-SOKO-CD
           READ HIKIATE-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF HK-HIKIATE-SU > ZEROS
                       MOVE SPACES      TO YOYAKU-REC
                       SET YY-KAIJO     TO TRUE
                       MOVE HK-JUCHU-NO TO YY-JUCHU-NO
                       MOVE HK-HINBAN   TO YY-HINBAN
                       MOVE HK-SOKO-CD  TO YY-SOKO-CD
                       MOVE HK-HIKIATE-SU TO YY-SURYO
                       WRITE YOYAKU-REC
                       ADD 1 TO WS-KAIJO-CNT
                   END-IF
           END-READ
           MOVE SPACES TO WS-WORK-LINE
           MOVE JD-GYO-NO TO WS-EDIT-GYO
           STRING '取消:' JD-JUCHU-NO
                  ' 行:' WS-EDIT-GYO
                  ' 品番:' JD-HINBAN
                  ' 倉庫:' JD-SOKO-CD
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO JL-LINE
           WRITE JUCHU-LIST-REC.

      * ヘッダ状態の再判定: 全行が完了/取消になれば受注を閉じる
       2600-HEAD-STATUS-SAIHANTEI.
           MOVE ZEROS TO WS-OPEN-GYO-CNT WS-KANRYO-GYO-CNT
           MOVE 'N'   TO WS-SHUKKA-ARI
           MOVE 'N'   TO WS-GYO-EOF
           MOVE WS-TORI-JUCHU-NO TO JD-JUCHU-NO
           MOVE ZEROS            TO JD-GYO-NO
           START JUCHU-MEISAI KEY IS NOT LESS THAN JD-KEY
               INVALID KEY MOVE 'Y' TO WS-GYO-EOF
           END-START
           PERFORM 2610-HEAD-STATUS-ONE
               UNTIL WS-GYO-EOF = 'Y'
           EVALUATE TRUE
               WHEN WS-OPEN-GYO-CNT > ZEROS AND WS-SHUKKA-ARI = 'Y'
                   SET JH-ICHIBU TO TRUE
               WHEN WS-OPEN-GYO-CNT > ZEROS
                   SET JH-MISHUKKA TO TRUE
               WHEN WS-KANRYO-GYO-CNT > ZEROS
                   SET JH-KANRYO TO TRUE
               WHEN OTHER
                   SET JH-TORIKESHI TO TRUE
           END-EVALUATE
           MOVE WS-HONJITSU TO JH-KOSHIN-DT
           REWRITE JUCHU-REC.

       2610-HEAD-STATUS-ONE.
           READ JUCHU-MEISAI NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-GYO-EOF
               NOT AT END
                   IF JD-JUCHU-NO NOT = WS-TORI-JUCHU-NO
                       MOVE 'Y' TO WS-GYO-EOF
                   ELSE
                       IF JD-SHUKKA-SU > ZEROS
                           MOVE 'Y' TO WS-SHUKKA-ARI
                       END-IF
                       EVALUATE TRUE
                           WHEN JD-MISHUKKA OR JD-ICHIBU
                               ADD 1 TO WS-OPEN-GYO-CNT
                           WHEN JD-KANRYO
                               ADD 1 TO WS-KANRYO-GYO-CNT
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ.

       7000-GOUKEI-REPORT.
           MOVE SPACES TO JL-LINE
           WRITE JUCHU-LIST-REC
           MOVE WS-INPUT-CNT TO WS-EDIT-CNT
           MOVE SPACES TO WS-WORK-LINE
           STRING '入力件数      :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO JL-LINE
           WRITE JUCHU-LIST-REC
           MOVE WS-JUCHU-CNT TO WS-EDIT-CNT
           MOVE SPACES TO WS-WORK-LINE
           STRING '登録受注件数  :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO JL-LINE
           WRITE JUCHU-LIST-REC
           MOVE WS-GYO-CNT TO WS-EDIT-CNT
           MOVE SPACES TO WS-WORK-LINE
           STRING '登録明細件数  :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO JL-LINE
           WRITE JUCHU-LIST-REC
           MOVE WS-TOTAL-GAKU TO WS-EDIT-GAKU
           MOVE SPACES TO WS-WORK-LINE
           STRING '受注金額合計  :' WS-EDIT-GAKU
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO JL-LINE
           WRITE JUCHU-LIST-REC
           MOVE WS-TORI-GYO-TOTAL TO WS-EDIT-CNT
           MOVE SPACES TO WS-WORK-LINE
           STRING '取消明細件数  :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO JL-LINE
           WRITE JUCHU-LIST-REC
           MOVE WS-HIKIATE-CNT TO WS-EDIT-CNT
           MOVE SPACES TO WS-WORK-LINE
           STRING '引当依頼件数  :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO JL-LINE
           WRITE JUCHU-LIST-REC
           MOVE WS-KAIJO-CNT TO WS-EDIT-CNT
           MOVE SPACES TO WS-WORK-LINE
           STRING '解除依頼件数  :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO JL-LINE
           WRITE JUCHU-LIST-REC
           MOVE WS-ERR-CNT TO WS-EDIT-CNT
           MOVE SPACES TO WS-WORK-LINE
           STRING 'リジェクト件数:' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO JL-LINE
           WRITE JUCHU-LIST-REC
           IF WS-ERR-CNT > ZEROS
               MOVE 4 TO WS-RETURN-CODE
           END-IF.

       9200-WRITE-ERROR.
           MOVE SPACES       TO ERROR-REC
           MOVE JI-REC-KBN   TO ER-REC-KBN
           EVALUATE TRUE
               WHEN JI-HEAD
                   MOVE JIH-TOKUI-CD TO ER-KEY
               WHEN JI-MEISAI
                   MOVE JID-HINBAN   TO ER-KEY(1:10)
                   MOVE JID-SOKO-CD  TO ER-KEY(11:4)
               WHEN JI-TORIKESHI
                   MOVE JIC-JUCHU-NO TO ER-KEY(1:10)
                   MOVE JIC-GYO-NO   TO ER-KEY(11:3)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE WS-ERR-REASON TO ER-REASON
           MOVE JUCHU-IN-REC(2:35) TO ER-IMAGE
           WRITE ERROR-REC
           ADD 1 TO WS-ERR-CNT.

       3000-CLOSE-FILES.
           CLOSE JUCHU-IN
           CLOSE JUCHU-MASTER
           CLOSE JUCHU-MEISAI
           CLOSE TOKUISAKI-FILE
           CLOSE ZAIKO-MASTER
           CLOSE HIKIATE-MASTER
           CLOSE YOYAKU-FILE
           CLOSE JUCHU-LIST
           CLOSE ERROR-FILE
           PERFORM 3100-WRITE-SAIBAN.

       3100-WRITE-SAIBAN.
           OPEN OUTPUT SAIBAN-FILE
           MOVE SPACES       TO SAIBAN-REC
           MOVE WS-SAIBAN-NO TO SB-LAST-NO
           WRITE SAIBAN-REC
           CLOSE SAIBAN-FILE.
