      *=================================================================
      * SAMPLE14: 固定資産 異動登録バッチ
      * 概要: 固定資産異動ファイル（取得'A'・除売却'D'・移動'T'）を
      *       読み込み、固定資産マスタを更新する。取得は資産番号・
      *       資産種類（資産種類マスタに登録済みのもの）・設置場所・
      *       部門・取得日・取得価額・耐用年数・償却方法（1=定額法
      *       2=定率法）を検証して登録する（既存資産の移行は償却累計
      *       額と償却済年月を添えて年度初に行う）。除売却は除売却日
      *       ・区分（1=売却 2=除却）・売却額を記録し、除売却仕訳は
      *       月次償却（SAMPLE14B）で計上する。移動は設置場所・部門
      *       を付け替える（移動月の償却から新部門に計上）。異動結果
      *       リストとリジェクトを出力する（固定資産サブシステムの
      *       入口）。
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE14.
       AUTHOR. BATCH-SYSTEM.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KOTEI-IN ASSIGN TO KOTEIIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-KOTEIIN-STATUS.
           SELECT KOTEI-MASTER ASSIGN TO KOTEIMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS KS-SHISAN-NO
               FILE STATUS IS WS-KOTEI-STATUS.
           SELECT SHURUI-FILE ASSIGN TO SHURUIMST
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SHURUI-STATUS.
           SELECT KOTEI-LIST ASSIGN TO KOTEILIST
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LIST-STATUS.
           SELECT ERROR-FILE ASSIGN TO KOTEIERR
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
       FD  KOTEI-IN
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  KOTEI-IN-REC.
           05  KI-SHORI-KBN      PIC X(01).
               88  KI-SHUTOKU    VALUE 'A'.
               88  KI-JOKYAKU    VALUE 'D'.
               88  KI-IDO        VALUE 'T'.
           05  KI-SHISAN-NO      PIC X(10).
           05  FILLER            PIC X(89).
       01  KOTEI-IN-SHUTOKU REDEFINES KOTEI-IN-REC.
           05  FILLER            PIC X(11).
           05  KIA-SHISAN-MEI    PIC X(30).
           05  KIA-SHURUI-CD     PIC X(02).
           05  KIA-BASHO-CD      PIC X(06).
           05  KIA-BUMON-CD      PIC X(04).
           05  KIA-SHUTOKU-DT    PIC 9(08).
           05  KIA-SHUTOKU-GAKU  PIC 9(11).
           05  KIA-TAIYO-NENSU   PIC 9(02).
           05  KIA-SHOKYAKU-HOHO PIC X(01).
           05  KIA-RUIKEI-GAKU   PIC 9(11).
           05  KIA-SHOKYAKU-YM   PIC 9(06).
           05  FILLER            PIC X(08).
       01  KOTEI-IN-JOKYAKU REDEFINES KOTEI-IN-REC.
           05  FILLER            PIC X(11).
           05  KID-JOKYAKU-DT    PIC 9(08).
           05  KID-JOKYAKU-KBN   PIC X(01).
           05  KID-BAIKYAKU-GAKU PIC 9(11).
           05  FILLER            PIC X(69).
       01  KOTEI-IN-IDO REDEFINES KOTEI-IN-REC.
           05  FILLER            PIC X(11).
           05  KIT-BASHO-CD      PIC X(06).
           05  KIT-BUMON-CD      PIC X(04).
           05  KIT-IDO-DT        PIC 9(08).
           05  FILLER            PIC X(71).

      * 固定資産マスタ: 資産番号。償却は月次償却で積み上げる
      *   状態 0=償却中 1=償却完了(備忘価額) 9=除売却
       FD  KOTEI-MASTER
           RECORD CONTAINS 150 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  KOTEI-REC.
           05  KS-SHISAN-NO      PIC X(10).
           05  KS-SHISAN-MEI     PIC X(30).
           05  KS-SHURUI-CD      PIC X(02).
           05  KS-BASHO-CD       PIC X(06).
           05  KS-BUMON-CD       PIC X(04).
           05  KS-SHUTOKU-DT     PIC 9(08).
           05  KS-SHUTOKU-GAKU   PIC S9(11) COMP-3.
           05  KS-TAIYO-NENSU    PIC 9(02).
           05  KS-SHOKYAKU-HOHO  PIC X(01).
               88  KS-TEIGAKU    VALUE '1'.
               88  KS-TEIRITSU   VALUE '2'.
           05  KS-RUIKEI-GAKU    PIC S9(11) COMP-3.
           05  KS-KISHU-NENDO    PIC 9(04).
           05  KS-NENDO-SHOKYAKU PIC S9(11) COMP-3.
           05  KS-SHOKYAKU-YM    PIC 9(06).
           05  KS-STATUS         PIC X(01).
               88  KS-SHOKYAKU-CHU   VALUE '0'.
               88  KS-SHOKYAKU-ZUMI  VALUE '1'.
               88  KS-JOKYAKU-ZUMI   VALUE '9'.
           05  KS-JOKYAKU-DT     PIC 9(08).
           05  KS-JOKYAKU-KBN    PIC X(01).
               88  KS-BAIKYAKU   VALUE '1'.
               88  KS-HAIKI      VALUE '2'.
           05  KS-BAIKYAKU-GAKU  PIC S9(11) COMP-3.
           05  KS-JOKYAKU-SHIWAKE PIC X(01).
           05  KS-TOUROKU-DT     PIC 9(08).
           05  KS-KOSHIN-DT      PIC 9(08).
           05  FILLER            PIC X(26).

      * 資産種類マスタ: 償却資産申告の対象区分と申告書の種類
      *   申告 1=償却資産申告の対象 0=対象外（建物・自動車等）
      *   種類 1=構築物 2=機械装置 3=船舶 4=航空機 5=車両運搬具
      *        6=工具器具備品
       FD  SHURUI-FILE
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  SHURUI-REC.
           05  SR-SHURUI-CD      PIC X(02).
           05  SR-SHURUI-MEI     PIC X(20).
           05  SR-SHINKOKU-KBN   PIC X(01).
           05  SR-SHINKOKU-SHU   PIC X(01).
           05  FILLER            PIC X(16).

       FD  KOTEI-LIST
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  KOTEI-LIST-REC.
           05  KL-LINE           PIC X(100).

       FD  ERROR-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  ERROR-REC.
           05  ER-SHORI-KBN      PIC X(01).
           05  ER-SHISAN-NO      PIC X(10).
           05  ER-REASON         PIC X(30).
           05  ER-IMAGE          PIC X(39).

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
           05  WS-KOTEIIN-STATUS PIC X(02).
           05  WS-KOTEI-STATUS   PIC X(02).
           05  WS-SHURUI-STATUS  PIC X(02).
           05  WS-LIST-STATUS    PIC X(02).
           05  WS-ERROR-STATUS   PIC X(02).
           05  WS-EOF-FLAG       PIC X(01) VALUE 'N'.
           05  WS-SHURUI-EOF     PIC X(01) VALUE 'N'.

      * 資産種類テーブル（取得時の種類コード検証用）
       01  WS-SHURUI-TABLE.
           05  WS-SHURUI-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-SR-IDX.
               10  SRT-SHURUI-CD PIC X(02).
       01  WS-SHURUI-CNT         PIC 9(02) VALUE ZEROS.
       01  WS-SHURUI-SCAN        PIC 9(02).
       01  WS-SHURUI-HIT         PIC 9(02) VALUE ZEROS.

       01  WS-CHECK-WORK.
           05  WS-CHECK-FLAG     PIC X(01).
               88  WS-CHECK-OK   VALUE 'Y'.
           05  WS-ERR-REASON     PIC X(30).
           05  WS-HIDUKE         PIC 9(08).
           05  WS-HIDUKE-X REDEFINES WS-HIDUKE.
               10  WS-HD-YY      PIC 9(04).
               10  WS-HD-MM      PIC 9(02).
               10  WS-HD-DD      PIC 9(02).
           05  WS-HIDUKE-OK      PIC X(01).
           05  WS-MAE-BASHO      PIC X(06).
           05  WS-MAE-BUMON      PIC X(04).

       01  WS-COUNTERS.
           05  WS-INPUT-CNT      PIC 9(07) VALUE ZEROS.
           05  WS-SHUTOKU-CNT    PIC 9(07) VALUE ZEROS.
           05  WS-JOKYAKU-CNT    PIC 9(07) VALUE ZEROS.
           05  WS-IDO-CNT        PIC 9(07) VALUE ZEROS.
           05  WS-ERR-CNT        PIC 9(07) VALUE ZEROS.
       01  WS-SHUTOKU-TOTAL      PIC S9(13) COMP-3 VALUE ZEROS.

       01  WS-EDIT-AREA.
           05  WS-EDIT-CNT       PIC ZZZ,ZZ9.
           05  WS-EDIT-GAKU      PIC -ZZZ,ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-NENSU     PIC Z9.
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
           MOVE 'SAMPLE14' TO RL-PROGRAM-ID
           MOVE 'S'        TO RL-KBN
           MOVE WS-GYOMU-DATE TO RL-GYOMU-DT
           MOVE FUNCTION CURRENT-DATE(9:6) TO RL-JIKOKU
           MOVE ZEROS      TO RL-KENSU RL-RETURN-CD
           WRITE RUNLOG-REC
           CLOSE RUNLOG-FILE.

       0900-RUNLOG-END.
           OPEN EXTEND RUNLOG-FILE
           MOVE 'SAMPLE14' TO RL-PROGRAM-ID
           MOVE 'E'        TO RL-KBN
           MOVE WS-GYOMU-DATE TO RL-GYOMU-DT
           MOVE FUNCTION CURRENT-DATE(9:6) TO RL-JIKOKU
           MOVE WS-INPUT-CNT TO RL-KENSU
           MOVE RETURN-CODE  TO RL-RETURN-CD
           WRITE RUNLOG-REC
           CLOSE RUNLOG-FILE.

       1000-OPEN-FILES.
           OPEN INPUT  KOTEI-IN
           OPEN I-O    KOTEI-MASTER
           OPEN INPUT  SHURUI-FILE
           OPEN OUTPUT KOTEI-LIST
           OPEN OUTPUT ERROR-FILE
           PERFORM 1200-SHURUI-LOAD
           CLOSE SHURUI-FILE
           MOVE '===== 固定資産 異動リスト =====' TO KL-LINE
           WRITE KOTEI-LIST-REC
           PERFORM 1100-READ-KOTEI-IN.

       1100-READ-KOTEI-IN.
           READ KOTEI-IN
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

       1200-SHURUI-LOAD.
           PERFORM 1210-SHURUI-READ
               UNTIL WS-SHURUI-EOF = 'Y'.

       1210-SHURUI-READ.
           READ SHURUI-FILE
               AT END
                   MOVE 'Y' TO WS-SHURUI-EOF
               NOT AT END
                   IF WS-SHURUI-CNT < 50
                       ADD 1 TO WS-SHURUI-CNT
                       SET WS-SR-IDX TO WS-SHURUI-CNT
                       MOVE SR-SHURUI-CD TO SRT-SHURUI-CD (WS-SR-IDX)
                   END-IF
           END-READ.

       2000-MAIN-LOOP.
           ADD 1 TO WS-INPUT-CNT
           MOVE 'Y' TO WS-CHECK-FLAG
           EVALUATE TRUE
               WHEN KI-SHUTOKU
                   PERFORM 2100-SHUTOKU-SHORI
               WHEN KI-JOKYAKU
                   PERFORM 2200-JOKYAKU-SHORI
               WHEN KI-IDO
                   PERFORM 2300-IDO-SHORI
               WHEN OTHER
                   MOVE '処理区分不正' TO WS-ERR-REASON
                   PERFORM 9200-WRITE-ERROR
           END-EVALUATE
           PERFORM 1100-READ-KOTEI-IN.

      * 取得: 種類・日付・価額・耐用年数・償却方法を検証して登録する
       2100-SHUTOKU-SHORI.
           PERFORM 2110-SHUTOKU-CHECK
           IF WS-CHECK-OK
               PERFORM 2150-SHUTOKU-TOUROKU
           ELSE
               PERFORM 9200-WRITE-ERROR
           END-IF.

       2110-SHUTOKU-CHECK.
           MOVE ZEROS TO WS-SHURUI-HIT
           PERFORM 2120-SHURUI-SCAN-ONE
               VARYING WS-SHURUI-SCAN FROM 1 BY 1
               UNTIL WS-SHURUI-SCAN > WS-SHURUI-CNT
                   OR WS-SHURUI-HIT > ZEROS
           MOVE KIA-SHUTOKU-DT TO WS-HIDUKE
           PERFORM 2190-HIDUKE-CHECK
           EVALUATE TRUE
               WHEN KI-SHISAN-NO = SPACES
                   MOVE '資産番号なし' TO WS-ERR-REASON
               WHEN WS-SHURUI-HIT = ZEROS
                   MOVE '資産種類が未登録' TO WS-ERR-REASON
               WHEN WS-HIDUKE-OK = 'N'
                   MOVE '取得日不正' TO WS-ERR-REASON
               WHEN KIA-SHUTOKU-GAKU NOT NUMERIC
                   OR KIA-SHUTOKU-GAKU = ZEROS
                   MOVE '取得価額不正' TO WS-ERR-REASON
               WHEN KIA-TAIYO-NENSU NOT NUMERIC
                   OR KIA-TAIYO-NENSU < 2
                   MOVE '耐用年数不正' TO WS-ERR-REASON
               WHEN KIA-SHOKYAKU-HOHO NOT = '1'
                   AND KIA-SHOKYAKU-HOHO NOT = '2'
                   MOVE '償却方法不正' TO WS-ERR-REASON
               WHEN KIA-RUIKEI-GAKU NOT NUMERIC
                   OR KIA-RUIKEI-GAKU >= KIA-SHUTOKU-GAKU
                   MOVE '償却累計額不正' TO WS-ERR-REASON
               WHEN KIA-SHOKYAKU-YM NOT NUMERIC
                   MOVE '償却済年月不正' TO WS-ERR-REASON
               WHEN OTHER
                   MOVE SPACES TO WS-ERR-REASON
           END-EVALUATE
           IF WS-ERR-REASON NOT = SPACES
               MOVE 'N' TO WS-CHECK-FLAG
           END-IF.

       2120-SHURUI-SCAN-ONE.
           SET WS-SR-IDX TO WS-SHURUI-SCAN
           IF SRT-SHURUI-CD (WS-SR-IDX) = KIA-SHURUI-CD
               MOVE WS-SHURUI-SCAN TO WS-SHURUI-HIT
           END-IF.

       2150-SHUTOKU-TOUROKU.
           MOVE SPACES TO KOTEI-REC
           MOVE KI-SHISAN-NO      TO KS-SHISAN-NO
           MOVE KIA-SHISAN-MEI    TO KS-SHISAN-MEI
           MOVE KIA-SHURUI-CD     TO KS-SHURUI-CD
           MOVE KIA-BASHO-CD      TO KS-BASHO-CD
           MOVE KIA-BUMON-CD      TO KS-BUMON-CD
           MOVE KIA-SHUTOKU-DT    TO KS-SHUTOKU-DT
           MOVE KIA-SHUTOKU-GAKU  TO KS-SHUTOKU-GAKU
           MOVE KIA-TAIYO-NENSU   TO KS-TAIYO-NENSU
           MOVE KIA-SHOKYAKU-HOHO TO KS-SHOKYAKU-HOHO
           MOVE KIA-RUIKEI-GAKU   TO KS-RUIKEI-GAKU
           MOVE ZEROS             TO KS-KISHU-NENDO
                                     KS-NENDO-SHOKYAKU
           MOVE KIA-SHOKYAKU-YM   TO KS-SHOKYAKU-YM
           SET KS-SHOKYAKU-CHU    TO TRUE
           IF KS-RUIKEI-GAKU = KS-SHUTOKU-GAKU - 1
               SET KS-SHOKYAKU-ZUMI TO TRUE
           END-IF
           MOVE ZEROS             TO KS-JOKYAKU-DT KS-BAIKYAKU-GAKU
           MOVE SPACES            TO KS-JOKYAKU-KBN
           MOVE 'N'               TO KS-JOKYAKU-SHIWAKE
           MOVE WS-GYOMU-DATE     TO KS-TOUROKU-DT KS-KOSHIN-DT
           WRITE KOTEI-REC
               INVALID KEY
                   MOVE '資産番号重複' TO WS-ERR-REASON
                   PERFORM 9200-WRITE-ERROR
               NOT INVALID KEY
                   ADD 1 TO WS-SHUTOKU-CNT
                   ADD KS-SHUTOKU-GAKU TO WS-SHUTOKU-TOTAL
                   MOVE SPACES TO WS-WORK-LINE
                   MOVE KS-SHUTOKU-GAKU TO WS-EDIT-GAKU
                   MOVE KS-TAIYO-NENSU  TO WS-EDIT-NENSU
                   STRING '取得:' KS-SHISAN-NO
                          ' 種類:' KS-SHURUI-CD
                          ' 部門:' KS-BUMON-CD
                          ' 取得日:' KS-SHUTOKU-DT
                          ' 価額:' WS-EDIT-GAKU
                          ' 年数:' WS-EDIT-NENSU
                          ' 方法:' KS-SHOKYAKU-HOHO
                       DELIMITED SIZE INTO WS-WORK-LINE
                   MOVE WS-WORK-LINE TO KL-LINE
                   WRITE KOTEI-LIST-REC
           END-WRITE.

      * 日付の妥当性（年・月・日の範囲だけを見る）
       2190-HIDUKE-CHECK.
           MOVE 'Y' TO WS-HIDUKE-OK
           IF WS-HIDUKE NOT NUMERIC
               OR WS-HD-YY < 1900
               OR WS-HD-MM < 1 OR WS-HD-MM > 12
               OR WS-HD-DD < 1 OR WS-HD-DD > 31
               MOVE 'N' TO WS-HIDUKE-OK
           END-IF.

      * 除売却: 償却中・償却完了の資産に除売却日・区分・売却額を
      * 記録する（仕訳は月次償却で計上する）
       2200-JOKYAKU-SHORI.
           MOVE KI-SHISAN-NO TO KS-SHISAN-NO
           READ KOTEI-MASTER
               INVALID KEY
                   MOVE '資産マスタ該当なし' TO WS-ERR-REASON
                   PERFORM 9200-WRITE-ERROR
               NOT INVALID KEY
                   PERFORM 2210-JOKYAKU-CHECK
                   IF WS-CHECK-OK
                       PERFORM 2250-JOKYAKU-KOSHIN
                   ELSE
                       PERFORM 9200-WRITE-ERROR
                   END-IF
           END-READ.

       2210-JOKYAKU-CHECK.
           MOVE KID-JOKYAKU-DT TO WS-HIDUKE
           PERFORM 2190-HIDUKE-CHECK
           EVALUATE TRUE
               WHEN KS-JOKYAKU-ZUMI
                   MOVE '除売却済み' TO WS-ERR-REASON
               WHEN WS-HIDUKE-OK = 'N'
                   MOVE '除売却日不正' TO WS-ERR-REASON
               WHEN KID-JOKYAKU-DT < KS-SHUTOKU-DT
                   MOVE '取得日より前の除売却'
                       TO WS-ERR-REASON
               WHEN KID-JOKYAKU-DT(1:6) < KS-SHOKYAKU-YM
                   MOVE '償却済月より前の日付'
                       TO WS-ERR-REASON
               WHEN KID-JOKYAKU-KBN NOT = '1'
                   AND KID-JOKYAKU-KBN NOT = '2'
                   MOVE '除売却区分不正' TO WS-ERR-REASON
               WHEN KID-BAIKYAKU-GAKU NOT NUMERIC
                   MOVE '売却額不正' TO WS-ERR-REASON
               WHEN KID-JOKYAKU-KBN = '2'
                   AND KID-BAIKYAKU-GAKU NOT = ZEROS
                   MOVE '除却に売却額あり' TO WS-ERR-REASON
               WHEN OTHER
                   MOVE SPACES TO WS-ERR-REASON
           END-EVALUATE
           IF WS-ERR-REASON NOT = SPACES
               MOVE 'N' TO WS-CHECK-FLAG
           END-IF.

       2250-JOKYAKU-KOSHIN.
           SET KS-JOKYAKU-ZUMI    TO TRUE
           MOVE KID-JOKYAKU-DT    TO KS-JOKYAKU-DT
           MOVE KID-JOKYAKU-KBN   TO KS-JOKYAKU-KBN
           MOVE KID-BAIKYAKU-GAKU TO KS-BAIKYAKU-GAKU
           MOVE 'N'               TO KS-JOKYAKU-SHIWAKE
           MOVE WS-GYOMU-DATE     TO KS-KOSHIN-DT
           REWRITE KOTEI-REC
           ADD 1 TO WS-JOKYAKU-CNT
           MOVE SPACES TO WS-WORK-LINE
           MOVE KS-BAIKYAKU-GAKU TO WS-EDIT-GAKU
           STRING '除売却:' KS-SHISAN-NO
                  ' 日付:' KS-JOKYAKU-DT
                  ' 区分:' KS-JOKYAKU-KBN
                  ' 売却額:' WS-EDIT-GAKU
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO KL-LINE
           WRITE KOTEI-LIST-REC.

      * 移動: 設置場所・部門を付け替える（空白は変更なし）
       2300-IDO-SHORI.
           MOVE KI-SHISAN-NO TO KS-SHISAN-NO
           READ KOTEI-MASTER
               INVALID KEY
                   MOVE '資産マスタ該当なし' TO WS-ERR-REASON
                   PERFORM 9200-WRITE-ERROR
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN KS-JOKYAKU-ZUMI
                           MOVE '除売却済み' TO WS-ERR-REASON
                           PERFORM 9200-WRITE-ERROR
                       WHEN KIT-BASHO-CD = SPACES
                           AND KIT-BUMON-CD = SPACES
                           MOVE '移動先の指定なし'
                               TO WS-ERR-REASON
                           PERFORM 9200-WRITE-ERROR
                       WHEN OTHER
                           PERFORM 2350-IDO-KOSHIN
                   END-EVALUATE
           END-READ.

       2350-IDO-KOSHIN.
           MOVE KS-BASHO-CD TO WS-MAE-BASHO
           MOVE KS-BUMON-CD TO WS-MAE-BUMON
           IF KIT-BASHO-CD NOT = SPACES
               MOVE KIT-BASHO-CD TO KS-BASHO-CD
           END-IF
           IF KIT-BUMON-CD NOT = SPACES
               MOVE KIT-BUMON-CD TO KS-BUMON-CD
           END-IF
           MOVE WS-GYOMU-DATE TO KS-KOSHIN-DT
           REWRITE KOTEI-REC
           ADD 1 TO WS-IDO-CNT
           MOVE SPACES TO WS-WORK-LINE
           STRING '移動:' KS-SHISAN-NO
                  ' 場所:' WS-MAE-BASHO '->' KS-BASHO-CD
                  ' 部門:' WS-MAE-BUMON '->' KS-BUMON-CD
                  ' 移動日:' KIT-IDO-DT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO KL-LINE
           WRITE KOTEI-LIST-REC.

       7000-GOUKEI-REPORT.
           MOVE SPACES TO KL-LINE
           WRITE KOTEI-LIST-REC
           MOVE WS-INPUT-CNT TO WS-EDIT-CNT
           MOVE SPACES TO WS-WORK-LINE
           STRING '入力件数      :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO KL-LINE
           WRITE KOTEI-LIST-REC
           MOVE WS-SHUTOKU-CNT TO WS-EDIT-CNT
           MOVE SPACES TO WS-WORK-LINE
           STRING '取得登録件数  :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO KL-LINE
           WRITE KOTEI-LIST-REC
           MOVE WS-SHUTOKU-TOTAL TO WS-EDIT-GAKU
           MOVE SPACES TO WS-WORK-LINE
           STRING '取得価額合計  :' WS-EDIT-GAKU
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO KL-LINE
           WRITE KOTEI-LIST-REC
           MOVE WS-JOKYAKU-CNT TO WS-EDIT-CNT
           MOVE SPACES TO WS-WORK-LINE
           STRING '除売却件数    :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO KL-LINE
           WRITE KOTEI-LIST-REC
           MOVE WS-IDO-CNT TO WS-EDIT-CNT
           MOVE SPACES TO WS-WORK-LINE
           STRING '移動件数      :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO KL-LINE
           WRITE KOTEI-LIST-REC
           MOVE WS-ERR-CNT TO WS-EDIT-CNT
           MOVE SPACES TO WS-WORK-LINE
           STRING 'リジェクト件数:' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO KL-LINE
           WRITE KOTEI-LIST-REC
           IF WS-ERR-CNT > ZEROS
               MOVE 4 TO WS-RETURN-CODE
           END-IF.

       9200-WRITE-ERROR.
           MOVE SPACES        TO ERROR-REC
           MOVE KI-SHORI-KBN  TO ER-SHORI-KBN
           MOVE KI-SHISAN-NO  TO ER-SHISAN-NO
           MOVE WS-ERR-REASON TO ER-REASON
           MOVE KOTEI-IN-REC(12:39) TO ER-IMAGE
           WRITE ERROR-REC
           ADD 1 TO WS-ERR-CNT.

       3000-CLOSE-FILES.
           CLOSE KOTEI-IN
           CLOSE KOTEI-MASTER
           CLOSE KOTEI-LIST
           CLOSE ERROR-FILE.
