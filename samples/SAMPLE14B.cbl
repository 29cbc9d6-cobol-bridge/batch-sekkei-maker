      *=================================================================
      * SAMPLE14B: 固定資産 月次減価償却バッチ
      * 概要: 固定資産マスタ（SAMPLE14で登録）を資産番号順に読み、
      *       業務日付の月の減価償却費を月割で計上して償却累計額を
      *       更新する。年間償却額は定額法が取得価額×償却率（1/耐用
      *       年数の千分率切上げ）、定率法が期首帳簿価額×償却率
      *       （2/耐用年数の千分率四捨五入）で、定率法の額が残存年数
      *       で均等に償却する額を下回る年度からは均等額に切り替える。
      *       年度内の累計（年間額×使用月数/12）と計上済額の差を当月
      *       分とするので、再実行しても二重に計上しない。備忘価額
      *       1円を残して償却を終える。除売却された資産は除売却月
      *       までの償却を済ませてから除売却仕訳を計上する。償却費は
      *       資産種類・部門ごとに合算して、除売却は資産ごとに仕訳
      *       ファイル（SWJRNL）へ書き出す（総勘定元帳 SAMPLE11が
      *       取り込む）。
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE14B.
       AUTHOR. BATCH-SYSTEM.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KOTEI-MASTER ASSIGN TO KOTEIMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KS-SHISAN-NO
               FILE STATUS IS WS-KOTEI-STATUS.
           SELECT SHURUI-FILE ASSIGN TO SHURUIMST
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SHURUI-STATUS.
           SELECT OPTIONAL NENDO-CTL-FILE ASSIGN TO GLNENDO
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-NENDO-STATUS.
           SELECT SHOKYAKU-RPT ASSIGN TO SHOKYRPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT KANJO-MASTER ASSIGN TO KANJOMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS KJ-EVENT-CD
               FILE STATUS IS WS-KANJO-STATUS.
           SELECT SHIWAKE-FILE ASSIGN TO SWJRNL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SHIWAKE-STATUS.
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
      * 固定資産マスタ（SAMPLE14と同じレイアウト）
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

      * 会計年度管理: 決算月（本バッチは決算月だけを使う）
       FD  NENDO-CTL-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  NENDO-CTL-REC.
           05  GN-KESSAN-TSUKI   PIC 9(02).
           05  FILLER            PIC X(78).

       FD  SHOKYAKU-RPT
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  SHOKYAKU-RPT-REC.
           05  SR-LINE           PIC X(132).

       FD  KANJO-MASTER
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  KANJO-REC.
           05  KJ-EVENT-CD       PIC X(04).
           05  KJ-KARIKATA-CD    PIC X(08).
           05  KJ-KASHIKATA-CD   PIC X(08).
           05  FILLER            PIC X(20).

       FD  SHIWAKE-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  SHIWAKE-REC.
           05  SW-SOURCE-ID      PIC X(08).
           05  SW-GYOMU-DT       PIC 9(08).
           05  SW-EVENT-CD       PIC X(04).
           05  SW-DC-KBN         PIC X(01).
           05  SW-KANJO-CD       PIC X(08).
           05  SW-KINGAKU        PIC 9(13).
           05  SW-AITE-KEY       PIC X(20).
           05  FILLER            PIC X(18).

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
           05  WS-KOTEI-STATUS   PIC X(02).
           05  WS-SHURUI-STATUS  PIC X(02).
           05  WS-NENDO-STATUS   PIC X(02).
           05  WS-RPT-STATUS     PIC X(02).
           05  WS-KOTEI-EOF      PIC X(01) VALUE 'N'.
           05  WS-SHURUI-EOF     PIC X(01) VALUE 'N'.
           05  WS-JOKYAKU-FLAG   PIC X(01).
               88  WS-JOKYAKU-TOGETSU VALUE 'Y'.

      * 対象月と年度（年度は決算月で区切る）
       01  WS-KIKAN-AREA.
           05  WS-KESSAN-TSUKI   PIC 9(02) VALUE 12.
           05  WS-TAISHO-YM      PIC 9(06) VALUE ZEROS.
           05  WS-NENDO          PIC 9(04) VALUE ZEROS.
           05  WS-NENDO-KISHU    PIC 9(08) VALUE ZEROS.
           05  WS-TAISHO-NENDO   PIC 9(04) VALUE ZEROS.
           05  WS-KISHU-YM       PIC 9(06) VALUE ZEROS.
           05  WS-SHUTOKU-NENDO  PIC 9(04) VALUE ZEROS.
           05  WS-YW-YM          PIC 9(06).
           05  WS-YW-YM-X REDEFINES WS-YW-YM.
               10  WS-YW-YY      PIC 9(04).
               10  WS-YW-MM      PIC 9(02).

      * 償却計算の作業域（月数は年×12＋月の通し月で数える）
       01  WS-KEISAN-AREA.
           05  WS-SHURYO-YM      PIC 9(06).
           05  WS-KAISHI-YM      PIC 9(06).
           05  WS-TSUKI-JUN-S    PIC S9(07) COMP-3.
           05  WS-TSUKI-JUN-E    PIC S9(07) COMP-3.
           05  WS-SHIYO-TSUKI    PIC S9(05) COMP-3.
           05  WS-RITSU          PIC 9(04).
           05  WS-KISHU-BOKA     PIC S9(13) COMP-3.
           05  WS-NENKAN-GAKU    PIC S9(13) COMP-3.
           05  WS-KINTO-GAKU     PIC S9(13) COMP-3.
           05  WS-ZAN-NENSU      PIC S9(05) COMP-3.
           05  WS-NENDO-RUIKEI   PIC S9(13) COMP-3.
           05  WS-TOGETSU-GAKU   PIC S9(13) COMP-3.
           05  WS-JOGEN-GAKU     PIC S9(13) COMP-3.
           05  WS-BOKA           PIC S9(13) COMP-3.
           05  WS-BAIKYAKU-EKI   PIC S9(13) COMP-3.
           05  WS-JOKYAKU-SON    PIC S9(13) COMP-3.

      * 資産種類名テーブル（集計表の見出し用）
       01  WS-SHURUI-TABLE.
           05  WS-SHURUI-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-SR-IDX.
               10  SRT-SHURUI-CD PIC X(02).
               10  SRT-SHURUI-MEI PIC X(20).
       01  WS-SHURUI-CNT         PIC 9(02) VALUE ZEROS.
       01  WS-SHURUI-SCAN        PIC 9(02).
       01  WS-SHURUI-HIT         PIC 9(02).

      * 種類・部門別 償却費集計（あふれた分は部門'****'にまとめる）
       01  WS-SHUKEI-TABLE.
           05  WS-SHUKEI-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-SK-IDX.
               10  SKT-SHURUI-CD PIC X(02).
               10  SKT-BUMON-CD  PIC X(04).
               10  SKT-KENSU     PIC 9(05).
               10  SKT-GAKU      PIC S9(13) COMP-3.
       01  WS-SHUKEI-CNT         PIC 9(03) VALUE ZEROS.
       01  WS-SHUKEI-SCAN        PIC 9(03).
       01  WS-SHUKEI-HIT         PIC 9(03).
       01  WS-SHUKEI-AFURE       PIC X(01) VALUE 'N'.
       01  WS-SK-BUMON           PIC X(04).

       01  WS-COUNTERS.
           05  WS-READ-CNT       PIC 9(07) VALUE ZEROS.
           05  WS-SHOKYAKU-CNT   PIC 9(07) VALUE ZEROS.
           05  WS-KANRYO-CNT     PIC 9(07) VALUE ZEROS.
           05  WS-JOKYAKU-CNT    PIC 9(07) VALUE ZEROS.
           05  WS-SW-CNT         PIC 9(07) VALUE ZEROS.
       01  WS-TOTALS.
           05  WS-SHOKYAKU-TOTAL PIC S9(13) COMP-3 VALUE ZEROS.
           05  WS-EKI-TOTAL      PIC S9(13) COMP-3 VALUE ZEROS.
           05  WS-SON-TOTAL      PIC S9(13) COMP-3 VALUE ZEROS.

       01  WS-EDIT-AREA.
           05  WS-EDIT-CNT       PIC ZZZ,ZZ9.
           05  WS-EDIT-GAKU      PIC -ZZZ,ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-GAKU2     PIC -ZZZ,ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-GAKU3     PIC -ZZZ,ZZZ,ZZZ,ZZ9.
           05  WS-WORK-LINE      PIC X(132).

       01  WS-SHIWAKE-AREA.
           05  WS-KANJO-STATUS   PIC X(02).
           05  WS-SHIWAKE-STATUS PIC X(02).
           05  WS-SW-EVENT       PIC X(04).
           05  WS-SW-KINGAKU     PIC 9(13).
           05  WS-SW-AITE        PIC X(20).
           05  WS-KANJO-NG-CNT   PIC 9(07) VALUE ZEROS.

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
           PERFORM 0300-SHIWAKE-OPEN
           PERFORM 1000-OPEN-FILES
           PERFORM 2000-SHISAN-SHORI
           PERFORM 5000-SHOKYAKU-SHIWAKE
           PERFORM 7000-GOUKEI-REPORT
           PERFORM 3000-CLOSE-FILES
           PERFORM 0990-SHIWAKE-CLOSE
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
           MOVE 'SAMPL14B' TO RL-PROGRAM-ID
           MOVE 'S'        TO RL-KBN
           MOVE WS-GYOMU-DATE TO RL-GYOMU-DT
           MOVE FUNCTION CURRENT-DATE(9:6) TO RL-JIKOKU
           MOVE ZEROS      TO RL-KENSU RL-RETURN-CD
           WRITE RUNLOG-REC
           CLOSE RUNLOG-FILE.

       0900-RUNLOG-END.
           OPEN EXTEND RUNLOG-FILE
           MOVE 'SAMPL14B' TO RL-PROGRAM-ID
           MOVE 'E'        TO RL-KBN
           MOVE WS-GYOMU-DATE TO RL-GYOMU-DT
           MOVE FUNCTION CURRENT-DATE(9:6) TO RL-JIKOKU
           MOVE WS-READ-CNT  TO RL-KENSU
           MOVE RETURN-CODE  TO RL-RETURN-CD
           WRITE RUNLOG-REC
           CLOSE RUNLOG-FILE.

      * 仕訳記帳: 科目対応マスタの借方・貸方で貸借一対を書き出す
      *   GSxx 減価償却費（xx=資産種類）（減価償却費／減価償却累計額）
      *   JRxx 除売却 累計額の取崩し      （減価償却累計額／資産）
      *   JBxx 除売却 帳簿価額の回収分    （未収入金／資産）
      *   JSxx 除売却損                   （固定資産除売却損／資産）
      *   JEKI 売却益                     （未収入金／固定資産売却益）
       9800-SHIWAKE-KIROKU.
           MOVE WS-SW-EVENT TO KJ-EVENT-CD
           READ KANJO-MASTER
               INVALID KEY
                   MOVE SPACES TO KJ-KARIKATA-CD
                                  KJ-KASHIKATA-CD
                   ADD 1 TO WS-KANJO-NG-CNT
               NOT INVALID KEY
                   CONTINUE
           END-READ
           MOVE SPACES TO SHIWAKE-REC
           MOVE 'SAMPL14B' TO SW-SOURCE-ID
           MOVE WS-GYOMU-DATE  TO SW-GYOMU-DT
           MOVE WS-SW-EVENT    TO SW-EVENT-CD
           MOVE 'D'            TO SW-DC-KBN
           MOVE KJ-KARIKATA-CD TO SW-KANJO-CD
           MOVE WS-SW-KINGAKU  TO SW-KINGAKU
           MOVE WS-SW-AITE     TO SW-AITE-KEY
           WRITE SHIWAKE-REC
           MOVE SPACES TO SHIWAKE-REC
           MOVE 'SAMPL14B' TO SW-SOURCE-ID
           MOVE WS-GYOMU-DATE   TO SW-GYOMU-DT
           MOVE WS-SW-EVENT     TO SW-EVENT-CD
           MOVE 'C'             TO SW-DC-KBN
           MOVE KJ-KASHIKATA-CD TO SW-KANJO-CD
           MOVE WS-SW-KINGAKU   TO SW-KINGAKU
           MOVE WS-SW-AITE      TO SW-AITE-KEY
           WRITE SHIWAKE-REC
           ADD 1 TO WS-SW-CNT.

       0300-SHIWAKE-OPEN.
           OPEN INPUT  KANJO-MASTER
           OPEN EXTEND SHIWAKE-FILE.

       0990-SHIWAKE-CLOSE.
           CLOSE KANJO-MASTER
           CLOSE SHIWAKE-FILE.

       1000-OPEN-FILES.
           OPEN I-O    KOTEI-MASTER
           OPEN INPUT  SHURUI-FILE
           OPEN OUTPUT SHOKYAKU-RPT
           PERFORM 1200-SHURUI-LOAD
           CLOSE SHURUI-FILE
           PERFORM 1050-NENDO-CTL-READ
           MOVE WS-GYOMU-DATE(1:6) TO WS-TAISHO-YM
           MOVE WS-TAISHO-YM TO WS-YW-YM
           PERFORM 1150-NENDO-KISHU
           MOVE WS-NENDO TO WS-TAISHO-NENDO
           MOVE WS-NENDO-KISHU(1:6) TO WS-KISHU-YM
           MOVE SPACES TO WS-WORK-LINE
           STRING '===== 固定資産 月次減価償却 明細 ====='
                  '  対象月:' WS-TAISHO-YM
                  '  年度:' WS-TAISHO-NENDO
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO SR-LINE
           WRITE SHOKYAKU-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           STRING '資産番号   種 部門 法  '
                  '    当月償却額     償却累計額'
                  '       帳簿価額 備考'
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO SR-LINE
           WRITE SHOKYAKU-RPT-REC.

       1050-NENDO-CTL-READ.
           OPEN INPUT NENDO-CTL-FILE
           IF WS-NENDO-STATUS = '00'
               READ NENDO-CTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF GN-KESSAN-TSUKI >= 1
                           AND GN-KESSAN-TSUKI <= 12
                           MOVE GN-KESSAN-TSUKI TO WS-KESSAN-TSUKI
                       END-IF
               END-READ
           END-IF
           CLOSE NENDO-CTL-FILE.

      * 年度と年度初: WS-YW-YMの属する年度と、その初月の日付
       1150-NENDO-KISHU.
           IF WS-YW-MM <= WS-KESSAN-TSUKI
               MOVE WS-YW-YY TO WS-NENDO
           ELSE
               COMPUTE WS-NENDO = WS-YW-YY + 1
           END-IF
           IF WS-KESSAN-TSUKI = 12
               COMPUTE WS-NENDO-KISHU = (WS-NENDO * 100 + 1) * 100
           ELSE
               COMPUTE WS-NENDO-KISHU =
                   ((WS-NENDO - 1) * 100 + WS-KESSAN-TSUKI + 1) * 100
           END-IF.

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
                       MOVE SR-SHURUI-CD  TO SRT-SHURUI-CD (WS-SR-IDX)
                       MOVE SR-SHURUI-MEI
                           TO SRT-SHURUI-MEI (WS-SR-IDX)
                   END-IF
           END-READ.

       2000-SHISAN-SHORI.
           MOVE LOW-VALUES TO KS-SHISAN-NO
           START KOTEI-MASTER KEY IS NOT LESS THAN KS-SHISAN-NO
               INVALID KEY MOVE 'Y' TO WS-KOTEI-EOF
           END-START
           PERFORM 2010-SHISAN-READ
               UNTIL WS-KOTEI-EOF = 'Y'.

       2010-SHISAN-READ.
           READ KOTEI-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-KOTEI-EOF
               NOT AT END
                   ADD 1 TO WS-READ-CNT
                   PERFORM 2100-SHISAN-ONE
           END-READ.

      * 1資産の処理: 未取得・除売却仕訳済みの資産は読み飛ばす。
      * 当月以前に除売却された資産は除売却月までを償却してから
      * 除売却仕訳を計上する
       2100-SHISAN-ONE.
           IF KS-SHUTOKU-DT(1:6) NOT > WS-TAISHO-YM
               IF NOT KS-JOKYAKU-ZUMI OR KS-JOKYAKU-SHIWAKE NOT = 'Y'
                   PERFORM 2110-SHISAN-SHOKYAKU
               END-IF
           END-IF.

       2110-SHISAN-SHOKYAKU.
           MOVE 'N' TO WS-JOKYAKU-FLAG
           MOVE WS-TAISHO-YM TO WS-SHURYO-YM
           IF KS-JOKYAKU-ZUMI
               AND KS-JOKYAKU-DT(1:6) <= WS-TAISHO-YM
               MOVE 'Y' TO WS-JOKYAKU-FLAG
               MOVE KS-JOKYAKU-DT(1:6) TO WS-SHURYO-YM
           END-IF
           IF KS-KISHU-NENDO NOT = WS-TAISHO-NENDO
               MOVE WS-TAISHO-NENDO TO KS-KISHU-NENDO
               MOVE ZEROS TO KS-NENDO-SHOKYAKU
           END-IF
           MOVE ZEROS TO WS-TOGETSU-GAKU
           IF KS-SHOKYAKU-YM < WS-SHURYO-YM
               AND NOT KS-SHOKYAKU-ZUMI
               PERFORM 2200-SHOKYAKU-KEISAN
               MOVE WS-SHURYO-YM TO KS-SHOKYAKU-YM
           END-IF
           IF WS-TOGETSU-GAKU > ZEROS
               ADD WS-TOGETSU-GAKU TO KS-RUIKEI-GAKU
                                      KS-NENDO-SHOKYAKU
               ADD 1 TO WS-SHOKYAKU-CNT
               ADD WS-TOGETSU-GAKU TO WS-SHOKYAKU-TOTAL
               PERFORM 2400-SHUKEI-ADD
           END-IF
           IF KS-SHOKYAKU-CHU
               AND KS-RUIKEI-GAKU >= KS-SHUTOKU-GAKU - 1
               SET KS-SHOKYAKU-ZUMI TO TRUE
               ADD 1 TO WS-KANRYO-CNT
           END-IF
           IF WS-TOGETSU-GAKU > ZEROS OR WS-JOKYAKU-TOGETSU
               PERFORM 2500-MEISAI-PRINT
           END-IF
           IF WS-JOKYAKU-TOGETSU
               PERFORM 2300-JOKYAKU-SHIWAKE
           END-IF
           MOVE WS-GYOMU-DATE TO KS-KOSHIN-DT
           REWRITE KOTEI-REC.

      * 当月償却額: 年度初（または取得月）から終了月までの使用月数で
      * 年間償却額を月割し、年度内計上済額との差を当月分とする
       2200-SHOKYAKU-KEISAN.
           MOVE WS-KISHU-YM TO WS-KAISHI-YM
           IF KS-SHUTOKU-DT(1:6) > WS-KAISHI-YM
               MOVE KS-SHUTOKU-DT(1:6) TO WS-KAISHI-YM
           END-IF
           MOVE WS-KAISHI-YM TO WS-YW-YM
           COMPUTE WS-TSUKI-JUN-S = WS-YW-YY * 12 + WS-YW-MM
           MOVE WS-SHURYO-YM TO WS-YW-YM
           COMPUTE WS-TSUKI-JUN-E = WS-YW-YY * 12 + WS-YW-MM
           COMPUTE WS-SHIYO-TSUKI = WS-TSUKI-JUN-E - WS-TSUKI-JUN-S + 1
           IF WS-SHIYO-TSUKI > ZEROS
               PERFORM 2220-TOGETSU-GAKU
           END-IF.

       2220-TOGETSU-GAKU.
           IF WS-SHIYO-TSUKI > 12
               MOVE 12 TO WS-SHIYO-TSUKI
           END-IF
           PERFORM 2210-NENKAN-GAKU
           COMPUTE WS-NENDO-RUIKEI =
               WS-NENKAN-GAKU * WS-SHIYO-TSUKI / 12
           COMPUTE WS-TOGETSU-GAKU =
               WS-NENDO-RUIKEI - KS-NENDO-SHOKYAKU
           COMPUTE WS-JOGEN-GAKU =
               KS-SHUTOKU-GAKU - 1 - KS-RUIKEI-GAKU
           IF WS-TOGETSU-GAKU > WS-JOGEN-GAKU
               MOVE WS-JOGEN-GAKU TO WS-TOGETSU-GAKU
           END-IF
           IF WS-TOGETSU-GAKU < ZEROS
               MOVE ZEROS TO WS-TOGETSU-GAKU
           END-IF.

      * 年間償却額: 定額法は取得価額×償却率、定率法は期首帳簿価額×
      * 償却率で、残存年数の均等額を下回れば均等額とする
       2210-NENKAN-GAKU.
           IF KS-TEIGAKU
               COMPUTE WS-RITSU =
                   (1000 + KS-TAIYO-NENSU - 1) / KS-TAIYO-NENSU
               COMPUTE WS-NENKAN-GAKU =
                   KS-SHUTOKU-GAKU * WS-RITSU / 1000
           ELSE
               COMPUTE WS-RITSU ROUNDED = 2000 / KS-TAIYO-NENSU
               COMPUTE WS-KISHU-BOKA = KS-SHUTOKU-GAKU
                   - (KS-RUIKEI-GAKU - KS-NENDO-SHOKYAKU)
               COMPUTE WS-NENKAN-GAKU =
                   WS-KISHU-BOKA * WS-RITSU / 1000
               MOVE KS-SHUTOKU-DT(1:6) TO WS-YW-YM
               PERFORM 1150-NENDO-KISHU
               MOVE WS-NENDO TO WS-SHUTOKU-NENDO
               COMPUTE WS-ZAN-NENSU = KS-TAIYO-NENSU
                   - (WS-TAISHO-NENDO - WS-SHUTOKU-NENDO)
               IF WS-ZAN-NENSU < 1
                   MOVE 1 TO WS-ZAN-NENSU
               END-IF
               COMPUTE WS-KINTO-GAKU =
                   (WS-KISHU-BOKA - 1) / WS-ZAN-NENSU
               IF WS-NENKAN-GAKU < WS-KINTO-GAKU
                   MOVE WS-KINTO-GAKU TO WS-NENKAN-GAKU
               END-IF
           END-IF.

      * 除売却仕訳: 累計額を取り崩し、帳簿価額と売却額の差を
      * 売却益または除売却損とする（除却は売却額ゼロ）
       2300-JOKYAKU-SHIWAKE.
           COMPUTE WS-BOKA = KS-SHUTOKU-GAKU - KS-RUIKEI-GAKU
           MOVE ZEROS TO WS-BAIKYAKU-EKI WS-JOKYAKU-SON
           MOVE KS-SHISAN-NO TO WS-SW-AITE
           IF KS-RUIKEI-GAKU > ZEROS
               STRING 'JR' KS-SHURUI-CD DELIMITED SIZE
                   INTO WS-SW-EVENT
               MOVE KS-RUIKEI-GAKU TO WS-SW-KINGAKU
               PERFORM 9800-SHIWAKE-KIROKU
           END-IF
           IF KS-BAIKYAKU-GAKU >= WS-BOKA
               MOVE WS-BOKA TO WS-SW-KINGAKU
               COMPUTE WS-BAIKYAKU-EKI = KS-BAIKYAKU-GAKU - WS-BOKA
           ELSE
               MOVE KS-BAIKYAKU-GAKU TO WS-SW-KINGAKU
               COMPUTE WS-JOKYAKU-SON = WS-BOKA - KS-BAIKYAKU-GAKU
           END-IF
           IF WS-SW-KINGAKU > ZEROS
               STRING 'JB' KS-SHURUI-CD DELIMITED SIZE
                   INTO WS-SW-EVENT
               PERFORM 9800-SHIWAKE-KIROKU
           END-IF
           IF WS-JOKYAKU-SON > ZEROS
               STRING 'JS' KS-SHURUI-CD DELIMITED SIZE
                   INTO WS-SW-EVENT
               MOVE WS-JOKYAKU-SON TO WS-SW-KINGAKU
               PERFORM 9800-SHIWAKE-KIROKU
               ADD WS-JOKYAKU-SON TO WS-SON-TOTAL
           END-IF
           IF WS-BAIKYAKU-EKI > ZEROS
               MOVE 'JEKI' TO WS-SW-EVENT
               MOVE WS-BAIKYAKU-EKI TO WS-SW-KINGAKU
               PERFORM 9800-SHIWAKE-KIROKU
               ADD WS-BAIKYAKU-EKI TO WS-EKI-TOTAL
           END-IF
           MOVE 'Y' TO KS-JOKYAKU-SHIWAKE
           ADD 1 TO WS-JOKYAKU-CNT
           MOVE SPACES TO WS-WORK-LINE
           MOVE KS-BAIKYAKU-GAKU TO WS-EDIT-GAKU
           MOVE WS-BAIKYAKU-EKI TO WS-EDIT-GAKU2
           MOVE WS-JOKYAKU-SON TO WS-EDIT-GAKU3
           STRING '           除売却 ' KS-JOKYAKU-DT
                  ' 区分:' KS-JOKYAKU-KBN
                  ' 売却額' WS-EDIT-GAKU
                  ' 売却益' WS-EDIT-GAKU2
                  ' 除売却損' WS-EDIT-GAKU3
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO SR-LINE
           WRITE SHOKYAKU-RPT-REC.

      * 種類・部門別集計への加算
       2400-SHUKEI-ADD.
           MOVE KS-BUMON-CD TO WS-SK-BUMON
           PERFORM 2410-SHUKEI-SEARCH
           IF WS-SHUKEI-HIT = ZEROS
               IF WS-SHUKEI-CNT < 499
                   ADD 1 TO WS-SHUKEI-CNT
               ELSE
                   MOVE 'Y' TO WS-SHUKEI-AFURE
                   MOVE '****' TO WS-SK-BUMON
                   PERFORM 2410-SHUKEI-SEARCH
                   IF WS-SHUKEI-HIT = ZEROS
                       ADD 1 TO WS-SHUKEI-CNT
                   END-IF
               END-IF
           END-IF
           IF WS-SHUKEI-HIT = ZEROS
               MOVE WS-SHUKEI-CNT TO WS-SHUKEI-HIT
               SET WS-SK-IDX TO WS-SHUKEI-HIT
               MOVE KS-SHURUI-CD TO SKT-SHURUI-CD (WS-SK-IDX)
               MOVE WS-SK-BUMON  TO SKT-BUMON-CD (WS-SK-IDX)
               MOVE ZEROS TO SKT-KENSU (WS-SK-IDX)
                             SKT-GAKU (WS-SK-IDX)
           END-IF
           SET WS-SK-IDX TO WS-SHUKEI-HIT
           ADD 1 TO SKT-KENSU (WS-SK-IDX)
           ADD WS-TOGETSU-GAKU TO SKT-GAKU (WS-SK-IDX).

       2410-SHUKEI-SEARCH.
           MOVE ZEROS TO WS-SHUKEI-HIT
           PERFORM 2420-SHUKEI-SCAN-ONE
               VARYING WS-SHUKEI-SCAN FROM 1 BY 1
               UNTIL WS-SHUKEI-SCAN > WS-SHUKEI-CNT
                   OR WS-SHUKEI-HIT > ZEROS.

       2420-SHUKEI-SCAN-ONE.
           SET WS-SK-IDX TO WS-SHUKEI-SCAN
           IF SKT-SHURUI-CD (WS-SK-IDX) = KS-SHURUI-CD
               AND SKT-BUMON-CD (WS-SK-IDX) = WS-SK-BUMON
               MOVE WS-SHUKEI-SCAN TO WS-SHUKEI-HIT
           END-IF.

       2500-MEISAI-PRINT.
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-TOGETSU-GAKU TO WS-EDIT-GAKU
           MOVE KS-RUIKEI-GAKU TO WS-EDIT-GAKU2
           COMPUTE WS-BOKA = KS-SHUTOKU-GAKU - KS-RUIKEI-GAKU
           MOVE WS-BOKA TO WS-EDIT-GAKU3
           STRING KS-SHISAN-NO ' ' KS-SHURUI-CD ' ' KS-BUMON-CD
                  ' ' KS-SHOKYAKU-HOHO ' '
                  WS-EDIT-GAKU WS-EDIT-GAKU2 WS-EDIT-GAKU3
                  ' ' KS-SHISAN-MEI
               DELIMITED SIZE INTO WS-WORK-LINE
           IF KS-SHOKYAKU-ZUMI
               MOVE '償却完了' TO WS-WORK-LINE(110:)
           END-IF
           MOVE WS-WORK-LINE TO SR-LINE
           WRITE SHOKYAKU-RPT-REC.

      * 償却費仕訳: 種類・部門ごとに GSxx で計上する（相手キーに
      * 部門と種類を入れる）
       5000-SHOKYAKU-SHIWAKE.
           MOVE SPACES TO SR-LINE
           WRITE SHOKYAKU-RPT-REC
           MOVE '--- 種類・部門別 償却費' TO SR-LINE
           WRITE SHOKYAKU-RPT-REC
           PERFORM 5100-SHUKEI-ONE
               VARYING WS-SHUKEI-SCAN FROM 1 BY 1
               UNTIL WS-SHUKEI-SCAN > WS-SHUKEI-CNT.

       5100-SHUKEI-ONE.
           SET WS-SK-IDX TO WS-SHUKEI-SCAN
           MOVE SPACES TO WS-SW-EVENT WS-SW-AITE
           STRING 'GS' SKT-SHURUI-CD (WS-SK-IDX) DELIMITED SIZE
               INTO WS-SW-EVENT
           STRING 'BUMON:' SKT-BUMON-CD (WS-SK-IDX)
                  ' SHURUI:' SKT-SHURUI-CD (WS-SK-IDX)
               DELIMITED SIZE INTO WS-SW-AITE
           MOVE SKT-GAKU (WS-SK-IDX) TO WS-SW-KINGAKU
           PERFORM 9800-SHIWAKE-KIROKU
           MOVE ZEROS TO WS-SHURUI-HIT
           PERFORM 5110-SHURUI-SCAN-ONE
               VARYING WS-SHURUI-SCAN FROM 1 BY 1
               UNTIL WS-SHURUI-SCAN > WS-SHURUI-CNT
                   OR WS-SHURUI-HIT > ZEROS
           MOVE SPACES TO WS-WORK-LINE
           MOVE SKT-KENSU (WS-SK-IDX) TO WS-EDIT-CNT
           MOVE SKT-GAKU (WS-SK-IDX) TO WS-EDIT-GAKU
           STRING SKT-SHURUI-CD (WS-SK-IDX) ' '
                  SKT-BUMON-CD (WS-SK-IDX) ' '
                  WS-EDIT-CNT '件' WS-EDIT-GAKU
               DELIMITED SIZE INTO WS-WORK-LINE
           IF WS-SHURUI-HIT > ZEROS
               SET WS-SR-IDX TO WS-SHURUI-HIT
               MOVE SRT-SHURUI-MEI (WS-SR-IDX)
                   TO WS-WORK-LINE(40:20)
           END-IF
           MOVE WS-WORK-LINE TO SR-LINE
           WRITE SHOKYAKU-RPT-REC.

       5110-SHURUI-SCAN-ONE.
           SET WS-SR-IDX TO WS-SHURUI-SCAN
           IF SRT-SHURUI-CD (WS-SR-IDX) = SKT-SHURUI-CD (WS-SK-IDX)
               MOVE WS-SHURUI-SCAN TO WS-SHURUI-HIT
           END-IF.

       7000-GOUKEI-REPORT.
           MOVE SPACES TO SR-LINE
           WRITE SHOKYAKU-RPT-REC
           MOVE WS-READ-CNT TO WS-EDIT-CNT
           MOVE SPACES TO WS-WORK-LINE
           STRING '資産件数      :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO SR-LINE
           WRITE SHOKYAKU-RPT-REC
           MOVE WS-SHOKYAKU-CNT TO WS-EDIT-CNT
           MOVE SPACES TO WS-WORK-LINE
           STRING '償却件数      :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO SR-LINE
           WRITE SHOKYAKU-RPT-REC
           MOVE WS-SHOKYAKU-TOTAL TO WS-EDIT-GAKU
           MOVE SPACES TO WS-WORK-LINE
           STRING '償却額合計    :' WS-EDIT-GAKU
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO SR-LINE
           WRITE SHOKYAKU-RPT-REC
           MOVE WS-KANRYO-CNT TO WS-EDIT-CNT
           MOVE SPACES TO WS-WORK-LINE
           STRING '償却完了件数  :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO SR-LINE
           WRITE SHOKYAKU-RPT-REC
           MOVE WS-JOKYAKU-CNT TO WS-EDIT-CNT
           MOVE SPACES TO WS-WORK-LINE
           STRING '除売却件数    :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO SR-LINE
           WRITE SHOKYAKU-RPT-REC
           MOVE WS-EKI-TOTAL TO WS-EDIT-GAKU
           MOVE SPACES TO WS-WORK-LINE
           STRING '売却益合計    :' WS-EDIT-GAKU
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO SR-LINE
           WRITE SHOKYAKU-RPT-REC
           MOVE WS-SON-TOTAL TO WS-EDIT-GAKU
           MOVE SPACES TO WS-WORK-LINE
           STRING '除売却損合計  :' WS-EDIT-GAKU
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO SR-LINE
           WRITE SHOKYAKU-RPT-REC
           MOVE WS-SW-CNT TO WS-EDIT-CNT
           MOVE SPACES TO WS-WORK-LINE
           STRING '仕訳件数      :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO SR-LINE
           WRITE SHOKYAKU-RPT-REC
           MOVE WS-KANJO-NG-CNT TO WS-EDIT-CNT
           MOVE SPACES TO WS-WORK-LINE
           STRING '科目対応なし  :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO SR-LINE
           WRITE SHOKYAKU-RPT-REC
           IF WS-KANJO-NG-CNT > ZEROS
               MOVE 4 TO WS-RETURN-CODE
           END-IF
           IF WS-SHUKEI-AFURE = 'Y'
               MOVE '*** 集計表あふれ: 部門****にまとめた'
                   TO SR-LINE
               WRITE SHOKYAKU-RPT-REC
               DISPLAY 'SAMPLE14B: 種類・部門別集計表あふれ'
               MOVE 8 TO WS-RETURN-CODE
           END-IF.

       3000-CLOSE-FILES.
           CLOSE KOTEI-MASTER
           CLOSE SHOKYAKU-RPT.
