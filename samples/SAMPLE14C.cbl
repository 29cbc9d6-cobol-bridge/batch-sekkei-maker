      *=================================================================
      * SAMPLE14C: 固定資産台帳・償却予定表・償却資産申告 作成バッチ
      * 概要: 固定資産マスタ（SAMPLE14で登録、SAMPLE14Bで償却）を
      *       資産番号順に読み、次の三つを一つの帳票に出力する。
      *       (1) 固定資産台帳: 全資産の取得・償却・除売却の状況と、
      *           保有資産の取得価額・償却累計額・帳簿価額の合計
      *       (2) 償却予定表: 償却中の資産について当年度から5年度分の
      *           年間償却額を SAMPLE14B と同じ計算で見積る
      *       (3) 償却資産申告: 賦課期日（1月1日）に保有する申告対象
      *           種類（資産種類マスタの申告区分=1）の資産を申告書の
      *           種類（1=構築物 … 6=工具器具備品）ごとに集計し、前年前
      *           取得・前年中減少・前年中取得の取得価額と、減価残存率
      *           （前年中取得は 1-r/2、以後毎年 1-r。取得価額の5%が
      *           下限）による評価額・課税標準額・免税点判定を出す。
      *       賦課年はパラメータ（KOTEIPRM）で指定できる。指定がなけ
      *       れば業務日付が1月ならその年、それ以外は翌年とする。
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE14C.
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
           SELECT OPTIONAL PARAM-FILE ASSIGN TO KOTEIPRM
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.
           SELECT KOTEI-RPT ASSIGN TO KOTEIRPT
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

       FD  PARAM-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  PARAM-REC.
           05  KP-FUKA-NEN       PIC 9(04).
           05  FILLER            PIC X(76).

       FD  KOTEI-RPT
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  KOTEI-RPT-REC.
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
           05  WS-KOTEI-STATUS   PIC X(02).
           05  WS-SHURUI-STATUS  PIC X(02).
           05  WS-NENDO-STATUS   PIC X(02).
           05  WS-PARAM-STATUS   PIC X(02).
           05  WS-RPT-STATUS     PIC X(02).
           05  WS-KOTEI-EOF      PIC X(01) VALUE 'N'.
           05  WS-SHURUI-EOF     PIC X(01) VALUE 'N'.

       01  WS-KIKAN-AREA.
           05  WS-KESSAN-TSUKI   PIC 9(02) VALUE 12.
           05  WS-NENDO          PIC 9(04) VALUE ZEROS.
           05  WS-NENDO-KISHU    PIC 9(08) VALUE ZEROS.
           05  WS-TAISHO-NENDO   PIC 9(04) VALUE ZEROS.
           05  WS-SHUTOKU-NENDO  PIC 9(04) VALUE ZEROS.
           05  WS-YW-YM          PIC 9(06).
           05  WS-YW-YM-X REDEFINES WS-YW-YM.
               10  WS-YW-YY      PIC 9(04).
               10  WS-YW-MM      PIC 9(02).
           05  WS-FUKA-NEN       PIC 9(04) VALUE ZEROS.
           05  WS-FUKA-KIJITSU   PIC 9(08) VALUE ZEROS.
           05  WS-ZENNEN-KISHU   PIC 9(08) VALUE ZEROS.

      * 資産種類テーブル（申告区分・申告書の種類つき）
       01  WS-SHURUI-TABLE.
           05  WS-SHURUI-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-SR-IDX.
               10  SRT-SHURUI-CD PIC X(02).
               10  SRT-SHURUI-MEI PIC X(20).
               10  SRT-SHINKOKU-KBN PIC X(01).
               10  SRT-SHINKOKU-SHU PIC X(01).
       01  WS-SHURUI-CNT         PIC 9(02) VALUE ZEROS.
       01  WS-SHURUI-SCAN        PIC 9(02).
       01  WS-SHURUI-HIT         PIC 9(02).

      * 償却計算・予定表の作業域（列 1=当年度 … 5=4年度後）
       01  WS-KEISAN-AREA.
           05  WS-RITSU          PIC 9(04).
           05  WS-KISHU-BOKA     PIC S9(13) COMP-3.
           05  WS-NENKAN-GAKU    PIC S9(13) COMP-3.
           05  WS-KINTO-GAKU     PIC S9(13) COMP-3.
           05  WS-ZAN-NENSU      PIC S9(05) COMP-3.
           05  WS-JOGEN-GAKU     PIC S9(13) COMP-3.
           05  WS-BOKA           PIC S9(13) COMP-3.
           05  WS-SIM-NENDO      PIC 9(04).
           05  WS-SIM-RUIKEI     PIC S9(13) COMP-3.
           05  WS-SIM-TSUKI      PIC S9(05) COMP-3.
           05  WS-SIM-GAKU       PIC S9(13) COMP-3.
           05  WS-TSUKI-JUN-S    PIC S9(07) COMP-3.
           05  WS-TSUKI-JUN-E    PIC S9(07) COMP-3.
           05  WS-COL            PIC 9(01).
       01  WS-YOTEI-TABLE.
           05  WS-YT-ENTRY OCCURS 5 TIMES.
               10  WS-YT-NENDO   PIC 9(04).
               10  WS-YT-GAKU    PIC S9(13) COMP-3.
               10  WS-YT-TOTAL   PIC S9(13) COMP-3.

      * 減価率表（耐用年数2～50年、千分率。前年前取得は 1-r）
       01  WS-GENKA-RITSU-VALUES.
           05  FILLER            PIC X(30)
               VALUE '684536438369319280250226206189'.
           05  FILLER            PIC X(30)
               VALUE '175162152142134127120114109104'.
           05  FILLER            PIC X(30)
               VALUE '099095092088085082079076074072'.
           05  FILLER            PIC X(30)
               VALUE '069067066064062060059057056055'.
           05  FILLER            PIC X(27)
               VALUE '053052051050049048047046045'.
       01  WS-GENKA-RITSU-TABLE REDEFINES WS-GENKA-RITSU-VALUES.
           05  WS-GENKA-RITSU    PIC 9(03) OCCURS 49 TIMES.

      * 償却資産申告の作業域と申告書の種類別集計（1～6）
       01  WS-SHINKOKU-AREA.
           05  WS-SK-SHU         PIC 9(01).
           05  WS-GR-IDX         PIC 9(02).
           05  WS-GR             PIC 9(03).
           05  WS-SHUTOKU-NEN    PIC 9(04).
           05  WS-KEIKA-NEN      PIC S9(03) COMP-3.
           05  WS-KEIKA-CNT      PIC S9(03) COMP-3.
           05  WS-HYOKA-GAKU     PIC S9(13) COMP-3.
           05  WS-HYOKA-KAGEN    PIC S9(13) COMP-3.
           05  WS-HOYU-FLAG      PIC X(01).
               88  WS-FUKA-HOYU  VALUE 'Y'.
           05  WS-KAZEI-HYOJUN   PIC S9(13) COMP-3.
       01  WS-SHINKOKU-TABLE.
           05  WS-SKT-ENTRY OCCURS 6 TIMES.
               10  SKT-KENSU     PIC 9(07).
               10  SKT-ZENZEN    PIC S9(13) COMP-3.
               10  SKT-GENSHO    PIC S9(13) COMP-3.
               10  SKT-ZENCHU    PIC S9(13) COMP-3.
               10  SKT-KEI       PIC S9(13) COMP-3.
               10  SKT-HYOKA     PIC S9(13) COMP-3.
       01  WS-SHINKOKU-SHU-MEI.
           05  FILLER            PIC X(18) VALUE '構築物'.
           05  FILLER            PIC X(18) VALUE '機械及び装置'.
           05  FILLER            PIC X(18) VALUE '船舶'.
           05  FILLER            PIC X(18) VALUE '航空機'.
           05  FILLER            PIC X(18) VALUE '車両運搬具'.
           05  FILLER            PIC X(18) VALUE '工具器具備品'.
       01  WS-SHINKOKU-SHU-TABLE REDEFINES WS-SHINKOKU-SHU-MEI.
           05  WS-SHU-MEI        PIC X(18) OCCURS 6 TIMES.

       01  WS-COUNTERS.
           05  WS-READ-CNT       PIC 9(07) VALUE ZEROS.
           05  WS-HOYU-CNT       PIC 9(07) VALUE ZEROS.
           05  WS-YOTEI-CNT      PIC 9(07) VALUE ZEROS.
           05  WS-SHINKOKU-CNT   PIC 9(07) VALUE ZEROS.
           05  WS-SHU-NG-CNT     PIC 9(07) VALUE ZEROS.
       01  WS-TOTALS.
           05  WS-SHUTOKU-TOTAL  PIC S9(13) COMP-3 VALUE ZEROS.
           05  WS-RUIKEI-TOTAL   PIC S9(13) COMP-3 VALUE ZEROS.
           05  WS-BOKA-TOTAL     PIC S9(13) COMP-3 VALUE ZEROS.
           05  WS-ZENZEN-TOTAL   PIC S9(13) COMP-3 VALUE ZEROS.
           05  WS-GENSHO-TOTAL   PIC S9(13) COMP-3 VALUE ZEROS.
           05  WS-ZENCHU-TOTAL   PIC S9(13) COMP-3 VALUE ZEROS.
           05  WS-KEI-TOTAL      PIC S9(13) COMP-3 VALUE ZEROS.
           05  WS-HYOKA-TOTAL    PIC S9(13) COMP-3 VALUE ZEROS.

       01  WS-EDIT-AREA.
           05  WS-EDIT-CNT       PIC ZZZ,ZZ9.
           05  WS-EDIT-GAKU      PIC -ZZZ,ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-GAKU2     PIC -ZZZ,ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-GAKU3     PIC -ZZZ,ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-GAKU4     PIC -ZZZ,ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-GAKU5     PIC -ZZZ,ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-NENSU     PIC Z9.
           05  WS-EDIT-RITSU     PIC 9.999.
           05  WS-JOTAI-MEI      PIC X(12).
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
           PERFORM 2000-DAICHO
           PERFORM 4000-YOTEI
           PERFORM 6000-SHINKOKU
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
           MOVE 'SAMPL14C' TO RL-PROGRAM-ID
           MOVE 'S'        TO RL-KBN
           MOVE WS-GYOMU-DATE TO RL-GYOMU-DT
           MOVE FUNCTION CURRENT-DATE(9:6) TO RL-JIKOKU
           MOVE ZEROS      TO RL-KENSU RL-RETURN-CD
           WRITE RUNLOG-REC
           CLOSE RUNLOG-FILE.

       0900-RUNLOG-END.
           OPEN EXTEND RUNLOG-FILE
           MOVE 'SAMPL14C' TO RL-PROGRAM-ID
           MOVE 'E'        TO RL-KBN
           MOVE WS-GYOMU-DATE TO RL-GYOMU-DT
           MOVE FUNCTION CURRENT-DATE(9:6) TO RL-JIKOKU
           MOVE WS-READ-CNT  TO RL-KENSU
           MOVE RETURN-CODE  TO RL-RETURN-CD
           WRITE RUNLOG-REC
           CLOSE RUNLOG-FILE.

       1000-OPEN-FILES.
           OPEN INPUT  KOTEI-MASTER
           OPEN INPUT  SHURUI-FILE
           OPEN OUTPUT KOTEI-RPT
           PERFORM 1200-SHURUI-LOAD
           CLOSE SHURUI-FILE
           PERFORM 1050-NENDO-CTL-READ
           MOVE WS-GYOMU-DATE(1:6) TO WS-YW-YM
           PERFORM 1150-NENDO-KISHU
           MOVE WS-NENDO TO WS-TAISHO-NENDO
           IF WS-YW-MM = 1
               MOVE WS-YW-YY TO WS-FUKA-NEN
           ELSE
               COMPUTE WS-FUKA-NEN = WS-YW-YY + 1
           END-IF
           PERFORM 1060-PARAM-READ
           COMPUTE WS-FUKA-KIJITSU = WS-FUKA-NEN * 10000 + 101
           COMPUTE WS-ZENNEN-KISHU = WS-FUKA-KIJITSU - 10000.

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

      * 賦課年の指定（なし・不正は既定値のまま）
       1060-PARAM-READ.
           OPEN INPUT PARAM-FILE
           IF WS-PARAM-STATUS = '00'
               READ PARAM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF KP-FUKA-NEN NUMERIC
                           AND KP-FUKA-NEN > 1900
                           MOVE KP-FUKA-NEN TO WS-FUKA-NEN
                       END-IF
               END-READ
           END-IF
           CLOSE PARAM-FILE.

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
                       MOVE SR-SHINKOKU-KBN
                           TO SRT-SHINKOKU-KBN (WS-SR-IDX)
                       MOVE SR-SHINKOKU-SHU
                           TO SRT-SHINKOKU-SHU (WS-SR-IDX)
                   END-IF
           END-READ.

       1300-SHURUI-SEARCH.
           MOVE ZEROS TO WS-SHURUI-HIT
           PERFORM 1310-SHURUI-SCAN-ONE
               VARYING WS-SHURUI-SCAN FROM 1 BY 1
               UNTIL WS-SHURUI-SCAN > WS-SHURUI-CNT
                   OR WS-SHURUI-HIT > ZEROS.

       1310-SHURUI-SCAN-ONE.
           SET WS-SR-IDX TO WS-SHURUI-SCAN
           IF SRT-SHURUI-CD (WS-SR-IDX) = KS-SHURUI-CD
               MOVE WS-SHURUI-SCAN TO WS-SHURUI-HIT
           END-IF.

      * 資産番号順の読み直し（各帳票の先頭で位置付ける）
       1400-MASTER-START.
           MOVE 'N' TO WS-KOTEI-EOF
           MOVE LOW-VALUES TO KS-SHISAN-NO
           START KOTEI-MASTER KEY IS NOT LESS THAN KS-SHISAN-NO
               INVALID KEY MOVE 'Y' TO WS-KOTEI-EOF
           END-START.

       1410-MASTER-READ.
           READ KOTEI-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-KOTEI-EOF
           END-READ.

      *-----------------------------------------------------------------
      * (1) 固定資産台帳
      *-----------------------------------------------------------------
       2000-DAICHO.
           MOVE SPACES TO WS-WORK-LINE
           STRING '===== 固定資産台帳 =====  作成日:'
                  WS-GYOMU-DATE
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO KR-LINE
           WRITE KOTEI-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           STRING '資産番号   種 場所   部門 取得日   '
                  '        取得価額 年 法'
                  '      償却累計額        帳簿価額 状態'
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO KR-LINE
           WRITE KOTEI-RPT-REC
           PERFORM 1400-MASTER-START
           IF WS-KOTEI-EOF NOT = 'Y'
               PERFORM 1410-MASTER-READ
           END-IF
           PERFORM 2100-DAICHO-ONE
               UNTIL WS-KOTEI-EOF = 'Y'
           MOVE SPACES TO KR-LINE
           WRITE KOTEI-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-HOYU-CNT TO WS-EDIT-CNT
           MOVE WS-SHUTOKU-TOTAL TO WS-EDIT-GAKU
           MOVE WS-RUIKEI-TOTAL TO WS-EDIT-GAKU2
           MOVE WS-BOKA-TOTAL TO WS-EDIT-GAKU3
           STRING '保有資産計 ' WS-EDIT-CNT '件 取得価額'
                  WS-EDIT-GAKU ' 償却累計額' WS-EDIT-GAKU2
                  ' 帳簿価額' WS-EDIT-GAKU3
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO KR-LINE
           WRITE KOTEI-RPT-REC.

       2100-DAICHO-ONE.
           ADD 1 TO WS-READ-CNT
           COMPUTE WS-BOKA = KS-SHUTOKU-GAKU - KS-RUIKEI-GAKU
           EVALUATE TRUE
               WHEN KS-JOKYAKU-ZUMI AND KS-BAIKYAKU
                   MOVE '売却' TO WS-JOTAI-MEI
               WHEN KS-JOKYAKU-ZUMI
                   MOVE '除却' TO WS-JOTAI-MEI
               WHEN KS-SHOKYAKU-ZUMI
                   MOVE '償却完了' TO WS-JOTAI-MEI
               WHEN OTHER
                   MOVE '償却中' TO WS-JOTAI-MEI
           END-EVALUATE
           IF NOT KS-JOKYAKU-ZUMI
               ADD 1 TO WS-HOYU-CNT
               ADD KS-SHUTOKU-GAKU TO WS-SHUTOKU-TOTAL
               ADD KS-RUIKEI-GAKU  TO WS-RUIKEI-TOTAL
               ADD WS-BOKA         TO WS-BOKA-TOTAL
           END-IF
           MOVE SPACES TO WS-WORK-LINE
           MOVE KS-SHUTOKU-GAKU TO WS-EDIT-GAKU
           MOVE KS-TAIYO-NENSU TO WS-EDIT-NENSU
           MOVE KS-RUIKEI-GAKU TO WS-EDIT-GAKU2
           MOVE WS-BOKA TO WS-EDIT-GAKU3
           STRING KS-SHISAN-NO ' ' KS-SHURUI-CD ' ' KS-BASHO-CD
                  ' ' KS-BUMON-CD ' ' KS-SHUTOKU-DT
                  WS-EDIT-GAKU ' ' WS-EDIT-NENSU ' '
                  KS-SHOKYAKU-HOHO ' ' WS-EDIT-GAKU2 WS-EDIT-GAKU3
                  ' ' WS-JOTAI-MEI
               DELIMITED SIZE INTO WS-WORK-LINE
           IF KS-JOKYAKU-ZUMI
               MOVE KS-JOKYAKU-DT TO WS-WORK-LINE(108:8)
           END-IF
           MOVE WS-WORK-LINE TO KR-LINE
           WRITE KOTEI-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE KS-SHISAN-MEI TO WS-WORK-LINE(12:30)
           MOVE WS-WORK-LINE TO KR-LINE
           WRITE KOTEI-RPT-REC
           PERFORM 1410-MASTER-READ.

      *-----------------------------------------------------------------
      * (2) 償却予定表（当年度から5年度分）
      *-----------------------------------------------------------------
       4000-YOTEI.
           PERFORM 4010-YOTEI-NENDO-SET
               VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 5
           MOVE SPACES TO KR-LINE
           WRITE KOTEI-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           STRING '===== 償却予定表 =====  当年度:'
                  WS-TAISHO-NENDO
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO KR-LINE
           WRITE KOTEI-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           STRING '資産番号   種 法        帳簿価額'
                  '          ' WS-YT-NENDO (1)
                  '            ' WS-YT-NENDO (2)
                  '            ' WS-YT-NENDO (3)
                  '            ' WS-YT-NENDO (4)
                  '            ' WS-YT-NENDO (5)
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO KR-LINE
           WRITE KOTEI-RPT-REC
           PERFORM 1400-MASTER-START
           IF WS-KOTEI-EOF NOT = 'Y'
               PERFORM 1410-MASTER-READ
           END-IF
           PERFORM 4100-YOTEI-ONE
               UNTIL WS-KOTEI-EOF = 'Y'
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-YOTEI-CNT TO WS-EDIT-CNT
           MOVE WS-YT-TOTAL (1) TO WS-EDIT-GAKU
           MOVE WS-YT-TOTAL (2) TO WS-EDIT-GAKU2
           MOVE WS-YT-TOTAL (3) TO WS-EDIT-GAKU3
           MOVE WS-YT-TOTAL (4) TO WS-EDIT-GAKU4
           MOVE WS-YT-TOTAL (5) TO WS-EDIT-GAKU5
           STRING '合計 ' WS-EDIT-CNT '件               '
                  WS-EDIT-GAKU WS-EDIT-GAKU2 WS-EDIT-GAKU3
                  WS-EDIT-GAKU4 WS-EDIT-GAKU5
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO KR-LINE
           WRITE KOTEI-RPT-REC.

       4010-YOTEI-NENDO-SET.
           COMPUTE WS-YT-NENDO (WS-COL) = WS-TAISHO-NENDO + WS-COL - 1
           MOVE ZEROS TO WS-YT-TOTAL (WS-COL).

      * 1資産の見積り: 当年度初の累計額から年度ごとに SAMPLE14B と
      * 同じ年間償却額を積み上げる（取得年度は使用月数で月割）
       4100-YOTEI-ONE.
           IF KS-SHOKYAKU-CHU
               MOVE KS-SHUTOKU-DT(1:6) TO WS-YW-YM
               PERFORM 1150-NENDO-KISHU
               MOVE WS-NENDO TO WS-SHUTOKU-NENDO
               MOVE KS-RUIKEI-GAKU TO WS-SIM-RUIKEI
               IF KS-KISHU-NENDO = WS-TAISHO-NENDO
                   SUBTRACT KS-NENDO-SHOKYAKU FROM WS-SIM-RUIKEI
               END-IF
               PERFORM 4200-YOTEI-NENDO
                   VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 5
               ADD 1 TO WS-YOTEI-CNT
               COMPUTE WS-BOKA = KS-SHUTOKU-GAKU - KS-RUIKEI-GAKU
               MOVE SPACES TO WS-WORK-LINE
               MOVE WS-BOKA TO WS-EDIT-GAKU
               STRING KS-SHISAN-NO ' ' KS-SHURUI-CD ' '
                      KS-SHOKYAKU-HOHO WS-EDIT-GAKU
                   DELIMITED SIZE INTO WS-WORK-LINE
               MOVE WS-YT-GAKU (1) TO WS-EDIT-GAKU
               MOVE WS-YT-GAKU (2) TO WS-EDIT-GAKU2
               MOVE WS-YT-GAKU (3) TO WS-EDIT-GAKU3
               MOVE WS-YT-GAKU (4) TO WS-EDIT-GAKU4
               MOVE WS-YT-GAKU (5) TO WS-EDIT-GAKU5
               STRING WS-EDIT-GAKU WS-EDIT-GAKU2 WS-EDIT-GAKU3
                      WS-EDIT-GAKU4 WS-EDIT-GAKU5
                   DELIMITED SIZE INTO WS-WORK-LINE(32:)
               MOVE WS-WORK-LINE TO KR-LINE
               WRITE KOTEI-RPT-REC
           END-IF
           PERFORM 1410-MASTER-READ.

       4200-YOTEI-NENDO.
           MOVE WS-YT-NENDO (WS-COL) TO WS-SIM-NENDO
           MOVE ZEROS TO WS-SIM-GAKU
           IF WS-SIM-NENDO >= WS-SHUTOKU-NENDO
               PERFORM 4210-SHIYO-TSUKI
               PERFORM 4220-NENKAN-GAKU
               COMPUTE WS-SIM-GAKU =
                   WS-NENKAN-GAKU * WS-SIM-TSUKI / 12
               COMPUTE WS-JOGEN-GAKU =
                   KS-SHUTOKU-GAKU - 1 - WS-SIM-RUIKEI
               IF WS-SIM-GAKU > WS-JOGEN-GAKU
                   MOVE WS-JOGEN-GAKU TO WS-SIM-GAKU
               END-IF
               IF WS-SIM-GAKU < ZEROS
                   MOVE ZEROS TO WS-SIM-GAKU
               END-IF
           END-IF
           ADD WS-SIM-GAKU TO WS-SIM-RUIKEI
           MOVE WS-SIM-GAKU TO WS-YT-GAKU (WS-COL)
           ADD WS-SIM-GAKU TO WS-YT-TOTAL (WS-COL).

      * 使用月数: 取得年度は取得月から決算月まで、以後は12か月
       4210-SHIYO-TSUKI.
           MOVE 12 TO WS-SIM-TSUKI
           IF WS-SIM-NENDO = WS-SHUTOKU-NENDO
               MOVE KS-SHUTOKU-DT(1:6) TO WS-YW-YM
               COMPUTE WS-TSUKI-JUN-S = WS-YW-YY * 12 + WS-YW-MM
               COMPUTE WS-TSUKI-JUN-E =
                   WS-SIM-NENDO * 12 + WS-KESSAN-TSUKI
               COMPUTE WS-SIM-TSUKI =
                   WS-TSUKI-JUN-E - WS-TSUKI-JUN-S + 1
           END-IF.

      * 年間償却額（SAMPLE14B の計算と同じ）
       4220-NENKAN-GAKU.
           IF KS-TEIGAKU
               COMPUTE WS-RITSU =
                   (1000 + KS-TAIYO-NENSU - 1) / KS-TAIYO-NENSU
               COMPUTE WS-NENKAN-GAKU =
                   KS-SHUTOKU-GAKU * WS-RITSU / 1000
           ELSE
               COMPUTE WS-RITSU ROUNDED = 2000 / KS-TAIYO-NENSU
               COMPUTE WS-KISHU-BOKA = KS-SHUTOKU-GAKU - WS-SIM-RUIKEI
               COMPUTE WS-NENKAN-GAKU =
                   WS-KISHU-BOKA * WS-RITSU / 1000
               COMPUTE WS-ZAN-NENSU = KS-TAIYO-NENSU
                   - (WS-SIM-NENDO - WS-SHUTOKU-NENDO)
               IF WS-ZAN-NENSU < 1
                   MOVE 1 TO WS-ZAN-NENSU
               END-IF
               COMPUTE WS-KINTO-GAKU =
                   (WS-KISHU-BOKA - 1) / WS-ZAN-NENSU
               IF WS-NENKAN-GAKU < WS-KINTO-GAKU
                   MOVE WS-KINTO-GAKU TO WS-NENKAN-GAKU
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * (3) 償却資産申告（賦課期日 1月1日現在）
      *-----------------------------------------------------------------
       6000-SHINKOKU.
           INITIALIZE WS-SHINKOKU-TABLE
           MOVE SPACES TO KR-LINE
           WRITE KOTEI-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           STRING '===== 償却資産申告 =====  賦課期日:'
                  WS-FUKA-KIJITSU
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO KR-LINE
           WRITE KOTEI-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           STRING '--- 種類別明細 種 資産番号   取得年月'
                  '        取得価額 年 減価率'
                  '          評価額 資産名'
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO KR-LINE
           WRITE KOTEI-RPT-REC
           PERFORM 1400-MASTER-START
           IF WS-KOTEI-EOF NOT = 'Y'
               PERFORM 1410-MASTER-READ
           END-IF
           PERFORM 6100-SHINKOKU-ONE
               UNTIL WS-KOTEI-EOF = 'Y'
           PERFORM 6500-SHINKOKU-SHUKEI.

      * 1資産: 申告対象種類で、前年中以前に取得し、前年中の減少か
      * 賦課期日に保有しているものを集計する
       6100-SHINKOKU-ONE.
           PERFORM 1300-SHURUI-SEARCH
           IF WS-SHURUI-HIT NOT = ZEROS
               SET WS-SR-IDX TO WS-SHURUI-HIT
               IF SRT-SHINKOKU-KBN (WS-SR-IDX) = '1'
                   AND KS-SHUTOKU-DT < WS-FUKA-KIJITSU
                   AND NOT (KS-JOKYAKU-ZUMI
                        AND KS-JOKYAKU-DT < WS-ZENNEN-KISHU)
                   PERFORM 6110-SHINKOKU-TAISHO
               END-IF
           END-IF
           PERFORM 1410-MASTER-READ.

       6110-SHINKOKU-TAISHO.
           IF SRT-SHINKOKU-SHU (WS-SR-IDX) < '1'
               OR SRT-SHINKOKU-SHU (WS-SR-IDX) > '6'
               ADD 1 TO WS-SHU-NG-CNT
               DISPLAY 'SAMPLE14C: 申告書の種類なし '
                   KS-SHURUI-CD ' ' KS-SHISAN-NO
           ELSE
               PERFORM 6120-SHURUI-KASAN
           END-IF.

      * 増加・減少の区分を積み、賦課期日に保有する資産は評価額を
      * 求めて明細に出す
       6120-SHURUI-KASAN.
           MOVE SRT-SHINKOKU-SHU (WS-SR-IDX) TO WS-SK-SHU
           MOVE 'Y' TO WS-HOYU-FLAG
           IF KS-JOKYAKU-ZUMI AND KS-JOKYAKU-DT < WS-FUKA-KIJITSU
               MOVE 'N' TO WS-HOYU-FLAG
           END-IF
           IF KS-SHUTOKU-DT < WS-ZENNEN-KISHU
               ADD KS-SHUTOKU-GAKU TO SKT-ZENZEN (WS-SK-SHU)
               IF NOT WS-FUKA-HOYU
                   ADD KS-SHUTOKU-GAKU TO SKT-GENSHO (WS-SK-SHU)
               END-IF
           ELSE
               IF WS-FUKA-HOYU
                   ADD KS-SHUTOKU-GAKU TO SKT-ZENCHU (WS-SK-SHU)
               END-IF
           END-IF
           IF WS-FUKA-HOYU
               PERFORM 6130-HYOKA-MEISAI
           END-IF.

       6130-HYOKA-MEISAI.
           PERFORM 6200-HYOKA-GAKU
           ADD 1 TO SKT-KENSU (WS-SK-SHU)
           ADD KS-SHUTOKU-GAKU TO SKT-KEI (WS-SK-SHU)
           ADD WS-HYOKA-GAKU TO SKT-HYOKA (WS-SK-SHU)
           ADD 1 TO WS-SHINKOKU-CNT
           MOVE SPACES TO WS-WORK-LINE
           MOVE KS-SHUTOKU-GAKU TO WS-EDIT-GAKU
           MOVE KS-TAIYO-NENSU TO WS-EDIT-NENSU
           COMPUTE WS-EDIT-RITSU = WS-GR / 1000
           MOVE WS-HYOKA-GAKU TO WS-EDIT-GAKU2
           STRING '              ' WS-SK-SHU '  ' KS-SHISAN-NO ' '
                  KS-SHUTOKU-DT(1:6) '  ' WS-EDIT-GAKU ' '
                  WS-EDIT-NENSU ' ' WS-EDIT-RITSU ' '
                  WS-EDIT-GAKU2 ' ' KS-SHISAN-MEI
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO KR-LINE
           WRITE KOTEI-RPT-REC.

      * 評価額: 取得価額×(1-r/2) を前年中取得の額とし、前年前取得
      * は経過年数だけ (1-r) を乗じる（各年円未満切捨て、取得価額の
      * 5%を下限とする）。耐用年数50年超は50年の率を使う
       6200-HYOKA-GAKU.
           MOVE KS-TAIYO-NENSU TO WS-GR-IDX
           IF WS-GR-IDX > 50
               MOVE 50 TO WS-GR-IDX
           END-IF
           IF WS-GR-IDX < 2
               MOVE 2 TO WS-GR-IDX
           END-IF
           SUBTRACT 1 FROM WS-GR-IDX
           MOVE WS-GENKA-RITSU (WS-GR-IDX) TO WS-GR
           COMPUTE WS-HYOKA-GAKU =
               KS-SHUTOKU-GAKU * (10000 - WS-GR * 5) / 10000
           MOVE KS-SHUTOKU-DT(1:4) TO WS-SHUTOKU-NEN
           COMPUTE WS-KEIKA-NEN = (WS-FUKA-NEN - 1) - WS-SHUTOKU-NEN
           PERFORM 6210-GENKA-ONE
               VARYING WS-KEIKA-CNT FROM 1 BY 1
               UNTIL WS-KEIKA-CNT > WS-KEIKA-NEN
           COMPUTE WS-HYOKA-KAGEN = KS-SHUTOKU-GAKU * 5 / 100
           IF WS-HYOKA-GAKU < WS-HYOKA-KAGEN
               MOVE WS-HYOKA-KAGEN TO WS-HYOKA-GAKU
           END-IF.

       6210-GENKA-ONE.
           COMPUTE WS-HYOKA-GAKU =
               WS-HYOKA-GAKU * (1000 - WS-GR) / 1000.

      * 申告書の種類別集計と課税標準額・免税点（150万円）判定
       6500-SHINKOKU-SHUKEI.
           MOVE SPACES TO KR-LINE
           WRITE KOTEI-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           STRING '--- 種類別集計 (取得価額)        件数'
                  '      前年前取得      前年中減少'
                  '      前年中取得              計'
                  '          評価額'
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO KR-LINE
           WRITE KOTEI-RPT-REC
           PERFORM 6510-SHU-ONE
               VARYING WS-SK-SHU FROM 1 BY 1 UNTIL WS-SK-SHU > 6
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-SHINKOKU-CNT TO WS-EDIT-CNT
           MOVE WS-ZENZEN-TOTAL TO WS-EDIT-GAKU
           MOVE WS-GENSHO-TOTAL TO WS-EDIT-GAKU2
           MOVE WS-ZENCHU-TOTAL TO WS-EDIT-GAKU3
           MOVE WS-KEI-TOTAL TO WS-EDIT-GAKU4
           MOVE WS-HYOKA-TOTAL TO WS-EDIT-GAKU5
           STRING '    合計                      ' WS-EDIT-CNT
                  WS-EDIT-GAKU WS-EDIT-GAKU2 WS-EDIT-GAKU3
                  WS-EDIT-GAKU4 WS-EDIT-GAKU5
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO KR-LINE
           WRITE KOTEI-RPT-REC
           COMPUTE WS-KAZEI-HYOJUN = WS-HYOKA-TOTAL / 1000 * 1000
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-KAZEI-HYOJUN TO WS-EDIT-GAKU
           STRING '課税標準額    :' WS-EDIT-GAKU
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO KR-LINE
           WRITE KOTEI-RPT-REC
           IF WS-KAZEI-HYOJUN < 1500000
               MOVE '免税点判定    :免税点未満' TO KR-LINE
           ELSE
               MOVE '免税点判定    :課税' TO KR-LINE
           END-IF
           WRITE KOTEI-RPT-REC
           MOVE WS-SHU-NG-CNT TO WS-EDIT-CNT
           MOVE SPACES TO WS-WORK-LINE
           STRING '種類未設定    :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO KR-LINE
           WRITE KOTEI-RPT-REC
           IF WS-SHU-NG-CNT > ZEROS
               MOVE 4 TO WS-RETURN-CODE
           END-IF.

       6510-SHU-ONE.
           ADD SKT-ZENZEN (WS-SK-SHU) TO WS-ZENZEN-TOTAL
           ADD SKT-GENSHO (WS-SK-SHU) TO WS-GENSHO-TOTAL
           ADD SKT-ZENCHU (WS-SK-SHU) TO WS-ZENCHU-TOTAL
           ADD SKT-KEI (WS-SK-SHU)    TO WS-KEI-TOTAL
           ADD SKT-HYOKA (WS-SK-SHU)  TO WS-HYOKA-TOTAL
           MOVE SPACES TO WS-WORK-LINE
           MOVE SKT-KENSU (WS-SK-SHU) TO WS-EDIT-CNT
           MOVE SKT-ZENZEN (WS-SK-SHU) TO WS-EDIT-GAKU
           MOVE SKT-GENSHO (WS-SK-SHU) TO WS-EDIT-GAKU2
           MOVE SKT-ZENCHU (WS-SK-SHU) TO WS-EDIT-GAKU3
           MOVE SKT-KEI (WS-SK-SHU) TO WS-EDIT-GAKU4
           MOVE SKT-HYOKA (WS-SK-SHU) TO WS-EDIT-GAKU5
           STRING '    ' WS-SK-SHU ' ' WS-SHU-MEI (WS-SK-SHU)
                  '     ' WS-EDIT-CNT
                  WS-EDIT-GAKU WS-EDIT-GAKU2 WS-EDIT-GAKU3
                  WS-EDIT-GAKU4 WS-EDIT-GAKU5
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO KR-LINE
           WRITE KOTEI-RPT-REC.

       3000-CLOSE-FILES.
           CLOSE KOTEI-MASTER
           CLOSE KOTEI-RPT.
