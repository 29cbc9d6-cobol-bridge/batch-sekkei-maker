      *=================================================================
      * SAMPLE11H: 貸借対照表・損益計算書 作成バッチ
      * 概要: GL残高マスタと表示様式マスタから、対象期間の貸借対照
      *       表(B/S)と損益計算書(P/L)を出力する。表示様式マスタは
      *       表区分(B/P)・行番号順に、見出し(T)・明細(M:勘定科目の
      *       範囲)・小計(S:同じ表の行番号範囲の合計)・当期純利益
      *       (N:B/Sの純資産に置く損益科目の年度累計)の行を定める。
      *       符号'-'の行は貸方残を正として印字する。
      *       B/Sは当月末・前月末・前年同月末・前年度末の残高、P/Lは
      *       当月・前月・前年同月の発生額と年度累計を並べる。期間は
      *       パラメータ（なければ業務日付の年月、13は調整期間）で
      *       指定する。年度・調整期間の扱いは会計年度管理ファイル
      *       （SAMPLE11Gと共用、なければ12月決算）に従う。
      *       検証区分A(資産合計)とL(負債純資産合計)の行の一致を
      *       各列で検証し、不一致はRC=90とする。残高・発生額のある
      *       科目が明細行に割り当てられていなければ科目を列挙して
      *       RC=8とする（科目区分P=損益はP/L、それ以外はB/Sの明細
      *       行から探す）。
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE11H.
       AUTHOR. BATCH-SYSTEM.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GLZAN-MASTER ASSIGN TO GLZANMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GB-KEY
               FILE STATUS IS WS-GLZAN-STATUS.
           SELECT KAMOKU-MASTER ASSIGN TO KAMOKUMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS KM-KANJO-CD
               FILE STATUS IS WS-KAMOKU-STATUS.
           SELECT YOSHIKI-FILE ASSIGN TO YOSHIKIMST
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-YOSHIKI-STATUS.
           SELECT OPTIONAL NENDO-CTL-FILE ASSIGN TO GLNENDO
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-NENDO-STATUS.
           SELECT OPTIONAL PARAM-FILE ASSIGN TO ZAIMUPRM
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.
           SELECT ZAIMU-RPT ASSIGN TO ZAIMURPT
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
      * GL残高マスタ: 勘定科目×会計期間(年月)の残高
       FD  GLZAN-MASTER
           RECORD CONTAINS 60 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  GLZAN-REC.
           05  GB-KEY.
               10  GB-KANJO-CD   PIC X(08).
               10  GB-KIKAN      PIC 9(06).
           05  GB-KISHU-ZAN      PIC S9(15) COMP-3.
           05  GB-KARIKATA       PIC S9(15) COMP-3.
           05  GB-KASHIKATA      PIC S9(15) COMP-3.
           05  FILLER            PIC X(22).

      * 科目名マスタ: 科目区分 B=貸借 P=損益
       FD  KAMOKU-MASTER
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  KAMOKU-REC.
           05  KM-KANJO-CD       PIC X(08).
           05  KM-KANJO-MEI      PIC X(30).
           05  KM-KAMOKU-KBN     PIC X(01).
               88  KM-SONEKI             VALUE 'P'.
           05  FILLER            PIC X(01).

      * 表示様式マスタ: 表区分・行番号順
      *   行種別 T=見出し M=明細 S=小計 N=当期純利益
      *   検証区分 A=資産合計 L=負債純資産合計
       FD  YOSHIKI-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  YOSHIKI-REC.
           05  YS-HYO-KBN        PIC X(01).
           05  YS-GYO-NO         PIC 9(04).
           05  YS-GYO-SHUBETSU   PIC X(01).
               88  YS-SHUBETSU-OK        VALUE 'T' 'M' 'S' 'N'.
           05  YS-GYO-MEI        PIC X(30).
           05  YS-KANJO-FROM     PIC X(08).
           05  YS-KANJO-TO       PIC X(08).
           05  YS-GYO-FROM       PIC 9(04).
           05  YS-GYO-TO         PIC 9(04).
           05  YS-FUGO           PIC X(01).
           05  YS-KENSHO-KBN     PIC X(01).
           05  FILLER            PIC X(18).

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
           05  ZP-TAISHO-KIKAN   PIC 9(06).
           05  FILLER            PIC X(74).

       FD  ZAIMU-RPT
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  ZAIMU-RPT-REC.
           05  ZR-LINE           PIC X(132).

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
           05  WS-GLZAN-STATUS   PIC X(02).
           05  WS-KAMOKU-STATUS  PIC X(02).
           05  WS-YOSHIKI-STATUS PIC X(02).
           05  WS-NENDO-STATUS   PIC X(02).
           05  WS-PARAM-STATUS   PIC X(02).
           05  WS-RPT-STATUS     PIC X(02).
           05  WS-GLZAN-EOF      PIC X(01) VALUE 'N'.
           05  WS-YOSHIKI-EOF    PIC X(01) VALUE 'N'.

      * 対象期間と比較列の時点（列 1=当月 2=前月 3=前年同月
      * 4=前年度末(B/S)・年度累計(P/L)）
       01  WS-KIKAN-AREA.
           05  WS-KESSAN-TSUKI   PIC 9(02) VALUE 12.
           05  WS-TAISHO-KIKAN   PIC 9(06) VALUE ZEROS.
           05  WS-JUNJO          PIC 9(08) VALUE ZEROS.
           05  WS-NENDO          PIC 9(04) VALUE ZEROS.
           05  WS-NENDO-KISHU    PIC 9(08) VALUE ZEROS.
           05  WS-JITEN OCCURS 4 TIMES.
               10  WS-JT-KIKAN   PIC 9(06).
               10  WS-JT-JOGEN   PIC 9(08).
               10  WS-JT-KISHU   PIC 9(08).
       01  WS-YM-WORK.
           05  WS-YW-YM          PIC 9(06).
           05  WS-YW-YM-X REDEFINES WS-YW-YM.
               10  WS-YW-YY      PIC 9(04).
               10  WS-YW-MM      PIC 9(02).
       01  WS-COL                PIC 9(01).

      * 科目別の残高・発生額テーブル（借方＋・貸方－）
       01  WS-KAMOKU-TABLE.
           05  WS-KAMOKU-ENTRY OCCURS 1000 TIMES
                   INDEXED BY WS-KT-IDX.
               10  KT-KANJO-CD   PIC X(08).
               10  KT-COL OCCURS 4 TIMES.
                   15  KT-ZAN    PIC S9(15) COMP-3.
                   15  KT-JUNJO  PIC 9(08).
                   15  KT-IDO    PIC S9(15) COMP-3.
       01  WS-KAMOKU-CNT         PIC 9(04) VALUE ZEROS.
       01  WS-KAMOKU-SCAN        PIC 9(04).
       01  WS-KAMOKU-OVER        PIC 9(07) VALUE ZEROS.
       01  WS-CUR-KANJO-CD       PIC X(08) VALUE LOW-VALUES.

      * 表示様式テーブル（行の金額は借方＋で積み、印字時に符号）
       01  WS-GYO-TABLE.
           05  WS-GYO-ENTRY OCCURS 300 TIMES
                   INDEXED BY WS-GT-IDX WS-GT-IDX2.
               10  GT-HYO-KBN    PIC X(01).
               10  GT-GYO-NO     PIC 9(04).
               10  GT-SHUBETSU   PIC X(01).
                   88  GT-MEISAI         VALUE 'M'.
                   88  GT-SHOKEI         VALUE 'S'.
                   88  GT-JUNRIEKI       VALUE 'N'.
                   88  GT-MIDASHI        VALUE 'T'.
               10  GT-GYO-MEI    PIC X(30).
               10  GT-KANJO-FROM PIC X(08).
               10  GT-KANJO-TO   PIC X(08).
               10  GT-GYO-FROM   PIC 9(04).
               10  GT-GYO-TO     PIC 9(04).
               10  GT-FUGO       PIC X(01).
               10  GT-KENSHO-KBN PIC X(01).
               10  GT-ATAI OCCURS 4 TIMES
                                 PIC S9(15) COMP-3.
       01  WS-GYO-CNT            PIC 9(03) VALUE ZEROS.
       01  WS-GYO-SCAN           PIC 9(03).
       01  WS-GYO-SCAN2          PIC 9(03).
       01  WS-GYO-HIT            PIC 9(03) VALUE ZEROS.
       01  WS-GYO-OVER           PIC 9(07) VALUE ZEROS.
       01  WS-YOSHIKI-NG-CNT     PIC 9(07) VALUE ZEROS.

       01  WS-KEISAN-AREA.
           05  WS-KAMOKU-HYO     PIC X(01).
           05  WS-KAMOKU-ATAI OCCURS 4 TIMES
                                 PIC S9(15) COMP-3.
           05  WS-JUNRIEKI OCCURS 4 TIMES
                                 PIC S9(15) COMP-3.
           05  WS-SHIKIN-ATAI OCCURS 4 TIMES
                                 PIC S9(15) COMP-3.
           05  WS-FUSAI-ATAI OCCURS 4 TIMES
                                 PIC S9(15) COMP-3.
           05  WS-SHIKIN-ARI     PIC X(01) VALUE 'N'.
           05  WS-FUSAI-ARI      PIC X(01) VALUE 'N'.
           05  WS-ATAI-ARI       PIC X(01) VALUE 'N'.
           05  WS-INJI-ATAI      PIC S9(15) COMP-3.

       01  WS-COUNTERS.
           05  WS-GLZAN-CNT      PIC 9(07) VALUE ZEROS.
           05  WS-MIWARIATE-CNT  PIC 9(07) VALUE ZEROS.
           05  WS-KENSHO-NG-CNT  PIC 9(07) VALUE ZEROS.

       01  WS-EDIT-AREA.
           05  WS-EDIT-CNT       PIC ZZZ,ZZ9.
           05  WS-EDIT-ATAI OCCURS 4 TIMES
                                 PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-KIKAN OCCURS 4 TIMES
                                 PIC 9(06).
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
           PERFORM 1100-JITEN-SETTEI
           PERFORM 1300-YOSHIKI-LOAD
           PERFORM 2000-ZANDAKA-SHUKEI
           PERFORM 2100-KAMOKU-WARIATE
               VARYING WS-KAMOKU-SCAN FROM 1 BY 1
               UNTIL WS-KAMOKU-SCAN > WS-KAMOKU-CNT
           PERFORM 2200-JUNRIEKI-SET
               VARYING WS-GYO-SCAN FROM 1 BY 1
               UNTIL WS-GYO-SCAN > WS-GYO-CNT
           PERFORM 2300-SHOKEI-KEISAN
               VARYING WS-GYO-SCAN FROM 1 BY 1
               UNTIL WS-GYO-SCAN > WS-GYO-CNT
           PERFORM 4000-ZAIMU-REPORT
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
           MOVE 'SAMPL11H' TO RL-PROGRAM-ID
           MOVE 'S'        TO RL-KBN
           MOVE WS-GYOMU-DATE TO RL-GYOMU-DT
           MOVE FUNCTION CURRENT-DATE(9:6) TO RL-JIKOKU
           MOVE ZEROS      TO RL-KENSU RL-RETURN-CD
           WRITE RUNLOG-REC
           CLOSE RUNLOG-FILE.

       0900-RUNLOG-END.
           OPEN EXTEND RUNLOG-FILE
           MOVE 'SAMPL11H' TO RL-PROGRAM-ID
           MOVE 'E'        TO RL-KBN
           MOVE WS-GYOMU-DATE TO RL-GYOMU-DT
           MOVE FUNCTION CURRENT-DATE(9:6) TO RL-JIKOKU
           MOVE WS-GLZAN-CNT TO RL-KENSU
           MOVE RETURN-CODE  TO RL-RETURN-CD
           WRITE RUNLOG-REC
           CLOSE RUNLOG-FILE.

       1000-OPEN-FILES.
           OPEN INPUT  GLZAN-MASTER
           OPEN INPUT  KAMOKU-MASTER
           OPEN INPUT  YOSHIKI-FILE
           OPEN OUTPUT ZAIMU-RPT
           MOVE WS-GYOMU-DATE(1:6) TO WS-TAISHO-KIKAN
           PERFORM 1050-NENDO-CTL-READ
           PERFORM 1060-PARAM-READ.

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

       1060-PARAM-READ.
           OPEN INPUT PARAM-FILE
           IF WS-PARAM-STATUS = '00'
               READ PARAM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ZP-TAISHO-KIKAN NUMERIC
                           AND ZP-TAISHO-KIKAN > ZEROS
                           MOVE ZP-TAISHO-KIKAN TO WS-TAISHO-KIKAN
                       END-IF
               END-READ
           END-IF
           CLOSE PARAM-FILE.

      * 比較列の時点: 期間・残高の上限（時系列順）・年度初の順序
       1100-JITEN-SETTEI.
           MOVE WS-TAISHO-KIKAN TO WS-YW-YM
           IF WS-YW-MM = 13
               MOVE WS-TAISHO-KIKAN TO WS-JT-KIKAN (1)
               MOVE WS-KESSAN-TSUKI TO WS-YW-MM
               MOVE WS-YW-YM TO WS-JT-KIKAN (2)
               SUBTRACT 1 FROM WS-YW-YY
               MOVE 13 TO WS-YW-MM
               MOVE WS-YW-YM TO WS-JT-KIKAN (3)
               MOVE WS-YW-YM TO WS-JT-KIKAN (4)
           ELSE
               MOVE WS-TAISHO-KIKAN TO WS-JT-KIKAN (1)
               IF WS-YW-MM = 1
                   SUBTRACT 1 FROM WS-YW-YY
                   MOVE 12 TO WS-YW-MM
               ELSE
                   SUBTRACT 1 FROM WS-YW-MM
               END-IF
               MOVE WS-YW-YM TO WS-JT-KIKAN (2)
               MOVE WS-TAISHO-KIKAN TO WS-YW-YM
               SUBTRACT 1 FROM WS-YW-YY
               MOVE WS-YW-YM TO WS-JT-KIKAN (3)
               MOVE WS-TAISHO-KIKAN TO WS-YW-YM
               PERFORM 1150-NENDO-KISHU
               COMPUTE WS-YW-YM = (WS-NENDO - 1) * 100 + 13
               MOVE WS-YW-YM TO WS-JT-KIKAN (4)
           END-IF
           PERFORM 1110-JITEN-ONE
               VARYING WS-COL FROM 1 BY 1
               UNTIL WS-COL > 4.

       1110-JITEN-ONE.
           MOVE WS-JT-KIKAN (WS-COL) TO GB-KIKAN
           PERFORM 1200-JUNJO-SET
           MOVE WS-JUNJO TO WS-JT-JOGEN (WS-COL)
           MOVE WS-JT-KIKAN (WS-COL) TO WS-YW-YM
      *    前月が前年度の決算月なら前月末残高は期間13の調整を含める
           IF WS-COL = 2 AND WS-YW-MM = WS-KESSAN-TSUKI
               AND WS-TAISHO-KIKAN(5:2) NOT = '13'
               ADD 50 TO WS-JT-JOGEN (WS-COL)
           END-IF
           PERFORM 1150-NENDO-KISHU
           MOVE WS-NENDO-KISHU TO WS-JT-KISHU (WS-COL).

      * 年度と年度初: WS-YW-YMの属する年度と、その初月の順序値
       1150-NENDO-KISHU.
           IF WS-YW-MM = 13 OR WS-YW-MM <= WS-KESSAN-TSUKI
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

      * 期間の時系列順: 通常期間は年月×100、期間13は決算月の直後
      * （決算年月×100＋50）として比べる
       1200-JUNJO-SET.
           MOVE GB-KIKAN TO WS-YW-YM
           IF WS-YW-MM = 13
               MOVE WS-KESSAN-TSUKI TO WS-YW-MM
               COMPUTE WS-JUNJO = WS-YW-YM * 100 + 50
           ELSE
               COMPUTE WS-JUNJO = WS-YW-YM * 100
           END-IF.

      * 表示様式の取込: 行種別の誤りは報告して読み飛ばす
       1300-YOSHIKI-LOAD.
           PERFORM 1310-YOSHIKI-READ
               UNTIL WS-YOSHIKI-EOF = 'Y'.

       1310-YOSHIKI-READ.
           READ YOSHIKI-FILE
               AT END
                   MOVE 'Y' TO WS-YOSHIKI-EOF
               NOT AT END
                   PERFORM 1320-YOSHIKI-ACCUM
           END-READ.

       1320-YOSHIKI-ACCUM.
           IF NOT YS-SHUBETSU-OK
               OR (YS-HYO-KBN NOT = 'B' AND YS-HYO-KBN NOT = 'P')
               ADD 1 TO WS-YOSHIKI-NG-CNT
               MOVE SPACES TO WS-WORK-LINE
               STRING '表示様式誤り 表:' YS-HYO-KBN
                      ' 行:' YS-GYO-NO
                      ' 種別:' YS-GYO-SHUBETSU
                   DELIMITED SIZE INTO WS-WORK-LINE
               MOVE WS-WORK-LINE TO ZR-LINE
               WRITE ZAIMU-RPT-REC
           ELSE
               IF WS-GYO-CNT < 300
                   ADD 1 TO WS-GYO-CNT
                   SET WS-GT-IDX TO WS-GYO-CNT
                   MOVE YS-HYO-KBN      TO GT-HYO-KBN (WS-GT-IDX)
                   MOVE YS-GYO-NO       TO GT-GYO-NO (WS-GT-IDX)
                   MOVE YS-GYO-SHUBETSU TO GT-SHUBETSU (WS-GT-IDX)
                   MOVE YS-GYO-MEI      TO GT-GYO-MEI (WS-GT-IDX)
                   MOVE YS-KANJO-FROM   TO GT-KANJO-FROM (WS-GT-IDX)
                   MOVE YS-KANJO-TO     TO GT-KANJO-TO (WS-GT-IDX)
                   MOVE YS-GYO-FROM     TO GT-GYO-FROM (WS-GT-IDX)
                   MOVE YS-GYO-TO       TO GT-GYO-TO (WS-GT-IDX)
                   MOVE YS-FUGO         TO GT-FUGO (WS-GT-IDX)
                   MOVE YS-KENSHO-KBN   TO GT-KENSHO-KBN (WS-GT-IDX)
                   MOVE ZEROS TO GT-ATAI (WS-GT-IDX, 1)
                                 GT-ATAI (WS-GT-IDX, 2)
                                 GT-ATAI (WS-GT-IDX, 3)
                                 GT-ATAI (WS-GT-IDX, 4)
               ELSE
                   ADD 1 TO WS-GYO-OVER
               END-IF
           END-IF.

      * 残高集計: 各列の時点以前で最も新しい期間の期末残と、
      * 当月・前月・前年同月の期間の発生額を科目ごとに拾う
       2000-ZANDAKA-SHUKEI.
           MOVE LOW-VALUES TO GB-KEY
           START GLZAN-MASTER KEY IS NOT LESS THAN GB-KEY
               INVALID KEY MOVE 'Y' TO WS-GLZAN-EOF
           END-START
           PERFORM 2010-ZANDAKA-READ
               UNTIL WS-GLZAN-EOF = 'Y'.

       2010-ZANDAKA-READ.
           READ GLZAN-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-GLZAN-EOF
               NOT AT END
                   ADD 1 TO WS-GLZAN-CNT
                   PERFORM 2020-ZANDAKA-ACCUM
           END-READ.

       2020-ZANDAKA-ACCUM.
           IF GB-KANJO-CD NOT = WS-CUR-KANJO-CD
               MOVE GB-KANJO-CD TO WS-CUR-KANJO-CD
               IF WS-KAMOKU-CNT < 1000
                   ADD 1 TO WS-KAMOKU-CNT
                   SET WS-KT-IDX TO WS-KAMOKU-CNT
                   MOVE GB-KANJO-CD TO KT-KANJO-CD (WS-KT-IDX)
                   PERFORM 2025-KAMOKU-SHOKI
                       VARYING WS-COL FROM 1 BY 1
                       UNTIL WS-COL > 4
               ELSE
                   ADD 1 TO WS-KAMOKU-OVER
               END-IF
           END-IF
           IF WS-KAMOKU-CNT > ZEROS
               AND KT-KANJO-CD (WS-KT-IDX) = GB-KANJO-CD
               PERFORM 1200-JUNJO-SET
               PERFORM 2030-ZANDAKA-COL
                   VARYING WS-COL FROM 1 BY 1
                   UNTIL WS-COL > 4
           END-IF.

       2025-KAMOKU-SHOKI.
           MOVE ZEROS TO KT-ZAN (WS-KT-IDX, WS-COL)
                         KT-JUNJO (WS-KT-IDX, WS-COL)
                         KT-IDO (WS-KT-IDX, WS-COL).

       2030-ZANDAKA-COL.
           IF WS-JUNJO <= WS-JT-JOGEN (WS-COL)
               AND WS-JUNJO >= KT-JUNJO (WS-KT-IDX, WS-COL)
               MOVE WS-JUNJO TO KT-JUNJO (WS-KT-IDX, WS-COL)
               COMPUTE KT-ZAN (WS-KT-IDX, WS-COL) =
                   GB-KISHU-ZAN + GB-KARIKATA - GB-KASHIKATA
           END-IF
           IF WS-COL < 4
               AND GB-KIKAN = WS-JT-KIKAN (WS-COL)
               COMPUTE KT-IDO (WS-KT-IDX, WS-COL) =
                   GB-KARIKATA - GB-KASHIKATA
           END-IF.

      * 科目の割当: 科目区分で表を決め、科目範囲の明細行へ積む。
      * 損益科目の年度内残高は当期純利益にも積む。
       2100-KAMOKU-WARIATE.
           SET WS-KT-IDX TO WS-KAMOKU-SCAN
           MOVE KT-KANJO-CD (WS-KT-IDX) TO KM-KANJO-CD
           READ KAMOKU-MASTER
               INVALID KEY
                   MOVE SPACES TO KM-KAMOKU-KBN
               NOT INVALID KEY
                   CONTINUE
           END-READ
           MOVE 'N' TO WS-ATAI-ARI
           IF KM-SONEKI
               MOVE 'P' TO WS-KAMOKU-HYO
               PERFORM 2110-SONEKI-ATAI
                   VARYING WS-COL FROM 1 BY 1
                   UNTIL WS-COL > 4
           ELSE
               MOVE 'B' TO WS-KAMOKU-HYO
               PERFORM 2120-TAISHAKU-ATAI
                   VARYING WS-COL FROM 1 BY 1
                   UNTIL WS-COL > 4
           END-IF
           MOVE ZEROS TO WS-GYO-HIT
           PERFORM 2130-GYO-SEARCH-ONE
               VARYING WS-GYO-SCAN FROM 1 BY 1
               UNTIL WS-GYO-SCAN > WS-GYO-CNT
                   OR WS-GYO-HIT > ZEROS
           IF WS-GYO-HIT > ZEROS
               SET WS-GT-IDX TO WS-GYO-HIT
               PERFORM 2140-GYO-KASAN
                   VARYING WS-COL FROM 1 BY 1
                   UNTIL WS-COL > 4
           ELSE
               IF WS-ATAI-ARI = 'Y'
                   PERFORM 2150-MIWARIATE
               END-IF
           END-IF.

      * 損益科目: 列1-3は発生額、列4は当月時点の年度累計。当期
      * 純利益は各列の時点の年度内残高（年度初より前は除く）
       2110-SONEKI-ATAI.
           IF WS-COL < 4
               MOVE KT-IDO (WS-KT-IDX, WS-COL)
                   TO WS-KAMOKU-ATAI (WS-COL)
           ELSE
               IF KT-JUNJO (WS-KT-IDX, 1) >= WS-JT-KISHU (1)
                   MOVE KT-ZAN (WS-KT-IDX, 1)
                       TO WS-KAMOKU-ATAI (WS-COL)
               ELSE
                   MOVE ZEROS TO WS-KAMOKU-ATAI (WS-COL)
               END-IF
           END-IF
           IF KT-JUNJO (WS-KT-IDX, WS-COL) >= WS-JT-KISHU (WS-COL)
               ADD KT-ZAN (WS-KT-IDX, WS-COL) TO WS-JUNRIEKI (WS-COL)
               IF KT-ZAN (WS-KT-IDX, WS-COL) NOT = ZEROS
                   MOVE 'Y' TO WS-ATAI-ARI
               END-IF
           END-IF
           IF WS-KAMOKU-ATAI (WS-COL) NOT = ZEROS
               MOVE 'Y' TO WS-ATAI-ARI
           END-IF.

       2120-TAISHAKU-ATAI.
           MOVE KT-ZAN (WS-KT-IDX, WS-COL) TO WS-KAMOKU-ATAI (WS-COL)
           IF WS-KAMOKU-ATAI (WS-COL) NOT = ZEROS
               MOVE 'Y' TO WS-ATAI-ARI
           END-IF.

       2130-GYO-SEARCH-ONE.
           SET WS-GT-IDX TO WS-GYO-SCAN
           IF GT-MEISAI (WS-GT-IDX)
               AND GT-HYO-KBN (WS-GT-IDX) = WS-KAMOKU-HYO
               AND KT-KANJO-CD (WS-KT-IDX) >= GT-KANJO-FROM (WS-GT-IDX)
               AND KT-KANJO-CD (WS-KT-IDX) <= GT-KANJO-TO (WS-GT-IDX)
               MOVE WS-GYO-SCAN TO WS-GYO-HIT
           END-IF.

       2140-GYO-KASAN.
           ADD WS-KAMOKU-ATAI (WS-COL) TO GT-ATAI (WS-GT-IDX, WS-COL).

       2150-MIWARIATE.
           ADD 1 TO WS-MIWARIATE-CNT
           MOVE SPACES TO WS-WORK-LINE
           STRING '*** 表示行未割当 科目:'
                  KT-KANJO-CD (WS-KT-IDX)
                  ' 表:' WS-KAMOKU-HYO
                  ' 残高・発生額あり 様式に追加要'
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO ZR-LINE
           WRITE ZAIMU-RPT-REC
           DISPLAY 'SAMPLE11H: 表示行未割当 '
                   KT-KANJO-CD (WS-KT-IDX).

      * 当期純利益行: 損益科目の年度内残高の合計を置く
       2200-JUNRIEKI-SET.
           SET WS-GT-IDX TO WS-GYO-SCAN
           IF GT-JUNRIEKI (WS-GT-IDX)
               PERFORM 2210-JUNRIEKI-COL
                   VARYING WS-COL FROM 1 BY 1
                   UNTIL WS-COL > 4
           END-IF.

       2210-JUNRIEKI-COL.
           MOVE WS-JUNRIEKI (WS-COL) TO GT-ATAI (WS-GT-IDX, WS-COL).

      * 小計行: 同じ表の行番号範囲にある明細・当期純利益行の合計
       2300-SHOKEI-KEISAN.
           SET WS-GT-IDX TO WS-GYO-SCAN
           IF GT-SHOKEI (WS-GT-IDX)
               PERFORM 2310-SHOKEI-ONE
                   VARYING WS-GYO-SCAN2 FROM 1 BY 1
                   UNTIL WS-GYO-SCAN2 > WS-GYO-CNT
           END-IF.

       2310-SHOKEI-ONE.
           SET WS-GT-IDX2 TO WS-GYO-SCAN2
           IF GT-HYO-KBN (WS-GT-IDX2) = GT-HYO-KBN (WS-GT-IDX)
               AND (GT-MEISAI (WS-GT-IDX2)
                    OR GT-JUNRIEKI (WS-GT-IDX2))
               AND GT-GYO-NO (WS-GT-IDX2) >= GT-GYO-FROM (WS-GT-IDX)
               AND GT-GYO-NO (WS-GT-IDX2) <= GT-GYO-TO (WS-GT-IDX)
               PERFORM 2320-SHOKEI-COL
                   VARYING WS-COL FROM 1 BY 1
                   UNTIL WS-COL > 4
           END-IF.

       2320-SHOKEI-COL.
           ADD GT-ATAI (WS-GT-IDX2, WS-COL)
               TO GT-ATAI (WS-GT-IDX, WS-COL).

      * 財務諸表の出力: B/S、P/L、貸借検証の順
       4000-ZAIMU-REPORT.
           MOVE '===== 貸借対照表 =====' TO ZR-LINE
           WRITE ZAIMU-RPT-REC
           PERFORM 4010-KIKAN-EDIT
           MOVE SPACES TO WS-WORK-LINE
           STRING '科目                            '
                  '   当月末' WS-EDIT-KIKAN (1)
                  '    前月末' WS-EDIT-KIKAN (2)
                  '  前年同月末' WS-EDIT-KIKAN (3)
                  '  前年度末' WS-EDIT-KIKAN (4)
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO ZR-LINE
           WRITE ZAIMU-RPT-REC
           PERFORM 4100-HYO-LINE
               VARYING WS-GYO-SCAN FROM 1 BY 1
               UNTIL WS-GYO-SCAN > WS-GYO-CNT
           PERFORM 4300-TAISHAKU-KENSHO
           MOVE '===== 損益計算書 =====' TO ZR-LINE
           WRITE ZAIMU-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           STRING '科目                            '
                  '     当月' WS-EDIT-KIKAN (1)
                  '      前月' WS-EDIT-KIKAN (2)
                  '    前年同月' WS-EDIT-KIKAN (3)
                  '  年度累計'
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO ZR-LINE
           WRITE ZAIMU-RPT-REC
           PERFORM 4200-PL-LINE
               VARYING WS-GYO-SCAN FROM 1 BY 1
               UNTIL WS-GYO-SCAN > WS-GYO-CNT
           PERFORM 4500-RPT-FOOTER.

       4010-KIKAN-EDIT.
           PERFORM 4020-KIKAN-EDIT-ONE
               VARYING WS-COL FROM 1 BY 1
               UNTIL WS-COL > 4.

       4020-KIKAN-EDIT-ONE.
           MOVE WS-JT-KIKAN (WS-COL) TO WS-EDIT-KIKAN (WS-COL).

       4100-HYO-LINE.
           SET WS-GT-IDX TO WS-GYO-SCAN
           IF GT-HYO-KBN (WS-GT-IDX) = 'B'
               PERFORM 4400-GYO-INJI
           END-IF.

       4200-PL-LINE.
           SET WS-GT-IDX TO WS-GYO-SCAN
           IF GT-HYO-KBN (WS-GT-IDX) = 'P'
               PERFORM 4400-GYO-INJI
           END-IF.

      * 資産合計(A)と負債純資産合計(L)の一致を列ごとに検証する
       4300-TAISHAKU-KENSHO.
           MOVE 'N' TO WS-SHIKIN-ARI WS-FUSAI-ARI
           PERFORM 4310-KENSHO-GYO
               VARYING WS-GYO-SCAN FROM 1 BY 1
               UNTIL WS-GYO-SCAN > WS-GYO-CNT
           IF WS-SHIKIN-ARI = 'N' OR WS-FUSAI-ARI = 'N'
               ADD 1 TO WS-KENSHO-NG-CNT
               MOVE '判定          :NG 検証行未定義'
                   TO ZR-LINE
               WRITE ZAIMU-RPT-REC
           ELSE
               PERFORM 4320-KENSHO-COL
                   VARYING WS-COL FROM 1 BY 1
                   UNTIL WS-COL > 4
               IF WS-KENSHO-NG-CNT = ZEROS
                   MOVE '判定          :OK 貸借一致'
                       TO ZR-LINE
               ELSE
                   MOVE '判定          :NG 貸借不一致'
                       TO ZR-LINE
               END-IF
               WRITE ZAIMU-RPT-REC
           END-IF.

       4310-KENSHO-GYO.
           SET WS-GT-IDX TO WS-GYO-SCAN
           IF GT-HYO-KBN (WS-GT-IDX) = 'B'
               EVALUATE GT-KENSHO-KBN (WS-GT-IDX)
                   WHEN 'A'
                       MOVE 'Y' TO WS-SHIKIN-ARI
                       PERFORM 4311-SHIKIN-COL
                           VARYING WS-COL FROM 1 BY 1
                           UNTIL WS-COL > 4
                   WHEN 'L'
                       MOVE 'Y' TO WS-FUSAI-ARI
                       PERFORM 4312-FUSAI-COL
                           VARYING WS-COL FROM 1 BY 1
                           UNTIL WS-COL > 4
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       4311-SHIKIN-COL.
           MOVE GT-ATAI (WS-GT-IDX, WS-COL) TO WS-SHIKIN-ATAI (WS-COL).

       4312-FUSAI-COL.
           MOVE GT-ATAI (WS-GT-IDX, WS-COL) TO WS-FUSAI-ATAI (WS-COL).

      * 借方＋の値で、資産合計＋負債純資産合計＝0なら一致
       4320-KENSHO-COL.
           IF WS-SHIKIN-ATAI (WS-COL) + WS-FUSAI-ATAI (WS-COL)
               NOT = ZEROS
               ADD 1 TO WS-KENSHO-NG-CNT
               COMPUTE WS-INJI-ATAI = ZEROS - WS-FUSAI-ATAI (WS-COL)
               MOVE WS-SHIKIN-ATAI (WS-COL) TO WS-EDIT-ATAI (1)
               MOVE WS-INJI-ATAI TO WS-EDIT-ATAI (2)
               MOVE SPACES TO WS-WORK-LINE
               STRING '*** 貸借不一致 時点:'
                      WS-EDIT-KIKAN (WS-COL)
                      ' 資産:' WS-EDIT-ATAI (1)
                      ' 負債純資産:' WS-EDIT-ATAI (2)
                   DELIMITED SIZE INTO WS-WORK-LINE
               MOVE WS-WORK-LINE TO ZR-LINE
               WRITE ZAIMU-RPT-REC
           END-IF.

      * 行の印字: 見出しは名称だけ、符号'-'の行は貸方を正とする
       4400-GYO-INJI.
           MOVE SPACES TO WS-WORK-LINE
           IF GT-MIDASHI (WS-GT-IDX)
               MOVE GT-GYO-MEI (WS-GT-IDX) TO WS-WORK-LINE
           ELSE
               PERFORM 4410-ATAI-EDIT
                   VARYING WS-COL FROM 1 BY 1
                   UNTIL WS-COL > 4
               STRING '  ' GT-GYO-MEI (WS-GT-IDX)
                      WS-EDIT-ATAI (1) WS-EDIT-ATAI (2)
                      WS-EDIT-ATAI (3) WS-EDIT-ATAI (4)
                   DELIMITED SIZE INTO WS-WORK-LINE
           END-IF
           MOVE WS-WORK-LINE TO ZR-LINE
           WRITE ZAIMU-RPT-REC.

       4410-ATAI-EDIT.
           IF GT-FUGO (WS-GT-IDX) = '-'
               COMPUTE WS-INJI-ATAI =
                   ZEROS - GT-ATAI (WS-GT-IDX, WS-COL)
           ELSE
               MOVE GT-ATAI (WS-GT-IDX, WS-COL) TO WS-INJI-ATAI
           END-IF
           MOVE WS-INJI-ATAI TO WS-EDIT-ATAI (WS-COL).

       4500-RPT-FOOTER.
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-GLZAN-CNT TO WS-EDIT-CNT
           STRING '残高行数      :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO ZR-LINE
           WRITE ZAIMU-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-MIWARIATE-CNT TO WS-EDIT-CNT
           STRING '未割当科目数  :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO ZR-LINE
           WRITE ZAIMU-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-YOSHIKI-NG-CNT TO WS-EDIT-CNT
           STRING '様式誤り行数  :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO ZR-LINE
           WRITE ZAIMU-RPT-REC
           IF WS-KAMOKU-OVER > ZEROS OR WS-GYO-OVER > ZEROS
               MOVE SPACES TO WS-WORK-LINE
               COMPUTE WS-EDIT-CNT = WS-KAMOKU-OVER + WS-GYO-OVER
               STRING '展開あふれ    :' WS-EDIT-CNT
                   DELIMITED SIZE INTO WS-WORK-LINE
               MOVE WS-WORK-LINE TO ZR-LINE
               WRITE ZAIMU-RPT-REC
           END-IF
           IF WS-MIWARIATE-CNT > ZEROS OR WS-YOSHIKI-NG-CNT > ZEROS
               OR WS-KAMOKU-OVER > ZEROS OR WS-GYO-OVER > ZEROS
               MOVE 8 TO WS-RETURN-CODE
           END-IF
           IF WS-KENSHO-NG-CNT > ZEROS
               MOVE 90 TO WS-RETURN-CODE
           END-IF.

       3000-CLOSE-FILES.
           CLOSE GLZAN-MASTER
           CLOSE KAMOKU-MASTER
           CLOSE YOSHIKI-FILE
           CLOSE ZAIMU-RPT.
