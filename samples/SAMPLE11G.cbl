      *=================================================================
      * SAMPLE11G: 年次決算締めバッチ
      * 概要: 会計年度管理ファイルの決算月・繰越利益剰余金科目に従い、
      *       業務日付の直前に終了した会計年度を締める。GL残高マスタ
      *       から科目ごとの年度末残高（調整期間13があればその期末
      *       残）を求め、科目名マスタの科目区分が損益(P)の科目を
      *       決算振替仕訳で残高ゼロにして差額を繰越利益剰余金へ
      *       振り替える。振替は年度の期間13(YYYY13)へ計上し、仕訳
      *       は決算仕訳ファイルへ出力する。翌年度の期首期間には
      *       貸借(B)科目の締め後残高だけを期首残として置き（既に
      *       転記済みの翌年度期間は差額だけ期首残を補正する）、
      *       会計年度管理ファイルの締め済み年度を更新して、以後の
      *       SAMPLE11Bによる当該年度への転記を止める。
      *       決算報告では振替仕訳の借方合計=貸方合計と締め後残高
      *       の借方残合計=貸方残合計を検証し、不一致なら転記せず
      *       RC=90で終了する。締め済み年度の再実行・管理ファイル
      *       不備はRC=8、科目区分未設定（貸借として扱う）はRC=4。
      *       年度は決算月の属する年で表す。
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE11G.
       AUTHOR. BATCH-SYSTEM.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NENDO-CTL-FILE ASSIGN TO GLNENDO
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-NENDO-STATUS.
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
           SELECT KESSAN-SHIWAKE ASSIGN TO KESSANJE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-KESSAN-STATUS.
           SELECT SHIME-RPT ASSIGN TO NENJIRPT
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
      * 会計年度管理: 決算月・繰越利益剰余金科目・締め済み年度
       FD  NENDO-CTL-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  NENDO-CTL-REC.
           05  GN-KESSAN-TSUKI   PIC 9(02).
           05  GN-RIEKI-KANJO-CD PIC X(08).
           05  GN-SHIME-NENDO    PIC 9(04).
           05  GN-SHIME-DT       PIC 9(08).
           05  FILLER            PIC X(58).

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
               88  KM-TAISHAKU           VALUE 'B'.
               88  KM-SONEKI             VALUE 'P'.
           05  FILLER            PIC X(01).

      * 決算仕訳: GL連携ファイルと同じ形式
       FD  KESSAN-SHIWAKE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  KESSAN-REC.
           05  KS-SOURCE-ID      PIC X(08).
           05  KS-GYOMU-DT       PIC 9(08).
           05  KS-EVENT-CD       PIC X(04).
           05  KS-DC-KBN         PIC X(01).
           05  KS-KANJO-CD       PIC X(08).
           05  KS-KINGAKU        PIC 9(13).
           05  KS-AITE-KEY       PIC X(20).
           05  FILLER            PIC X(18).

       FD  SHIME-RPT
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  SHIME-RPT-REC.
           05  SR-LINE           PIC X(120).

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
           05  WS-NENDO-STATUS   PIC X(02).
           05  WS-GLZAN-STATUS   PIC X(02).
           05  WS-KAMOKU-STATUS  PIC X(02).
           05  WS-KESSAN-STATUS  PIC X(02).
           05  WS-RPT-STATUS     PIC X(02).
           05  WS-GLZAN-EOF      PIC X(01) VALUE 'N'.
           05  WS-CHUSHI-FLAG    PIC X(01) VALUE 'N'.
               88  WS-CHUSHI             VALUE 'Y'.

      * 締め対象年度の期間（年度は決算月の属する年）
       01  WS-NENDO-AREA.
           05  WS-KESSAN-TSUKI   PIC 9(02) VALUE ZEROS.
           05  WS-RIEKI-CD       PIC X(08) VALUE SPACES.
           05  WS-SHIME-NENDO    PIC 9(04) VALUE ZEROS.
           05  WS-TAISHO-NENDO   PIC 9(04) VALUE ZEROS.
           05  WS-NENDO-MATSU    PIC 9(06) VALUE ZEROS.
           05  WS-CHOSEI-KIKAN   PIC 9(06) VALUE ZEROS.
           05  WS-YOKU-KISHU     PIC 9(06) VALUE ZEROS.
           05  WS-JUNJO-JOGEN    PIC 9(08) VALUE ZEROS.
           05  WS-JUNJO          PIC 9(08) VALUE ZEROS.
           05  WS-YOKU-JUNJO     PIC 9(08) VALUE ZEROS.
           05  WS-CHUSHI-RIYU    PIC X(40) VALUE SPACES.
       01  WS-YM-WORK.
           05  WS-YW-YM          PIC 9(06).
           05  WS-YW-YM-X REDEFINES WS-YW-YM.
               10  WS-YW-YY      PIC 9(04).
               10  WS-YW-MM      PIC 9(02).

      * 科目別の年度末残高テーブル（残高は借方＋・貸方－）
       01  WS-KAMOKU-TABLE.
           05  WS-KAMOKU-ENTRY OCCURS 1000 TIMES
                   INDEXED BY WS-KT-IDX.
               10  KT-KANJO-CD   PIC X(08).
               10  KT-KANJO-MEI  PIC X(30).
               10  KT-KBN        PIC X(01).
                   88  KT-SONEKI         VALUE 'P'.
               10  KT-JUNJO      PIC 9(08).
               10  KT-ZAN        PIC S9(15) COMP-3.
               10  KT-SHIME-GAKU PIC S9(15) COMP-3.
               10  KT-GO-ZAN     PIC S9(15) COMP-3.
       01  WS-KAMOKU-CNT         PIC 9(04) VALUE ZEROS.
       01  WS-KAMOKU-SCAN        PIC 9(04).
       01  WS-KAMOKU-OVER        PIC 9(07) VALUE ZEROS.
       01  WS-RIEKI-IX           PIC 9(04) VALUE ZEROS.
       01  WS-CUR-KANJO-CD       PIC X(08) VALUE LOW-VALUES.

       01  WS-KEISAN-AREA.
           05  WS-KIMATSU-ZAN    PIC S9(15) COMP-3 VALUE ZEROS.
           05  WS-SONEKI-GOUKEI  PIC S9(15) COMP-3 VALUE ZEROS.
           05  WS-SAGAKU         PIC S9(15) COMP-3 VALUE ZEROS.
           05  WS-FURIKAE-GAKU   PIC S9(15) COMP-3 VALUE ZEROS.

       01  WS-GOUKEI-AREA.
           05  WS-SHIME-KARI     PIC S9(15) COMP-3 VALUE ZEROS.
           05  WS-SHIME-KASHI    PIC S9(15) COMP-3 VALUE ZEROS.
           05  WS-ZAN-KARI       PIC S9(15) COMP-3 VALUE ZEROS.
           05  WS-ZAN-KASHI      PIC S9(15) COMP-3 VALUE ZEROS.

       01  WS-COUNTERS.
           05  WS-GLZAN-CNT      PIC 9(07) VALUE ZEROS.
           05  WS-SONEKI-CNT     PIC 9(07) VALUE ZEROS.
           05  WS-KUBUN-NG-CNT   PIC 9(07) VALUE ZEROS.
           05  WS-KISHU-CNT      PIC 9(07) VALUE ZEROS.
           05  WS-HOSEI-CNT      PIC 9(07) VALUE ZEROS.

       01  WS-EDIT-AREA.
           05  WS-EDIT-CNT       PIC ZZZ,ZZ9.
           05  WS-EDIT-NENDO     PIC 9(04).
           05  WS-EDIT-ZAN       PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-FURIKAE   PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-GO-ZAN    PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-KARI      PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-KASHI     PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.
           05  WS-KBN-MEI        PIC X(02).
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
           IF NOT WS-CHUSHI
               PERFORM 2000-ZANDAKA-SHUKEI
               PERFORM 2100-RIEKI-ENTRY
           END-IF
           IF NOT WS-CHUSHI
               PERFORM 2200-KUBUN-HANTEI
                   VARYING WS-KAMOKU-SCAN FROM 1 BY 1
                   UNTIL WS-KAMOKU-SCAN > WS-KAMOKU-CNT
               PERFORM 2300-RIEKI-FURIKAE
           END-IF
           IF NOT WS-CHUSHI
               PERFORM 2400-TAISHAKU-KENSHO
           END-IF
           IF NOT WS-CHUSHI
               PERFORM 2500-SHIME-TENKI
                   VARYING WS-KAMOKU-SCAN FROM 1 BY 1
                   UNTIL WS-KAMOKU-SCAN > WS-KAMOKU-CNT
               PERFORM 2600-KISHU-KAISHI
                   VARYING WS-KAMOKU-SCAN FROM 1 BY 1
                   UNTIL WS-KAMOKU-SCAN > WS-KAMOKU-CNT
               PERFORM 2700-NENDO-CTL-KOSHIN
           END-IF
           PERFORM 4000-SHIME-REPORT
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
           MOVE 'SAMPL11G' TO RL-PROGRAM-ID
           MOVE 'S'        TO RL-KBN
           MOVE WS-GYOMU-DATE TO RL-GYOMU-DT
           MOVE FUNCTION CURRENT-DATE(9:6) TO RL-JIKOKU
           MOVE ZEROS      TO RL-KENSU RL-RETURN-CD
           WRITE RUNLOG-REC
           CLOSE RUNLOG-FILE.

       0900-RUNLOG-END.
           OPEN EXTEND RUNLOG-FILE
           MOVE 'SAMPL11G' TO RL-PROGRAM-ID
           MOVE 'E'        TO RL-KBN
           MOVE WS-GYOMU-DATE TO RL-GYOMU-DT
           MOVE FUNCTION CURRENT-DATE(9:6) TO RL-JIKOKU
           MOVE WS-GLZAN-CNT TO RL-KENSU
           MOVE RETURN-CODE  TO RL-RETURN-CD
           WRITE RUNLOG-REC
           CLOSE RUNLOG-FILE.

       1000-OPEN-FILES.
           PERFORM 1050-NENDO-CTL-READ
           OPEN I-O    GLZAN-MASTER
           OPEN INPUT  KAMOKU-MASTER
           OPEN OUTPUT KESSAN-SHIWAKE
           OPEN OUTPUT SHIME-RPT
           MOVE '===== 年次決算締め =====' TO SR-LINE
           WRITE SHIME-RPT-REC
           IF NOT WS-CHUSHI
               PERFORM 1100-NENDO-SETTEI
           END-IF.

       1050-NENDO-CTL-READ.
           OPEN INPUT NENDO-CTL-FILE
           IF WS-NENDO-STATUS NOT = '00'
               MOVE 'Y' TO WS-CHUSHI-FLAG
               MOVE '会計年度管理ファイルなし'
                   TO WS-CHUSHI-RIYU
           ELSE
               READ NENDO-CTL-FILE
                   AT END
                       MOVE 'Y' TO WS-CHUSHI-FLAG
                       MOVE '会計年度管理ファイルが空'
                           TO WS-CHUSHI-RIYU
                   NOT AT END
                       MOVE GN-KESSAN-TSUKI   TO WS-KESSAN-TSUKI
                       MOVE GN-RIEKI-KANJO-CD TO WS-RIEKI-CD
                       MOVE GN-SHIME-NENDO    TO WS-SHIME-NENDO
               END-READ
               CLOSE NENDO-CTL-FILE
           END-IF
           IF NOT WS-CHUSHI
               IF WS-KESSAN-TSUKI < 1 OR WS-KESSAN-TSUKI > 12
                   MOVE 'Y' TO WS-CHUSHI-FLAG
                   MOVE '決算月不正' TO WS-CHUSHI-RIYU
               END-IF
               IF WS-RIEKI-CD = SPACES
                   MOVE 'Y' TO WS-CHUSHI-FLAG
                   MOVE '繰越利益剰余金科目なし'
                       TO WS-CHUSHI-RIYU
               END-IF
           END-IF.

      * 締め対象年度: 業務日付の属する年度の前年度とする
       1100-NENDO-SETTEI.
           MOVE WS-GYOMU-DATE(1:6) TO WS-YW-YM
           IF WS-YW-MM <= WS-KESSAN-TSUKI
               COMPUTE WS-TAISHO-NENDO = WS-YW-YY - 1
           ELSE
               MOVE WS-YW-YY TO WS-TAISHO-NENDO
           END-IF
           COMPUTE WS-NENDO-MATSU =
               WS-TAISHO-NENDO * 100 + WS-KESSAN-TSUKI
           COMPUTE WS-CHOSEI-KIKAN = WS-TAISHO-NENDO * 100 + 13
           IF WS-KESSAN-TSUKI = 12
               COMPUTE WS-YOKU-KISHU =
                   (WS-TAISHO-NENDO + 1) * 100 + 1
           ELSE
               COMPUTE WS-YOKU-KISHU = WS-NENDO-MATSU + 1
           END-IF
           COMPUTE WS-JUNJO-JOGEN = WS-NENDO-MATSU * 100 + 50
           COMPUTE WS-YOKU-JUNJO  = WS-YOKU-KISHU * 100
           IF WS-TAISHO-NENDO <= WS-SHIME-NENDO
               MOVE 'Y' TO WS-CHUSHI-FLAG
               MOVE '締め済み年度' TO WS-CHUSHI-RIYU
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

      * 年度末残高: 科目ごとに年度末以前で最も新しい期間の期末残
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
                   MOVE ZEROS TO KT-JUNJO (WS-KT-IDX)
                                 KT-ZAN (WS-KT-IDX)
                                 KT-SHIME-GAKU (WS-KT-IDX)
                                 KT-GO-ZAN (WS-KT-IDX)
               ELSE
                   ADD 1 TO WS-KAMOKU-OVER
               END-IF
           END-IF
           IF WS-KAMOKU-CNT > ZEROS
               AND KT-KANJO-CD (WS-KT-IDX) = GB-KANJO-CD
               PERFORM 1200-JUNJO-SET
               IF WS-JUNJO <= WS-JUNJO-JOGEN
                   AND WS-JUNJO >= KT-JUNJO (WS-KT-IDX)
                   MOVE WS-JUNJO TO KT-JUNJO (WS-KT-IDX)
                   COMPUTE KT-ZAN (WS-KT-IDX) =
                       GB-KISHU-ZAN + GB-KARIKATA - GB-KASHIKATA
               END-IF
           END-IF.

      * 繰越利益剰余金: 残高行がなくても振替先として用意する
       2100-RIEKI-ENTRY.
           IF WS-KAMOKU-OVER > ZEROS
               MOVE 'Y' TO WS-CHUSHI-FLAG
               MOVE '科目展開あふれ' TO WS-CHUSHI-RIYU
           END-IF
           MOVE ZEROS TO WS-RIEKI-IX
           PERFORM 2110-RIEKI-SCAN-ONE
               VARYING WS-KAMOKU-SCAN FROM 1 BY 1
               UNTIL WS-KAMOKU-SCAN > WS-KAMOKU-CNT
                   OR WS-RIEKI-IX > ZEROS
           IF WS-RIEKI-IX = ZEROS AND NOT WS-CHUSHI
               IF WS-KAMOKU-CNT < 1000
                   ADD 1 TO WS-KAMOKU-CNT
                   MOVE WS-KAMOKU-CNT TO WS-RIEKI-IX
                   SET WS-KT-IDX TO WS-RIEKI-IX
                   MOVE WS-RIEKI-CD TO KT-KANJO-CD (WS-KT-IDX)
                   MOVE ZEROS TO KT-JUNJO (WS-KT-IDX)
                                 KT-ZAN (WS-KT-IDX)
                                 KT-SHIME-GAKU (WS-KT-IDX)
                                 KT-GO-ZAN (WS-KT-IDX)
               ELSE
                   MOVE 'Y' TO WS-CHUSHI-FLAG
                   MOVE '科目展開あふれ' TO WS-CHUSHI-RIYU
               END-IF
           END-IF.

       2110-RIEKI-SCAN-ONE.
           SET WS-KT-IDX TO WS-KAMOKU-SCAN
           IF KT-KANJO-CD (WS-KT-IDX) = WS-RIEKI-CD
               MOVE WS-KAMOKU-SCAN TO WS-RIEKI-IX
           END-IF.

      * 科目区分判定: 損益科目は年度末残高を全額振り替えてゼロにする
       2200-KUBUN-HANTEI.
           SET WS-KT-IDX TO WS-KAMOKU-SCAN
           MOVE KT-KANJO-CD (WS-KT-IDX) TO KM-KANJO-CD
           READ KAMOKU-MASTER
               INVALID KEY
                   MOVE SPACES TO KM-KANJO-MEI KM-KAMOKU-KBN
               NOT INVALID KEY
                   CONTINUE
           END-READ
           MOVE KM-KANJO-MEI TO KT-KANJO-MEI (WS-KT-IDX)
           IF KM-SONEKI
               MOVE 'P' TO KT-KBN (WS-KT-IDX)
           ELSE
               MOVE 'B' TO KT-KBN (WS-KT-IDX)
               IF NOT KM-TAISHAKU
                   ADD 1 TO WS-KUBUN-NG-CNT
                   MOVE SPACES TO WS-WORK-LINE
                   STRING '科目区分未設定（貸借扱い）'
                          ' 科目:' KT-KANJO-CD (WS-KT-IDX)
                       DELIMITED SIZE INTO WS-WORK-LINE
                   MOVE WS-WORK-LINE TO SR-LINE
                   WRITE SHIME-RPT-REC
               END-IF
           END-IF
           IF KT-SONEKI (WS-KT-IDX)
               COMPUTE KT-SHIME-GAKU (WS-KT-IDX) =
                   ZEROS - KT-ZAN (WS-KT-IDX)
               MOVE ZEROS TO KT-GO-ZAN (WS-KT-IDX)
               ADD KT-ZAN (WS-KT-IDX) TO WS-SONEKI-GOUKEI
               IF KT-ZAN (WS-KT-IDX) NOT = ZEROS
                   ADD 1 TO WS-SONEKI-CNT
               END-IF
           ELSE
               MOVE ZEROS TO KT-SHIME-GAKU (WS-KT-IDX)
               MOVE KT-ZAN (WS-KT-IDX) TO KT-GO-ZAN (WS-KT-IDX)
           END-IF.

      * 利益振替: 損益科目の残高合計（借方＋）を繰越利益剰余金へ
       2300-RIEKI-FURIKAE.
           SET WS-KT-IDX TO WS-RIEKI-IX
           IF KT-SONEKI (WS-KT-IDX)
               MOVE 'Y' TO WS-CHUSHI-FLAG
               MOVE '繰越利益剰余金が損益科目'
                   TO WS-CHUSHI-RIYU
           ELSE
               ADD WS-SONEKI-GOUKEI TO KT-SHIME-GAKU (WS-KT-IDX)
               ADD WS-SONEKI-GOUKEI TO KT-GO-ZAN (WS-KT-IDX)
           END-IF.

      * 貸借検証: 振替仕訳と締め後残高の借方・貸方を突き合わせる
       2400-TAISHAKU-KENSHO.
           PERFORM 2410-KENSHO-ONE
               VARYING WS-KAMOKU-SCAN FROM 1 BY 1
               UNTIL WS-KAMOKU-SCAN > WS-KAMOKU-CNT
           IF WS-SHIME-KARI NOT = WS-SHIME-KASHI
               OR WS-ZAN-KARI NOT = WS-ZAN-KASHI
               MOVE 'Y' TO WS-CHUSHI-FLAG
               MOVE '貸借不一致' TO WS-CHUSHI-RIYU
           END-IF.

       2410-KENSHO-ONE.
           SET WS-KT-IDX TO WS-KAMOKU-SCAN
           IF KT-SHIME-GAKU (WS-KT-IDX) > ZEROS
               ADD KT-SHIME-GAKU (WS-KT-IDX) TO WS-SHIME-KARI
           ELSE
               SUBTRACT KT-SHIME-GAKU (WS-KT-IDX) FROM WS-SHIME-KASHI
           END-IF
           IF KT-GO-ZAN (WS-KT-IDX) > ZEROS
               ADD KT-GO-ZAN (WS-KT-IDX) TO WS-ZAN-KARI
           ELSE
               SUBTRACT KT-GO-ZAN (WS-KT-IDX) FROM WS-ZAN-KASHI
           END-IF.

      * 決算振替の転記: 年度の期間13へ計上し決算仕訳を出力する
       2500-SHIME-TENKI.
           SET WS-KT-IDX TO WS-KAMOKU-SCAN
           IF KT-SHIME-GAKU (WS-KT-IDX) NOT = ZEROS
               MOVE KT-KANJO-CD (WS-KT-IDX) TO GB-KANJO-CD
               MOVE WS-CHOSEI-KIKAN TO GB-KIKAN
               READ GLZAN-MASTER
                   INVALID KEY
                       MOVE SPACES TO GLZAN-REC
                       MOVE KT-KANJO-CD (WS-KT-IDX) TO GB-KANJO-CD
                       MOVE WS-CHOSEI-KIKAN TO GB-KIKAN
                       MOVE KT-ZAN (WS-KT-IDX) TO GB-KISHU-ZAN
                       MOVE ZEROS TO GB-KARIKATA GB-KASHIKATA
                       PERFORM 2510-SHIME-KASAN
                       WRITE GLZAN-REC
                           INVALID KEY CONTINUE
                       END-WRITE
                   NOT INVALID KEY
                       PERFORM 2510-SHIME-KASAN
                       REWRITE GLZAN-REC
               END-READ
               PERFORM 2520-KESSAN-SHIWAKE
           END-IF.

       2510-SHIME-KASAN.
           IF KT-SHIME-GAKU (WS-KT-IDX) > ZEROS
               ADD KT-SHIME-GAKU (WS-KT-IDX) TO GB-KARIKATA
           ELSE
               SUBTRACT KT-SHIME-GAKU (WS-KT-IDX) FROM GB-KASHIKATA
           END-IF.

       2520-KESSAN-SHIWAKE.
           MOVE SPACES TO KESSAN-REC
           MOVE 'SAMPL11G'    TO KS-SOURCE-ID
           COMPUTE KS-GYOMU-DT = WS-CHOSEI-KIKAN * 100 + 31
           MOVE 'NJSM'        TO KS-EVENT-CD
           MOVE KT-KANJO-CD (WS-KT-IDX) TO KS-KANJO-CD
           IF KT-SHIME-GAKU (WS-KT-IDX) > ZEROS
               MOVE 'D' TO KS-DC-KBN
               MOVE KT-SHIME-GAKU (WS-KT-IDX) TO KS-KINGAKU
           ELSE
               MOVE 'C' TO KS-DC-KBN
               COMPUTE KS-KINGAKU = ZEROS - KT-SHIME-GAKU (WS-KT-IDX)
           END-IF
           MOVE WS-TAISHO-NENDO TO WS-EDIT-NENDO
           STRING 'NENJI-SHIME-' WS-EDIT-NENDO
               DELIMITED SIZE INTO KS-AITE-KEY
           WRITE KESSAN-REC.

      * 翌年度期首: 締め後残高を翌年度の期首期間の期首残に置き、
      * 既に転記済みの翌年度以降の期間は差額だけ期首残を補正する
       2600-KISHU-KAISHI.
           SET WS-KT-IDX TO WS-KAMOKU-SCAN
           MOVE ZEROS TO WS-SAGAKU
           MOVE KT-KANJO-CD (WS-KT-IDX) TO GB-KANJO-CD
           MOVE WS-YOKU-KISHU TO GB-KIKAN
           READ GLZAN-MASTER
               INVALID KEY
                   IF NOT KT-SONEKI (WS-KT-IDX)
                       COMPUTE WS-SAGAKU =
                           KT-GO-ZAN (WS-KT-IDX) - KT-ZAN (WS-KT-IDX)
                       IF KT-GO-ZAN (WS-KT-IDX) NOT = ZEROS
                           PERFORM 2610-KISHU-TOUROKU
                       END-IF
                   END-IF
               NOT INVALID KEY
                   COMPUTE WS-SAGAKU =
                       KT-GO-ZAN (WS-KT-IDX) - GB-KISHU-ZAN
                   IF WS-SAGAKU NOT = ZEROS
                       MOVE KT-GO-ZAN (WS-KT-IDX) TO GB-KISHU-ZAN
                       REWRITE GLZAN-REC
                       ADD 1 TO WS-HOSEI-CNT
                   END-IF
                   ADD 1 TO WS-KISHU-CNT
           END-READ
           IF WS-SAGAKU NOT = ZEROS
               PERFORM 2620-KISHU-HOSEI
           END-IF.

       2610-KISHU-TOUROKU.
           MOVE SPACES TO GLZAN-REC
           MOVE KT-KANJO-CD (WS-KT-IDX) TO GB-KANJO-CD
           MOVE WS-YOKU-KISHU TO GB-KIKAN
           MOVE KT-GO-ZAN (WS-KT-IDX) TO GB-KISHU-ZAN
           MOVE ZEROS TO GB-KARIKATA GB-KASHIKATA
           WRITE GLZAN-REC
               INVALID KEY CONTINUE
               NOT INVALID KEY ADD 1 TO WS-KISHU-CNT
           END-WRITE.

       2620-KISHU-HOSEI.
           MOVE 'N' TO WS-GLZAN-EOF
           MOVE KT-KANJO-CD (WS-KT-IDX) TO GB-KANJO-CD
           MOVE WS-YOKU-KISHU TO GB-KIKAN
           START GLZAN-MASTER KEY IS GREATER THAN GB-KEY
               INVALID KEY MOVE 'Y' TO WS-GLZAN-EOF
           END-START
           PERFORM 2630-KISHU-HOSEI-ONE
               UNTIL WS-GLZAN-EOF = 'Y'.

       2630-KISHU-HOSEI-ONE.
           READ GLZAN-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-GLZAN-EOF
               NOT AT END
                   IF GB-KANJO-CD NOT = KT-KANJO-CD (WS-KT-IDX)
                       MOVE 'Y' TO WS-GLZAN-EOF
                   ELSE
                       PERFORM 1200-JUNJO-SET
                       IF WS-JUNJO > WS-YOKU-JUNJO
                           ADD WS-SAGAKU TO GB-KISHU-ZAN
                           REWRITE GLZAN-REC
                           ADD 1 TO WS-HOSEI-CNT
                       END-IF
                   END-IF
           END-READ.

      * 締め済み年度の更新: 以後の当該年度への転記を止める
       2700-NENDO-CTL-KOSHIN.
           OPEN OUTPUT NENDO-CTL-FILE
           MOVE SPACES TO NENDO-CTL-REC
           MOVE WS-KESSAN-TSUKI TO GN-KESSAN-TSUKI
           MOVE WS-RIEKI-CD     TO GN-RIEKI-KANJO-CD
           MOVE WS-TAISHO-NENDO TO GN-SHIME-NENDO
           MOVE WS-GYOMU-DATE   TO GN-SHIME-DT
           WRITE NENDO-CTL-REC
           CLOSE NENDO-CTL-FILE.

      * 決算報告: 科目別の締め前残・振替額・翌期首残と貸借検証
       4000-SHIME-REPORT.
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-TAISHO-NENDO TO WS-EDIT-NENDO
           STRING '対象年度      :' WS-EDIT-NENDO
                  ' 調整期間:' WS-CHOSEI-KIKAN
                  ' 翌期首期間:' WS-YOKU-KISHU
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO SR-LINE
           WRITE SHIME-RPT-REC
           PERFORM 4100-KAMOKU-LINE
               VARYING WS-KAMOKU-SCAN FROM 1 BY 1
               UNTIL WS-KAMOKU-SCAN > WS-KAMOKU-CNT
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-SHIME-KARI  TO WS-EDIT-KARI
           MOVE WS-SHIME-KASHI TO WS-EDIT-KASHI
           STRING '振替 借方合計:' WS-EDIT-KARI
                  ' 貸方合計:' WS-EDIT-KASHI
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO SR-LINE
           WRITE SHIME-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-ZAN-KARI  TO WS-EDIT-KARI
           MOVE WS-ZAN-KASHI TO WS-EDIT-KASHI
           STRING '締後 借方残計:' WS-EDIT-KARI
                  ' 貸方残計:' WS-EDIT-KASHI
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO SR-LINE
           WRITE SHIME-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-SONEKI-CNT TO WS-EDIT-CNT
           STRING '振替科目数    :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO SR-LINE
           WRITE SHIME-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-KISHU-CNT TO WS-EDIT-CNT
           STRING '期首設定科目数:' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO SR-LINE
           WRITE SHIME-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-HOSEI-CNT TO WS-EDIT-CNT
           STRING '期首補正行数  :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO SR-LINE
           WRITE SHIME-RPT-REC
           PERFORM 4200-HANTEI-LINE.

       4100-KAMOKU-LINE.
           SET WS-KT-IDX TO WS-KAMOKU-SCAN
           IF KT-SONEKI (WS-KT-IDX)
               MOVE 'PL' TO WS-KBN-MEI
           ELSE
               MOVE 'BS' TO WS-KBN-MEI
           END-IF
           MOVE KT-ZAN (WS-KT-IDX)        TO WS-EDIT-ZAN
           MOVE KT-SHIME-GAKU (WS-KT-IDX) TO WS-EDIT-FURIKAE
           MOVE KT-GO-ZAN (WS-KT-IDX)     TO WS-EDIT-GO-ZAN
           MOVE SPACES TO WS-WORK-LINE
           STRING KT-KANJO-CD (WS-KT-IDX) ' '
                  KT-KANJO-MEI (WS-KT-IDX)(1:14)
                  ' ' WS-KBN-MEI
                  ' 締前残:' WS-EDIT-ZAN
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO SR-LINE
           WRITE SHIME-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           STRING '         振替:' WS-EDIT-FURIKAE
                  ' 翌期首:' WS-EDIT-GO-ZAN
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO SR-LINE
           WRITE SHIME-RPT-REC.

       4200-HANTEI-LINE.
           EVALUATE TRUE
               WHEN NOT WS-CHUSHI
                   MOVE '判定          :OK 貸借一致 締め完了'
                       TO SR-LINE
                   IF WS-KUBUN-NG-CNT > ZEROS
                       MOVE 4 TO WS-RETURN-CODE
                   END-IF
               WHEN WS-CHUSHI-RIYU = '貸借不一致'
                   MOVE '判定          :NG 貸借不一致 中止'
                       TO SR-LINE
                   MOVE 90 TO WS-RETURN-CODE
               WHEN OTHER
                   MOVE SPACES TO WS-WORK-LINE
                   STRING '判定          :NG 締め中止 '
                          WS-CHUSHI-RIYU
                       DELIMITED SIZE INTO WS-WORK-LINE
                   MOVE WS-WORK-LINE TO SR-LINE
                   MOVE 8 TO WS-RETURN-CODE
           END-EVALUATE
           WRITE SHIME-RPT-REC.

       3000-CLOSE-FILES.
           CLOSE GLZAN-MASTER
           CLOSE KAMOKU-MASTER
           CLOSE KESSAN-SHIWAKE
           CLOSE SHIME-RPT.
