      *=================================================================
      * SAMPLE11E: 預金残高照合（銀行勘定調整）バッチ
      * 概要: 自社預金口座ごとに銀行の入出金取引明細（全銀協標準形式
      *       ・種別03）を読み込み、預金口座マスタで対応する現預金の
      *       勘定科目を引いて、仕訳ファイル（SAMPLE11の入力と同じ
      *       連結仕訳）のうち当該科目への計上と照合する。照合は
      *       入出金の向き・金額が一致するものについて、参照番号
      *       （銀行のEDI情報と仕訳の相手キー）一致を優先し、次に
      *       日付一致で行う。照合できなかった銀行明細・帳簿仕訳は
      *       未照合リストに印字し、未照合繰越ファイルで次回へ引き
      *       継ぐ（次回は繰越分も照合対象にする）。あわせて口座ごと
      *       に銀行勘定調整表（銀行残高±未照合項目＝GL残高マスタの
      *       残高）を出力し、月末の承認に用いる。
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE11E.
       AUTHOR. BATCH-SYSTEM.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STMT-FILE ASSIGN TO GINKOSTMT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STMT-STATUS.
           SELECT SHIWAKE-IN ASSIGN TO SWJRNLIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SHIWAKE-STATUS.
           SELECT YOKIN-KOZA-MASTER ASSIGN TO YOKINMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YK-KEY
               FILE STATUS IS WS-YOKIN-STATUS.
           SELECT GLZAN-MASTER ASSIGN TO GLZANMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GB-KEY
               FILE STATUS IS WS-GLZAN-STATUS.
           SELECT OPTIONAL MISHOGO-IN ASSIGN TO GSHOGOIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MSGIN-STATUS.
           SELECT MISHOGO-OUT ASSIGN TO GSHOGOOUT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MSGOUT-STATUS.
           SELECT MISHOGO-RPT ASSIGN TO GSHOGORPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MSGRPT-STATUS.
           SELECT CHOSEI-RPT ASSIGN TO GCHOSEIRPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CHOSEI-STATUS.
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
      * 銀行入出金取引明細（全銀協標準形式・種別03・200バイト）
       FD  STMT-FILE
           RECORD CONTAINS 200 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  STMT-REC.
           05  ST-DATA-KBN       PIC X(01).
               88  ST-HEADER     VALUE '1'.
               88  ST-DATA       VALUE '2'.
               88  ST-TRAILER    VALUE '8'.
               88  ST-END        VALUE '9'.
           05  FILLER            PIC X(199).
       01  STMT-HEADER.
           05  FILLER            PIC X(01).
           05  SH-SHUBETSU       PIC X(02).
           05  SH-CODE-KBN       PIC X(01).
           05  SH-SAKUSEI-DT     PIC 9(06).
           05  SH-KANJO-FROM     PIC 9(06).
           05  SH-KANJO-TO       PIC 9(06).
           05  SH-GINKO-CD       PIC X(04).
           05  SH-GINKO-MEI      PIC X(15).
           05  SH-SHITEN-CD      PIC X(03).
           05  SH-SHITEN-MEI     PIC X(15).
           05  FILLER            PIC X(03).
           05  SH-YOKIN-SHUMOKU  PIC X(01).
           05  SH-KOZA-BANGO     PIC X(07).
           05  SH-KOZA-MEI       PIC X(40).
           05  SH-KASHIKOSHI-KBN PIC X(01).
           05  SH-TSUCHO-KBN     PIC X(01).
           05  SH-TORIHIKI-MAE   PIC 9(14).
           05  FILLER            PIC X(74).
       01  STMT-DATA.
           05  FILLER            PIC X(01).
           05  SD-SHOKAI-NO      PIC X(08).
           05  SD-KANJO-DT       PIC 9(06).
           05  SD-AZUKE-DT       PIC 9(06).
           05  SD-NYUHARAI-KBN   PIC X(01).
               88  SD-NYUKIN     VALUE '1'.
               88  SD-SHUKKIN    VALUE '2'.
           05  SD-TORIHIKI-KBN   PIC X(02).
           05  SD-KINGAKU        PIC 9(12).
           05  SD-TATEN-KINGAKU  PIC 9(12).
           05  SD-KOUKAN-DT      PIC 9(06).
           05  SD-FUWATARI-DT    PIC 9(06).
           05  SD-TEGATA-KBN     PIC X(01).
           05  SD-TEGATA-NO      PIC X(07).
           05  SD-RYOTEN-NO      PIC X(03).
           05  SD-IRAININ-CD     PIC X(10).
           05  SD-IRAININ-MEI    PIC X(48).
           05  SD-SHIMUKE-GINKO  PIC X(15).
           05  SD-SHIMUKE-TEN    PIC X(15).
           05  SD-TEKIYO         PIC X(20).
           05  SD-EDI-JOHO       PIC X(20).
           05  FILLER            PIC X(01).
       01  STMT-TRAILER.
           05  FILLER            PIC X(01).
           05  STR-NYUKIN-CNT    PIC 9(06).
           05  STR-NYUKIN-GAKU   PIC 9(13).
           05  STR-SHUKKIN-CNT   PIC 9(06).
           05  STR-SHUKKIN-GAKU  PIC 9(13).
           05  STR-KASHIKOSHI-KBN PIC X(01).
               88  STR-KASHIKOSHI VALUE '2'.
           05  STR-TORIHIKI-GO   PIC 9(14).
           05  FILLER            PIC X(146).

       FD  SHIWAKE-IN
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  SHIWAKE-REC.
           05  SW-SOURCE-ID      PIC X(08).
           05  SW-GYOMU-DT       PIC 9(08).
           05  SW-EVENT-CD       PIC X(04).
           05  SW-DC-KBN         PIC X(01).
               88  SW-KARIKATA   VALUE 'D'.
               88  SW-KASHIKATA  VALUE 'C'.
           05  SW-KANJO-CD       PIC X(08).
           05  SW-KINGAKU        PIC 9(13).
           05  SW-AITE-KEY       PIC X(20).
           05  FILLER            PIC X(18).

      * 預金口座マスタ: 自社口座 → 現預金の勘定科目
       FD  YOKIN-KOZA-MASTER
           RECORD CONTAINS 60 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  YOKIN-KOZA-REC.
           05  YK-KEY.
               10  YK-GINKO-CD   PIC X(04).
               10  YK-SHITEN-CD  PIC X(03).
               10  YK-KOZA-BANGO PIC X(07).
           05  YK-KANJO-CD       PIC X(08).
           05  YK-KOZA-MEI       PIC X(30).
           05  FILLER            PIC X(08).

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

      * 未照合繰越（B:銀行明細 G:帳簿仕訳）
       FD  MISHOGO-IN
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  MISHOGO-IN-REC.
           05  MI-KBN            PIC X(01).
               88  MI-GINKO      VALUE 'B'.
               88  MI-CHOBO      VALUE 'G'.
           05  MI-KANJO-CD       PIC X(08).
           05  MI-DC-KBN         PIC X(01).
           05  MI-HIDUKE         PIC 9(08).
           05  MI-KINGAKU        PIC 9(13).
           05  MI-REF            PIC X(20).
           05  MI-MOTO           PIC X(08).
           05  MI-TOROKU-DT      PIC 9(08).
           05  FILLER            PIC X(13).

       FD  MISHOGO-OUT
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  MISHOGO-OUT-REC.
           05  MO-KBN            PIC X(01).
           05  MO-KANJO-CD       PIC X(08).
           05  MO-DC-KBN         PIC X(01).
           05  MO-HIDUKE         PIC 9(08).
           05  MO-KINGAKU        PIC 9(13).
           05  MO-REF            PIC X(20).
           05  MO-MOTO           PIC X(08).
           05  MO-TOROKU-DT      PIC 9(08).
           05  FILLER            PIC X(13).

       FD  MISHOGO-RPT
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  MISHOGO-RPT-REC.
           05  MR-LINE           PIC X(120).

       FD  CHOSEI-RPT
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  CHOSEI-RPT-REC.
           05  CH-LINE           PIC X(120).

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
           05  WS-STMT-STATUS    PIC X(02).
           05  WS-SHIWAKE-STATUS PIC X(02).
           05  WS-YOKIN-STATUS   PIC X(02).
           05  WS-GLZAN-STATUS   PIC X(02).
           05  WS-MSGIN-STATUS   PIC X(02).
           05  WS-MSGOUT-STATUS  PIC X(02).
           05  WS-MSGRPT-STATUS  PIC X(02).
           05  WS-CHOSEI-STATUS  PIC X(02).
           05  WS-EOF-FLAG       PIC X(01) VALUE 'N'.
           05  WS-SW-EOF         PIC X(01) VALUE 'N'.
           05  WS-MSG-EOF        PIC X(01) VALUE 'N'.
           05  WS-YK-EOF         PIC X(01) VALUE 'N'.

      * 口座テーブル（預金口座マスタを展開・口座ごとの銀行残高）
       01  WS-KOZA-TABLE.
           05  WS-KZ-ENTRY OCCURS 20 TIMES INDEXED BY WS-KZ-IDX.
               10  KZ-KEY            PIC X(14).
               10  KZ-KANJO-CD       PIC X(08).
               10  KZ-KOZA-MEI       PIC X(30).
               10  KZ-STMT-FLAG      PIC X(01).
                   88  KZ-STMT-ARI   VALUE 'Y'.
               10  KZ-GINKO-ZAN      PIC S9(15) COMP-3.
               10  KZ-ZAN-DT         PIC 9(08).
       01  WS-KOZA-CNT           PIC 9(03) VALUE ZEROS.
       01  WS-KOZA-SCAN          PIC 9(03).
       01  WS-KOZA-HIT           PIC 9(03) VALUE ZEROS.
       01  WS-CUR-KOZA           PIC 9(03) VALUE ZEROS.

      * 銀行明細テーブル（繰越分＋当回明細）
       01  WS-GINKO-TABLE.
           05  WS-GT-ENTRY OCCURS 2000 TIMES INDEXED BY WS-GT-IDX.
               10  GT-KANJO-CD   PIC X(08).
               10  GT-DC-KBN     PIC X(01).
               10  GT-HIDUKE     PIC 9(08).
               10  GT-KINGAKU    PIC 9(13).
               10  GT-REF        PIC X(20).
               10  GT-MOTO       PIC X(08).
               10  GT-TOROKU-DT  PIC 9(08).
               10  GT-SHOGO      PIC X(01).
                   88  GT-SHOGO-ZUMI VALUE 'Y'.
       01  WS-GT-CNT             PIC 9(05) VALUE ZEROS.
       01  WS-GT-SCAN            PIC 9(05).

      * 帳簿仕訳テーブル（繰越分＋当回仕訳のうち現預金科目分）
       01  WS-CHOBO-TABLE.
           05  WS-CT-ENTRY OCCURS 2000 TIMES INDEXED BY WS-CT-IDX.
               10  CT-KANJO-CD   PIC X(08).
               10  CT-DC-KBN     PIC X(01).
               10  CT-HIDUKE     PIC 9(08).
               10  CT-KINGAKU    PIC 9(13).
               10  CT-REF        PIC X(20).
               10  CT-MOTO       PIC X(08).
               10  CT-TOROKU-DT  PIC 9(08).
               10  CT-SHOGO      PIC X(01).
                   88  CT-SHOGO-ZUMI VALUE 'Y'.
       01  WS-CT-CNT             PIC 9(05) VALUE ZEROS.
       01  WS-CT-SCAN            PIC 9(05).
       01  WS-CT-HIT             PIC 9(05) VALUE ZEROS.

       01  WS-SHOGO-PASS         PIC 9(01) VALUE ZEROS.
           88  WS-PASS-REF       VALUE 1.
           88  WS-PASS-HIDUKE    VALUE 2.

      * 全銀の日付は和暦（令和）年の YYMMDD で届くため西暦へ直す
       01  WS-WAREKI-DT          PIC 9(06) VALUE ZEROS.
       01  WS-WAREKI-DT-X REDEFINES WS-WAREKI-DT.
           05  WS-WAREKI-YY      PIC 9(02).
           05  WS-WAREKI-MMDD    PIC 9(04).
       01  WS-KANJO-DT           PIC 9(08) VALUE ZEROS.
       01  WS-KANJO-DT-X REDEFINES WS-KANJO-DT.
           05  WS-KANJO-YYYY     PIC 9(04).
           05  WS-KANJO-MMDD     PIC 9(04).

       01  WS-KIKAN              PIC 9(06) VALUE ZEROS.
       01  WS-ZW-YM              PIC 9(06) VALUE ZEROS.
       01  WS-ZW-YM-X REDEFINES WS-ZW-YM.
           05  WS-ZW-YY          PIC 9(04).
           05  WS-ZW-MM          PIC 9(02).

      * 勘定調整の計算域（口座ごと）
       01  WS-CHOSEI-AREA.
           05  WS-GINKO-ZAN      PIC S9(15) COMP-3 VALUE ZEROS.
           05  WS-MICHAKU-NYU    PIC S9(15) COMP-3 VALUE ZEROS.
           05  WS-MITORI-SHUTSU  PIC S9(15) COMP-3 VALUE ZEROS.
           05  WS-MIKEIJO-NYU    PIC S9(15) COMP-3 VALUE ZEROS.
           05  WS-MIKEIJO-SHUTSU PIC S9(15) COMP-3 VALUE ZEROS.
           05  WS-CHOSEI-ZAN     PIC S9(15) COMP-3 VALUE ZEROS.
           05  WS-GL-ZAN         PIC S9(15) COMP-3 VALUE ZEROS.
           05  WS-SAGAKU         PIC S9(15) COMP-3 VALUE ZEROS.
           05  WS-GL-FLAG        PIC X(01).
               88  WS-GL-ARI     VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-STMT-CNT       PIC 9(07) VALUE ZEROS.
           05  WS-SW-CNT         PIC 9(07) VALUE ZEROS.
           05  WS-KURI-CNT       PIC 9(07) VALUE ZEROS.
           05  WS-SHOGO-CNT      PIC 9(07) VALUE ZEROS.
           05  WS-MI-GINKO-CNT   PIC 9(07) VALUE ZEROS.
           05  WS-MI-CHOBO-CNT   PIC 9(07) VALUE ZEROS.
           05  WS-KOZA-NASHI-CNT PIC 9(07) VALUE ZEROS.
           05  WS-OVER-CNT       PIC 9(07) VALUE ZEROS.
           05  WS-FUITCHI-CNT    PIC 9(05) VALUE ZEROS.

       01  WS-EDIT-AREA.
           05  WS-EDIT-CNT       PIC ZZZ,ZZ9.
           05  WS-EDIT-KINGAKU   PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.
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
           PERFORM 1300-MISHOGO-LOOP
               UNTIL WS-MSG-EOF = 'Y'
           PERFORM 2000-STMT-LOOP
               UNTIL WS-EOF-FLAG = 'Y'
           PERFORM 2300-SHIWAKE-LOOP
               UNTIL WS-SW-EOF = 'Y'
           MOVE 1 TO WS-SHOGO-PASS
           PERFORM 2600-SHOGO-ONE
               VARYING WS-GT-SCAN FROM 1 BY 1
               UNTIL WS-GT-SCAN > WS-GT-CNT
           MOVE 2 TO WS-SHOGO-PASS
           PERFORM 2600-SHOGO-ONE
               VARYING WS-GT-SCAN FROM 1 BY 1
               UNTIL WS-GT-SCAN > WS-GT-CNT
           PERFORM 4000-MISHOGO-REPORT
           PERFORM 4500-CHOSEI-REPORT
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
           MOVE WS-GYOMU-DATE(1:6) TO WS-KIKAN.

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
           MOVE 'SAMPL11E' TO RL-PROGRAM-ID
           MOVE 'S'        TO RL-KBN
           MOVE WS-GYOMU-DATE TO RL-GYOMU-DT
           MOVE FUNCTION CURRENT-DATE(9:6) TO RL-JIKOKU
           MOVE ZEROS      TO RL-KENSU RL-RETURN-CD
           WRITE RUNLOG-REC
           CLOSE RUNLOG-FILE.

       0900-RUNLOG-END.
           OPEN EXTEND RUNLOG-FILE
           MOVE 'SAMPL11E' TO RL-PROGRAM-ID
           MOVE 'E'        TO RL-KBN
           MOVE WS-GYOMU-DATE TO RL-GYOMU-DT
           MOVE FUNCTION CURRENT-DATE(9:6) TO RL-JIKOKU
           MOVE WS-STMT-CNT  TO RL-KENSU
           MOVE RETURN-CODE  TO RL-RETURN-CD
           WRITE RUNLOG-REC
           CLOSE RUNLOG-FILE.

       1000-OPEN-FILES.
           OPEN INPUT  STMT-FILE
           OPEN INPUT  SHIWAKE-IN
           OPEN INPUT  YOKIN-KOZA-MASTER
           OPEN INPUT  GLZAN-MASTER
           OPEN INPUT  MISHOGO-IN
           OPEN OUTPUT MISHOGO-OUT
           OPEN OUTPUT MISHOGO-RPT
           OPEN OUTPUT CHOSEI-RPT
           IF WS-MSGIN-STATUS NOT = '00'
               MOVE 'Y' TO WS-MSG-EOF
           END-IF
           PERFORM 1200-LOAD-KOZA
           PERFORM 1100-READ-STMT
           PERFORM 1150-READ-SHIWAKE
           PERFORM 1310-READ-MISHOGO.

       1100-READ-STMT.
           READ STMT-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

       1150-READ-SHIWAKE.
           READ SHIWAKE-IN
               AT END MOVE 'Y' TO WS-SW-EOF
           END-READ.

      * 預金口座マスタ展開（最大20口座）
       1200-LOAD-KOZA.
           MOVE LOW-VALUES TO YK-KEY
           START YOKIN-KOZA-MASTER KEY IS NOT LESS THAN YK-KEY
               INVALID KEY MOVE 'Y' TO WS-YK-EOF
           END-START
           PERFORM 1210-READ-KOZA
               UNTIL WS-YK-EOF = 'Y'
                   OR WS-KOZA-CNT >= 20.

       1210-READ-KOZA.
           READ YOKIN-KOZA-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-YK-EOF
               NOT AT END
                   ADD 1 TO WS-KOZA-CNT
                   SET WS-KZ-IDX TO WS-KOZA-CNT
                   MOVE YK-KEY       TO KZ-KEY (WS-KZ-IDX)
                   MOVE YK-KANJO-CD  TO KZ-KANJO-CD (WS-KZ-IDX)
                   MOVE YK-KOZA-MEI  TO KZ-KOZA-MEI (WS-KZ-IDX)
                   MOVE 'N'          TO KZ-STMT-FLAG (WS-KZ-IDX)
                   MOVE ZEROS        TO KZ-GINKO-ZAN (WS-KZ-IDX)
                                        KZ-ZAN-DT (WS-KZ-IDX)
           END-READ.

      * 未照合繰越の取込: 前回までに照合できなかった明細・仕訳
       1300-MISHOGO-LOOP.
           ADD 1 TO WS-KURI-CNT
           IF MI-GINKO
               PERFORM 1320-KURI-GINKO
           ELSE
               PERFORM 1330-KURI-CHOBO
           END-IF
           PERFORM 1310-READ-MISHOGO.

       1310-READ-MISHOGO.
           IF WS-MSG-EOF NOT = 'Y'
               READ MISHOGO-IN
                   AT END MOVE 'Y' TO WS-MSG-EOF
               END-READ
           END-IF.

       1320-KURI-GINKO.
           IF WS-GT-CNT < 2000
               ADD 1 TO WS-GT-CNT
               SET WS-GT-IDX TO WS-GT-CNT
               MOVE MI-KANJO-CD  TO GT-KANJO-CD (WS-GT-IDX)
               MOVE MI-DC-KBN    TO GT-DC-KBN (WS-GT-IDX)
               MOVE MI-HIDUKE    TO GT-HIDUKE (WS-GT-IDX)
               MOVE MI-KINGAKU   TO GT-KINGAKU (WS-GT-IDX)
               MOVE MI-REF       TO GT-REF (WS-GT-IDX)
               MOVE MI-MOTO      TO GT-MOTO (WS-GT-IDX)
               MOVE MI-TOROKU-DT TO GT-TOROKU-DT (WS-GT-IDX)
               MOVE 'N'          TO GT-SHOGO (WS-GT-IDX)
           ELSE
               ADD 1 TO WS-OVER-CNT
           END-IF.

       1330-KURI-CHOBO.
           IF WS-CT-CNT < 2000
               ADD 1 TO WS-CT-CNT
               SET WS-CT-IDX TO WS-CT-CNT
               MOVE MI-KANJO-CD  TO CT-KANJO-CD (WS-CT-IDX)
               MOVE MI-DC-KBN    TO CT-DC-KBN (WS-CT-IDX)
               MOVE MI-HIDUKE    TO CT-HIDUKE (WS-CT-IDX)
               MOVE MI-KINGAKU   TO CT-KINGAKU (WS-CT-IDX)
               MOVE MI-REF       TO CT-REF (WS-CT-IDX)
               MOVE MI-MOTO      TO CT-MOTO (WS-CT-IDX)
               MOVE MI-TOROKU-DT TO CT-TOROKU-DT (WS-CT-IDX)
               MOVE 'N'          TO CT-SHOGO (WS-CT-IDX)
           ELSE
               ADD 1 TO WS-OVER-CNT
           END-IF.

      * 銀行明細の取込: ヘッダで口座を引き、データを銀行明細テーブル
      * へ積み、トレーラの取引後残高を口座の銀行残高とする
       2000-STMT-LOOP.
           EVALUATE TRUE
               WHEN ST-HEADER
                   PERFORM 2050-HEADER-SHORI
               WHEN ST-DATA
                   IF WS-CUR-KOZA > ZEROS
                       PERFORM 2100-STMT-DATA
                   ELSE
                       ADD 1 TO WS-KOZA-NASHI-CNT
                   END-IF
               WHEN ST-TRAILER
                   IF WS-CUR-KOZA > ZEROS
                       PERFORM 2200-STMT-TRAILER
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 1100-READ-STMT.

       2050-HEADER-SHORI.
           MOVE ZEROS TO WS-KOZA-HIT
           PERFORM 2060-KOZA-SCAN-ONE
               VARYING WS-KOZA-SCAN FROM 1 BY 1
               UNTIL WS-KOZA-SCAN > WS-KOZA-CNT
                   OR WS-KOZA-HIT > ZEROS
           MOVE WS-KOZA-HIT TO WS-CUR-KOZA
           IF WS-KOZA-HIT = ZEROS
               DISPLAY 'SAMPLE11E: 口座マスタ未登録:'
                   SH-GINKO-CD '-' SH-SHITEN-CD '-' SH-KOZA-BANGO
           END-IF.

       2060-KOZA-SCAN-ONE.
           SET WS-KZ-IDX TO WS-KOZA-SCAN
           IF KZ-KEY (WS-KZ-IDX)(1:4)  = SH-GINKO-CD
               AND KZ-KEY (WS-KZ-IDX)(5:3)  = SH-SHITEN-CD
               AND KZ-KEY (WS-KZ-IDX)(8:7)  = SH-KOZA-BANGO
               MOVE WS-KOZA-SCAN TO WS-KOZA-HIT
           END-IF.

       2100-STMT-DATA.
           ADD 1 TO WS-STMT-CNT
           IF WS-GT-CNT < 2000
               SET WS-KZ-IDX TO WS-CUR-KOZA
               MOVE SD-KANJO-DT TO WS-WAREKI-DT
               COMPUTE WS-KANJO-YYYY = WS-WAREKI-YY + 2018
               MOVE WS-WAREKI-MMDD TO WS-KANJO-MMDD
               ADD 1 TO WS-GT-CNT
               SET WS-GT-IDX TO WS-GT-CNT
               MOVE KZ-KANJO-CD (WS-KZ-IDX) TO GT-KANJO-CD (WS-GT-IDX)
               IF SD-NYUKIN
                   MOVE 'D' TO GT-DC-KBN (WS-GT-IDX)
               ELSE
                   MOVE 'C' TO GT-DC-KBN (WS-GT-IDX)
               END-IF
               MOVE WS-KANJO-DT  TO GT-HIDUKE (WS-GT-IDX)
               MOVE SD-KINGAKU   TO GT-KINGAKU (WS-GT-IDX)
               MOVE SD-EDI-JOHO  TO GT-REF (WS-GT-IDX)
               MOVE SD-SHOKAI-NO TO GT-MOTO (WS-GT-IDX)
               MOVE WS-GYOMU-DATE TO GT-TOROKU-DT (WS-GT-IDX)
               MOVE 'N'          TO GT-SHOGO (WS-GT-IDX)
           ELSE
               ADD 1 TO WS-OVER-CNT
           END-IF.

       2200-STMT-TRAILER.
           SET WS-KZ-IDX TO WS-CUR-KOZA
           MOVE 'Y' TO KZ-STMT-FLAG (WS-KZ-IDX)
           IF STR-KASHIKOSHI
               COMPUTE KZ-GINKO-ZAN (WS-KZ-IDX) = 0 - STR-TORIHIKI-GO
           ELSE
               MOVE STR-TORIHIKI-GO TO KZ-GINKO-ZAN (WS-KZ-IDX)
           END-IF
           MOVE WS-KANJO-DT TO KZ-ZAN-DT (WS-KZ-IDX)
           MOVE ZEROS TO WS-CUR-KOZA.

      * 帳簿仕訳の取込: 口座テーブルにある現預金科目の仕訳のみ
       2300-SHIWAKE-LOOP.
           MOVE ZEROS TO WS-KOZA-HIT
           PERFORM 2310-KAMOKU-SCAN-ONE
               VARYING WS-KOZA-SCAN FROM 1 BY 1
               UNTIL WS-KOZA-SCAN > WS-KOZA-CNT
                   OR WS-KOZA-HIT > ZEROS
           IF WS-KOZA-HIT > ZEROS
               PERFORM 2320-CHOBO-ADD
           END-IF
           PERFORM 1150-READ-SHIWAKE.

       2310-KAMOKU-SCAN-ONE.
           SET WS-KZ-IDX TO WS-KOZA-SCAN
           IF KZ-KANJO-CD (WS-KZ-IDX) = SW-KANJO-CD
               MOVE WS-KOZA-SCAN TO WS-KOZA-HIT
           END-IF.

       2320-CHOBO-ADD.
           ADD 1 TO WS-SW-CNT
           IF WS-CT-CNT < 2000
               ADD 1 TO WS-CT-CNT
               SET WS-CT-IDX TO WS-CT-CNT
               MOVE SW-KANJO-CD  TO CT-KANJO-CD (WS-CT-IDX)
               MOVE SW-DC-KBN    TO CT-DC-KBN (WS-CT-IDX)
               MOVE SW-GYOMU-DT  TO CT-HIDUKE (WS-CT-IDX)
               MOVE SW-KINGAKU   TO CT-KINGAKU (WS-CT-IDX)
               MOVE SW-AITE-KEY  TO CT-REF (WS-CT-IDX)
               MOVE SW-SOURCE-ID TO CT-MOTO (WS-CT-IDX)
               MOVE WS-GYOMU-DATE TO CT-TOROKU-DT (WS-CT-IDX)
               MOVE 'N'          TO CT-SHOGO (WS-CT-IDX)
           ELSE
               ADD 1 TO WS-OVER-CNT
           END-IF.

      * 照合: 科目・入出金の向き・金額が一致する未照合の仕訳を探す。
      * 1回目は参照番号一致、2回目は日付一致で引き当てる
       2600-SHOGO-ONE.
           SET WS-GT-IDX TO WS-GT-SCAN
           IF NOT GT-SHOGO-ZUMI (WS-GT-IDX)
               MOVE ZEROS TO WS-CT-HIT
               PERFORM 2610-CHOBO-SCAN-ONE
                   VARYING WS-CT-SCAN FROM 1 BY 1
                   UNTIL WS-CT-SCAN > WS-CT-CNT
                       OR WS-CT-HIT > ZEROS
               IF WS-CT-HIT > ZEROS
                   SET WS-CT-IDX TO WS-CT-HIT
                   MOVE 'Y' TO GT-SHOGO (WS-GT-IDX)
                   MOVE 'Y' TO CT-SHOGO (WS-CT-IDX)
                   ADD 1 TO WS-SHOGO-CNT
               END-IF
           END-IF.

       2610-CHOBO-SCAN-ONE.
           SET WS-CT-IDX TO WS-CT-SCAN
           IF NOT CT-SHOGO-ZUMI (WS-CT-IDX)
               AND CT-KANJO-CD (WS-CT-IDX) = GT-KANJO-CD (WS-GT-IDX)
               AND CT-DC-KBN (WS-CT-IDX)   = GT-DC-KBN (WS-GT-IDX)
               AND CT-KINGAKU (WS-CT-IDX)  = GT-KINGAKU (WS-GT-IDX)
               IF WS-PASS-REF
                   IF GT-REF (WS-GT-IDX) NOT = SPACES
                       AND CT-REF (WS-CT-IDX) = GT-REF (WS-GT-IDX)
                       MOVE WS-CT-SCAN TO WS-CT-HIT
                   END-IF
               ELSE
                   IF CT-HIDUKE (WS-CT-IDX) = GT-HIDUKE (WS-GT-IDX)
                       MOVE WS-CT-SCAN TO WS-CT-HIT
                   END-IF
               END-IF
           END-IF.

      * 未照合リスト: 口座ごとに銀行側・帳簿側の未照合を印字し、
      * 次回照合のため未照合繰越へ書き出す
       4000-MISHOGO-REPORT.
           MOVE '===== 預金照合 未照合リスト =====' TO MR-LINE
           WRITE MISHOGO-RPT-REC
           PERFORM 4100-MISHOGO-KOZA
               VARYING WS-KOZA-SCAN FROM 1 BY 1
               UNTIL WS-KOZA-SCAN > WS-KOZA-CNT
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-SHOGO-CNT TO WS-EDIT-CNT
           STRING '照合済件数    :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO MR-LINE
           WRITE MISHOGO-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-MI-GINKO-CNT TO WS-EDIT-CNT
           STRING '銀行側未照合  :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO MR-LINE
           WRITE MISHOGO-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-MI-CHOBO-CNT TO WS-EDIT-CNT
           STRING '帳簿側未照合  :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO MR-LINE
           WRITE MISHOGO-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-KOZA-NASHI-CNT TO WS-EDIT-CNT
           STRING '口座未登録明細:' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO MR-LINE
           WRITE MISHOGO-RPT-REC
           IF WS-OVER-CNT > ZEROS
               MOVE SPACES TO WS-WORK-LINE
               MOVE WS-OVER-CNT TO WS-EDIT-CNT
               STRING '表溢れ件数    :' WS-EDIT-CNT
                   DELIMITED SIZE INTO WS-WORK-LINE
               MOVE WS-WORK-LINE TO MR-LINE
               WRITE MISHOGO-RPT-REC
           END-IF.

       4100-MISHOGO-KOZA.
           SET WS-KZ-IDX TO WS-KOZA-SCAN
           MOVE SPACES TO WS-WORK-LINE
           STRING '口座:' KZ-KEY (WS-KZ-IDX)
                  ' 科目:' KZ-KANJO-CD (WS-KZ-IDX)
                  ' ' KZ-KOZA-MEI (WS-KZ-IDX)
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO MR-LINE
           WRITE MISHOGO-RPT-REC
           PERFORM 4110-MISHOGO-GINKO
               VARYING WS-GT-SCAN FROM 1 BY 1
               UNTIL WS-GT-SCAN > WS-GT-CNT
           PERFORM 4120-MISHOGO-CHOBO
               VARYING WS-CT-SCAN FROM 1 BY 1
               UNTIL WS-CT-SCAN > WS-CT-CNT.

       4110-MISHOGO-GINKO.
           SET WS-GT-IDX TO WS-GT-SCAN
           IF NOT GT-SHOGO-ZUMI (WS-GT-IDX)
               AND GT-KANJO-CD (WS-GT-IDX) = KZ-KANJO-CD (WS-KZ-IDX)
               ADD 1 TO WS-MI-GINKO-CNT
               MOVE GT-KINGAKU (WS-GT-IDX) TO WS-EDIT-KINGAKU
               MOVE SPACES TO WS-WORK-LINE
               STRING '  銀行のみ ' GT-HIDUKE (WS-GT-IDX)
                      ' ' GT-DC-KBN (WS-GT-IDX)
                      ' ' WS-EDIT-KINGAKU
                      ' 照会:' GT-MOTO (WS-GT-IDX)
                      ' 参照:' GT-REF (WS-GT-IDX)
                   DELIMITED SIZE INTO WS-WORK-LINE
               MOVE WS-WORK-LINE TO MR-LINE
               WRITE MISHOGO-RPT-REC
               MOVE SPACES TO MISHOGO-OUT-REC
               MOVE 'B'                      TO MO-KBN
               MOVE GT-KANJO-CD (WS-GT-IDX)  TO MO-KANJO-CD
               MOVE GT-DC-KBN (WS-GT-IDX)    TO MO-DC-KBN
               MOVE GT-HIDUKE (WS-GT-IDX)    TO MO-HIDUKE
               MOVE GT-KINGAKU (WS-GT-IDX)   TO MO-KINGAKU
               MOVE GT-REF (WS-GT-IDX)       TO MO-REF
               MOVE GT-MOTO (WS-GT-IDX)      TO MO-MOTO
               MOVE GT-TOROKU-DT (WS-GT-IDX) TO MO-TOROKU-DT
               WRITE MISHOGO-OUT-REC
           END-IF.

       4120-MISHOGO-CHOBO.
           SET WS-CT-IDX TO WS-CT-SCAN
           IF NOT CT-SHOGO-ZUMI (WS-CT-IDX)
               AND CT-KANJO-CD (WS-CT-IDX) = KZ-KANJO-CD (WS-KZ-IDX)
               ADD 1 TO WS-MI-CHOBO-CNT
               MOVE CT-KINGAKU (WS-CT-IDX) TO WS-EDIT-KINGAKU
               MOVE SPACES TO WS-WORK-LINE
               STRING '  帳簿のみ ' CT-HIDUKE (WS-CT-IDX)
                      ' ' CT-DC-KBN (WS-CT-IDX)
                      ' ' WS-EDIT-KINGAKU
                      ' 発生:' CT-MOTO (WS-CT-IDX)
                      ' 参照:' CT-REF (WS-CT-IDX)
                   DELIMITED SIZE INTO WS-WORK-LINE
               MOVE WS-WORK-LINE TO MR-LINE
               WRITE MISHOGO-RPT-REC
               MOVE SPACES TO MISHOGO-OUT-REC
               MOVE 'G'                      TO MO-KBN
               MOVE CT-KANJO-CD (WS-CT-IDX)  TO MO-KANJO-CD
               MOVE CT-DC-KBN (WS-CT-IDX)    TO MO-DC-KBN
               MOVE CT-HIDUKE (WS-CT-IDX)    TO MO-HIDUKE
               MOVE CT-KINGAKU (WS-CT-IDX)   TO MO-KINGAKU
               MOVE CT-REF (WS-CT-IDX)       TO MO-REF
               MOVE CT-MOTO (WS-CT-IDX)      TO MO-MOTO
               MOVE CT-TOROKU-DT (WS-CT-IDX) TO MO-TOROKU-DT
               WRITE MISHOGO-OUT-REC
           END-IF.

      * 銀行勘定調整表: 銀行残高
      *   ＋未達入金（帳簿入金・銀行未入金）
      *   －未取付出金（帳簿出金・銀行未引落）
      *   －帳簿未計上の銀行入金 ＋帳簿未計上の銀行出金
      *   ＝調整後残高。これがGL残高マスタの当期末残と一致すること
       4500-CHOSEI-REPORT.
           MOVE '===== 銀行勘定調整表 =====' TO CH-LINE
           WRITE CHOSEI-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           STRING '基準日:' WS-GYOMU-DATE '  会計期間:' WS-KIKAN
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO CH-LINE
           WRITE CHOSEI-RPT-REC
           PERFORM 4600-CHOSEI-KOZA
               VARYING WS-KOZA-SCAN FROM 1 BY 1
               UNTIL WS-KOZA-SCAN > WS-KOZA-CNT
           EVALUATE TRUE
               WHEN WS-FUITCHI-CNT > ZEROS
                OR WS-OVER-CNT > ZEROS
                   MOVE '判定          :NG 調整後残高不一致'
                       TO CH-LINE
                   MOVE 8 TO WS-RETURN-CODE
               WHEN WS-MI-GINKO-CNT > ZEROS
                OR WS-KOZA-NASHI-CNT > ZEROS
                   MOVE '判定          :OK 帳簿未計上あり'
                       TO CH-LINE
                   MOVE 4 TO WS-RETURN-CODE
               WHEN OTHER
                   MOVE '判定          :OK' TO CH-LINE
                   MOVE ZEROS TO WS-RETURN-CODE
           END-EVALUATE
           WRITE CHOSEI-RPT-REC.

       4600-CHOSEI-KOZA.
           SET WS-KZ-IDX TO WS-KOZA-SCAN
           MOVE KZ-GINKO-ZAN (WS-KZ-IDX) TO WS-GINKO-ZAN
           MOVE ZEROS TO WS-MICHAKU-NYU WS-MITORI-SHUTSU
                         WS-MIKEIJO-NYU WS-MIKEIJO-SHUTSU
           PERFORM 4610-CHOSEI-GINKO
               VARYING WS-GT-SCAN FROM 1 BY 1
               UNTIL WS-GT-SCAN > WS-GT-CNT
           PERFORM 4620-CHOSEI-CHOBO
               VARYING WS-CT-SCAN FROM 1 BY 1
               UNTIL WS-CT-SCAN > WS-CT-CNT
           COMPUTE WS-CHOSEI-ZAN = WS-GINKO-ZAN
               + WS-MICHAKU-NYU - WS-MITORI-SHUTSU
               - WS-MIKEIJO-NYU + WS-MIKEIJO-SHUTSU
           PERFORM 4700-GL-ZAN-GET
           COMPUTE WS-SAGAKU = WS-CHOSEI-ZAN - WS-GL-ZAN
           MOVE SPACES TO WS-WORK-LINE
           STRING '--- 口座:' KZ-KEY (WS-KZ-IDX)
                  ' 科目:' KZ-KANJO-CD (WS-KZ-IDX)
                  ' ' KZ-KOZA-MEI (WS-KZ-IDX)
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO CH-LINE
           WRITE CHOSEI-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-GINKO-ZAN TO WS-EDIT-KINGAKU
           IF KZ-STMT-ARI (WS-KZ-IDX)
               STRING '銀行残高          :' WS-EDIT-KINGAKU
                      ' (明細日:' KZ-ZAN-DT (WS-KZ-IDX) ')'
                   DELIMITED SIZE INTO WS-WORK-LINE
           ELSE
               STRING '銀行残高          :' WS-EDIT-KINGAKU
                      ' (当回明細なし)'
                   DELIMITED SIZE INTO WS-WORK-LINE
           END-IF
           MOVE WS-WORK-LINE TO CH-LINE
           WRITE CHOSEI-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-MICHAKU-NYU TO WS-EDIT-KINGAKU
           STRING ' 加算 未達入金    :' WS-EDIT-KINGAKU
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO CH-LINE
           WRITE CHOSEI-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-MITORI-SHUTSU TO WS-EDIT-KINGAKU
           STRING ' 減算 未取付出金  :' WS-EDIT-KINGAKU
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO CH-LINE
           WRITE CHOSEI-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-MIKEIJO-NYU TO WS-EDIT-KINGAKU
           STRING ' 減算 未計上入金  :' WS-EDIT-KINGAKU
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO CH-LINE
           WRITE CHOSEI-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-MIKEIJO-SHUTSU TO WS-EDIT-KINGAKU
           STRING ' 加算 未計上出金  :' WS-EDIT-KINGAKU
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO CH-LINE
           WRITE CHOSEI-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-CHOSEI-ZAN TO WS-EDIT-KINGAKU
           STRING '調整後残高        :' WS-EDIT-KINGAKU
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO CH-LINE
           WRITE CHOSEI-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-GL-ZAN TO WS-EDIT-KINGAKU
           IF WS-GL-ARI
               STRING 'GL残高            :' WS-EDIT-KINGAKU
                   DELIMITED SIZE INTO WS-WORK-LINE
           ELSE
               STRING 'GL残高            :' WS-EDIT-KINGAKU
                      ' (GL残高マスタなし)'
                   DELIMITED SIZE INTO WS-WORK-LINE
           END-IF
           MOVE WS-WORK-LINE TO CH-LINE
           WRITE CHOSEI-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-SAGAKU TO WS-EDIT-KINGAKU
           IF WS-SAGAKU = ZEROS
               STRING '差額              :' WS-EDIT-KINGAKU
                      ' 一致'
                   DELIMITED SIZE INTO WS-WORK-LINE
           ELSE
               STRING '差額              :' WS-EDIT-KINGAKU
                      ' 不一致'
                   DELIMITED SIZE INTO WS-WORK-LINE
               ADD 1 TO WS-FUITCHI-CNT
           END-IF
           MOVE WS-WORK-LINE TO CH-LINE
           WRITE CHOSEI-RPT-REC.

       4610-CHOSEI-GINKO.
           SET WS-GT-IDX TO WS-GT-SCAN
           IF NOT GT-SHOGO-ZUMI (WS-GT-IDX)
               AND GT-KANJO-CD (WS-GT-IDX) = KZ-KANJO-CD (WS-KZ-IDX)
               IF GT-DC-KBN (WS-GT-IDX) = 'D'
                   ADD GT-KINGAKU (WS-GT-IDX) TO WS-MIKEIJO-NYU
               ELSE
                   ADD GT-KINGAKU (WS-GT-IDX) TO WS-MIKEIJO-SHUTSU
               END-IF
           END-IF.

       4620-CHOSEI-CHOBO.
           SET WS-CT-IDX TO WS-CT-SCAN
           IF NOT CT-SHOGO-ZUMI (WS-CT-IDX)
               AND CT-KANJO-CD (WS-CT-IDX) = KZ-KANJO-CD (WS-KZ-IDX)
               IF CT-DC-KBN (WS-CT-IDX) = 'D'
                   ADD CT-KINGAKU (WS-CT-IDX) TO WS-MICHAKU-NYU
               ELSE
                   ADD CT-KINGAKU (WS-CT-IDX) TO WS-MITORI-SHUTSU
               END-IF
           END-IF.

      * GL残高: 当期間の期末残。当期間の転記がなければ前期間の
      * 期末残を用いる
       4700-GL-ZAN-GET.
           MOVE ZEROS TO WS-GL-ZAN
           MOVE 'N'   TO WS-GL-FLAG
           MOVE KZ-KANJO-CD (WS-KZ-IDX) TO GB-KANJO-CD
           MOVE WS-KIKAN TO GB-KIKAN
           READ GLZAN-MASTER
               INVALID KEY
                   PERFORM 4710-GL-ZEN-KIKAN
               NOT INVALID KEY
                   COMPUTE WS-GL-ZAN =
                       GB-KISHU-ZAN + GB-KARIKATA - GB-KASHIKATA
                   MOVE 'Y' TO WS-GL-FLAG
           END-READ.

       4710-GL-ZEN-KIKAN.
           MOVE WS-KIKAN TO WS-ZW-YM
           IF WS-ZW-MM = 1
               SUBTRACT 1 FROM WS-ZW-YY
               MOVE 12 TO WS-ZW-MM
           ELSE
               SUBTRACT 1 FROM WS-ZW-MM
           END-IF
           MOVE WS-ZW-YM TO GB-KIKAN
           READ GLZAN-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   COMPUTE WS-GL-ZAN =
                       GB-KISHU-ZAN + GB-KARIKATA - GB-KASHIKATA
                   MOVE 'Y' TO WS-GL-FLAG
           END-READ.

       3000-CLOSE-FILES.
           CLOSE STMT-FILE
           CLOSE SHIWAKE-IN
           CLOSE YOKIN-KOZA-MASTER
           CLOSE GLZAN-MASTER
           CLOSE MISHOGO-IN
           CLOSE MISHOGO-OUT
           CLOSE MISHOGO-RPT
           CLOSE CHOSEI-RPT.
