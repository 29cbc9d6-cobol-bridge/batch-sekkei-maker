      *=================================================================
      * SAMPLE13C: 受注残・バックオーダー報告バッチ
      * 概要: 受注マスタを得意先順（副キー）に読み、未出荷・一部出荷の
      *       受注明細ごとに受注残数・引当済数・バックオーダー数
      *       （受注残のうち未引当の数量）を報告する。納期を過ぎた
      *       明細には遅延を、在庫の引当可能数でバックオーダーを
      *       賄える明細には引当可を表示する。得意先小計と総合計を
      *       出力する（SAMPLE13/13Bの受注管理の状況確認）。
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE13C.
       AUTHOR. BATCH-SYSTEM.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT HIKIATE-MASTER ASSIGN TO HIKIATEMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HK-KEY
               FILE STATUS IS WS-HIKIATE-STATUS.
           SELECT ZAIKO-MASTER ASSIGN TO ZAIKOMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ZM-KEY
               FILE STATUS IS WS-ZAIKO-STATUS.
           SELECT TOKUISAKI-FILE ASSIGN TO TOKUISMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TK-CODE
               FILE STATUS IS WS-TOKUISAKI-STATUS.
           SELECT BACKORDER-RPT ASSIGN TO JUCHUZAN
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

       FD  TOKUISAKI-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  TOKUISAKI-REC.
           05  TK-CODE           PIC X(10).
           05  TK-NAME           PIC X(40).
           05  TK-AREA           PIC X(10).
           05  FILLER            PIC X(20).

       FD  BACKORDER-RPT
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  BACKORDER-REC.
           05  BO-LINE           PIC X(100).

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
           05  WS-JUCHU-STATUS   PIC X(02).
           05  WS-MEISAI-STATUS  PIC X(02).
           05  WS-HIKIATE-STATUS PIC X(02).
           05  WS-ZAIKO-STATUS   PIC X(02).
           05  WS-TOKUISAKI-STATUS PIC X(02).
           05  WS-RPT-STATUS     PIC X(02).
           05  WS-EOF-FLAG       PIC X(01) VALUE 'N'.
           05  WS-GYO-EOF        PIC X(01) VALUE 'N'.

       01  WS-HONJITSU           PIC 9(08) VALUE ZEROS.
       01  WS-PREV-TOKUI-CD      PIC X(10) VALUE SPACES.

       01  WS-GYO-WORK.
           05  WS-ZAN-SU         PIC S9(07) COMP-3.
           05  WS-HIKIATE-SU     PIC S9(09) COMP-3.
           05  WS-BO-SU          PIC S9(07) COMP-3.
           05  WS-ATP-SU         PIC S9(09) COMP-3.
           05  WS-ZAN-GAKU       PIC S9(11) COMP-3.
           05  WS-BO-GAKU        PIC S9(11) COMP-3.
           05  WS-CHIEN-MARK     PIC X(06).
           05  WS-KANOU-MARK     PIC X(09).

       01  WS-TOKUI-KEI.
           05  WS-TK-ZAN-GAKU    PIC S9(13) COMP-3 VALUE ZEROS.
           05  WS-TK-BO-GAKU     PIC S9(13) COMP-3 VALUE ZEROS.
           05  WS-TK-GYO-CNT     PIC 9(07) VALUE ZEROS.

       01  WS-COUNTERS.
           05  WS-JUCHU-CNT      PIC 9(07) VALUE ZEROS.
           05  WS-ZAN-GYO-CNT    PIC 9(07) VALUE ZEROS.
           05  WS-BO-GYO-CNT     PIC 9(07) VALUE ZEROS.
           05  WS-CHIEN-GYO-CNT  PIC 9(07) VALUE ZEROS.
       01  WS-TOTALS.
           05  WS-ZAN-GAKU-KEI   PIC S9(13) COMP-3 VALUE ZEROS.
           05  WS-BO-GAKU-KEI    PIC S9(13) COMP-3 VALUE ZEROS.

       01  WS-EDIT-AREA.
           05  WS-EDIT-ZAN       PIC ZZZZZZ9.
           05  WS-EDIT-HIKIATE   PIC ZZZZZZ9.
           05  WS-EDIT-BO        PIC ZZZZZZ9.
           05  WS-EDIT-GYO       PIC ZZ9.
           05  WS-EDIT-CNT       PIC ZZZ,ZZ9.
           05  WS-EDIT-GAKU      PIC -ZZZ,ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-GAKU2     PIC -ZZZ,ZZZ,ZZZ,ZZ9.
           05  WS-WORK-LINE      PIC X(100).

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
           IF WS-PREV-TOKUI-CD NOT = SPACES
               PERFORM 2900-TOKUI-SHOKEI
           END-IF
           PERFORM 7000-GOUKEI-REPORT
           PERFORM 3000-CLOSE-FILES
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
           MOVE 'SAMPL13C' TO RL-PROGRAM-ID
           MOVE 'S'        TO RL-KBN
           MOVE WS-GYOMU-DATE TO RL-GYOMU-DT
           MOVE FUNCTION CURRENT-DATE(9:6) TO RL-JIKOKU
           MOVE ZEROS      TO RL-KENSU RL-RETURN-CD
           WRITE RUNLOG-REC
           CLOSE RUNLOG-FILE.

       0900-RUNLOG-END.
           OPEN EXTEND RUNLOG-FILE
           MOVE 'SAMPL13C' TO RL-PROGRAM-ID
           MOVE 'E'        TO RL-KBN
           MOVE WS-GYOMU-DATE TO RL-GYOMU-DT
           MOVE FUNCTION CURRENT-DATE(9:6) TO RL-JIKOKU
           MOVE WS-ZAN-GYO-CNT TO RL-KENSU
           MOVE RETURN-CODE  TO RL-RETURN-CD
           WRITE RUNLOG-REC
           CLOSE RUNLOG-FILE.

       1000-OPEN-FILES.
           OPEN INPUT  JUCHU-MASTER
           OPEN INPUT  JUCHU-MEISAI
           OPEN INPUT  HIKIATE-MASTER
           OPEN INPUT  ZAIKO-MASTER
           OPEN INPUT  TOKUISAKI-FILE
           OPEN OUTPUT BACKORDER-RPT
           MOVE WS-GYOMU-DATE TO WS-HONJITSU
           MOVE SPACES TO WS-WORK-LINE
           STRING '===== 受注残・バックオーダー報告 ====='
                  ' 基準日:' WS-HONJITSU
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO BO-LINE
           WRITE BACKORDER-REC
           MOVE LOW-VALUES TO JH-TOKUI-CD
           START JUCHU-MASTER KEY IS NOT LESS THAN JH-TOKUI-CD
               INVALID KEY MOVE 'Y' TO WS-EOF-FLAG
           END-START.

      * 受注ヘッダを得意先順に読み、未完了の受注だけ明細を展開する
       2000-MAIN-LOOP.
           READ JUCHU-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   IF JH-MISHUKKA OR JH-ICHIBU
                       PERFORM 2100-JUCHU-SHORI
                   END-IF
           END-READ.

       2100-JUCHU-SHORI.
           IF JH-TOKUI-CD NOT = WS-PREV-TOKUI-CD
               IF WS-PREV-TOKUI-CD NOT = SPACES
                   PERFORM 2900-TOKUI-SHOKEI
               END-IF
               PERFORM 2150-TOKUI-MIDASHI
           END-IF
           ADD 1 TO WS-JUCHU-CNT
           MOVE 'N' TO WS-GYO-EOF
           MOVE JH-JUCHU-NO TO JD-JUCHU-NO
           MOVE ZEROS       TO JD-GYO-NO
           START JUCHU-MEISAI KEY IS NOT LESS THAN JD-KEY
               INVALID KEY MOVE 'Y' TO WS-GYO-EOF
           END-START
           PERFORM 2200-MEISAI-SHORI
               UNTIL WS-GYO-EOF = 'Y'.

       2150-TOKUI-MIDASHI.
           MOVE JH-TOKUI-CD TO WS-PREV-TOKUI-CD
           MOVE ZEROS TO WS-TK-ZAN-GAKU WS-TK-BO-GAKU WS-TK-GYO-CNT
           MOVE JH-TOKUI-CD TO TK-CODE
           READ TOKUISAKI-FILE
               INVALID KEY
                   MOVE '（得意先マスタ未登録）' TO TK-NAME
           END-READ
           MOVE SPACES TO BO-LINE
           WRITE BACKORDER-REC
           MOVE SPACES TO WS-WORK-LINE
           STRING '得意先:' JH-TOKUI-CD ' ' TK-NAME
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO BO-LINE
           WRITE BACKORDER-REC.

       2200-MEISAI-SHORI.
           READ JUCHU-MEISAI NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-GYO-EOF
               NOT AT END
                   IF JD-JUCHU-NO NOT = JH-JUCHU-NO
                       MOVE 'Y' TO WS-GYO-EOF
                   ELSE
                       IF JD-MISHUKKA OR JD-ICHIBU
                           PERFORM 2300-ZAN-KEISAN
                           PERFORM 2400-WRITE-MEISAI
                       END-IF
                   END-IF
           END-READ.

      * 受注残 = 受注数 - 出荷済数、バックオーダー = 受注残 - 引当済数
       2300-ZAN-KEISAN.
           COMPUTE WS-ZAN-SU = JD-JUCHU-SU - JD-SHUKKA-SU
           MOVE JD-JUCHU-NO TO HK-JUCHU-NO
           MOVE JD-HINBAN   TO HK-HINBAN
           MOVE JD-SOKO-CD  TO HK-SOKO-CD
           READ HIKIATE-MASTER
               INVALID KEY
                   MOVE ZEROS TO WS-HIKIATE-SU
               NOT INVALID KEY
                   MOVE HK-HIKIATE-SU TO WS-HIKIATE-SU
           END-READ
           IF WS-HIKIATE-SU > WS-ZAN-SU
               MOVE WS-ZAN-SU TO WS-HIKIATE-SU
           END-IF
           COMPUTE WS-BO-SU = WS-ZAN-SU - WS-HIKIATE-SU
           COMPUTE WS-ZAN-GAKU ROUNDED = WS-ZAN-SU * JD-TANKA
           COMPUTE WS-BO-GAKU  ROUNDED = WS-BO-SU  * JD-TANKA
           MOVE SPACES TO WS-CHIEN-MARK WS-KANOU-MARK
           IF JH-NOUKI-DT < WS-HONJITSU
               MOVE '遅延' TO WS-CHIEN-MARK
               ADD 1 TO WS-CHIEN-GYO-CNT
           END-IF
           IF WS-BO-SU > ZEROS
               ADD 1 TO WS-BO-GYO-CNT
               PERFORM 2310-ATP-CHECK
           END-IF
           ADD 1 TO WS-ZAN-GYO-CNT
           ADD 1 TO WS-TK-GYO-CNT
           ADD WS-ZAN-GAKU TO WS-TK-ZAN-GAKU WS-ZAN-GAKU-KEI
           ADD WS-BO-GAKU  TO WS-TK-BO-GAKU  WS-BO-GAKU-KEI.

      * 引当可能数（在庫数 - 引当数 - 品質保留）でバックオーダーを
      * 賄えるか
       2310-ATP-CHECK.
           MOVE JD-HINBAN  TO ZM-HINBAN
           MOVE JD-SOKO-CD TO ZM-SOKO-CD
           READ ZAIKO-MASTER
               INVALID KEY
                   MOVE ZEROS TO WS-ATP-SU
               NOT INVALID KEY
                   IF ZM-HORYU-SU NOT NUMERIC
                       MOVE ZEROS TO ZM-HORYU-SU
                   END-IF
                   IF ZM-FURYO-SU NOT NUMERIC
                       MOVE ZEROS TO ZM-FURYO-SU
                   END-IF
                   COMPUTE WS-ATP-SU = ZM-ZAIKO-SU - ZM-HIKIATE-SU
                       - ZM-HORYU-SU - ZM-FURYO-SU
           END-READ
           IF WS-ATP-SU >= WS-BO-SU
               MOVE '引当可' TO WS-KANOU-MARK
           END-IF.

       2400-WRITE-MEISAI.
           MOVE SPACES TO WS-WORK-LINE
           MOVE JD-GYO-NO     TO WS-EDIT-GYO
           MOVE WS-ZAN-SU     TO WS-EDIT-ZAN
           MOVE WS-HIKIATE-SU TO WS-EDIT-HIKIATE
           MOVE WS-BO-SU      TO WS-EDIT-BO
           STRING JD-JUCHU-NO '-' WS-EDIT-GYO
                  ' ' JD-HINBAN ' ' JD-SOKO-CD
                  ' 残' WS-EDIT-ZAN
                  ' 引当' WS-EDIT-HIKIATE
                  ' BO' WS-EDIT-BO
                  ' 納期' JH-NOUKI-DT
                  ' ' WS-CHIEN-MARK
                  ' ' WS-KANOU-MARK
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO BO-LINE
           WRITE BACKORDER-REC.

       2900-TOKUI-SHOKEI.
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-TK-GYO-CNT  TO WS-EDIT-CNT
           MOVE WS-TK-ZAN-GAKU TO WS-EDIT-GAKU
           MOVE WS-TK-BO-GAKU  TO WS-EDIT-GAKU2
           STRING '  小計 行数:' WS-EDIT-CNT
                  ' 受注残額:' WS-EDIT-GAKU
                  ' BO額:' WS-EDIT-GAKU2
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO BO-LINE
           WRITE BACKORDER-REC.

       7000-GOUKEI-REPORT.
           MOVE SPACES TO BO-LINE
           WRITE BACKORDER-REC
           MOVE '===== 合計 =====' TO BO-LINE
           WRITE BACKORDER-REC
           MOVE WS-JUCHU-CNT TO WS-EDIT-CNT
           MOVE SPACES TO WS-WORK-LINE
           STRING '未完了受注件数:' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO BO-LINE
           WRITE BACKORDER-REC
           MOVE WS-ZAN-GYO-CNT TO WS-EDIT-CNT
           MOVE SPACES TO WS-WORK-LINE
           STRING '受注残明細件数:' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO BO-LINE
           WRITE BACKORDER-REC
           MOVE WS-BO-GYO-CNT TO WS-EDIT-CNT
           MOVE SPACES TO WS-WORK-LINE
           STRING 'BO明細件数    :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO BO-LINE
           WRITE BACKORDER-REC
           MOVE WS-CHIEN-GYO-CNT TO WS-EDIT-CNT
           MOVE SPACES TO WS-WORK-LINE
           STRING '納期遅延件数  :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO BO-LINE
           WRITE BACKORDER-REC
           MOVE WS-ZAN-GAKU-KEI TO WS-EDIT-GAKU
           MOVE SPACES TO WS-WORK-LINE
           STRING '受注残金額    :' WS-EDIT-GAKU
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO BO-LINE
           WRITE BACKORDER-REC
           MOVE WS-BO-GAKU-KEI TO WS-EDIT-GAKU
           MOVE SPACES TO WS-WORK-LINE
           STRING 'BO金額        :' WS-EDIT-GAKU
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO BO-LINE
           WRITE BACKORDER-REC.

       3000-CLOSE-FILES.
           CLOSE JUCHU-MASTER
           CLOSE JUCHU-MEISAI
           CLOSE HIKIATE-MASTER
           CLOSE ZAIKO-MASTER
           CLOSE TOKUISAKI-FILE
           CLOSE BACKORDER-RPT.
