      * 概要: 実地棚卸カウントファイルと在庫マスタを突合し、差異報告を
      *       出力する（SAMPLE04の棚卸突合モード）。差異がある場合は
      *       在庫マスタを実地数量へ自動補正し、補正内容を監査ログへ
      *       記録する。補正差異は平均単価で評価し、棚卸減耗（不足）・
      *       棚卸増（過剰）の仕訳を仕訳ファイルへ出力する。
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE04B.
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
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

       DATA DIVISION.
       FILE SECTION.
           05  ZM-LOT-NO         PIC X(10).
           05  ZM-HEIKIN-TANKA   PIC S9(05)V99 COMP-3.
           05  ZM-HIKIATE-SU     PIC S9(09) COMP-3.
           05  ZM-ABC-KBN        PIC X(01).
      * 品質保留: 検査保留数と不合格数（いずれも現在庫の内数）
           05  ZM-HORYU-SU       PIC S9(05) COMP-3.
           05  ZM-FURYO-SU       PIC S9(05) COMP-3.
           05  FILLER            PIC X(01).

       FD  VARIANCE-RPT
           RECORD CONTAINS 100 CHARACTERS
           05  AU-HIDUKE         PIC 9(08).
           05  FILLER            PIC X(23).

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

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-COUNT-STATUS   PIC X(02).
           05  WS-WORK-LINE      PIC X(100).
           05  WS-EDIT-CT-JITSU  PIC -ZZZ,ZZZ,ZZ9.

       01  WS-GYOMU-DATE-AREA.
           05  WS-GYOMUDT-STATUS PIC X(02).
           05  WS-GYOMUDT-EOF    PIC X(01).
           05  WS-GYOMU-DATE     PIC 9(08) VALUE ZEROS.
           05  WS-GYOMU-TIME     PIC 9(06) VALUE ZEROS.

      * 仕訳出力の作業域（勘定科目は科目対応マスタから引く）
      * 相手キーは品番＋倉庫＋棚卸日(YYMMDD)
       01  WS-SHIWAKE-AREA.
           05  WS-KANJO-STATUS   PIC X(02).
           05  WS-SHIWAKE-STATUS PIC X(02).
           05  WS-SW-EVENT       PIC X(04).
           05  WS-SW-KINGAKU     PIC 9(13).
           05  WS-SW-AITE.
               10  WS-SW-AITE-HINBAN PIC X(10).
               10  WS-SW-AITE-SOKO   PIC X(04).
               10  WS-SW-AITE-HIDUKE PIC X(06).
           05  WS-KANJO-NG-CNT   PIC 9(07) VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-GYOMU-DATE-SET
           PERFORM 0300-SHIWAKE-OPEN
           PERFORM 1000-OPEN-FILES
           PERFORM 2000-MAIN-LOOP
               UNTIL WS-EOF-FLAG = 'Y'
           PERFORM 3000-CLOSE-FILES
           PERFORM 0990-SHIWAKE-CLOSE
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

      * 仕訳記帳: 科目対応マスタの借方・貸方で貸借一対を書き出す
      * 不足=棚卸減耗損／在庫 過剰=在庫／棚卸減耗損（戻し）
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
           MOVE 'SAMPLE4B' TO SW-SOURCE-ID
           MOVE WS-GYOMU-DATE  TO SW-GYOMU-DT
           MOVE WS-SW-EVENT    TO SW-EVENT-CD
           MOVE 'D'            TO SW-DC-KBN
           MOVE KJ-KARIKATA-CD TO SW-KANJO-CD
           MOVE WS-SW-KINGAKU  TO SW-KINGAKU
           MOVE WS-SW-AITE     TO SW-AITE-KEY
           WRITE SHIWAKE-REC
           MOVE SPACES TO SHIWAKE-REC
           MOVE 'SAMPLE4B' TO SW-SOURCE-ID
           MOVE WS-GYOMU-DATE   TO SW-GYOMU-DT
           MOVE WS-SW-EVENT     TO SW-EVENT-CD
           MOVE 'C'             TO SW-DC-KBN
           MOVE KJ-KASHIKATA-CD TO SW-KANJO-CD
           MOVE WS-SW-KINGAKU   TO SW-KINGAKU
           MOVE WS-SW-AITE      TO SW-AITE-KEY
           WRITE SHIWAKE-REC.

       0300-SHIWAKE-OPEN.
           OPEN INPUT  KANJO-MASTER
           OPEN EXTEND SHIWAKE-FILE.

       0990-SHIWAKE-CLOSE.
           CLOSE KANJO-MASTER
           CLOSE SHIWAKE-FILE.

       1000-OPEN-FILES.
           OPEN INPUT  COUNT-FILE
           OPEN I-O    ZAIKO-MASTER
           MOVE ZM-ZAIKO-SU    TO AU-ZAIKO-ATO
           MOVE WS-SA-SU       TO AU-SA
           MOVE CT-HIDUKE      TO AU-HIDUKE
           WRITE AUDIT-REC
           PERFORM 2310-GENMO-SHIWAKE.

      * 棚卸差異仕訳: 差異数量×平均単価（金額0は出力しない）
       2310-GENMO-SHIWAKE.
           IF WS-SA-SU < ZEROS
               MOVE 'ZGEN' TO WS-SW-EVENT
               COMPUTE WS-SW-KINGAKU ROUNDED =
                   (ZERO - WS-SA-SU) * ZM-HEIKIN-TANKA
           ELSE
               MOVE 'ZZOU' TO WS-SW-EVENT
               COMPUTE WS-SW-KINGAKU ROUNDED =
                   WS-SA-SU * ZM-HEIKIN-TANKA
           END-IF
           MOVE ZM-HINBAN      TO WS-SW-AITE-HINBAN
           MOVE ZM-SOKO-CD     TO WS-SW-AITE-SOKO
           MOVE CT-HIDUKE(3:6) TO WS-SW-AITE-HIDUKE
           IF WS-SW-KINGAKU > ZEROS
               PERFORM 9800-SHIWAKE-KIROKU
           END-IF.

       3000-CLOSE-FILES.
           CLOSE COUNT-FILE
