      *=================================================================
      * SAMPLE13B: 出荷確定バッチ
      * 概要: 出荷確定ファイル（受注番号・行番号・出荷数）を受注明細
      *       マスタと照合し、確定分について引当マスタの引当を解除し、
      *       受注明細の出荷済数と受注の状態を更新する。確定した出荷
      *       1件から、出荷実績ジャーナル・SAMPLE04の出庫トランザク
      *       ション・SAMPLE01の売上レコードを同時に出力するため、
      *       在庫の出庫と売上計上が食い違わない。
      *       在庫マスタの引当数（ZM-HIKIATE-SU）はSAMPLE04の出庫処理
      *       で消し込まれるため、ここでは引当マスタのみを減らす。
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE13B.
       AUTHOR. BATCH-SYSTEM.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SHUKKA-FILE ASSIGN TO SHUKKAIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SHUKKA-STATUS.
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
           SELECT SHUKKA-JNL ASSIGN TO SHUKKAJNL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-JNL-STATUS.
           SELECT TRANS-OUT ASSIGN TO SYUKKOOUT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
           SELECT URIAGE-OUT ASSIGN TO URIAGEOUT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-URIAGE-STATUS.
           SELECT SAIBAN-FILE ASSIGN TO SHUKKANOCTL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SAIBAN-STATUS.
           SELECT SHUKKA-LIST ASSIGN TO SHUKKALIST
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LIST-STATUS.
           SELECT ERROR-FILE ASSIGN TO SHUKKAERR
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
       FD  SHUKKA-FILE
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  SHUKKA-REC.
           05  SY-JUCHU-NO       PIC X(10).
           05  SY-GYO-NO         PIC 9(03).
           05  SY-SHUKKA-SU      PIC 9(07).
           05  SY-SHUKKA-DT      PIC 9(08).
           05  FILLER            PIC X(12).

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

      * 出荷実績ジャーナル: 受注・出庫・売上をつなぐ出荷番号単位の記録
       FD  SHUKKA-JNL
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  SHUKKA-JNL-REC.
           05  SJ-SHUKKA-NO      PIC X(10).
           05  SJ-JUCHU-NO       PIC X(10).
           05  SJ-GYO-NO         PIC 9(03).
           05  SJ-TOKUI-CD       PIC X(10).
           05  SJ-HINBAN         PIC X(10).
           05  SJ-SOKO-CD        PIC X(04).
           05  SJ-SHUKKA-SU      PIC 9(07).
           05  SJ-KINGAKU        PIC S9(11) COMP-3.
           05  SJ-SHUKKA-DT      PIC 9(08).
           05  SJ-ZEI-KBN        PIC X(02).
           05  FILLER            PIC X(10).

      * SAMPLE04の入出庫トランザクション形式（TRANSIN2/TRANSIN3へ投入）
       FD  TRANS-OUT
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  TRANS-REC.
           05  TR-HINBAN         PIC X(10).
           05  TR-SOKO-CD        PIC X(04).
           05  TR-NYUSYUKKO-KBN  PIC X(01).
               88  TR-NYUKO      VALUE '1'.
               88  TR-SYUKKO     VALUE '2'.
               88  TR-IDO        VALUE '3'.
               88  TR-KUMITATE   VALUE '4'.
           05  TR-SURYO          PIC 9(07).
           05  TR-HIDUKE         PIC 9(08).
           05  TR-TANKA          PIC S9(05)V99 COMP-3.
           05  TR-TO-SOKO-CD     PIC X(04).
           05  TR-LOT-NO         PIC X(10).
           05  TR-YUKO-KIGEN     PIC 9(08).
           05  TR-HACHU-NO       PIC X(10).
           05  FILLER            PIC X(14).

      * SAMPLE01の売上ファイル形式（得意先順に出力する）
       FD  URIAGE-OUT
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  URIAGE-REC.
           05  UR-CODE           PIC X(10).
           05  UR-TOKUISAKI      PIC X(10).
           05  UR-KINGAKU        PIC 9(08).
           05  UR-DATE           PIC 9(08).
           05  UR-ZEI-KBN        PIC X(02).
           05  UR-TORIHIKI-KBN   PIC X(01).
               88  UR-URIAGE     VALUE '0' ' '.
               88  UR-HENPIN     VALUE '1'.
           05  UR-TSUKA-CD       PIC X(03).
           05  UR-GAIKA-KINGAKU  PIC 9(08)V99.
           05  FILLER            PIC X(48).

       FD  SAIBAN-FILE
           RECORD CONTAINS 20 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  SAIBAN-REC.
           05  SB-LAST-NO        PIC 9(08).
           05  FILLER            PIC X(12).

       FD  SHUKKA-LIST
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  SHUKKA-LIST-REC.
           05  SL-LINE           PIC X(100).

      * リジェクト: 入力イメージをそのまま残し、訂正後に再投入する
       FD  ERROR-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  ERROR-REC.
           05  ER-IMAGE          PIC X(40).
           05  ER-REASON         PIC X(30).
           05  FILLER            PIC X(10).

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
           05  WS-SHUKKA-STATUS  PIC X(02).
           05  WS-JUCHU-STATUS   PIC X(02).
           05  WS-MEISAI-STATUS  PIC X(02).
           05  WS-HIKIATE-STATUS PIC X(02).
           05  WS-JNL-STATUS     PIC X(02).
           05  WS-TRANS-STATUS   PIC X(02).
           05  WS-URIAGE-STATUS  PIC X(02).
           05  WS-SAIBAN-STATUS  PIC X(02).
           05  WS-LIST-STATUS    PIC X(02).
           05  WS-ERROR-STATUS   PIC X(02).
           05  WS-EOF-FLAG       PIC X(01) VALUE 'N'.
           05  WS-SAIBAN-EOF     PIC X(01) VALUE 'N'.
           05  WS-GYO-EOF        PIC X(01) VALUE 'N'.

       01  WS-HONJITSU           PIC 9(08) VALUE ZEROS.
       01  WS-SAIBAN-NO          PIC 9(08) VALUE ZEROS.
       01  WS-SHUKKA-NO.
           05  WS-SHUKKA-PREFIX  PIC X(02) VALUE 'SY'.
           05  WS-SHUKKA-SEQ     PIC 9(08).

       01  WS-KAKUTEI-WORK.
           05  WS-KAKUTEI-FLAG   PIC X(01).
               88  WS-KAKUTEI-OK VALUE 'Y'.
           05  WS-ERR-REASON     PIC X(30).
           05  WS-SHUKKA-DT      PIC 9(08).
           05  WS-ZAN-SU         PIC S9(07) COMP-3.
           05  WS-KINGAKU        PIC S9(11) COMP-3.
           05  WS-KT-HINBAN      PIC X(10).
           05  WS-KT-SOKO-CD     PIC X(04).
           05  WS-KT-ZEI-KBN     PIC X(02).

      * 確定出荷表: 売上を得意先順に出すため得意先+出荷番号順に挿入
       01  WS-URIAGE-TABLE.
           05  WS-UT-ENTRY OCCURS 300 TIMES INDEXED BY WS-UT-IDX.
               10  UT-TOKUI-CD   PIC X(10).
               10  UT-SHUKKA-NO  PIC X(10).
               10  UT-KINGAKU    PIC S9(11) COMP-3.
               10  UT-SHUKKA-DT  PIC 9(08).
               10  UT-ZEI-KBN    PIC X(02).
       01  WS-UT-CNT             PIC 9(03) VALUE ZEROS.
       01  WS-UT-MAX             PIC 9(03) VALUE 300.
       01  WS-UT-SAVE            PIC X(36).

      * 出庫集計表: SAMPLE04の順序・重複チェックに掛からないよう
      * 品番+出荷日+倉庫で1件に集約し、その順に保持する
       01  WS-SYUKKO-TABLE.
           05  WS-SS-ENTRY OCCURS 300 TIMES INDEXED BY WS-SS-IDX.
               10  SS-HINBAN     PIC X(10).
               10  SS-HIDUKE     PIC 9(08).
               10  SS-SOKO-CD    PIC X(04).
               10  SS-SURYO      PIC 9(07).
       01  WS-SS-CNT             PIC 9(03) VALUE ZEROS.
       01  WS-SS-SAVE            PIC X(29).
       01  WS-SS-KEY.
           05  WS-SS-KEY-HINBAN  PIC X(10).
           05  WS-SS-KEY-HIDUKE  PIC 9(08).
           05  WS-SS-KEY-SOKO    PIC X(04).
       01  WS-SS-ENT-KEY         PIC X(22).
       01  WS-SS-HIT             PIC X(01).

       01  WS-INS-POS            PIC 9(03).
       01  WS-SCAN               PIC 9(03).
       01  WS-SHIFT              PIC 9(03).
       01  WS-UT-KEY             PIC X(20).
       01  WS-UT-ENT-KEY         PIC X(20).

       01  WS-COUNTERS.
           05  WS-INPUT-CNT      PIC 9(07) VALUE ZEROS.
           05  WS-KAKUTEI-CNT    PIC 9(07) VALUE ZEROS.
           05  WS-ERR-CNT        PIC 9(07) VALUE ZEROS.
           05  WS-JNL-CNT        PIC 9(07) VALUE ZEROS.
           05  WS-URIAGE-CNT     PIC 9(07) VALUE ZEROS.
           05  WS-TRANS-CNT      PIC 9(07) VALUE ZEROS.

      * 突合用の管理合計（確定=売上=出庫であること）
       01  WS-TOTALS.
           05  WS-KAKUTEI-SURYO  PIC S9(11) COMP-3 VALUE ZEROS.
           05  WS-KAKUTEI-GAKU   PIC S9(13) COMP-3 VALUE ZEROS.
           05  WS-URIAGE-GAKU    PIC S9(13) COMP-3 VALUE ZEROS.
           05  WS-TRANS-SURYO    PIC S9(11) COMP-3 VALUE ZEROS.

       01  WS-EDIT-AREA.
           05  WS-EDIT-SURYO     PIC ZZZ,ZZ9.
           05  WS-EDIT-ZAN       PIC -ZZZ,ZZ9.
           05  WS-EDIT-CNT       PIC ZZZ,ZZ9.
           05  WS-EDIT-KEI       PIC -ZZZ,ZZZ,ZZ9.
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
           PERFORM 5000-WRITE-URIAGE
           PERFORM 5500-WRITE-SYUKKO
           PERFORM 7000-CONTROL-REPORT
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
           MOVE 'SAMPL13B' TO RL-PROGRAM-ID
           MOVE 'S'        TO RL-KBN
           MOVE WS-GYOMU-DATE TO RL-GYOMU-DT
           MOVE FUNCTION CURRENT-DATE(9:6) TO RL-JIKOKU
           MOVE ZEROS      TO RL-KENSU RL-RETURN-CD
           WRITE RUNLOG-REC
           CLOSE RUNLOG-FILE.

       0900-RUNLOG-END.
           OPEN EXTEND RUNLOG-FILE
           MOVE 'SAMPL13B' TO RL-PROGRAM-ID
           MOVE 'E'        TO RL-KBN
           MOVE WS-GYOMU-DATE TO RL-GYOMU-DT
           MOVE FUNCTION CURRENT-DATE(9:6) TO RL-JIKOKU
           MOVE WS-INPUT-CNT TO RL-KENSU
           MOVE RETURN-CODE  TO RL-RETURN-CD
           WRITE RUNLOG-REC
           CLOSE RUNLOG-FILE.

       1000-OPEN-FILES.
           PERFORM 1200-READ-SAIBAN
           OPEN INPUT  SHUKKA-FILE
           OPEN I-O    JUCHU-MASTER
           OPEN I-O    JUCHU-MEISAI
           OPEN I-O    HIKIATE-MASTER
           OPEN EXTEND SHUKKA-JNL
           OPEN OUTPUT TRANS-OUT
           OPEN OUTPUT URIAGE-OUT
           OPEN OUTPUT SHUKKA-LIST
           OPEN OUTPUT ERROR-FILE
           MOVE WS-GYOMU-DATE TO WS-HONJITSU
           MOVE '===== 出荷確定リスト =====' TO SL-LINE
           WRITE SHUKKA-LIST-REC
           PERFORM 1100-READ-SHUKKA.

       1100-READ-SHUKKA.
           READ SHUKKA-FILE
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
           MOVE 'Y' TO WS-KAKUTEI-FLAG
           PERFORM 2100-KAKUTEI-CHECK
           IF WS-KAKUTEI-OK
               PERFORM 2200-KAKUTEI-SHORI
           ELSE
               PERFORM 9200-WRITE-ERROR
           END-IF
           PERFORM 1100-READ-SHUKKA.

      * 確定検証: 受注残以内かつ当該受注の引当済数以内であること
       2100-KAKUTEI-CHECK.
           MOVE SY-SHUKKA-DT TO WS-SHUKKA-DT
           IF WS-SHUKKA-DT = ZEROS
               MOVE WS-HONJITSU TO WS-SHUKKA-DT
           END-IF
           MOVE SY-JUCHU-NO TO JD-JUCHU-NO
           MOVE SY-GYO-NO   TO JD-GYO-NO
           READ JUCHU-MEISAI
               INVALID KEY
                   MOVE 'N' TO WS-KAKUTEI-FLAG
                   MOVE '受注明細該当なし' TO WS-ERR-REASON
           END-READ
           IF WS-KAKUTEI-OK
               MOVE SY-JUCHU-NO TO JH-JUCHU-NO
               READ JUCHU-MASTER
                   INVALID KEY
                       MOVE 'N' TO WS-KAKUTEI-FLAG
                       MOVE '受注ヘッダ該当なし'
                           TO WS-ERR-REASON
               END-READ
           END-IF
           IF WS-KAKUTEI-OK
               PERFORM 2110-SURYO-CHECK
           END-IF
           IF WS-KAKUTEI-OK
               PERFORM 2120-HIKIATE-CHECK
           END-IF
           IF WS-KAKUTEI-OK
               IF WS-UT-CNT >= WS-UT-MAX OR WS-SS-CNT >= WS-UT-MAX
                   MOVE 'N' TO WS-KAKUTEI-FLAG
                   MOVE '処理枠超過（翌回再投入）'
                       TO WS-ERR-REASON
               END-IF
           END-IF.

       2110-SURYO-CHECK.
           MOVE JD-HINBAN  TO WS-KT-HINBAN
           MOVE JD-SOKO-CD TO WS-KT-SOKO-CD
           MOVE JD-ZEI-KBN TO WS-KT-ZEI-KBN
           COMPUTE WS-ZAN-SU = JD-JUCHU-SU - JD-SHUKKA-SU
           COMPUTE WS-KINGAKU ROUNDED = SY-SHUKKA-SU * JD-TANKA
           EVALUATE TRUE
               WHEN JD-KANRYO OR JD-TORIKESHI
                   MOVE 'N' TO WS-KAKUTEI-FLAG
                   MOVE '出荷完了または取消済み'
                       TO WS-ERR-REASON
               WHEN SY-SHUKKA-SU = ZEROS
                   MOVE 'N' TO WS-KAKUTEI-FLAG
                   MOVE '出荷数ゼロ' TO WS-ERR-REASON
               WHEN SY-SHUKKA-SU > WS-ZAN-SU
                   MOVE 'N' TO WS-KAKUTEI-FLAG
                   MOVE '受注残超過' TO WS-ERR-REASON
               WHEN WS-SHUKKA-DT < JH-JUCHU-DT
                   MOVE 'N' TO WS-KAKUTEI-FLAG
                   MOVE '出荷日が受注日より前'
                       TO WS-ERR-REASON
               WHEN WS-KINGAKU > 99999999
                   MOVE 'N' TO WS-KAKUTEI-FLAG
                   MOVE '売上金額桁あふれ' TO WS-ERR-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2120-HIKIATE-CHECK.
           MOVE JD-JUCHU-NO TO HK-JUCHU-NO
           MOVE JD-HINBAN   TO HK-HINBAN
           MOVE JD-SOKO-CD  TO HK-SOKO-CD
           READ HIKIATE-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-KAKUTEI-FLAG
                   MOVE '引当なし' TO WS-ERR-REASON
               NOT INVALID KEY
                   IF HK-HIKIATE-SU < SY-SHUKKA-SU
                       MOVE 'N' TO WS-KAKUTEI-FLAG
                       MOVE '引当不足' TO WS-ERR-REASON
                   END-IF
           END-READ.

      * 確定処理: 引当解除・受注更新・ジャーナル出力・出力表への登録
       2200-KAKUTEI-SHORI.
           ADD 1 TO WS-SAIBAN-NO
           MOVE WS-SAIBAN-NO TO WS-SHUKKA-SEQ
           SUBTRACT SY-SHUKKA-SU FROM HK-HIKIATE-SU
           IF HK-HIKIATE-SU = ZEROS
               DELETE HIKIATE-MASTER
           ELSE
               REWRITE HIKIATE-REC
           END-IF
           ADD SY-SHUKKA-SU TO JD-SHUKKA-SU
           IF JD-SHUKKA-SU >= JD-JUCHU-SU
               SET JD-KANRYO TO TRUE
           ELSE
               SET JD-ICHIBU TO TRUE
           END-IF
           MOVE WS-SHUKKA-DT TO JD-SAISHU-SHUKKA-DT
           REWRITE JUCHU-MEISAI-REC
           PERFORM 2300-HEAD-STATUS-SAIHANTEI
           PERFORM 2400-WRITE-JNL
           PERFORM 2500-URIAGE-TOUROKU
           PERFORM 2600-SYUKKO-SHUKEI
           ADD 1 TO WS-KAKUTEI-CNT
           ADD SY-SHUKKA-SU TO WS-KAKUTEI-SURYO
           ADD WS-KINGAKU   TO WS-KAKUTEI-GAKU
           PERFORM 2700-KAKUTEI-LIST.

      * ヘッダ状態の再判定: 未出荷行が残れば一部出荷、なければ完了
       2300-HEAD-STATUS-SAIHANTEI.
           MOVE 'N' TO WS-GYO-EOF
           SET JH-KANRYO TO TRUE
           MOVE SY-JUCHU-NO TO JD-JUCHU-NO
           MOVE ZEROS       TO JD-GYO-NO
           START JUCHU-MEISAI KEY IS NOT LESS THAN JD-KEY
               INVALID KEY MOVE 'Y' TO WS-GYO-EOF
           END-START
           PERFORM 2310-HEAD-STATUS-ONE
               UNTIL WS-GYO-EOF = 'Y'
           MOVE WS-HONJITSU TO JH-KOSHIN-DT
           REWRITE JUCHU-REC.

       2310-HEAD-STATUS-ONE.
           READ JUCHU-MEISAI NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-GYO-EOF
               NOT AT END
                   IF JD-JUCHU-NO NOT = SY-JUCHU-NO
                       MOVE 'Y' TO WS-GYO-EOF
                   ELSE
                       IF JD-MISHUKKA OR JD-ICHIBU
                           SET JH-ICHIBU TO TRUE
                       END-IF
                   END-IF
           END-READ.

       2400-WRITE-JNL.
           MOVE SPACES        TO SHUKKA-JNL-REC
           MOVE WS-SHUKKA-NO  TO SJ-SHUKKA-NO
           MOVE SY-JUCHU-NO   TO SJ-JUCHU-NO
           MOVE SY-GYO-NO     TO SJ-GYO-NO
           MOVE JH-TOKUI-CD   TO SJ-TOKUI-CD
           MOVE WS-KT-HINBAN  TO SJ-HINBAN
           MOVE WS-KT-SOKO-CD TO SJ-SOKO-CD
           MOVE SY-SHUKKA-SU  TO SJ-SHUKKA-SU
           MOVE WS-KINGAKU    TO SJ-KINGAKU
           MOVE WS-SHUKKA-DT  TO SJ-SHUKKA-DT
           MOVE WS-KT-ZEI-KBN TO SJ-ZEI-KBN
           WRITE SHUKKA-JNL-REC
           ADD 1 TO WS-JNL-CNT.

      * 売上表へ得意先+出荷番号順に挿入する
       2500-URIAGE-TOUROKU.
           MOVE JH-TOKUI-CD  TO WS-UT-KEY(1:10)
           MOVE WS-SHUKKA-NO TO WS-UT-KEY(11:10)
           COMPUTE WS-INS-POS = WS-UT-CNT + 1
           PERFORM 2510-UT-POS-SEARCH
               VARYING WS-SCAN FROM WS-UT-CNT BY -1
               UNTIL WS-SCAN < 1
           PERFORM 2520-UT-SHIFT
               VARYING WS-SHIFT FROM WS-UT-CNT BY -1
               UNTIL WS-SHIFT < WS-INS-POS
           SET WS-UT-IDX TO WS-INS-POS
           MOVE JH-TOKUI-CD  TO UT-TOKUI-CD  (WS-UT-IDX)
           MOVE WS-SHUKKA-NO TO UT-SHUKKA-NO (WS-UT-IDX)
           MOVE WS-KINGAKU   TO UT-KINGAKU   (WS-UT-IDX)
           MOVE WS-SHUKKA-DT TO UT-SHUKKA-DT (WS-UT-IDX)
           MOVE WS-KT-ZEI-KBN TO UT-ZEI-KBN   (WS-UT-IDX)
           ADD 1 TO WS-UT-CNT.

       2510-UT-POS-SEARCH.
           SET WS-UT-IDX TO WS-SCAN
           MOVE UT-TOKUI-CD  (WS-UT-IDX) TO WS-UT-ENT-KEY(1:10)
           MOVE UT-SHUKKA-NO (WS-UT-IDX) TO WS-UT-ENT-KEY(11:10)
           IF WS-UT-ENT-KEY > WS-UT-KEY
               MOVE WS-SCAN TO WS-INS-POS
           END-IF.

       2520-UT-SHIFT.
           SET WS-UT-IDX TO WS-SHIFT
           MOVE WS-UT-ENTRY (WS-UT-IDX) TO WS-UT-SAVE
           SET WS-UT-IDX UP BY 1
           MOVE WS-UT-SAVE TO WS-UT-ENTRY (WS-UT-IDX).

      * 出庫表: 同じ品番+出荷日+倉庫は数量を合算し、なければ挿入する
       2600-SYUKKO-SHUKEI.
           MOVE WS-KT-HINBAN  TO WS-SS-KEY-HINBAN
           MOVE WS-KT-SOKO-CD TO WS-SS-KEY-SOKO
           MOVE WS-SHUKKA-DT TO WS-SS-KEY-HIDUKE
           MOVE 'N' TO WS-SS-HIT
           COMPUTE WS-INS-POS = WS-SS-CNT + 1
           PERFORM 2610-SS-POS-SEARCH
               VARYING WS-SCAN FROM WS-SS-CNT BY -1
               UNTIL WS-SCAN < 1 OR WS-SS-HIT = 'Y'
           IF WS-SS-HIT = 'N'
               PERFORM 2620-SS-SHIFT
                   VARYING WS-SHIFT FROM WS-SS-CNT BY -1
                   UNTIL WS-SHIFT < WS-INS-POS
               SET WS-SS-IDX TO WS-INS-POS
               MOVE WS-SS-KEY-HINBAN TO SS-HINBAN (WS-SS-IDX)
               MOVE WS-SS-KEY-SOKO   TO SS-SOKO-CD (WS-SS-IDX)
               MOVE WS-SS-KEY-HIDUKE TO SS-HIDUKE (WS-SS-IDX)
               MOVE ZEROS            TO SS-SURYO (WS-SS-IDX)
               ADD 1 TO WS-SS-CNT
           END-IF
           ADD SY-SHUKKA-SU TO SS-SURYO (WS-SS-IDX).

       2610-SS-POS-SEARCH.
           SET WS-SS-IDX TO WS-SCAN
           MOVE WS-SS-ENTRY (WS-SS-IDX)(1:22) TO WS-SS-ENT-KEY
           EVALUATE TRUE
               WHEN WS-SS-ENT-KEY = WS-SS-KEY
                   MOVE 'Y' TO WS-SS-HIT
               WHEN WS-SS-ENT-KEY > WS-SS-KEY
                   MOVE WS-SCAN TO WS-INS-POS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2620-SS-SHIFT.
           SET WS-SS-IDX TO WS-SHIFT
           MOVE WS-SS-ENTRY (WS-SS-IDX) TO WS-SS-SAVE
           SET WS-SS-IDX UP BY 1
           MOVE WS-SS-SAVE TO WS-SS-ENTRY (WS-SS-IDX).

       2700-KAKUTEI-LIST.
           MOVE SPACES TO WS-WORK-LINE
           MOVE SY-GYO-NO    TO WS-EDIT-GYO
           MOVE SY-SHUKKA-SU TO WS-EDIT-SURYO
           MOVE WS-KINGAKU   TO WS-EDIT-GAKU
           STRING WS-SHUKKA-NO ' ' SY-JUCHU-NO '-' WS-EDIT-GYO
                  ' ' JH-TOKUI-CD
                  ' ' WS-KT-HINBAN ' ' WS-KT-SOKO-CD
                  ' 数量:' WS-EDIT-SURYO
                  ' 金額:' WS-EDIT-GAKU
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO SL-LINE
           WRITE SHUKKA-LIST-REC.

      * 売上出力: SAMPLE01は得意先昇順を前提とするため表順に書く
       5000-WRITE-URIAGE.
           PERFORM 5010-WRITE-URIAGE-ONE
               VARYING WS-UT-IDX FROM 1 BY 1
               UNTIL WS-UT-IDX > WS-UT-CNT.

       5010-WRITE-URIAGE-ONE.
           MOVE SPACES TO URIAGE-REC
           MOVE UT-SHUKKA-NO (WS-UT-IDX) TO UR-CODE
           MOVE UT-TOKUI-CD  (WS-UT-IDX) TO UR-TOKUISAKI
           MOVE UT-KINGAKU   (WS-UT-IDX) TO UR-KINGAKU
           MOVE UT-SHUKKA-DT (WS-UT-IDX) TO UR-DATE
           MOVE UT-ZEI-KBN   (WS-UT-IDX) TO UR-ZEI-KBN
           MOVE '0'                      TO UR-TORIHIKI-KBN
           MOVE SPACES                   TO UR-TSUKA-CD
           MOVE ZEROS                    TO UR-GAIKA-KINGAKU
           WRITE URIAGE-REC
           ADD 1 TO WS-URIAGE-CNT
           ADD UT-KINGAKU (WS-UT-IDX) TO WS-URIAGE-GAKU.

      * 出庫出力: 品番・出荷日順。単価ゼロは移動平均単価を変えない出庫を表す
       5500-WRITE-SYUKKO.
           PERFORM 5510-WRITE-SYUKKO-ONE
               VARYING WS-SS-IDX FROM 1 BY 1
               UNTIL WS-SS-IDX > WS-SS-CNT.

       5510-WRITE-SYUKKO-ONE.
           MOVE SPACES TO TRANS-REC
           MOVE SS-HINBAN  (WS-SS-IDX) TO TR-HINBAN
           MOVE SS-SOKO-CD (WS-SS-IDX) TO TR-SOKO-CD
           SET TR-SYUKKO               TO TRUE
           MOVE SS-SURYO   (WS-SS-IDX) TO TR-SURYO
           MOVE SS-HIDUKE  (WS-SS-IDX) TO TR-HIDUKE
           MOVE ZEROS                  TO TR-TANKA
           MOVE ZEROS                  TO TR-YUKO-KIGEN
           WRITE TRANS-REC
           ADD 1 TO WS-TRANS-CNT
           ADD SS-SURYO (WS-SS-IDX) TO WS-TRANS-SURYO.

       7000-CONTROL-REPORT.
           MOVE SPACES TO SL-LINE
           WRITE SHUKKA-LIST-REC
           MOVE '===== 出荷確定 管理合計 =====' TO SL-LINE
           WRITE SHUKKA-LIST-REC
           MOVE WS-INPUT-CNT TO WS-EDIT-CNT
           MOVE SPACES TO WS-WORK-LINE
           STRING '入力件数      :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO SL-LINE
           WRITE SHUKKA-LIST-REC
           MOVE WS-KAKUTEI-CNT TO WS-EDIT-CNT
           MOVE SPACES TO WS-WORK-LINE
           STRING '確定件数      :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO SL-LINE
           WRITE SHUKKA-LIST-REC
           MOVE WS-ERR-CNT TO WS-EDIT-CNT
           MOVE SPACES TO WS-WORK-LINE
           STRING 'リジェクト件数:' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO SL-LINE
           WRITE SHUKKA-LIST-REC
           MOVE WS-KAKUTEI-SURYO TO WS-EDIT-KEI
           MOVE SPACES TO WS-WORK-LINE
           STRING '確定数量      :' WS-EDIT-KEI
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO SL-LINE
           WRITE SHUKKA-LIST-REC
           MOVE WS-TRANS-SURYO TO WS-EDIT-KEI
           MOVE WS-TRANS-CNT   TO WS-EDIT-CNT
           MOVE SPACES TO WS-WORK-LINE
           STRING '出庫数量      :' WS-EDIT-KEI
                  '  件数:' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO SL-LINE
           WRITE SHUKKA-LIST-REC
           MOVE WS-KAKUTEI-GAKU TO WS-EDIT-GAKU
           MOVE SPACES TO WS-WORK-LINE
           STRING '確定金額      :' WS-EDIT-GAKU
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO SL-LINE
           WRITE SHUKKA-LIST-REC
           MOVE WS-URIAGE-GAKU TO WS-EDIT-GAKU
           MOVE WS-URIAGE-CNT  TO WS-EDIT-CNT
           MOVE SPACES TO WS-WORK-LINE
           STRING '売上金額      :' WS-EDIT-GAKU
                  '  件数:' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO SL-LINE
           WRITE SHUKKA-LIST-REC
           IF WS-KAKUTEI-SURYO = WS-TRANS-SURYO
               AND WS-KAKUTEI-GAKU = WS-URIAGE-GAKU
               AND WS-KAKUTEI-CNT = WS-JNL-CNT
               MOVE '判定          :OK' TO SL-LINE
           ELSE
               MOVE '判定          :NG 突合不一致' TO SL-LINE
               MOVE 8 TO WS-RETURN-CODE
           END-IF
           WRITE SHUKKA-LIST-REC
           IF WS-ERR-CNT > ZEROS AND WS-RETURN-CODE < 4
               MOVE 4 TO WS-RETURN-CODE
           END-IF.

       9200-WRITE-ERROR.
           MOVE SPACES        TO ERROR-REC
           MOVE SHUKKA-REC    TO ER-IMAGE
           MOVE WS-ERR-REASON TO ER-REASON
           WRITE ERROR-REC
           ADD 1 TO WS-ERR-CNT.

       3000-CLOSE-FILES.
           CLOSE SHUKKA-FILE
           CLOSE JUCHU-MASTER
           CLOSE JUCHU-MEISAI
           CLOSE HIKIATE-MASTER
           CLOSE SHUKKA-JNL
           CLOSE TRANS-OUT
           CLOSE URIAGE-OUT
           CLOSE SHUKKA-LIST
           CLOSE ERROR-FILE
           PERFORM 3100-WRITE-SAIBAN.

       3100-WRITE-SAIBAN.
           OPEN OUTPUT SAIBAN-FILE
           MOVE SPACES       TO SAIBAN-REC
           MOVE WS-SAIBAN-NO TO SB-LAST-NO
           WRITE SAIBAN-REC
           CLOSE SAIBAN-FILE.
