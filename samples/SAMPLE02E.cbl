      *=================================================================
      * SAMPLE02E: 休眠口座判定バッチ
      * 概要: 口座マスタの有効口座ごとに口座履歴(KOZA-RIREKI)を走査
      *       し、顧客の取引による最後の異動日を求める（利息入金と
      *       返戻・組戻しによる戻し入れは顧客の取引に含めない）。
      *       最終取引日がパラメータの休眠判定期間（月数・省略時は
      *       120か月）より前の口座は休眠(状態'2')に変更する。以後、
      *       SAMPLE02は休眠口座の振替を受け付けず、SAMPLE02Nの
      *       復活依頼で有効に戻す。休眠口座一覧（新規・継続、残高
      *       付き）を出力し、履歴のない口座は要確認として印字する。
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE02E.
       AUTHOR. BATCH-SYSTEM.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KOZA-MASTER ASSIGN TO KOZAMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KM-KOZA-NO
               FILE STATUS IS WS-KOZA-STATUS.
           SELECT KOZA-RIREKI ASSIGN TO KOZARIREKI
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RR-KEY
               FILE STATUS IS WS-RIREKI-STATUS.
           SELECT OPTIONAL PARAM-FILE ASSIGN TO KYUMINPRM
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.
           SELECT KYUMIN-RPT ASSIGN TO KYUMINRPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-KYUMIN-STATUS.
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
       FD  KOZA-MASTER
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  KOZA-REC.
           05  KM-KOZA-NO        PIC X(10).
           05  KM-MEIGI          PIC X(40).
           05  KM-ZANDAKA        PIC S9(13) COMP-3.
           05  KM-STATUS         PIC X(01).
               88  KM-YUKO       VALUE '1'.
               88  KM-KYUMIN     VALUE '2'.
           05  FILLER            PIC X(42).

       FD  KOZA-RIREKI
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  RIREKI-REC.
           05  RR-KEY.
               10  RR-KOZA-NO    PIC X(10).
               10  RR-SHORI-DT   PIC 9(08).
               10  RR-SHORI-TM   PIC 9(06).
               10  RR-SEQ        PIC 9(05).
           05  RR-KINGAKU        PIC S9(13) COMP-3.
           05  RR-ZANDAKA-MAE    PIC S9(13) COMP-3.
           05  RR-ZANDAKA-ATO    PIC S9(13) COMP-3.
           05  RR-PROGRAM-ID     PIC X(08).
           05  RR-RESULT-CD      PIC X(02).
           05  FILLER            PIC X(20).

       FD  PARAM-FILE
           RECORD CONTAINS 20 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  PARAM-REC.
           05  PR-KYUMIN-TSUKI   PIC 9(03).
           05  FILLER            PIC X(17).

       FD  KYUMIN-RPT
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  KYUMIN-RPT-REC.
           05  KY-LINE           PIC X(120).

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
           05  WS-KOZA-STATUS    PIC X(02).
           05  WS-RIREKI-STATUS  PIC X(02).
           05  WS-PARAM-STATUS   PIC X(02).
           05  WS-KYUMIN-STATUS  PIC X(02).
           05  WS-EOF-FLAG       PIC X(01) VALUE 'N'.
           05  WS-RR-EOF         PIC X(01) VALUE 'N'.
           05  WS-PARAM-EOF      PIC X(01) VALUE 'N'.

      * 休眠判定期間（月数）と判定基準日（業務日付の判定期間前）
       01  WS-KYUMIN-TSUKI       PIC 9(03) VALUE 120.
       01  WS-KIJUN-DT           PIC 9(08) VALUE ZEROS.
       01  WS-KIJUN-DT-X REDEFINES WS-KIJUN-DT.
           05  WS-KIJUN-YYYY     PIC 9(04).
           05  WS-KIJUN-MM       PIC 9(02).
           05  WS-KIJUN-DD       PIC 9(02).
       01  WS-TSUKI-SU           PIC S9(07) COMP-3 VALUE ZEROS.

       01  WS-SAISHU-DT          PIC 9(08) VALUE ZEROS.
       01  WS-HANTEI             PIC X(08).

       01  WS-COUNTERS.
           05  WS-KOZA-CNT       PIC 9(07) VALUE ZEROS.
           05  WS-SHINKI-CNT     PIC 9(07) VALUE ZEROS.
           05  WS-KEIZOKU-CNT    PIC 9(07) VALUE ZEROS.
           05  WS-RIREKI-NASHI-CNT PIC 9(07) VALUE ZEROS.
           05  WS-TAISHOGAI-CNT  PIC 9(07) VALUE ZEROS.

       01  WS-GOUKEI-AREA.
           05  WS-KYUMIN-ZAN     PIC S9(15) COMP-3 VALUE ZEROS.

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
           PERFORM 2000-KOZA-LOOP
               UNTIL WS-EOF-FLAG = 'Y'
           PERFORM 4000-RPT-FOOTER
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
           MOVE 'SAMPLE2E' TO RL-PROGRAM-ID
           MOVE 'S'        TO RL-KBN
           MOVE WS-GYOMU-DATE TO RL-GYOMU-DT
           MOVE FUNCTION CURRENT-DATE(9:6) TO RL-JIKOKU
           MOVE ZEROS      TO RL-KENSU RL-RETURN-CD
           WRITE RUNLOG-REC
           CLOSE RUNLOG-FILE.

       0900-RUNLOG-END.
           OPEN EXTEND RUNLOG-FILE
           MOVE 'SAMPLE2E' TO RL-PROGRAM-ID
           MOVE 'E'        TO RL-KBN
           MOVE WS-GYOMU-DATE TO RL-GYOMU-DT
           MOVE FUNCTION CURRENT-DATE(9:6) TO RL-JIKOKU
           MOVE WS-KOZA-CNT  TO RL-KENSU
           MOVE RETURN-CODE  TO RL-RETURN-CD
           WRITE RUNLOG-REC
           CLOSE RUNLOG-FILE.

       1000-OPEN-FILES.
           PERFORM 1200-READ-PARAM
           PERFORM 1300-KIJUN-DT-SET
           OPEN I-O    KOZA-MASTER
           OPEN INPUT  KOZA-RIREKI
           OPEN OUTPUT KYUMIN-RPT
           MOVE '===== 休眠口座一覧 =====' TO KY-LINE
           WRITE KYUMIN-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-KYUMIN-TSUKI TO WS-EDIT-CNT
           STRING '判定日:' WS-GYOMU-DATE
                  '  判定期間(月):' WS-EDIT-CNT
                  '  最終取引日が' WS-KIJUN-DT 'より前'
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO KY-LINE
           WRITE KYUMIN-RPT-REC
           MOVE LOW-VALUES TO KM-KOZA-NO
           START KOZA-MASTER KEY IS NOT LESS THAN KM-KOZA-NO
               INVALID KEY MOVE 'Y' TO WS-EOF-FLAG
           END-START
           PERFORM 1100-READ-KOZA.

       1100-READ-KOZA.
           IF WS-EOF-FLAG NOT = 'Y'
               READ KOZA-MASTER NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-FLAG
               END-READ
           END-IF.

      * パラメータ受入: 休眠判定期間（月数、なければ120か月）
       1200-READ-PARAM.
           OPEN INPUT PARAM-FILE
           IF WS-PARAM-STATUS = '00'
               PERFORM 1210-READ-PARAM-REC
                   UNTIL WS-PARAM-EOF = 'Y'
           END-IF
           CLOSE PARAM-FILE.

       1210-READ-PARAM-REC.
           READ PARAM-FILE
               AT END
                   MOVE 'Y' TO WS-PARAM-EOF
               NOT AT END
                   IF PR-KYUMIN-TSUKI IS NUMERIC
                       AND PR-KYUMIN-TSUKI > ZEROS
                       MOVE PR-KYUMIN-TSUKI TO WS-KYUMIN-TSUKI
                   END-IF
           END-READ.

      * 判定基準日: 業務日付から判定期間の月数を遡った同日
       1300-KIJUN-DT-SET.
           MOVE WS-GYOMU-DATE TO WS-KIJUN-DT
           COMPUTE WS-TSUKI-SU = WS-KIJUN-YYYY * 12 + WS-KIJUN-MM - 1
               - WS-KYUMIN-TSUKI
           DIVIDE WS-TSUKI-SU BY 12 GIVING WS-KIJUN-YYYY
               REMAINDER WS-KIJUN-MM
           ADD 1 TO WS-KIJUN-MM.

      * 口座ごと: 有効口座は最終取引日で判定、休眠口座は一覧に継続
      * として載せる
       2000-KOZA-LOOP.
           ADD 1 TO WS-KOZA-CNT
           EVALUATE TRUE
               WHEN KM-YUKO
                   PERFORM 2100-SAISHU-TORIHIKI
                   EVALUATE TRUE
                       WHEN WS-SAISHU-DT = ZEROS
                           ADD 1 TO WS-RIREKI-NASHI-CNT
                           MOVE '要確認  ' TO WS-HANTEI
                           PERFORM 2300-WRITE-KYUMIN
                       WHEN WS-SAISHU-DT < WS-KIJUN-DT
                           PERFORM 2200-KYUMIN-HENKO
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               WHEN KM-KYUMIN
                   PERFORM 2100-SAISHU-TORIHIKI
                   ADD 1 TO WS-KEIZOKU-CNT
                   ADD KM-ZANDAKA TO WS-KYUMIN-ZAN
                   MOVE '継続    ' TO WS-HANTEI
                   PERFORM 2300-WRITE-KYUMIN
               WHEN OTHER
                   ADD 1 TO WS-TAISHOGAI-CNT
           END-EVALUATE
           PERFORM 1100-READ-KOZA.

      * 最終取引日: 口座履歴のうち顧客の取引によるものの最大日付。
      * 利息入金(SAMPLE2R)と戻し入れ(結果'40')は対象外
       2100-SAISHU-TORIHIKI.
           MOVE ZEROS TO WS-SAISHU-DT
           MOVE 'N'   TO WS-RR-EOF
           MOVE KM-KOZA-NO TO RR-KOZA-NO
           MOVE ZEROS      TO RR-SHORI-DT RR-SHORI-TM RR-SEQ
           START KOZA-RIREKI KEY IS NOT LESS THAN RR-KEY
               INVALID KEY MOVE 'Y' TO WS-RR-EOF
           END-START
           PERFORM 2110-RIREKI-ONE
               UNTIL WS-RR-EOF = 'Y'.

       2110-RIREKI-ONE.
           READ KOZA-RIREKI NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-RR-EOF
               NOT AT END
                   IF RR-KOZA-NO NOT = KM-KOZA-NO
                       MOVE 'Y' TO WS-RR-EOF
                   ELSE
                       IF RR-PROGRAM-ID NOT = 'SAMPLE2R'
                           AND RR-RESULT-CD NOT = '40'
                           MOVE RR-SHORI-DT TO WS-SAISHU-DT
                       END-IF
                   END-IF
           END-READ.

       2200-KYUMIN-HENKO.
           MOVE '2' TO KM-STATUS
           REWRITE KOZA-REC
               INVALID KEY
                   DISPLAY 'SAMPLE02E: 口座更新エラー '
                       KM-KOZA-NO
                   MOVE 8 TO WS-RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-SHINKI-CNT
                   ADD KM-ZANDAKA TO WS-KYUMIN-ZAN
                   MOVE '新規休眠' TO WS-HANTEI
                   PERFORM 2300-WRITE-KYUMIN
           END-REWRITE.

       2300-WRITE-KYUMIN.
           MOVE SPACES TO WS-WORK-LINE
           MOVE KM-ZANDAKA TO WS-EDIT-KINGAKU
           IF WS-SAISHU-DT = ZEROS
               STRING WS-HANTEI ' 口座:' KM-KOZA-NO
                      ' ' KM-MEIGI
                      ' 残高:' WS-EDIT-KINGAKU
                      ' 最終取引:履歴なし'
                   DELIMITED SIZE INTO WS-WORK-LINE
           ELSE
               STRING WS-HANTEI ' 口座:' KM-KOZA-NO
                      ' ' KM-MEIGI
                      ' 残高:' WS-EDIT-KINGAKU
                      ' 最終取引:' WS-SAISHU-DT
                   DELIMITED SIZE INTO WS-WORK-LINE
           END-IF
           MOVE WS-WORK-LINE TO KY-LINE
           WRITE KYUMIN-RPT-REC.

       4000-RPT-FOOTER.
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-KOZA-CNT TO WS-EDIT-CNT
           STRING '対象口座数    :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO KY-LINE
           WRITE KYUMIN-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-SHINKI-CNT TO WS-EDIT-CNT
           STRING '新規休眠      :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO KY-LINE
           WRITE KYUMIN-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-KEIZOKU-CNT TO WS-EDIT-CNT
           STRING '休眠継続      :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO KY-LINE
           WRITE KYUMIN-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-KYUMIN-ZAN TO WS-EDIT-KINGAKU
           STRING '休眠残高合計  :' WS-EDIT-KINGAKU
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO KY-LINE
           WRITE KYUMIN-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-RIREKI-NASHI-CNT TO WS-EDIT-CNT
           STRING '履歴なし要確認:' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO KY-LINE
           WRITE KYUMIN-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-TAISHOGAI-CNT TO WS-EDIT-CNT
           STRING '解約等対象外  :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO KY-LINE
           WRITE KYUMIN-RPT-REC
           IF WS-RIREKI-NASHI-CNT > ZEROS
               AND WS-RETURN-CODE < 4
               MOVE 4 TO WS-RETURN-CODE
           END-IF.

       3000-CLOSE-FILES.
           CLOSE KOZA-MASTER
           CLOSE KOZA-RIREKI
           CLOSE KYUMIN-RPT.
