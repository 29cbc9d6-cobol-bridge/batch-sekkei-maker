      *=================================================================
      * SAMPLE07K: 実現為替差損益 月次レポートバッチ
      * 概要: SAMPLE07が外貨ジャーナルへ記録した外貨建入金の決済
      *       （取引区分2）のうち、業務日付の属する月の分を得意先・
      *       通貨別に集計し、入金外貨額・帳簿円価・入金円貨と実現
      *       為替差益・差損を報告する。通貨別小計と総合計を付す。
      *       マスタの更新は行わない（報告のみ）。
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE07K.
       AUTHOR. BATCH-SYSTEM.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GAIKA-JOURNAL ASSIGN TO GAIKAJNL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-GAIKA-STATUS.
           SELECT SAEKI-RPT ASSIGN TO KWSAEKIRPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SAEKI-STATUS.
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
      * 外貨ジャーナル: 取引区分 0売上 1返品（SAMPLE01）、2入金決済
      * （SAMPLE07、帳簿円価は負値、実現差損益付き）
       FD  GAIKA-JOURNAL
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  GAIKA-JNL-REC.
           05  GJ-CODE           PIC X(10).
           05  GJ-TOKUISAKI      PIC X(10).
           05  GJ-TSUKA-CD       PIC X(03).
           05  GJ-GAIKA-KINGAKU  PIC 9(08)V99.
           05  GJ-RATE           PIC 9(05)V9(04).
           05  GJ-EN-KINGAKU     PIC S9(09).
           05  GJ-DATE           PIC 9(08).
           05  GJ-TORIHIKI-KBN   PIC X(01).
               88  GJ-HENPIN     VALUE '1'.
               88  GJ-KESSAI     VALUE '2'.
           05  GJ-JITSUGEN-SAEKI PIC S9(09).
           05  FILLER            PIC X(11).

       FD  SAEKI-RPT
           RECORD CONTAINS 150 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  SAEKI-RPT-REC.
           05  SR-LINE           PIC X(150).

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
           05  WS-GAIKA-STATUS   PIC X(02).
           05  WS-SAEKI-STATUS   PIC X(02).
           05  WS-EOF-FLAG       PIC X(01) VALUE 'N'.

       01  WS-TAISHO-YM          PIC 9(06) VALUE ZEROS.

      * 得意先・通貨別の実現差損益集計テーブル
       01  WS-SAEKI-TABLE.
           05  WS-SAEKI-ENTRY OCCURS 300 TIMES
                   INDEXED BY WS-SE-IDX.
               10  SE-TOKUI-CD   PIC X(10).
               10  SE-TSUKA-CD   PIC X(03).
               10  SE-KENSU      PIC 9(05).
               10  SE-GAIKA      PIC S9(10)V99.
               10  SE-BOKA       PIC S9(11).
               10  SE-JURYO      PIC S9(11).
               10  SE-SAEKI      PIC S9(11).
               10  SE-SASON      PIC S9(11).
       01  WS-SAEKI-CNT          PIC 9(03) VALUE ZEROS.
       01  WS-SAEKI-OVER-CNT     PIC 9(05) VALUE ZEROS.
       01  WS-SAEKI-SCAN         PIC 9(03).
       01  WS-SAEKI-FOUND-FLAG   PIC X(01).
           88  WS-SAEKI-IS-FOUND VALUE 'Y'.

      * 通貨別小計テーブル
       01  WS-TSUKA-TABLE.
           05  WS-TSUKA-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-TK-IDX.
               10  TK-TSUKA-CD   PIC X(03).
               10  TK-KENSU      PIC 9(07).
               10  TK-GAIKA      PIC S9(11)V99.
               10  TK-SAEKI      PIC S9(12).
               10  TK-SASON      PIC S9(12).
       01  WS-TSUKA-CNT          PIC 9(03) VALUE ZEROS.
       01  WS-TSUKA-SCAN         PIC 9(03).
       01  WS-TSUKA-FOUND-FLAG   PIC X(01).
           88  WS-TSUKA-IS-FOUND VALUE 'Y'.

       01  WS-GOUKEI-AREA.
           05  WS-SAEKI-GOUKEI   PIC S9(12) VALUE ZEROS.
           05  WS-SASON-GOUKEI   PIC S9(12) VALUE ZEROS.
           05  WS-JUNGAKU        PIC S9(12) VALUE ZEROS.

       01  WS-COUNTERS.
           05  WS-INPUT-CNT      PIC 9(07) VALUE ZEROS.
           05  WS-TAISHO-CNT     PIC 9(07) VALUE ZEROS.

       01  WS-EDIT-AREA.
           05  WS-EDIT-CNT       PIC ZZZ,ZZ9.
           05  WS-EDIT-GAIKA     PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  WS-EDIT-BOKA      PIC -ZZ,ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-JURYO     PIC -ZZ,ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-SAEKI     PIC -ZZ,ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-SASON     PIC -ZZ,ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-JUNGAKU   PIC -ZZ,ZZZ,ZZZ,ZZ9.
           05  WS-WORK-LINE      PIC X(150).

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
           PERFORM 4000-SAEKI-REPORT
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
           MOVE WS-GYOMU-DATE(1:6) TO WS-TAISHO-YM.

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
           MOVE 'SAMPLE7K' TO RL-PROGRAM-ID
           MOVE 'S'        TO RL-KBN
           MOVE WS-GYOMU-DATE TO RL-GYOMU-DT
           MOVE FUNCTION CURRENT-DATE(9:6) TO RL-JIKOKU
           MOVE ZEROS      TO RL-KENSU RL-RETURN-CD
           WRITE RUNLOG-REC
           CLOSE RUNLOG-FILE.

       0900-RUNLOG-END.
           OPEN EXTEND RUNLOG-FILE
           MOVE 'SAMPLE7K' TO RL-PROGRAM-ID
           MOVE 'E'        TO RL-KBN
           MOVE WS-GYOMU-DATE TO RL-GYOMU-DT
           MOVE FUNCTION CURRENT-DATE(9:6) TO RL-JIKOKU
           MOVE WS-INPUT-CNT TO RL-KENSU
           MOVE RETURN-CODE  TO RL-RETURN-CD
           WRITE RUNLOG-REC
           CLOSE RUNLOG-FILE.

       1000-OPEN-FILES.
           OPEN INPUT  GAIKA-JOURNAL
           OPEN OUTPUT SAEKI-RPT
           PERFORM 1100-READ-GAIKA.

       1100-READ-GAIKA.
           READ GAIKA-JOURNAL
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

      * 当月の入金決済分だけを得意先・通貨別に集計する
       2000-MAIN-LOOP.
           ADD 1 TO WS-INPUT-CNT
           IF GJ-KESSAI AND GJ-DATE(1:6) = WS-TAISHO-YM
               ADD 1 TO WS-TAISHO-CNT
               PERFORM 2100-SAEKI-ACCUM
           END-IF
           PERFORM 1100-READ-GAIKA.

       2100-SAEKI-ACCUM.
           MOVE 'N' TO WS-SAEKI-FOUND-FLAG
           MOVE 1   TO WS-SAEKI-SCAN
           PERFORM 2110-SAEKI-SEARCH
               UNTIL WS-SAEKI-SCAN > WS-SAEKI-CNT
                   OR WS-SAEKI-IS-FOUND
           IF NOT WS-SAEKI-IS-FOUND AND WS-SAEKI-CNT < 300
               ADD 1 TO WS-SAEKI-CNT
               SET WS-SE-IDX TO WS-SAEKI-CNT
               MOVE GJ-TOKUISAKI TO SE-TOKUI-CD (WS-SE-IDX)
               MOVE GJ-TSUKA-CD  TO SE-TSUKA-CD (WS-SE-IDX)
               MOVE ZEROS TO SE-KENSU (WS-SE-IDX)
                             SE-GAIKA (WS-SE-IDX)
                             SE-BOKA  (WS-SE-IDX)
                             SE-JURYO (WS-SE-IDX)
                             SE-SAEKI (WS-SE-IDX)
                             SE-SASON (WS-SE-IDX)
               MOVE 'Y' TO WS-SAEKI-FOUND-FLAG
           END-IF
           IF WS-SAEKI-IS-FOUND
               ADD 1 TO SE-KENSU (WS-SE-IDX)
               ADD GJ-GAIKA-KINGAKU TO SE-GAIKA (WS-SE-IDX)
               SUBTRACT GJ-EN-KINGAKU FROM SE-BOKA (WS-SE-IDX)
               COMPUTE SE-JURYO (WS-SE-IDX) = SE-JURYO (WS-SE-IDX)
                   - GJ-EN-KINGAKU + GJ-JITSUGEN-SAEKI
               IF GJ-JITSUGEN-SAEKI > ZEROS
                   ADD GJ-JITSUGEN-SAEKI TO SE-SAEKI (WS-SE-IDX)
               ELSE
                   SUBTRACT GJ-JITSUGEN-SAEKI FROM SE-SASON (WS-SE-IDX)
               END-IF
           ELSE
               ADD 1 TO WS-SAEKI-OVER-CNT
           END-IF.

       2110-SAEKI-SEARCH.
           SET WS-SE-IDX TO WS-SAEKI-SCAN
           IF SE-TOKUI-CD (WS-SE-IDX) = GJ-TOKUISAKI
               AND SE-TSUKA-CD (WS-SE-IDX) = GJ-TSUKA-CD
               MOVE 'Y' TO WS-SAEKI-FOUND-FLAG
           ELSE
               ADD 1 TO WS-SAEKI-SCAN
           END-IF.

      * 月次報告: 得意先・通貨別明細、通貨別小計、総合計
       4000-SAEKI-REPORT.
           MOVE '===== 実現為替差損益 月次報告 ====='
               TO SR-LINE
           WRITE SAEKI-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           STRING '対象年月:' WS-TAISHO-YM
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO SR-LINE
           WRITE SAEKI-RPT-REC
           PERFORM 4100-SAEKI-LINE
               VARYING WS-SAEKI-SCAN FROM 1 BY 1
               UNTIL WS-SAEKI-SCAN > WS-SAEKI-CNT
           MOVE '----- 通貨別小計 -----' TO SR-LINE
           WRITE SAEKI-RPT-REC
           PERFORM 4200-TSUKA-LINE
               VARYING WS-TSUKA-SCAN FROM 1 BY 1
               UNTIL WS-TSUKA-SCAN > WS-TSUKA-CNT
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-TAISHO-CNT TO WS-EDIT-CNT
           STRING '決済件数      :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO SR-LINE
           WRITE SAEKI-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-SAEKI-GOUKEI TO WS-EDIT-SAEKI
           STRING '為替差益合計  :' WS-EDIT-SAEKI
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO SR-LINE
           WRITE SAEKI-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-SASON-GOUKEI TO WS-EDIT-SASON
           STRING '為替差損合計  :' WS-EDIT-SASON
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO SR-LINE
           WRITE SAEKI-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           COMPUTE WS-JUNGAKU = WS-SAEKI-GOUKEI - WS-SASON-GOUKEI
           MOVE WS-JUNGAKU TO WS-EDIT-JUNGAKU
           STRING '差損益純額    :' WS-EDIT-JUNGAKU
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO SR-LINE
           WRITE SAEKI-RPT-REC
           IF WS-SAEKI-OVER-CNT > ZEROS
               MOVE SPACES TO WS-WORK-LINE
               MOVE WS-SAEKI-OVER-CNT TO WS-EDIT-CNT
               STRING '集計展開あふれ:' WS-EDIT-CNT
                   DELIMITED SIZE INTO WS-WORK-LINE
               MOVE WS-WORK-LINE TO SR-LINE
               WRITE SAEKI-RPT-REC
               MOVE 8 TO WS-RETURN-CODE
           END-IF.

       4100-SAEKI-LINE.
           SET WS-SE-IDX TO WS-SAEKI-SCAN
           ADD SE-SAEKI (WS-SE-IDX) TO WS-SAEKI-GOUKEI
           ADD SE-SASON (WS-SE-IDX) TO WS-SASON-GOUKEI
           PERFORM 4110-TSUKA-ACCUM
           MOVE SPACES TO WS-WORK-LINE
           MOVE SE-KENSU (WS-SE-IDX) TO WS-EDIT-CNT
           MOVE SE-GAIKA (WS-SE-IDX) TO WS-EDIT-GAIKA
           MOVE SE-BOKA  (WS-SE-IDX) TO WS-EDIT-BOKA
           MOVE SE-JURYO (WS-SE-IDX) TO WS-EDIT-JURYO
           MOVE SE-SAEKI (WS-SE-IDX) TO WS-EDIT-SAEKI
           MOVE SE-SASON (WS-SE-IDX) TO WS-EDIT-SASON
           STRING SE-TOKUI-CD (WS-SE-IDX)
                  ' ' SE-TSUKA-CD (WS-SE-IDX)
                  ' 件数:' WS-EDIT-CNT
                  ' 外貨:' WS-EDIT-GAIKA
                  ' 帳簿:' WS-EDIT-BOKA
                  ' 入金:' WS-EDIT-JURYO
                  ' 差益:' WS-EDIT-SAEKI
                  ' 差損:' WS-EDIT-SASON
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO SR-LINE
           WRITE SAEKI-RPT-REC.

       4110-TSUKA-ACCUM.
           MOVE 'N' TO WS-TSUKA-FOUND-FLAG
           MOVE 1   TO WS-TSUKA-SCAN
           PERFORM 4120-TSUKA-SEARCH
               UNTIL WS-TSUKA-SCAN > WS-TSUKA-CNT
                   OR WS-TSUKA-IS-FOUND
           IF NOT WS-TSUKA-IS-FOUND AND WS-TSUKA-CNT < 50
               ADD 1 TO WS-TSUKA-CNT
               SET WS-TK-IDX TO WS-TSUKA-CNT
               MOVE SE-TSUKA-CD (WS-SE-IDX) TO TK-TSUKA-CD (WS-TK-IDX)
               MOVE ZEROS TO TK-KENSU (WS-TK-IDX)
                             TK-GAIKA (WS-TK-IDX)
                             TK-SAEKI (WS-TK-IDX)
                             TK-SASON (WS-TK-IDX)
               MOVE 'Y' TO WS-TSUKA-FOUND-FLAG
           END-IF
           IF WS-TSUKA-IS-FOUND
               ADD SE-KENSU (WS-SE-IDX) TO TK-KENSU (WS-TK-IDX)
               ADD SE-GAIKA (WS-SE-IDX) TO TK-GAIKA (WS-TK-IDX)
               ADD SE-SAEKI (WS-SE-IDX) TO TK-SAEKI (WS-TK-IDX)
               ADD SE-SASON (WS-SE-IDX) TO TK-SASON (WS-TK-IDX)
           ELSE
               ADD 1 TO WS-SAEKI-OVER-CNT
           END-IF.

       4120-TSUKA-SEARCH.
           SET WS-TK-IDX TO WS-TSUKA-SCAN
           IF TK-TSUKA-CD (WS-TK-IDX) = SE-TSUKA-CD (WS-SE-IDX)
               MOVE 'Y' TO WS-TSUKA-FOUND-FLAG
           ELSE
               ADD 1 TO WS-TSUKA-SCAN
           END-IF.

       4200-TSUKA-LINE.
           SET WS-TK-IDX TO WS-TSUKA-SCAN
           MOVE SPACES TO WS-WORK-LINE
           MOVE TK-KENSU (WS-TK-IDX) TO WS-EDIT-CNT
           MOVE TK-GAIKA (WS-TK-IDX) TO WS-EDIT-GAIKA
           MOVE TK-SAEKI (WS-TK-IDX) TO WS-EDIT-SAEKI
           MOVE TK-SASON (WS-TK-IDX) TO WS-EDIT-SASON
           COMPUTE WS-JUNGAKU =
               TK-SAEKI (WS-TK-IDX) - TK-SASON (WS-TK-IDX)
           MOVE WS-JUNGAKU TO WS-EDIT-JUNGAKU
           STRING TK-TSUKA-CD (WS-TK-IDX)
                  ' 件数:' WS-EDIT-CNT
                  ' 外貨:' WS-EDIT-GAIKA
                  ' 差益:' WS-EDIT-SAEKI
                  ' 差損:' WS-EDIT-SASON
                  ' 純額:' WS-EDIT-JUNGAKU
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO SR-LINE
           WRITE SAEKI-RPT-REC.

       3000-CLOSE-FILES.
           CLOSE GAIKA-JOURNAL
           CLOSE SAEKI-RPT.
