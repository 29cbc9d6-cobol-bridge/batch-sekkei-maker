      * SAMPLE03B: 賞与計算バッチ
      * 概要: 賞与入力ファイルを読み込み、給与マスタを参照して
      *       賞与明細ファイルを出力する（SAMPLE03の賞与モード）
      *       明細には業務日付の年月を支給年月として記録する
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE03B.
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MEISAI-STATUS.
           SELECT OPTIONAL GYOMU-DATE-FILE ASSIGN TO GYOMUDATE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-GYOMUDT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  SM-SOUSHI-GAKU    PIC 9(08).
           05  SM-KOJO-GAKU      PIC 9(08).
           05  SM-TOTAL-KYU      PIC 9(08).
           05  SM-SHIKYU-YM      PIC 9(06).
           05  FILLER            PIC X(42).

       FD  GYOMU-DATE-FILE
           RECORD CONTAINS 20 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  GYOMU-DATE-REC.
           05  GD-GYOMU-DT       PIC 9(08).
           05  FILLER            PIC X(12).

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-OUTPUT-CNT     PIC 9(07) VALUE ZEROS.
           05  WS-ERR-CNT        PIC 9(07) VALUE ZEROS.

       01  WS-GYOMU-DATE-AREA.
           05  WS-GYOMUDT-STATUS PIC X(02).
           05  WS-GYOMUDT-EOF    PIC X(01).
           05  WS-GYOMU-DATE     PIC 9(08) VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-GYOMU-DATE-SET
           PERFORM 1000-OPEN-FILES
           PERFORM 2000-MAIN-LOOP
               UNTIL WS-EOF-FLAG = 'Y'
           PERFORM 3000-CLOSE-FILES
           STOP RUN.

      * 業務日付制御: 業務日付ファイルがあればその日付で動き、
      * なければシステム日付で動く
       0100-GYOMU-DATE-SET.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-GYOMU-DATE
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

       1000-OPEN-FILES.
           OPEN INPUT  SHOYO-FILE
           OPEN INPUT  KYUYO-MASTER
           MOVE WS-SOUSHI-GAKU TO SM-SOUSHI-GAKU
           MOVE WS-KOJO-GAKU  TO SM-KOJO-GAKU
           MOVE WS-TOTAL-KYU  TO SM-TOTAL-KYU
           MOVE WS-GYOMU-DATE(1:6) TO SM-SHIKYU-YM
           WRITE SHOYO-MEISAI-REC
           ADD 1 TO WS-OUTPUT-CNT.

