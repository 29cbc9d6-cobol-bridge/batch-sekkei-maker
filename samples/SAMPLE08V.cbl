      *=================================================================
      * SAMPLE08V: 住所マスタ退避・復元ユーティリティ
      * 概要: パラメタファイルの指示（U:退避 R:復元 V:照合）に従い、
      *       住所マスタを順編成の退避ファイルへ書き出し、または退避
      *       ファイルから再創成する。トレーラに件数とハッシュ合計
      *       （郵便番号検査合計）を持ち、復元・照合時に突合して完全性を
      *       確認する（各マスタ共通方式）。
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE08V.
       AUTHOR. BATCH-SYSTEM.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO PARMIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT JUSHO-MASTER ASSIGN TO JUSHOMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JM-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT UNLOAD-FILE ASSIGN TO UNLOADF
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-UNLOAD-STATUS.
           SELECT KEKKA-RPT ASSIGN TO UNLDRPT
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
       FD  PARM-FILE
           RECORD CONTAINS 20 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  PARM-REC.
           05  PA-MODE           PIC X(01).
               88  PA-UNLOAD     VALUE 'U'.
               88  PA-RELOAD     VALUE 'R'.
               88  PA-VERIFY     VALUE 'V'.
           05  FILLER            PIC X(19).

       FD  JUSHO-MASTER
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  JUSHO-REC.
           05  JM-KEY.
               10  JM-KOKYAKU-CD PIC X(10).
               10  JM-JYUSHO-KBN PIC X(01).
           05  JM-YUBINNO        PIC X(08).
           05  JM-JYUSYO         PIC X(50).
           05  FILLER            PIC X(11).
       FD  UNLOAD-FILE
           RECORD CONTAINS 81 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  UNLOAD-REC.
           05  UL-KBN            PIC X(01).
               88  UL-DATA       VALUE 'D'.
               88  UL-TRAILER    VALUE 'T'.
           05  UL-IMAGE          PIC X(80).
       01  UNLOAD-TRAILER REDEFINES UNLOAD-REC.
           05  FILLER            PIC X(01).
           05  UT-KENSU          PIC 9(09).
           05  UT-HASH           PIC S9(15) SIGN LEADING SEPARATE.
           05  FILLER            PIC X(55).

       FD  KEKKA-RPT
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  KEKKA-RPT-REC.
           05  KR-LINE           PIC X(100).

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
           05  WS-PARM-STATUS    PIC X(02).
           05  WS-MASTER-STATUS  PIC X(02).
           05  WS-UNLOAD-STATUS  PIC X(02).
           05  WS-RPT-STATUS     PIC X(02).
           05  WS-PARM-EOF       PIC X(01) VALUE 'N'.
           05  WS-MASTER-EOF     PIC X(01) VALUE 'N'.
           05  WS-UNLOAD-EOF     PIC X(01) VALUE 'N'.
           05  WS-MODE           PIC X(01) VALUE SPACE.

       01  WS-GOUKEI-AREA.
           05  WS-KENSU          PIC 9(09) VALUE ZEROS.
           05  WS-HASH           PIC S9(15) COMP-3 VALUE ZEROS.
           05  WS-TRL-KENSU      PIC 9(09) VALUE ZEROS.
           05  WS-TRL-HASH       PIC S9(15) COMP-3 VALUE ZEROS.
           05  WS-TRL-ARI        PIC X(01) VALUE 'N'.
           05  WS-YUBIN-SU       PIC 9(07).

       01  WS-EDIT-AREA.
           05  WS-EDIT-KENSU     PIC ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-HASH      PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
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
           PERFORM 1000-PARM-YOMU
           EVALUATE WS-MODE
               WHEN 'U'
                   PERFORM 2000-UNLOAD-SHORI
               WHEN 'R'
                   PERFORM 3000-RELOAD-SHORI
               WHEN 'V'
                   PERFORM 4000-VERIFY-SHORI
               WHEN OTHER
                   MOVE 90 TO WS-RETURN-CODE
           END-EVALUATE
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
           MOVE 'SAMPLE8V' TO RL-PROGRAM-ID
           MOVE 'S'        TO RL-KBN
           MOVE WS-GYOMU-DATE TO RL-GYOMU-DT
           MOVE FUNCTION CURRENT-DATE(9:6) TO RL-JIKOKU
           MOVE ZEROS      TO RL-KENSU RL-RETURN-CD
           WRITE RUNLOG-REC
           CLOSE RUNLOG-FILE.

       0900-RUNLOG-END.
           OPEN EXTEND RUNLOG-FILE
           MOVE 'SAMPLE8V' TO RL-PROGRAM-ID
           MOVE 'E'        TO RL-KBN
           MOVE WS-GYOMU-DATE TO RL-GYOMU-DT
           MOVE FUNCTION CURRENT-DATE(9:6) TO RL-JIKOKU
           MOVE WS-KENSU TO RL-KENSU
           MOVE RETURN-CODE  TO RL-RETURN-CD
           WRITE RUNLOG-REC
           CLOSE RUNLOG-FILE.

       1000-PARM-YOMU.
           OPEN INPUT PARM-FILE
           PERFORM 1100-PARM-READ
               UNTIL WS-PARM-EOF = 'Y'
           CLOSE PARM-FILE.

       1100-PARM-READ.
           READ PARM-FILE
               AT END
                   MOVE 'Y' TO WS-PARM-EOF
               NOT AT END
                   MOVE PA-MODE TO WS-MODE
           END-READ.

      * 退避: マスタ全件を順編成へ書き出し、トレーラを付ける
       2000-UNLOAD-SHORI.
           OPEN INPUT  JUSHO-MASTER
           OPEN OUTPUT UNLOAD-FILE
           OPEN OUTPUT KEKKA-RPT
           PERFORM 2100-MASTER-START
           PERFORM 2200-UNLOAD-ONE
               UNTIL WS-MASTER-EOF = 'Y'
           MOVE SPACES TO UNLOAD-REC
           SET UL-TRAILER TO TRUE
           MOVE WS-KENSU TO UT-KENSU
           MOVE WS-HASH  TO UT-HASH
           WRITE UNLOAD-REC
           MOVE '退避' TO WS-WORK-LINE(1:10)
           PERFORM 9000-KEKKA-HOUKOKU
           CLOSE JUSHO-MASTER
           CLOSE UNLOAD-FILE
           CLOSE KEKKA-RPT.

       2100-MASTER-START.
           MOVE LOW-VALUES TO JM-KEY
           START JUSHO-MASTER KEY IS NOT LESS THAN JM-KEY
               INVALID KEY MOVE 'Y' TO WS-MASTER-EOF
           END-START.

       2200-UNLOAD-ONE.
           READ JUSHO-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-MASTER-EOF
               NOT AT END
                   ADD 1 TO WS-KENSU
                   PERFORM 9200-HASH-KASAN
                   MOVE SPACES TO UNLOAD-REC
                   SET UL-DATA TO TRUE
                   MOVE JUSHO-REC TO UL-IMAGE
                   WRITE UNLOAD-REC
           END-READ.

      * 復元: 退避ファイルを読み戻しマスタを再創成、トレーラと突合
       3000-RELOAD-SHORI.
           OPEN INPUT  UNLOAD-FILE
           OPEN OUTPUT JUSHO-MASTER
           OPEN OUTPUT KEKKA-RPT
           PERFORM 3100-RELOAD-ONE
               UNTIL WS-UNLOAD-EOF = 'Y'
           MOVE '復元' TO WS-WORK-LINE(1:10)
           PERFORM 9100-TOTSUGO
           CLOSE JUSHO-MASTER
           CLOSE UNLOAD-FILE
           CLOSE KEKKA-RPT.

       3100-RELOAD-ONE.
           READ UNLOAD-FILE
               AT END
                   MOVE 'Y' TO WS-UNLOAD-EOF
               NOT AT END
                   IF UL-TRAILER
                       MOVE 'Y' TO WS-TRL-ARI
                       MOVE UT-KENSU TO WS-TRL-KENSU
                       MOVE UT-HASH  TO WS-TRL-HASH
                   ELSE
                       MOVE UL-IMAGE TO JUSHO-REC
                       WRITE JUSHO-REC
                           INVALID KEY
                               MOVE 90 TO WS-RETURN-CODE
                       END-WRITE
                       ADD 1 TO WS-KENSU
                       PERFORM 9200-HASH-KASAN
                   END-IF
           END-READ.

      * 照合: 現用マスタと最新退避の件数・ハッシュを突合して報告
       4000-VERIFY-SHORI.
           OPEN INPUT  JUSHO-MASTER
           OPEN INPUT  UNLOAD-FILE
           OPEN OUTPUT KEKKA-RPT
           PERFORM 2100-MASTER-START
           PERFORM 4100-VERIFY-MASTER-ONE
               UNTIL WS-MASTER-EOF = 'Y'
           PERFORM 4200-VERIFY-UNLOAD-ONE
               UNTIL WS-UNLOAD-EOF = 'Y'
           MOVE '照合' TO WS-WORK-LINE(1:10)
           PERFORM 9100-TOTSUGO
           CLOSE JUSHO-MASTER
           CLOSE UNLOAD-FILE
           CLOSE KEKKA-RPT.

       4100-VERIFY-MASTER-ONE.
           READ JUSHO-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-MASTER-EOF
               NOT AT END
                   ADD 1 TO WS-KENSU
                   PERFORM 9200-HASH-KASAN
           END-READ.

       4200-VERIFY-UNLOAD-ONE.
           READ UNLOAD-FILE
               AT END
                   MOVE 'Y' TO WS-UNLOAD-EOF
               NOT AT END
                   IF UL-TRAILER
                       MOVE 'Y' TO WS-TRL-ARI
                       MOVE UT-KENSU TO WS-TRL-KENSU
                       MOVE UT-HASH  TO WS-TRL-HASH
                   END-IF
           END-READ.

       9000-KEKKA-HOUKOKU.
           MOVE SPACES TO WS-WORK-LINE(11:90)
           MOVE WS-KENSU TO WS-EDIT-KENSU
           MOVE WS-HASH  TO WS-EDIT-HASH
           STRING WS-WORK-LINE(1:10)
                  ' 件数:' WS-EDIT-KENSU
                  ' ハッシュ:' WS-EDIT-HASH
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO KR-LINE
           WRITE KEKKA-RPT-REC.

       9100-TOTSUGO.
           PERFORM 9000-KEKKA-HOUKOKU
           IF WS-TRL-ARI = 'Y'
               AND WS-KENSU = WS-TRL-KENSU
               AND WS-HASH  = WS-TRL-HASH
               MOVE '判定          :OK' TO KR-LINE
           ELSE
               MOVE '判定          :NG 突合不一致' TO KR-LINE
               MOVE 90 TO WS-RETURN-CODE
           END-IF
           WRITE KEKKA-RPT-REC.

      * ハッシュ: 郵便番号（7桁数字のもの）の合計
       9200-HASH-KASAN.
           IF JM-YUBINNO(1:7) NUMERIC
               MOVE JM-YUBINNO(1:7) TO WS-YUBIN-SU
               ADD WS-YUBIN-SU TO WS-HASH
           END-IF.
