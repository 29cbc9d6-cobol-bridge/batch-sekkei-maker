      *       SAMPLE05Dが読む収納ファイル形式に変換して出力し、代行
      *       手数料は手数料照合報告に集計する。突合できない入金は
      *       失わないよう保留ファイルへ退避する。
      *       履行中の分納誓約がある納税者の入金で、金額が次に入金
      *       すべき回の予定額と一致するものは、分納入金（収納区分B・
      *       回数は分納計画の回）として出力する。
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE05I.
               ACCESS MODE IS RANDOM
               RECORD KEY IS TN-KEY
               FILE STATUS IS WS-TAINO-STATUS.
           SELECT BUNNO-MASTER ASSIGN TO BUNNOMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BN-KEY
               FILE STATUS IS WS-BUNNO-STATUS.
           SELECT SHUNO-FILE ASSIGN TO SHUNOOUT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
           05  FILLER            PIC X(17).

       FD  TAINO-MASTER
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  TAINO-REC.
           05  TN-KEY.
               88  TN-NOFU-ZUMI  VALUE '1'.
               88  TN-TORIKESHI  VALUE '2'.
           05  TN-SHUNO-DT       PIC 9(08).
           05  FILLER            PIC X(61).

      * 分納誓約マスタ（SAMPLE05Kで登録、SAMPLE05Dで消込）
       FD  BUNNO-MASTER
           RECORD CONTAINS 500 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  BUNNO-REC.
           05  BN-KEY.
               10  BN-JYUMIN-NO  PIC X(12).
               10  BN-RENBAN     PIC 9(02).
           05  BN-STATUS         PIC X(01).
               88  BN-RIKOU      VALUE '1'.
               88  BN-KANRYO     VALUE '2'.
               88  BN-FURIKOU    VALUE '3'.
           05  BN-SEIYAKU-DT     PIC 9(08).
           05  BN-TAISHO-CNT     PIC 9(02).
           05  BN-TAISHO-KAISU   PIC 9(02) OCCURS 12 TIMES.
           05  BN-KAI-CNT        PIC 9(02).
           05  BN-KAI OCCURS 12 TIMES.
               10  BN-YOTEI-DT   PIC 9(08).
               10  BN-YOTEI-GAKU PIC 9(08).
               10  BN-NYUKIN-DT  PIC 9(08).
               10  BN-NYUKIN-GAKU PIC 9(08).
           05  BN-SEIYAKU-GAKU   PIC 9(09).
           05  BN-NYUKIN-GOUKEI  PIC 9(09).
           05  BN-KANRYO-DT      PIC 9(08).
           05  BN-FURIKOU-DT     PIC 9(08).
           05  BN-FURIKOU-KAI    PIC 9(02).
           05  FILLER            PIC X(29).

       FD  SHUNO-FILE
           RECORD CONTAINS 40 CHARACTERS
           05  SN-KAISU          PIC 9(02).
           05  SN-KINGAKU        PIC 9(08).
           05  SN-SHUNO-DT       PIC 9(08).
      * 収納区分 B: 分納入金（SN-KAISU は分納計画の回）
           05  SN-SHUNO-KBN      PIC X(01).
               88  SN-BUNNO      VALUE 'B'.
           05  FILLER            PIC X(09).

       FD  SUSPENSE-FILE
           RECORD CONTAINS 60 CHARACTERS
           05  WS-SHUNO-STATUS   PIC X(02).
           05  WS-SUSP-STATUS    PIC X(02).
           05  WS-RPT-STATUS     PIC X(02).
           05  WS-BUNNO-STATUS   PIC X(02).
           05  WS-BUNNO-EOF      PIC X(01) VALUE 'N'.
           05  WS-CVS-EOF        PIC X(01) VALUE 'N'.
           05  WS-OCR-EOF        PIC X(01) VALUE 'N'.

               88  WS-SHOGO-OK   VALUE 'Y'.
           05  WS-SHOGO-RIYU     PIC X(20).

      * 分納入金の判定域
       01  WS-BUNNO-WORK.
           05  WS-BN-FOUND       PIC X(01).
           05  WS-BN-MINYU-ARI   PIC X(01).
           05  WS-BN-SUB         PIC 9(02).
           05  WS-BN-KAI         PIC 9(02).

      * 手数料照合の集計（源泉別）
       01  WS-SHUKEI-AREA.
           05  WS-CVS-KENSU      PIC 9(07) VALUE ZEROS.
       01  WS-COUNTERS.
           05  WS-SEIJO-CNT      PIC 9(07) VALUE ZEROS.
           05  WS-SUSP-CNT       PIC 9(07) VALUE ZEROS.
           05  WS-BUNNO-CNT      PIC 9(07) VALUE ZEROS.

       01  WS-EDIT-AREA.
           05  WS-EDIT-CNT       PIC ZZZ,ZZ9.
           OPEN INPUT  CVS-FILE
           OPEN INPUT  OCR-FILE
           OPEN INPUT  TAINO-MASTER
           OPEN INPUT  BUNNO-MASTER
           OPEN OUTPUT SHUNO-FILE
           OPEN OUTPUT SUSPENSE-FILE
           OPEN OUTPUT TESURYO-RPT
           END-IF
           PERFORM 1200-READ-OCR.

      * 共通変換: 分納入金に当たらない入金はOCRラインを期別債権へ
      * 突合し、一致分のみ収納ファイルへ出力。不一致は保留ファイルへ。
       2800-HENKAN-SHORI.
           MOVE 'Y' TO WS-SHOGO-FLAG
           PERFORM 2810-BUNNO-SAGASU
           IF WS-BN-KAI = ZEROS
               PERFORM 2850-KIBETSU-SHOGO
           END-IF
           IF WS-SHOGO-OK
               MOVE SPACES       TO SHUNO-REC
               MOVE WS-JYUMIN-NO TO SN-JYUMIN-NO
               MOVE WS-KAISU     TO SN-KAISU
               MOVE WS-KINGAKU   TO SN-KINGAKU
               MOVE WS-SHUNO-DT  TO SN-SHUNO-DT
               IF WS-BN-KAI > ZEROS
                   SET SN-BUNNO  TO TRUE
                   MOVE WS-BN-KAI TO SN-KAISU
                   ADD 1 TO WS-BUNNO-CNT
               END-IF
               WRITE SHUNO-REC
               ADD 1 TO WS-SEIJO-CNT
           ELSE
               ADD 1 TO WS-SUSP-CNT
           END-IF.

      * 分納入金の判定: 履行中の誓約を探し、未入金の最初の回の
      * 予定額と入金額が一致すればその回を WS-BN-KAI に返す
       2810-BUNNO-SAGASU.
           MOVE 'N'          TO WS-BN-FOUND
           MOVE 'N'          TO WS-BN-MINYU-ARI
           MOVE ZEROS        TO WS-BN-KAI
           MOVE 'N'          TO WS-BUNNO-EOF
           MOVE WS-JYUMIN-NO TO BN-JYUMIN-NO
           MOVE ZEROS        TO BN-RENBAN
           START BUNNO-MASTER KEY IS NOT LESS THAN BN-KEY
               INVALID KEY MOVE 'Y' TO WS-BUNNO-EOF
           END-START
           PERFORM 2820-BUNNO-READ
               UNTIL WS-BUNNO-EOF = 'Y' OR WS-BN-FOUND = 'Y'
           IF WS-BN-FOUND = 'Y'
               PERFORM 2830-BUNNO-KAI-SCAN
                   VARYING WS-BN-SUB FROM 1 BY 1
                   UNTIL WS-BN-SUB > BN-KAI-CNT
                       OR WS-BN-MINYU-ARI = 'Y'
           END-IF.

       2820-BUNNO-READ.
           READ BUNNO-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-BUNNO-EOF
               NOT AT END
                   IF BN-JYUMIN-NO NOT = WS-JYUMIN-NO
                       MOVE 'Y' TO WS-BUNNO-EOF
                   ELSE
                       IF BN-RIKOU
                           MOVE 'Y' TO WS-BN-FOUND
                       END-IF
                   END-IF
           END-READ.

       2830-BUNNO-KAI-SCAN.
           IF BN-NYUKIN-GAKU (WS-BN-SUB) = ZEROS
               MOVE 'Y' TO WS-BN-MINYU-ARI
               IF BN-YOTEI-GAKU (WS-BN-SUB) = WS-KINGAKU
                   MOVE WS-BN-SUB TO WS-BN-KAI
               END-IF
           END-IF.

      * 期別債権との突合: 未納の期別で金額が一致するもの
       2850-KIBETSU-SHOGO.
           MOVE WS-JYUMIN-NO TO TN-JYUMIN-NO
           MOVE WS-KAISU     TO TN-KAISU
           READ TAINO-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-SHOGO-FLAG
                   MOVE '期別債権なし' TO WS-SHOGO-RIYU
               NOT INVALID KEY
                   IF NOT TN-MINOU
                       MOVE 'N' TO WS-SHOGO-FLAG
                       MOVE '納付済・取消済'
                           TO WS-SHOGO-RIYU
                   ELSE
                       IF WS-KINGAKU NOT = TN-KINGAKU
                           MOVE 'N' TO WS-SHOGO-FLAG
                           MOVE '金額不一致' TO WS-SHOGO-RIYU
                       END-IF
                   END-IF
           END-READ.

      * 手数料照合報告: 源泉別の件数・収納額・手数料・差引を印字
       4000-TESURYO-REPORT.
           MOVE '===== 収納代行手数料照合 =====' TO TE-LINE
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO TE-LINE
           WRITE TESURYO-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-BUNNO-CNT TO WS-EDIT-CNT
           STRING 'うち分納入金  :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO TE-LINE
           WRITE TESURYO-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-SUSP-CNT TO WS-EDIT-CNT
           STRING '保留件数      :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           CLOSE CVS-FILE
           CLOSE OCR-FILE
           CLOSE TAINO-MASTER
           CLOSE BUNNO-MASTER
           CLOSE SHUNO-FILE
           CLOSE SUSPENSE-FILE
           CLOSE TESURYO-RPT.
