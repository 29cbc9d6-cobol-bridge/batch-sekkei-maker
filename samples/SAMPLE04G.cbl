      * SAMPLE04G: 在庫月次締めバッチ（受払表作成）
      * 概要: 前月末スナップショットを期首残とし、当月の入出庫
      *       トランザクション・倉庫間移動・組立受払・棚卸調整
      *       （SAMPLE04Bの監査ログ）・返品入庫（SAMPLE04J）・仕入
      *       返品出庫（SAMPLE04N）を品番
      *       倉庫別に集計して受払表（期首+受入−払出=期末）を作成
      *       する。期末の品質保留数（検査保留＋不合格）を別欄に示す。
      *       計算期末と在庫マスタ現残の差異を報告し、在庫マスタの
      *       現残を翌月期首として確定するスナップショットを出力する。
      *=================================================================
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-KUMIJNL-STATUS.
           SELECT OPTIONAL HENPIN-IDO ASSIGN TO HENPINIDO
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HPIDO-STATUS.
           SELECT OPTIONAL SHIHEN-IDO ASSIGN TO SHIHENIDO
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SHIDO-STATUS.
           SELECT ZAIKO-MASTER ASSIGN TO ZAIKOMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           05  AJ-HIDUKE         PIC 9(08).
           05  FILLER            PIC X(12).

      * 返品入庫はSAMPLE04Jの返品入庫記録を受入として受け入れる
       FD  HENPIN-IDO
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  HENPIN-IDO-REC.
           05  RN-HINBAN         PIC X(10).
           05  RN-SOKO-CD        PIC X(04).
           05  RN-SURYO          PIC 9(07).
           05  RN-HIDUKE         PIC 9(08).
           05  RN-SHOCHI-KBN     PIC X(01).
           05  FILLER            PIC X(10).

      * 仕入返品出庫はSAMPLE04Nの仕入返品出庫記録を払出として受け入れる
       FD  SHIHEN-IDO
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  SHIHEN-IDO-REC.
           05  SD-HINBAN         PIC X(10).
           05  SD-SOKO-CD        PIC X(04).
           05  SD-SURYO          PIC 9(07).
           05  SD-HIDUKE         PIC 9(08).
           05  SD-ZAIKO-KBN      PIC X(01).
           05  FILLER            PIC X(10).

       FD  ZAIKO-MASTER
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           05  ZM-LOT-NO         PIC X(10).
           05  ZM-HEIKIN-TANKA   PIC S9(05)V99 COMP-3.
           05  ZM-HIKIATE-SU     PIC S9(09) COMP-3.
           05  ZM-ABC-KBN        PIC X(01).
      * 品質保留: 検査保留数と不合格数（いずれも現在庫の内数）
           05  ZM-HORYU-SU       PIC S9(05) COMP-3.
           05  ZM-FURYO-SU       PIC S9(05) COMP-3.
           05  FILLER            PIC X(01).

       FD  UKEHARAI-RPT
           RECORD CONTAINS 120 CHARACTERS
           05  WS-TRANS-STATUS   PIC X(02).
           05  WS-AUDIT-STATUS   PIC X(02).
           05  WS-KUMIJNL-STATUS PIC X(02).
           05  WS-HPIDO-STATUS   PIC X(02).
           05  WS-SHIDO-STATUS   PIC X(02).
           05  WS-ZAIKO-STATUS   PIC X(02).
           05  WS-RPT-STATUS     PIC X(02).
           05  WS-SNAP-EOF       PIC X(01) VALUE 'N'.
           05  WS-TRANS-EOF      PIC X(01) VALUE 'N'.
           05  WS-AUDIT-EOF      PIC X(01) VALUE 'N'.
           05  WS-KUMIJNL-EOF    PIC X(01) VALUE 'N'.
           05  WS-HPIDO-EOF      PIC X(01) VALUE 'N'.
           05  WS-SHIDO-EOF      PIC X(01) VALUE 'N'.
           05  WS-ZAIKO-EOF      PIC X(01) VALUE 'N'.

      * 品番倉庫別の受払集計テーブル
               10  UK-HARAIDASHI PIC S9(09) COMP-3.
               10  UK-CHOSEI     PIC S9(09) COMP-3.
               10  UK-MASTER-ZAN PIC S9(09) COMP-3.
               10  UK-HORYU-ZAN  PIC S9(09) COMP-3.
               10  UK-MASTER-ARI PIC X(01).
       01  WS-UKE-CNT            PIC 9(03) VALUE ZEROS.
       01  WS-UKE-SCAN           PIC 9(03).
           05  WS-EDIT-UKE       PIC -ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-HARAI     PIC -ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-KIMATSU   PIC -ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-HORYU     PIC -ZZZ,ZZZ,ZZ9.
           05  WS-WORK-LINE      PIC X(120).

       01  WS-RETURN-CODE        PIC 9(04) VALUE ZEROS.
               UNTIL WS-KUMIJNL-EOF = 'Y'
           PERFORM 2500-CHOSEI-LOOP
               UNTIL WS-AUDIT-EOF = 'Y'
           PERFORM 2600-HENPIN-LOOP
               UNTIL WS-HPIDO-EOF = 'Y'
           PERFORM 2650-SHIHEN-LOOP
               UNTIL WS-SHIDO-EOF = 'Y'
           PERFORM 2700-ZAIKO-SHOGO
               UNTIL WS-ZAIKO-EOF = 'Y'
           PERFORM 4000-UKEHARAI-REPORT
           OPEN INPUT  TRANS-FILE
           OPEN INPUT  AUDIT-LOG
           OPEN INPUT  KUMITATE-JNL
           OPEN INPUT  HENPIN-IDO
           OPEN INPUT  SHIHEN-IDO
           OPEN INPUT  ZAIKO-MASTER
           OPEN OUTPUT UKEHARAI-RPT
           MOVE '===== 在庫受払表 =====' TO UH-LINE
           IF WS-KUMIJNL-STATUS NOT = '00'
               MOVE 'Y' TO WS-KUMIJNL-EOF
           END-IF
           IF WS-HPIDO-STATUS NOT = '00'
               MOVE 'Y' TO WS-HPIDO-EOF
           END-IF
           IF WS-SHIDO-STATUS NOT = '00'
               MOVE 'Y' TO WS-SHIDO-EOF
           END-IF
           PERFORM 1100-READ-TRANS
           PERFORM 1150-READ-CHOSEI
           PERFORM 1160-READ-KUMIJNL
           PERFORM 1170-READ-HENPIN
           PERFORM 1180-READ-SHIHEN
           MOVE LOW-VALUES TO ZM-KEY
           START ZAIKO-MASTER KEY IS NOT LESS THAN ZM-KEY
               INVALID KEY MOVE 'Y' TO WS-ZAIKO-EOF
               END-READ
           END-IF.

       1170-READ-HENPIN.
           IF WS-HPIDO-EOF NOT = 'Y'
               READ HENPIN-IDO
                   AT END MOVE 'Y' TO WS-HPIDO-EOF
               END-READ
           END-IF.

       1180-READ-SHIHEN.
           IF WS-SHIDO-EOF NOT = 'Y'
               READ SHIHEN-IDO
                   AT END MOVE 'Y' TO WS-SHIDO-EOF
               END-READ
           END-IF.

      * 期首残受入: 前月スナップショットをテーブルへ展開する
       1200-LOAD-SNAPSHOT.
           PERFORM 1210-READ-SNAPSHOT
           END-IF
           PERFORM 1150-READ-CHOSEI.

      * 返品入庫集計: 得意先返品で在庫へ戻した数量を受入へ積む
       2600-HENPIN-LOOP.
           MOVE RN-HINBAN  TO WS-SRCH-HINBAN
           MOVE RN-SOKO-CD TO WS-SRCH-SOKO
           PERFORM 2900-UKE-ENTRY
           IF WS-UKE-HIT > ZEROS
               SET WS-UK-IDX TO WS-UKE-HIT
               ADD RN-SURYO TO UK-UKEIRE (WS-UK-IDX)
           END-IF
           PERFORM 1170-READ-HENPIN.

      * 仕入返品出庫集計: 仕入先へ返品した数量を払出へ積む
       2650-SHIHEN-LOOP.
           MOVE SD-HINBAN  TO WS-SRCH-HINBAN
           MOVE SD-SOKO-CD TO WS-SRCH-SOKO
           PERFORM 2900-UKE-ENTRY
           IF WS-UKE-HIT > ZEROS
               SET WS-UK-IDX TO WS-UKE-HIT
               ADD SD-SURYO TO UK-HARAIDASHI (WS-UK-IDX)
           END-IF
           PERFORM 1180-READ-SHIHEN.

      * 在庫マスタ突合: 現残をテーブルへ取り込む
       2700-ZAIKO-SHOGO.
           READ ZAIKO-MASTER NEXT RECORD
                       SET WS-UK-IDX TO WS-UKE-HIT
                       MOVE ZM-ZAIKO-SU
                           TO UK-MASTER-ZAN (WS-UK-IDX)
                       IF ZM-HORYU-SU NOT NUMERIC
                           MOVE ZEROS TO ZM-HORYU-SU
                       END-IF
                       IF ZM-FURYO-SU NOT NUMERIC
                           MOVE ZEROS TO ZM-FURYO-SU
                       END-IF
                       COMPUTE UK-HORYU-ZAN (WS-UK-IDX) =
                           ZM-HORYU-SU + ZM-FURYO-SU
                       MOVE 'Y' TO UK-MASTER-ARI (WS-UK-IDX)
                   END-IF
           END-READ.
                             UK-HARAIDASHI (WS-UK-IDX)
                             UK-CHOSEI     (WS-UK-IDX)
                             UK-MASTER-ZAN (WS-UK-IDX)
                             UK-HORYU-ZAN  (WS-UK-IDX)
               MOVE 'N' TO UK-MASTER-ARI (WS-UK-IDX)
               MOVE WS-UKE-CNT TO WS-UKE-HIT
           END-IF
           MOVE UK-UKEIRE     (WS-UK-IDX) TO WS-EDIT-UKE
           MOVE UK-HARAIDASHI (WS-UK-IDX) TO WS-EDIT-HARAI
           MOVE WS-KEISAN-ZAN             TO WS-EDIT-KIMATSU
           MOVE UK-HORYU-ZAN  (WS-UK-IDX) TO WS-EDIT-HORYU
           STRING UK-HINBAN (WS-UK-IDX)
                  ' ' UK-SOKO-CD (WS-UK-IDX)
                  ' 期首:' WS-EDIT-KISHU
                  ' 受入:' WS-EDIT-UKE
                  ' 払出:' WS-EDIT-HARAI
                  ' 期末:' WS-EDIT-KIMATSU
                  ' 保留:' WS-EDIT-HORYU
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO UH-LINE
           WRITE UKEHARAI-RPT-REC
           CLOSE TRANS-FILE
           CLOSE AUDIT-LOG
           CLOSE KUMITATE-JNL
           CLOSE HENPIN-IDO
           CLOSE SHIHEN-IDO
           CLOSE ZAIKO-MASTER
           CLOSE UKEHARAI-RPT.
