      * SAMPLE10E: ジャーナル類 保存期間ハウスキーピングバッチ
      * 概要: 保存期間マスタ（ファイルID・保存日数・退避/削除区分）に
      *       従い、口座履歴・処理済みジャーナル・顧客変更履歴・
      *       ロット消費ログ・エスカレーションログ・売上処理済み伝票
      *       ジャーナルの期限切れレコードを処理する。退避区分は
      *       既存退避ユーティリティと同方式の
      *       件数・ハッシュ合計トレーラ付きでサイクル日付印字の退避
      *       ファイルへ書き出してから削除し、削除区分はそのまま
      *       落とす。何をどこへ動かしたかのハウスキーピング報告を
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JN-KEY
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT URIAGE-JOURNAL ASSIGN TO URIAGJNL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UJ-KEY
               FILE STATUS IS WS-URJNL-STATUS.
           SELECT OPTIONAL HISTORY-LOG ASSIGN TO HISTLOG
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
           05  JN-FILE-ID        PIC X(08).
           05  FILLER            PIC X(16).

       FD  URIAGE-JOURNAL
           RECORD CONTAINS 60 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  URIAGE-JNL-REC.
           05  UJ-KEY.
               10  UJ-CODE       PIC X(10).
               10  UJ-TOKUISAKI  PIC X(10).
           05  UJ-KINGAKU        PIC 9(08).
           05  UJ-DATE           PIC 9(08).
           05  UJ-TORIHIKI-KBN   PIC X(01).
           05  UJ-SHORI-DT       PIC 9(08).
           05  UJ-REC-NO         PIC 9(07).
           05  FILLER            PIC X(08).

       FD  HISTORY-LOG
           RECORD CONTAINS 240 CHARACTERS
           LABEL RECORDS ARE STANDARD
           05  WS-RETENT-STATUS  PIC X(02).
           05  WS-RIREKI-STATUS  PIC X(02).
           05  WS-JOURNAL-STATUS PIC X(02).
           05  WS-URJNL-STATUS   PIC X(02).
           05  WS-HISTORY-STATUS PIC X(02).
           05  WS-HISTNEW-STATUS PIC X(02).
           05  WS-LOTSYO-STATUS  PIC X(02).
           PERFORM 1000-OPEN-FILES
           PERFORM 2000-RIREKI-HSK
           PERFORM 3000-JOURNAL-HSK
           PERFORM 3500-URIJNL-HSK
           PERFORM 4000-HISTORY-HSK
           PERFORM 5000-LOTSYOHI-HSK
           PERFORM 6000-ESKA-HSK
                   END-IF
           END-READ.

      * 売上処理済み伝票ジャーナル（索引編成）: 処理日で判定する
       3500-URIJNL-HSK.
           MOVE 'URIAGJNL' TO WS-FILE-ID
           PERFORM 1500-RETENTION-GET
           IF WS-TAISHO-FLAG = 'Y'
               OPEN I-O URIAGE-JOURNAL
               MOVE 'N' TO WS-SCAN-EOF
               MOVE LOW-VALUES TO UJ-KEY
               START URIAGE-JOURNAL KEY IS NOT LESS THAN UJ-KEY
                   INVALID KEY MOVE 'Y' TO WS-SCAN-EOF
               END-START
               PERFORM 3600-URIJNL-ONE
                   UNTIL WS-SCAN-EOF = 'Y'
               CLOSE URIAGE-JOURNAL
               PERFORM 9500-TRAILER-WRITE
               PERFORM 9600-RPT-LINE
           END-IF.

       3600-URIJNL-ONE.
           READ URIAGE-JOURNAL NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF
               NOT AT END
                   IF UJ-SHORI-DT < WS-KIGEN-DT
                       MOVE UJ-SHORI-DT TO WS-REC-DT
                       IF WS-TAIHI
                           MOVE URIAGE-JNL-REC TO AR-IMAGE
                           PERFORM 9400-ARCHIVE-WRITE
                       END-IF
                       DELETE URIAGE-JOURNAL RECORD
                       ADD 1 TO WS-SAKUJO-CNT
                   ELSE
                       ADD 1 TO WS-ZANZON-CNT
                   END-IF
           END-READ.

      * 顧客変更履歴（順編成）: 残存分を新ファイルへ書き継ぐ
       4000-HISTORY-HSK.
           MOVE 'HISTLOG ' TO WS-FILE-ID
