      *       試算表（期首残・当期借方・当期貸方・期末残、借方合計=
      *       貸方合計の検証付き）を出力する。科目名は科目名マスタ
      *       から引く。
      *       会計年度管理ファイル（SAMPLE11Gと共用、なければ12月
      *       決算・締め済み年度なし）の決算月で年度を判定し、年度
      *       の初月は損益科目の期首残をゼロ、貸借科目は前年度の
      *       調整期間13があればその期末残を引き継ぐ。月が13の日付
      *       の仕訳は調整期間(YYYY13)へ転記し、期首残は決算月の
      *       期末残とする。締め済み年度・期間不正の仕訳は転記せず
      *       保留ファイルへ出力してRC=4とする。
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE11B.
               ACCESS MODE IS RANDOM
               RECORD KEY IS KM-KANJO-CD
               FILE STATUS IS WS-KAMOKU-STATUS.
           SELECT OPTIONAL NENDO-CTL-FILE ASSIGN TO GLNENDO
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-NENDO-STATUS.
           SELECT GL-HORYU-FILE ASSIGN TO GLHORYU
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HORYU-STATUS.
           SELECT SHISAN-RPT ASSIGN TO SHISANRPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
           05  FILLER            PIC X(22).

      * 科目名マスタ（科目対応マスタはイベント→科目の対応のため、
      * 科目名称は本マスタで保持する）科目区分 B=貸借 P=損益
       FD  KAMOKU-MASTER
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  KAMOKU-REC.
           05  KM-KANJO-CD       PIC X(08).
           05  KM-KANJO-MEI      PIC X(30).
           05  KM-KAMOKU-KBN     PIC X(01).
               88  KM-SONEKI             VALUE 'P'.
           05  FILLER            PIC X(01).

      * 会計年度管理: 決算月・繰越利益剰余金科目・締め済み年度
       FD  NENDO-CTL-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  NENDO-CTL-REC.
           05  GN-KESSAN-TSUKI   PIC 9(02).
           05  FILLER            PIC X(08).
           05  GN-SHIME-NENDO    PIC 9(04).
           05  FILLER            PIC X(66).

      * 転記保留: GL連携ファイルと同じ形式
       FD  GL-HORYU-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  GL-HORYU-REC          PIC X(80).

       FD  SHISAN-RPT
           RECORD CONTAINS 120 CHARACTERS
           05  WS-RPT-STATUS     PIC X(02).
           05  WS-EOF-FLAG       PIC X(01) VALUE 'N'.
           05  WS-GLZAN-EOF      PIC X(01) VALUE 'N'.
           05  WS-NENDO-STATUS   PIC X(02).
           05  WS-HORYU-STATUS   PIC X(02).
           05  WS-ZEN-ARI-FLAG   PIC X(01) VALUE 'N'.

      * 会計年度（年度は決算月の属する年で表す）
       01  WS-NENDO-AREA.
           05  WS-KESSAN-TSUKI   PIC 9(02) VALUE 12.
           05  WS-SHIME-NENDO    PIC 9(04) VALUE ZEROS.
           05  WS-TENKI-NENDO    PIC 9(04) VALUE ZEROS.
           05  WS-HORYU-RIYU     PIC X(20) VALUE SPACES.
           05  WS-TK-YM          PIC 9(06).
           05  WS-TK-YM-X REDEFINES WS-TK-YM.
               10  WS-TK-YY      PIC 9(04).
               10  WS-TK-MM      PIC 9(02).

       01  WS-KIKAN              PIC 9(06) VALUE ZEROS.
       01  WS-ZEN-KIKAN          PIC 9(06) VALUE ZEROS.
           05  WS-INPUT-CNT      PIC 9(07) VALUE ZEROS.
           05  WS-TENKI-CNT      PIC 9(07) VALUE ZEROS.
           05  WS-KAMOKU-CNT     PIC 9(07) VALUE ZEROS.
           05  WS-SHIME-HORYU-CNT PIC 9(07) VALUE ZEROS.
           05  WS-KIKAN-HORYU-CNT PIC 9(07) VALUE ZEROS.

       01  WS-EDIT-AREA.
           05  WS-EDIT-CNT       PIC ZZZ,ZZ9.
           PERFORM 2000-TENKI-LOOP
               UNTIL WS-EOF-FLAG = 'Y'
           PERFORM 4000-SHISAN-REPORT
           PERFORM 4500-HORYU-REPORT
           PERFORM 3000-CLOSE-FILES
           MOVE WS-RETURN-CODE TO RETURN-CODE
           PERFORM 0900-RUNLOG-END
           OPEN I-O    GLZAN-MASTER
           OPEN INPUT  KAMOKU-MASTER
           OPEN OUTPUT SHISAN-RPT
           OPEN OUTPUT GL-HORYU-FILE
           PERFORM 1050-NENDO-CTL-READ
           PERFORM 1100-READ-GL.

       1050-NENDO-CTL-READ.
           OPEN INPUT NENDO-CTL-FILE
           IF WS-NENDO-STATUS = '00'
               READ NENDO-CTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF GN-KESSAN-TSUKI >= 1
                           AND GN-KESSAN-TSUKI <= 12
                           MOVE GN-KESSAN-TSUKI TO WS-KESSAN-TSUKI
                       END-IF
                       IF GN-SHIME-NENDO NUMERIC
                           MOVE GN-SHIME-NENDO TO WS-SHIME-NENDO
                       END-IF
               END-READ
           END-IF
           CLOSE NENDO-CTL-FILE.

       1100-READ-GL.
           READ GL-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG

      * 転記: 科目×期間の残高行へ借方・貸方を積む。期間の初回は
      * 前期間の期末残を期首残として引き継ぐ。
      * 締め済み年度・期間不正の仕訳は転記せず保留へ回す
       2000-TENKI-LOOP.
           ADD 1 TO WS-INPUT-CNT
           PERFORM 2050-NENDO-HANTEI
           IF WS-HORYU-RIYU NOT = SPACES
               WRITE GL-HORYU-REC FROM GL-REC
           ELSE
               MOVE GL-KANJO-CD      TO GB-KANJO-CD
               MOVE GL-GYOMU-DT(1:6) TO GB-KIKAN
               READ GLZAN-MASTER
                   INVALID KEY
                       PERFORM 2100-SHINKI-KIKAN
                   NOT INVALID KEY
                       PERFORM 2200-KINGAKU-KASAN
                       REWRITE GLZAN-REC
               END-READ
               ADD 1 TO WS-TENKI-CNT
           END-IF
           PERFORM 1100-READ-GL.

       2050-NENDO-HANTEI.
           MOVE SPACES TO WS-HORYU-RIYU
           MOVE GL-GYOMU-DT(1:6) TO WS-TK-YM
           IF WS-TK-MM < 1 OR WS-TK-MM > 13
               MOVE '期間不正' TO WS-HORYU-RIYU
               ADD 1 TO WS-KIKAN-HORYU-CNT
           ELSE
               IF WS-TK-MM = 13 OR WS-TK-MM <= WS-KESSAN-TSUKI
                   MOVE WS-TK-YY TO WS-TENKI-NENDO
               ELSE
                   COMPUTE WS-TENKI-NENDO = WS-TK-YY + 1
               END-IF
               IF WS-TENKI-NENDO <= WS-SHIME-NENDO
                   MOVE '締め済み年度' TO WS-HORYU-RIYU
                   ADD 1 TO WS-SHIME-HORYU-CNT
               END-IF
           END-IF.

       2100-SHINKI-KIKAN.
           PERFORM 2150-ZEN-KIMATSU-GET
           MOVE SPACES TO GLZAN-REC
               INVALID KEY CONTINUE
           END-WRITE.

      * 前期間: 調整期間13は決算月、年度の初月は前年度の調整期間
      * （なければ決算月）。年度の初月の損益科目は期首残ゼロ。
       2150-ZEN-KIMATSU-GET.
           MOVE ZEROS TO WS-ZEN-KIMATSU
           MOVE GL-GYOMU-DT(1:6) TO WS-ZW-YM
           IF WS-ZW-MM = 13
               MOVE WS-KESSAN-TSUKI TO WS-ZW-MM
               PERFORM 2160-ZEN-KIMATSU-READ
           ELSE
               IF WS-ZW-MM = 1
                   SUBTRACT 1 FROM WS-ZW-YY
                   MOVE 12 TO WS-ZW-MM
               ELSE
                   SUBTRACT 1 FROM WS-ZW-MM
               END-IF
               IF WS-ZW-MM = WS-KESSAN-TSUKI
                   PERFORM 2170-KISHU-KURIKOSHI
               ELSE
                   PERFORM 2160-ZEN-KIMATSU-READ
               END-IF
           END-IF.

       2160-ZEN-KIMATSU-READ.
           MOVE 'N' TO WS-ZEN-ARI-FLAG
           MOVE GL-KANJO-CD TO GB-KANJO-CD
           MOVE WS-ZW-YM    TO GB-KIKAN
           READ GLZAN-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ZEN-ARI-FLAG
                   COMPUTE WS-ZEN-KIMATSU =
                       GB-KISHU-ZAN + GB-KARIKATA - GB-KASHIKATA
           END-READ.

       2170-KISHU-KURIKOSHI.
           MOVE GL-KANJO-CD TO KM-KANJO-CD
           READ KAMOKU-MASTER
               INVALID KEY
                   MOVE SPACES TO KM-KAMOKU-KBN
               NOT INVALID KEY
                   CONTINUE
           END-READ
           IF NOT KM-SONEKI
               MOVE 13 TO WS-ZW-MM
               PERFORM 2160-ZEN-KIMATSU-READ
               IF WS-ZEN-ARI-FLAG = 'N'
                   MOVE WS-KESSAN-TSUKI TO WS-ZW-MM
                   PERFORM 2160-ZEN-KIMATSU-READ
               END-IF
           END-IF.

       2200-KINGAKU-KASAN.
           IF GL-KARIKATA
               ADD GL-KINGAKU TO GB-KARIKATA
           MOVE WS-WORK-LINE TO SH-LINE
           WRITE SHISAN-RPT-REC.

       4500-HORYU-REPORT.
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-SHIME-HORYU-CNT TO WS-EDIT-CNT
           STRING '締め済み保留  :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO SH-LINE
           WRITE SHISAN-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-KIKAN-HORYU-CNT TO WS-EDIT-CNT
           STRING '期間不正保留  :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO SH-LINE
           WRITE SHISAN-RPT-REC
           IF WS-SHIME-HORYU-CNT > ZEROS
               OR WS-KIKAN-HORYU-CNT > ZEROS
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF.

       3000-CLOSE-FILES.
           CLOSE GL-FILE
           CLOSE GLZAN-MASTER
           CLOSE KAMOKU-MASTER
           CLOSE SHISAN-RPT
           CLOSE GL-HORYU-FILE.
