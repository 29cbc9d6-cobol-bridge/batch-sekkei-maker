               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-KREJ-STATUS.
           SELECT SHOHIN-MASTER ASSIGN TO SHOHINMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HM-HINBAN
               FILE STATUS IS WS-SHOHIN-STATUS.
           SELECT SHOHIN-HORYU ASSIGN TO SHOHINHRY
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HORYU-STATUS.
           SELECT TEIKA-RPT ASSIGN TO TEIKARPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TEIKA-STATUS.
           SELECT OPTIONAL YOSAN-MASTER ASSIGN TO YOSANMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
           05  KJ-HIDUKE         PIC 9(08).
           05  FILLER            PIC X(21).

      * 商品マスタ: SAMPLE04Iで維持し、SAMPLE04と共用する
       FD  SHOHIN-MASTER
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  SHOHIN-REC.
           05  HM-HINBAN         PIC X(10).
           05  HM-HINMEI         PIC X(30).
           05  HM-TANI           PIC X(04).
           05  HM-BUNRUI-CD      PIC X(04).
           05  HM-TEIKA          PIC S9(09) COMP-3.
           05  HM-KAISHI-DT      PIC 9(08).
           05  HM-SHURYO-DT      PIC 9(08).
           05  HM-YOTEI-TEIKA    PIC S9(09) COMP-3.
           05  HM-YOTEI-DT       PIC 9(08).
           05  HM-KOSHIN-DT      PIC 9(08).
           05  FILLER            PIC X(10).

      * 商品保留: 商品未登録・適用期間外の売上（売上入力と同形式）
      * 商品マスタ修正後に売上入力へ戻して再投入する
       FD  SHOHIN-HORYU
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  SHOHIN-HORYU-REC      PIC X(80).

       FD  TEIKA-RPT
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  TEIKA-RPT-REC.
           05  TK-LINE           PIC X(100).

      * 月次予算マスタ: 部門×年月の目標数量・目標金額
      * （SAMPLE09Cの計画取込で維持する）
       FD  YOSAN-MASTER
       01  WS-KINGAKU-SA         PIC S9(15) COMP-3.
       01  WS-KREJ-CNT           PIC 9(07) VALUE ZEROS.
       01  WS-KREJ-KINGAKU       PIC 9(15) VALUE ZEROS.
      * 商品マスタ照合（未登録・期間外は保留、定価乖離は警告）
       01  WS-SHOHIN-STATUS      PIC X(02).
       01  WS-HORYU-STATUS       PIC X(02).
       01  WS-TEIKA-STATUS       PIC X(02).
       01  WS-SHOHIN-OK-FLAG     PIC X(01).
       01  WS-HORYU-RIYU         PIC X(20).
       01  WS-TEKIYO-TEIKA       PIC S9(09) COMP-3.
       01  WS-TEIKA-KAGEN        PIC S9(09)V99 COMP-3.
       01  WS-TEIKA-JOGEN        PIC S9(09)V99 COMP-3.
       01  WS-HORYU-CNT          PIC 9(07) VALUE ZEROS.
       01  WS-HORYU-KINGAKU      PIC 9(15) VALUE ZEROS.
       01  WS-TEIKA-NG-CNT       PIC 9(07) VALUE ZEROS.
       01  WS-EDIT-TANKA         PIC ZZ,ZZZ,ZZ9.
       01  WS-EDIT-TEIKA         PIC ZZ,ZZZ,ZZ9.
       01  WS-SUSP-CNT.
           05  WS-SUSP-NEW-CNT   PIC 9(07) VALUE ZEROS.
           05  WS-SUSP-SAI-CNT   PIC 9(07) VALUE ZEROS.
           OPEN INPUT  SUSP-IN
           OPEN OUTPUT SUSP-OUT
           OPEN OUTPUT KINGAKU-REJECT
           OPEN INPUT  SHOHIN-MASTER
           OPEN OUTPUT SHOHIN-HORYU
           OPEN OUTPUT TEIKA-RPT
           MOVE '===== 定価乖離売上リスト =====' TO TK-LINE
           WRITE TEIKA-RPT-REC
           OPEN INPUT  YOSAN-MASTER
           IF WS-YOSAN-STATUS = '00'
               MOVE 'Y' TO WS-YOSAN-ARI-FLAG
           IF WS-KINGAKU-SA > WS-GOSA-GENDO
               PERFORM 9400-WRITE-KINGAKU-REJECT
           ELSE
               PERFORM 2070-SHOHIN-KENSHO
               IF WS-SHOHIN-OK-FLAG = 'Y'
                   PERFORM 2060-SHUUKEI-SHORI
               ELSE
                   PERFORM 9410-WRITE-SHOHIN-HORYU
               END-IF
           END-IF
           PERFORM 1100-READ-URIAGE.

           ADD 1 TO WS-KREJ-CNT
           ADD UR-KINGAKU TO WS-KREJ-KINGAKU.

      * 商品マスタ照合: 売上日に有効な商品であることを確認し、
      * 売上日時点の定価と単価を比べて±20%を超えれば警告する
       2070-SHOHIN-KENSHO.
           MOVE 'Y' TO WS-SHOHIN-OK-FLAG
           MOVE UR-SHOHIN-CD TO HM-HINBAN
           READ SHOHIN-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-SHOHIN-OK-FLAG
                   MOVE '商品未登録' TO WS-HORYU-RIYU
               NOT INVALID KEY
                   IF UR-HIDUKE < HM-KAISHI-DT
                       OR UR-HIDUKE > HM-SHURYO-DT
                       MOVE 'N' TO WS-SHOHIN-OK-FLAG
                       MOVE '適用期間外' TO WS-HORYU-RIYU
                   END-IF
           END-READ
           IF WS-SHOHIN-OK-FLAG = 'Y'
               PERFORM 2075-TEIKA-KENSHO
           END-IF.

       2075-TEIKA-KENSHO.
           IF HM-YOTEI-DT > ZEROS
               AND UR-HIDUKE >= HM-YOTEI-DT
               MOVE HM-YOTEI-TEIKA TO WS-TEKIYO-TEIKA
           ELSE
               MOVE HM-TEIKA TO WS-TEKIYO-TEIKA
           END-IF
           COMPUTE WS-TEIKA-KAGEN = WS-TEKIYO-TEIKA * 0.8
           COMPUTE WS-TEIKA-JOGEN = WS-TEKIYO-TEIKA * 1.2
           IF WS-TEKIYO-TEIKA > ZEROS
               AND (UR-TANKA < WS-TEIKA-KAGEN
                    OR UR-TANKA > WS-TEIKA-JOGEN)
               PERFORM 9420-WRITE-TEIKA-RPT
           END-IF.

       9410-WRITE-SHOHIN-HORYU.
           MOVE URIAGE-REC TO SHOHIN-HORYU-REC
           WRITE SHOHIN-HORYU-REC
           ADD 1 TO WS-HORYU-CNT
           ADD UR-KINGAKU TO WS-HORYU-KINGAKU
           MOVE SPACES TO WS-WORK-LINE
           STRING '保留 伝票:' UR-DENPYO-NO
                  ' 商品:' UR-SHOHIN-CD
                  ' 売上日:' UR-HIDUKE
                  ' ' WS-HORYU-RIYU
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO TK-LINE
           WRITE TEIKA-RPT-REC.

       9420-WRITE-TEIKA-RPT.
           ADD 1 TO WS-TEIKA-NG-CNT
           MOVE UR-TANKA        TO WS-EDIT-TANKA
           MOVE WS-TEKIYO-TEIKA TO WS-EDIT-TEIKA
           MOVE SPACES TO WS-WORK-LINE
           STRING '乖離 伝票:' UR-DENPYO-NO
                  ' 商品:' UR-SHOHIN-CD
                  ' 単価:' WS-EDIT-TANKA
                  ' 定価:' WS-EDIT-TEIKA
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO TK-LINE
           WRITE TEIKA-RPT-REC.

       2060-SHUUKEI-SHORI.
           IF WS-PREV-BUMON NOT = UR-BUMON-CD
               IF WS-PREV-BUMON NOT = SPACES
           CLOSE SUSP-IN
           CLOSE SUSP-OUT
           CLOSE KINGAKU-REJECT
           CLOSE SHOHIN-MASTER
           CLOSE SHOHIN-HORYU
           CLOSE TEIKA-RPT
           CLOSE YOSAN-MASTER.

       9000-HEADER-WRITE.
                  WS-EDIT-KINGAKU DELIMITED SIZE
               INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO RP-LINE
           WRITE REPORT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-HORYU-CNT TO WS-EDIT-SU
           MOVE WS-HORYU-KINGAKU TO WS-EDIT-KINGAKU
           STRING '商品保留除外   件数:' DELIMITED SIZE
                  WS-EDIT-SU DELIMITED SIZE
                  '  金額:' DELIMITED SIZE
                  WS-EDIT-KINGAKU DELIMITED SIZE
               INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO RP-LINE
           WRITE REPORT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-TEIKA-NG-CNT TO WS-EDIT-SU
           STRING '定価乖離警告   件数:' DELIMITED SIZE
                  WS-EDIT-SU DELIMITED SIZE
               INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO RP-LINE
           WRITE REPORT-REC.
