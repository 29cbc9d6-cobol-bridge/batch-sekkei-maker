      *       保険料を算定する。本人負担分は給与控除ファイルとして
      *       給与側へ戻し、事業主負担分は負担報告(BUNTAN)形式で
      *       出力、合計は年間保険料マスタへ積み上げる。
      *       産前産後休業・育児休業中に支給した賞与は保険料を免除
      *       （ゼロ算定）し、賞与保険料免除者一覧へ出力する。
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE03G.
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BUNTAN-STATUS.
           SELECT OPTIONAL KYUGYO-FILE ASSIGN TO KYUGYOIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-KYUGYO-STATUS.
           SELECT MENJO-RPT ASSIGN TO SHOMENJORPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MENJORPT-STATUS.
           SELECT OPTIONAL GYOMU-DATE-FILE ASSIGN TO GYOMUDATE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
           05  BT-JIGYOSYA-BUN   PIC 9(09).
           05  FILLER            PIC X(30).

      * 休業期間ファイル: 終了日ゼロは休業継続中
       FD  KYUGYO-FILE
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  KYUGYO-REC.
           05  KG-HIHOKEN-NO     PIC X(12).
           05  KG-KYUGYO-SHU     PIC X(01).
               88  KG-SANZEN-SANGO VALUE '1'.
               88  KG-IKUJI      VALUE '2'.
           05  KG-KAISHI-DT      PIC 9(08).
           05  KG-SHURYO-DT      PIC 9(08).
           05  FILLER            PIC X(11).

       FD  MENJO-RPT
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  MENJO-RPT-REC.
           05  MJ-LINE           PIC X(100).

       FD  GYOMU-DATE-FILE
           RECORD CONTAINS 20 CHARACTERS
           LABEL RECORDS ARE STANDARD
           05  WS-NENKAN-STATUS  PIC X(02).
           05  WS-KOJO-STATUS    PIC X(02).
           05  WS-BUNTAN-STATUS  PIC X(02).
           05  WS-KYUGYO-STATUS  PIC X(02).
           05  WS-MENJORPT-STATUS PIC X(02).
           05  WS-KYUGYO-EOF     PIC X(01) VALUE 'N'.
           05  WS-EOF-FLAG       PIC X(01) VALUE 'N'.
           05  WS-HIHOKEN-EOF    PIC X(01) VALUE 'N'.
           05  WS-RYO-EOF        PIC X(01) VALUE 'N'.

       01  WS-SHORI-NEN          PIC 9(04) VALUE ZEROS.

      * 休業期間テーブル（被保険者ごとに複数期間を持てる）
       01  WS-KYUGYO-TABLE.
           05  WS-KYUGYO-ENTRY OCCURS 1000 TIMES
                   INDEXED BY WS-KG-IDX.
               10  KGT-HIHOKEN-NO PIC X(12).
               10  KGT-KYUGYO-SHU PIC X(01).
               10  KGT-KAISHI-DT  PIC 9(08).
               10  KGT-SHURYO-DT  PIC 9(08).
       01  WS-KYUGYO-CNT         PIC 9(04) VALUE ZEROS.
       01  WS-KG-SCAN            PIC 9(04).
       01  WS-KG-OVER-CNT        PIC 9(05) VALUE ZEROS.

      * 賞与の免除判定: 支給月が免除月（開始月から終了日の翌日の
      * 属する月の前月まで）に当たること。育児休業は休業期間が
      * 1か月を超える場合に限る。
       01  WS-MENJO-AREA.
           05  WS-MENJO-KBN      PIC X(01).
               88  WS-MENJO-ARI  VALUE '1' '2'.
           05  WS-SHIKYU-YM      PIC 9(06).
           05  WS-MJ-KAISHI-DT   PIC 9(08).
           05  WS-MJ-SHURYO-DT   PIC 9(08).
           05  WS-MJ-YOKUJITSU   PIC 9(08).
           05  WS-MJ-OWARI-YM    PIC 9(06).
           05  WS-MJ-IKKAGETSU   PIC 9(08).
           05  WS-MJ-NEN         PIC 9(04).
           05  WS-MJ-TSUKI       PIC 9(02).
           05  WS-MJ-HI          PIC 9(02).
           05  WS-MJ-SHU-MEI     PIC X(08).
           05  WS-MJ-CNT         PIC 9(07) VALUE ZEROS.
           05  WS-MJ-JIGYO-GOUKEI PIC 9(11) VALUE ZEROS.
           05  WS-MJ-HONNIN-GOUKEI PIC 9(11) VALUE ZEROS.
           05  WS-EDIT-MJ-JIGYO  PIC ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-MJ-HONNIN PIC ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-MJ-CNT    PIC ZZZ,ZZ9.
           05  WS-MJ-LINE        PIC X(100).

       01  WS-COUNTERS.
           05  WS-INPUT-CNT      PIC 9(07) VALUE ZEROS.
           05  WS-SANTEI-CNT     PIC 9(07) VALUE ZEROS.
           PERFORM 1000-OPEN-FILES
           PERFORM 1300-LOAD-HIHOKEN
           PERFORM 1400-LOAD-RYO
           PERFORM 1500-LOAD-KYUGYO
           PERFORM 2000-MAIN-LOOP
               UNTIL WS-EOF-FLAG = 'Y'
           PERFORM 2900-MENJO-FOOTER
           PERFORM 3000-CLOSE-FILES
           IF WS-MIMEI-CNT > ZEROS OR WS-RYO-NG-CNT > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-KG-OVER-CNT > ZEROS
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 0900-RUNLOG-END
           STOP RUN.

               PERFORM 0110-GYOMU-DATE-READ
           END-IF
           CLOSE GYOMU-DATE-FILE
           MOVE WS-GYOMU-DATE(1:4) TO WS-SHORI-NEN
           MOVE WS-GYOMU-DATE(1:6) TO WS-SHIKYU-YM.

       0110-GYOMU-DATE-READ.
           READ GYOMU-DATE-FILE
           OPEN I-O    NENKAN-MASTER
           OPEN OUTPUT KOJO-FILE
           OPEN OUTPUT BUNTAN-RPT
           OPEN OUTPUT MENJO-RPT
           MOVE '===== 賞与保険料免除者一覧 =====' TO MJ-LINE
           WRITE MENJO-RPT-REC
           PERFORM 1100-READ-MEISAI.

       1100-READ-MEISAI.
                       TO RT-KAIGO-RITSU (WS-RYO-IDX)
           END-READ.

      * 休業期間ファイルの展開（ファイルが無ければ免除なし）
       1500-LOAD-KYUGYO.
           OPEN INPUT KYUGYO-FILE
           IF WS-KYUGYO-STATUS NOT = '00'
               MOVE 'Y' TO WS-KYUGYO-EOF
           END-IF
           PERFORM 1510-READ-KYUGYO
               UNTIL WS-KYUGYO-EOF = 'Y'
           CLOSE KYUGYO-FILE.

       1510-READ-KYUGYO.
           READ KYUGYO-FILE
               AT END
                   MOVE 'Y' TO WS-KYUGYO-EOF
               NOT AT END
                   IF WS-KYUGYO-CNT < 1000
                       ADD 1 TO WS-KYUGYO-CNT
                       SET WS-KG-IDX TO WS-KYUGYO-CNT
                       MOVE KG-HIHOKEN-NO
                           TO KGT-HIHOKEN-NO (WS-KG-IDX)
                       MOVE KG-KYUGYO-SHU
                           TO KGT-KYUGYO-SHU (WS-KG-IDX)
                       MOVE KG-KAISHI-DT
                           TO KGT-KAISHI-DT (WS-KG-IDX)
                       MOVE KG-SHURYO-DT
                           TO KGT-SHURYO-DT (WS-KG-IDX)
                   ELSE
                       ADD 1 TO WS-KG-OVER-CNT
                   END-IF
           END-READ.

       2000-MAIN-LOOP.
           ADD 1 TO WS-INPUT-CNT
           PERFORM 2100-HIHOKEN-SEARCH
                   ADD 1 TO WS-RYO-NG-CNT
               ELSE
                   PERFORM 2300-HOKENRYO-SANTEI
                   PERFORM 2700-MENJO-HANTEI
                   IF WS-MENJO-ARI
                       PERFORM 2800-MENJO-SHORI
                   END-IF
                   PERFORM 2400-NENKAN-UPDATE
                   PERFORM 2500-KOJO-WRITE
                   PERFORM 2600-BUNTAN-WRITE
           MOVE WS-JIGYOSYA-BUN           TO BT-JIGYOSYA-BUN
           WRITE BUNTAN-REC.

      * 免除判定: 被保険者の休業期間のいずれかが支給月を含めば免除
       2700-MENJO-HANTEI.
           MOVE SPACE TO WS-MENJO-KBN
           PERFORM 2710-MENJO-SCAN-ONE
               VARYING WS-KG-SCAN FROM 1 BY 1
               UNTIL WS-KG-SCAN > WS-KYUGYO-CNT
                   OR WS-MENJO-ARI.

       2710-MENJO-SCAN-ONE.
           SET WS-KG-IDX TO WS-KG-SCAN
           IF KGT-HIHOKEN-NO (WS-KG-IDX) = HT-HIHOKEN-NO (WS-HH-IDX)
               PERFORM 2720-MENJO-TSUKI-HANTEI
           END-IF.

       2720-MENJO-TSUKI-HANTEI.
           MOVE KGT-KAISHI-DT (WS-KG-IDX) TO WS-MJ-KAISHI-DT
           MOVE KGT-SHURYO-DT (WS-KG-IDX) TO WS-MJ-SHURYO-DT
           IF WS-MJ-SHURYO-DT = ZEROS
               MOVE 999999   TO WS-MJ-OWARI-YM
               MOVE 99999999 TO WS-MJ-SHURYO-DT
           ELSE
               COMPUTE WS-MJ-YOKUJITSU = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-MJ-SHURYO-DT) + 1)
               MOVE WS-MJ-YOKUJITSU(1:6) TO WS-MJ-OWARI-YM
           END-IF
      * 開始日の1か月後の応当日（終了日がこれ以降なら1か月超）
           MOVE WS-MJ-KAISHI-DT(1:4) TO WS-MJ-NEN
           MOVE WS-MJ-KAISHI-DT(5:2) TO WS-MJ-TSUKI
           MOVE WS-MJ-KAISHI-DT(7:2) TO WS-MJ-HI
           IF WS-MJ-TSUKI = 12
               ADD 1 TO WS-MJ-NEN
               MOVE 1 TO WS-MJ-TSUKI
           ELSE
               ADD 1 TO WS-MJ-TSUKI
           END-IF
           COMPUTE WS-MJ-IKKAGETSU = WS-MJ-NEN * 10000
               + WS-MJ-TSUKI * 100 + WS-MJ-HI
           IF WS-MJ-KAISHI-DT(1:6) NOT > WS-SHIKYU-YM
               AND WS-SHIKYU-YM < WS-MJ-OWARI-YM
               IF KGT-KYUGYO-SHU (WS-KG-IDX) = '1'
                   OR WS-MJ-SHURYO-DT NOT < WS-MJ-IKKAGETSU
                   MOVE KGT-KYUGYO-SHU (WS-KG-IDX) TO WS-MENJO-KBN
               END-IF
           END-IF.

      * 免除: 算定額を免除額として一覧に出し、保険料はゼロとする
       2800-MENJO-SHORI.
           ADD 1 TO WS-MJ-CNT
           ADD WS-JIGYOSYA-BUN TO WS-MJ-JIGYO-GOUKEI
           ADD WS-HIHOKEN-BUN WS-KAIGO-BUN TO WS-MJ-HONNIN-GOUKEI
           IF WS-MENJO-KBN = '1'
               MOVE '産前産後' TO WS-MJ-SHU-MEI
           ELSE
               MOVE '育児休業' TO WS-MJ-SHU-MEI
           END-IF
           MOVE WS-JIGYOSYA-BUN TO WS-EDIT-MJ-JIGYO
           COMPUTE WS-EDIT-MJ-HONNIN = WS-HIHOKEN-BUN + WS-KAIGO-BUN
           MOVE SPACES TO WS-MJ-LINE
           STRING HT-HIHOKEN-NO (WS-HH-IDX) ' '
                  HT-SHIMEI (WS-HH-IDX)
                  ' 支給月:' WS-SHIKYU-YM
                  ' ' WS-MJ-SHU-MEI
                  ' 事業主:' WS-EDIT-MJ-JIGYO
                  ' 本人:' WS-EDIT-MJ-HONNIN
               DELIMITED SIZE INTO WS-MJ-LINE
           MOVE WS-MJ-LINE TO MJ-LINE
           WRITE MENJO-RPT-REC
           MOVE ZEROS TO WS-HIHOKEN-BUN WS-JIGYOSYA-BUN
                         WS-KAIGO-BUN WS-GOUKEI.

      * 免除者一覧の合計（事業主負担の免除額）
       2900-MENJO-FOOTER.
           MOVE WS-MJ-CNT TO WS-EDIT-MJ-CNT
           MOVE SPACES TO WS-MJ-LINE
           STRING '免除件数      :' WS-EDIT-MJ-CNT
               DELIMITED SIZE INTO WS-MJ-LINE
           MOVE WS-MJ-LINE TO MJ-LINE
           WRITE MENJO-RPT-REC
           MOVE WS-MJ-JIGYO-GOUKEI TO WS-EDIT-MJ-JIGYO
           MOVE SPACES TO WS-MJ-LINE
           STRING '事業主負担免除額:' WS-EDIT-MJ-JIGYO
               DELIMITED SIZE INTO WS-MJ-LINE
           MOVE WS-MJ-LINE TO MJ-LINE
           WRITE MENJO-RPT-REC
           MOVE WS-MJ-HONNIN-GOUKEI TO WS-EDIT-MJ-HONNIN
           MOVE SPACES TO WS-MJ-LINE
           STRING '本人負担免除額  :' WS-EDIT-MJ-HONNIN
               DELIMITED SIZE INTO WS-MJ-LINE
           MOVE WS-MJ-LINE TO MJ-LINE
           WRITE MENJO-RPT-REC
           IF WS-KG-OVER-CNT > ZEROS
               MOVE WS-KG-OVER-CNT TO WS-EDIT-MJ-CNT
               MOVE SPACES TO WS-MJ-LINE
               STRING '休業期間あふれ:' WS-EDIT-MJ-CNT
                   DELIMITED SIZE INTO WS-MJ-LINE
               MOVE WS-MJ-LINE TO MJ-LINE
               WRITE MENJO-RPT-REC
           END-IF.

       3000-CLOSE-FILES.
           CLOSE SHOYO-MEISAI-FILE
           CLOSE HIHOKEN-FILE
           CLOSE RYO-MASTER
           CLOSE NENKAN-MASTER
           CLOSE KOJO-FILE
           CLOSE BUNTAN-RPT
           CLOSE MENJO-RPT.
