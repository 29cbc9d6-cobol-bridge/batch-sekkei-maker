      * SAMPLE06: 保険料計算バッチ
      * 概要: 被保険者データを読み込み、料率マスタから保険料を算出し
      *       保険料通知ファイルと口座振替依頼ファイルを出力する
      *       休業期間ファイルの産前産後休業・育児休業の期間に当たる
      *       月は保険料を免除（ゼロ請求）し、計算履歴に免除区分を
      *       記録して免除者一覧（事業主負担の免除額付き）を出力する
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE06.
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SIMRPT-STATUS.
           SELECT OPTIONAL KYUGYO-FILE ASSIGN TO KYUGYOIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-KYUGYO-STATUS.
           SELECT MENJO-RPT ASSIGN TO MENJORPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MENJORPT-STATUS.
           SELECT OPTIONAL GYOMU-DATE-FILE ASSIGN TO GYOMUDATE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
           05  RH-NENREI         PIC 9(03).
           05  RH-FUYO-CNT       PIC 9(02).
           05  RH-GOUKEI         PIC 9(09).
      * 免除区分: 1 産前産後休業 2 育児休業（保険料ゼロの月）
           05  RH-MENJO-KBN      PIC X(01).
           05  RH-JIGYOSYA-RYO   PIC 9(09).
           05  FILLER            PIC X(06).

       FD  MINOU-MASTER
           RECORD CONTAINS 60 CHARACTERS
       01  SIM-RPT-REC.
           05  SR-LINE           PIC X(120).

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
           05  WS-SIMPRM-STATUS  PIC X(02).
           05  WS-PRYO-STATUS    PIC X(02).
           05  WS-SIMRPT-STATUS  PIC X(02).
           05  WS-KYUGYO-STATUS  PIC X(02).
           05  WS-MENJORPT-STATUS PIC X(02).
           05  WS-EOF-FLAG       PIC X(01) VALUE 'N'.
           05  WS-SIMPRM-EOF     PIC X(01) VALUE 'N'.
           05  WS-PRYO-EOF       PIC X(01) VALUE 'N'.
           05  WS-YOKUSEI-FLAG   PIC X(01) VALUE 'N'.
           05  WS-NENKAN-EOF     PIC X(01) VALUE 'N'.
           05  WS-FUYO-EOF       PIC X(01) VALUE 'N'.
           05  WS-KYUGYO-EOF     PIC X(01) VALUE 'N'.

       01  WS-YOKUSEI-CNT        PIC 9(07) VALUE ZEROS.
       01  WS-YOKUSEI-GOUKEI     PIC S9(11) COMP-3 VALUE ZEROS.

       01  WS-NENDO-MATSU-FLAG   PIC X(01) VALUE 'N'.

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

      * 免除月の判定: 開始日の属する月から、終了日の翌日の属する
      * 月の前月までが免除（月末終了ならその月まで）。育児休業で
      * 開始・終了が同じ月のときは14日以上でその月を免除する。
       01  WS-MENJO-AREA.
           05  WS-MENJO-KBN      PIC X(01).
               88  WS-MENJO-ARI  VALUE '1' '2'.
           05  WS-MJ-KAISHI-DT   PIC 9(08).
           05  WS-MJ-SHURYO-DT   PIC 9(08).
           05  WS-MJ-YOKUJITSU   PIC 9(08).
           05  WS-MJ-OWARI-YM    PIC 9(06).
           05  WS-MJ-NISSU       PIC S9(05) COMP-3.
           05  WS-MJ-SHU-MEI     PIC X(12).
           05  WS-MJ-CNT         PIC 9(07) VALUE ZEROS.
           05  WS-MJ-JIGYO-GOUKEI PIC S9(11) COMP-3 VALUE ZEROS.
           05  WS-MJ-HONNIN-GOUKEI PIC S9(11) COMP-3 VALUE ZEROS.
           05  WS-EDIT-MJ-JIGYO  PIC ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-MJ-HONNIN PIC ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-MJ-CNT    PIC ZZZ,ZZ9.
           05  WS-MJ-LINE        PIC X(100).

      * 料率改定シミュレーション: 'Y'のとき通知・振替・年間累計・
      * 履歴は書かず、現行と提案料率の比較報告だけを出力する
       01  WS-SIM-AREA.
               PERFORM 7000-NENKAN-REPORT
           END-IF
           PERFORM 7500-CONTROL-REPORT
           PERFORM 7600-MENJO-FOOTER
           PERFORM 3000-CLOSE-FILES
           MOVE WS-RETURN-CODE TO RETURN-CODE
           PERFORM 0900-RUNLOG-END
           OPEN EXTEND RYOKIN-RIREKI
           OPEN INPUT  MINOU-MASTER
           OPEN OUTPUT YOKUSEI-RPT
           OPEN OUTPUT MENJO-RPT
           MOVE '===== 休業中保険料免除者一覧 ====='
               TO MJ-LINE
           WRITE MENJO-RPT-REC
           PERFORM 1500-LOAD-KYUGYO
           PERFORM 1100-READ-HIHOKEN.

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

       1050-CHECK-NENDO-MATSU.
           MOVE WS-GYOMU-DATE(1:6) TO WS-SEISAN-NENGAPPI
           IF WS-SEISAN-NENGAPPI(5:2) = '03'
           ELSE
               PERFORM 2020-RYO-TEKIYO
               PERFORM 2100-RYOKIN-KEISAN
               PERFORM 2040-MENJO-HANTEI
      * 免除月の被保険者は料率改定シミュレーションの比較から除く
               IF WS-SIM-MODE
                   IF NOT WS-MENJO-ARI
                       PERFORM 6100-SIM-SHORI
                   END-IF
               ELSE
                   IF WS-MENJO-ARI
                       PERFORM 2700-MENJO-SHORI
                   END-IF
                   PERFORM 2200-WRITE-TSUCHI
                   PERFORM 2030-YOKUSEI-CHECK
                   EVALUATE TRUE
                       WHEN WS-MENJO-ARI
                           CONTINUE
                       WHEN WS-YOKUSEI-FLAG = 'Y'
                           PERFORM 9500-WRITE-YOKUSEI
                       WHEN OTHER
                           PERFORM 2300-WRITE-FURIKAE
                   END-EVALUATE
                   PERFORM 2400-WRITE-BUNTAN
                   IF NOT WS-MENJO-ARI
                       PERFORM 2500-NENKAN-UPDATE
                   END-IF
                   PERFORM 2600-WRITE-RIREKI
               END-IF
           END-IF
               MOVE WS-RYO-SCAN TO WS-RYO-HIT
           END-IF.

      * 免除判定: 被保険者の休業期間のいずれかが計算月を含めば免除
       2040-MENJO-HANTEI.
           MOVE SPACE TO WS-MENJO-KBN
           PERFORM 2045-MENJO-SCAN-ONE
               VARYING WS-KG-SCAN FROM 1 BY 1
               UNTIL WS-KG-SCAN > WS-KYUGYO-CNT
                   OR WS-MENJO-ARI.

       2045-MENJO-SCAN-ONE.
           SET WS-KG-IDX TO WS-KG-SCAN
           IF KGT-HIHOKEN-NO (WS-KG-IDX) = HH-HIHOKEN-NO
               PERFORM 2046-MENJO-TSUKI-HANTEI
           END-IF.

       2046-MENJO-TSUKI-HANTEI.
           MOVE KGT-KAISHI-DT (WS-KG-IDX) TO WS-MJ-KAISHI-DT
           MOVE KGT-SHURYO-DT (WS-KG-IDX) TO WS-MJ-SHURYO-DT
           IF WS-MJ-SHURYO-DT = ZEROS
               MOVE 999999 TO WS-MJ-OWARI-YM
           ELSE
               COMPUTE WS-MJ-YOKUJITSU = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-MJ-SHURYO-DT) + 1)
               MOVE WS-MJ-YOKUJITSU(1:6) TO WS-MJ-OWARI-YM
           END-IF
           IF WS-MJ-KAISHI-DT(1:6) NOT > WS-SEISAN-NENGAPPI
               AND WS-SEISAN-NENGAPPI < WS-MJ-OWARI-YM
               MOVE KGT-KYUGYO-SHU (WS-KG-IDX) TO WS-MENJO-KBN
           ELSE
               IF KGT-KYUGYO-SHU (WS-KG-IDX) = '2'
                   AND WS-MJ-KAISHI-DT(1:6) = WS-SEISAN-NENGAPPI
                   AND WS-MJ-SHURYO-DT(1:6) = WS-SEISAN-NENGAPPI
                   COMPUTE WS-MJ-NISSU =
                       FUNCTION INTEGER-OF-DATE(WS-MJ-SHURYO-DT)
                       - FUNCTION INTEGER-OF-DATE(WS-MJ-KAISHI-DT)
                       + 1
                   IF WS-MJ-NISSU NOT < 14
                       MOVE KGT-KYUGYO-SHU (WS-KG-IDX)
                           TO WS-MENJO-KBN
                   END-IF
               END-IF
           END-IF.

      * 免除月: 算定額を免除額として一覧に出し、請求額はゼロとする
       2700-MENJO-SHORI.
           ADD 1 TO WS-MJ-CNT
           ADD WS-JIGYOSYA-RYO TO WS-MJ-JIGYO-GOUKEI
           ADD WS-GOUKEI       TO WS-MJ-HONNIN-GOUKEI
           IF WS-MENJO-KBN = '1'
               MOVE '産前産後' TO WS-MJ-SHU-MEI
           ELSE
               MOVE '育児休業' TO WS-MJ-SHU-MEI
           END-IF
           MOVE WS-JIGYOSYA-RYO TO WS-EDIT-MJ-JIGYO
           MOVE WS-GOUKEI       TO WS-EDIT-MJ-HONNIN
           MOVE SPACES TO WS-MJ-LINE
           STRING HH-HIHOKEN-NO ' ' HH-SHIMEI
                  ' 対象月:' WS-SEISAN-NENGAPPI
                  ' ' WS-MJ-SHU-MEI
                  ' 事業主:' WS-EDIT-MJ-JIGYO
                  ' 本人:' WS-EDIT-MJ-HONNIN
               DELIMITED SIZE INTO WS-MJ-LINE
           MOVE WS-MJ-LINE TO MJ-LINE
           WRITE MENJO-RPT-REC
           MOVE ZEROS TO WS-HOKEN-RYO WS-FUYO-KASAN WS-KAIGO-RYO
                         WS-JIGYOSYA-RYO WS-GOUKEI.

      * 未納抑止: 台帳の抑止フラグが立つ被保険者は振替依頼を止める
       2030-YOKUSEI-CHECK.
           MOVE 'N' TO WS-YOKUSEI-FLAG
                   REWRITE NENKAN-REC
           END-READ.

      * 遡及再計算(SAMPLE06C)・納入告知突合(SAMPLE06I)用に月次の
      * 計算結果（本人分・事業主分）を履歴へ残す
       2600-WRITE-RIREKI.
           MOVE HH-HIHOKEN-NO      TO RH-HIHOKEN-NO
           MOVE WS-SEISAN-NENGAPPI TO RH-TSUKI
           MOVE HH-NENREI          TO RH-NENREI
           MOVE WS-FUYO-CNT        TO RH-FUYO-CNT
           MOVE WS-GOUKEI          TO RH-GOUKEI
           MOVE WS-MENJO-KBN       TO RH-MENJO-KBN
           MOVE WS-JIGYOSYA-RYO    TO RH-JIGYOSYA-RYO
           WRITE RYOKIN-RIREKI-REC.

       3000-CLOSE-FILES.
           CLOSE RYOKIN-RIREKI
           CLOSE MINOU-MASTER
           CLOSE YOKUSEI-RPT
           CLOSE MENJO-RPT
           IF WS-SIM-MODE
               CLOSE PROPOSED-RYO
               CLOSE SIM-RPT
           END-IF
           MOVE WS-CTRL-LINE(1:80) TO CR-LINE
           WRITE CONTROL-REC.

      * 免除者一覧の合計（事業主負担の免除額）
       7600-MENJO-FOOTER.
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
               IF WS-RETURN-CODE < 8
                   MOVE 8 TO WS-RETURN-CODE
               END-IF
           END-IF.
