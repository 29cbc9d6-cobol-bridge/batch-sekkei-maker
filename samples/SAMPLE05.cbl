      * SAMPLE05: 住民税計算バッチ
      * 概要: 課税データを読み込み、税率マスタを参照して
      *       住民税額を算出し、納税通知ファイルを出力する
      *       税額控除ファイル（寄附金・ふるさと納税・住宅借入金等）
      *       があれば所得割から控除し、控除額を通知ファイルへ記録、
      *       控除種別ごとの集計を市町村別集計表に付す
      *       非課税限度額マスタ（級地・適用開始日）により全部非課税・
      *       所得割のみ非課税・課税を判定し、全部非課税者は納税通知に
      *       代えて非課税レコードを出力、判定結果は他部署向けの
      *       非課税判定抽出ファイルに全件出力する
      *       判定・算出結果は住民番号+年度の課税履歴マスタに登録し、
      *       税証明発行（SAMPLE05L）の基礎とする
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE05.
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TOKUCHO-STATUS.
           SELECT HIKAZEI-MASTER ASSIGN TO HIKAZMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HG-KEY
               FILE STATUS IS WS-HIKAZMST-STATUS.
           SELECT KYUCHI-MASTER ASSIGN TO KYUCHIMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS KC-SHICHOSON-CD
               FILE STATUS IS WS-KYUCHI-STATUS.
           SELECT KAZEI-RIREKI-MASTER ASSIGN TO KAZEIRRK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RK-KEY
               FILE STATUS IS WS-RIREKI-STATUS.
           SELECT HIKAZEI-FILE ASSIGN TO HIKAZOUT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HIKAZEI-STATUS.
           SELECT HANTEI-FILE ASSIGN TO HIKAZEXT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HANTEI-STATUS.
           SELECT OPTIONAL ZEIKOJO-FILE ASSIGN TO ZEIKOJOIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ZEIKOJO-STATUS.
           SELECT OPTIONAL GYOMU-DATE-FILE ASSIGN TO GYOMUDATE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               88  KZ-HAIGUSHA-ROUJIN   VALUE '2'.
           05  KZ-SHICHOSON-CD   PIC X(06).
           05  KZ-TOKUCHO-CD     PIC X(06).
           05  KZ-HIKAZEI-JIYU   PIC X(01).
               88  KZ-JIYU-NASHI        VALUE ' ' '0'.
               88  KZ-SEIKATSU-HOGO     VALUE '1'.
               88  KZ-SHOGAISHA-TOU     VALUE '2'.
           05  FILLER            PIC X(32).

       FD  ZEIRITSU-MASTER
           RECORD CONTAINS 40 CHARACTERS
           05  FILLER            PIC X(25).

       FD  NOFU-FILE
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  NOFU-REC.
           05  NF-KINTOWARIMAE   PIC 9(05).
           05  NF-GOUKEI         PIC 9(09).
           05  NF-TOKUCHO-CD     PIC X(06).
           05  FILLER            PIC X(01).
      *    税額控除額（控除後の所得割がNF-KENMIN-ZEI/NF-SHIMIN-ZEI）
           05  NF-KOJO-KENMIN    PIC 9(07).
           05  NF-KOJO-SHIMIN    PIC 9(07).
           05  NF-KIFU-KOJO      PIC 9(07).
           05  NF-JUTAKU-KOJO    PIC 9(07).
           05  FILLER            PIC X(03).

       FD  ERROR-FILE
           RECORD CONTAINS 60 CHARACTERS
       01  TOKUCHO-RPT-REC.
           05  TK-LINE           PIC X(120).

      * 非課税限度額マスタ: 級地・適用開始日ごとの限度額
      * 限度額 = 単価×(本人+配偶者+扶養親族) + 基本額
      *          + 加算額（配偶者または扶養親族がある場合）
      * 障害者・未成年者・寡婦・ひとり親は所得が制限額以下で非課税
       FD  HIKAZEI-MASTER
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  HIKAZEI-MST-REC.
           05  HG-KEY.
               10  HG-KYUCHI     PIC X(01).
               10  HG-TEKIYO-DT  PIC 9(08).
           05  HG-KINTO-TANKA    PIC 9(07).
           05  HG-KINTO-KIHON    PIC 9(07).
           05  HG-KINTO-KASAN    PIC 9(07).
           05  HG-SHOTOKU-TANKA  PIC 9(07).
           05  HG-SHOTOKU-KIHON  PIC 9(07).
           05  HG-SHOTOKU-KASAN  PIC 9(07).
           05  HG-SEIGEN-GAKU    PIC 9(07).
           05  FILLER            PIC X(22).

      * 市町村級地マスタ: 生活保護基準の級地区分（1～3）
       FD  KYUCHI-MASTER
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  KYUCHI-REC.
           05  KC-SHICHOSON-CD   PIC X(06).
           05  KC-SHICHOSON-MEI  PIC X(20).
           05  KC-KYUCHI         PIC X(01).
           05  FILLER            PIC X(13).

      * 課税履歴マスタ: 年度ごとの課税標準・税額（再実行時は更新）
      * 判定区分 1:全部非課税 2:所得割のみ非課税 3:課税
       FD  KAZEI-RIREKI-MASTER
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  KAZEI-RIREKI-REC.
           05  RK-KEY.
               10  RK-JYUMIN-NO  PIC X(12).
               10  RK-NENDO      PIC 9(04).
           05  RK-SHIMEI         PIC X(20).
           05  RK-SHICHOSON-CD   PIC X(06).
           05  RK-HANTEI-KBN     PIC X(01).
           05  RK-KAZEI-SHOTOKU  PIC 9(10).
           05  RK-SOUKOJO        PIC 9(09).
           05  RK-KENMIN-ZEI     PIC 9(08).
           05  RK-SHIMIN-ZEI     PIC 9(08).
           05  RK-KINTOWARIMAE   PIC 9(05).
           05  RK-ZEIGAKU-KOJO   PIC 9(07).
           05  RK-GOUKEI         PIC 9(09).
           05  RK-FUYO-NINZU     PIC 9(02).
           05  RK-HAIGUSHA-KBN   PIC X(01).
           05  RK-KOSHIN-DT      PIC 9(08).
           05  FILLER            PIC X(10).

      * 非課税レコード: 全部非課税者に納税通知の代わりに出力
       FD  HIKAZEI-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  HIKAZEI-REC.
           05  HZ-JYUMIN-NO      PIC X(12).
           05  HZ-SHIMEI         PIC X(20).
           05  HZ-SHICHOSON-CD   PIC X(06).
           05  HZ-HANTEI-KBN     PIC X(01).
           05  HZ-HIKAZEI-JIYU   PIC X(01).
           05  HZ-KAZEI-SHOTOKU  PIC 9(10).
           05  HZ-GENDO-GAKU     PIC 9(09).
           05  HZ-GYOMU-DT       PIC 9(08).
           05  FILLER            PIC X(13).

      * 非課税判定抽出: 全住民の判定結果（他部署への連携用）
      * 判定区分 1:全部非課税 2:所得割のみ非課税 3:課税
       FD  HANTEI-FILE
           RECORD CONTAINS 60 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  HANTEI-REC.
           05  HE-JYUMIN-NO      PIC X(12).
           05  HE-SHICHOSON-CD   PIC X(06).
           05  HE-HANTEI-KBN     PIC X(01).
           05  HE-HIKAZEI-JIYU   PIC X(01).
           05  HE-KYUCHI         PIC X(01).
           05  HE-KINTO-GENDO    PIC 9(09).
           05  HE-SHOTOKU-GENDO  PIC 9(09).
           05  HE-GYOMU-DT       PIC 9(08).
           05  FILLER            PIC X(13).

      * 税額控除ファイル: 1住民に複数件可（寄附は寄附先ごと）
      * 種別3の基礎額は所得税で控除しきれなかった住宅借入金等
      * 特別控除額。所得税率は種別2の特例分算定に用いる
       FD  ZEIKOJO-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  ZEIKOJO-REC.
           05  ZK-JYUMIN-NO      PIC X(12).
           05  ZK-KOJO-SHUBETSU  PIC X(01).
               88  ZK-KIFU-IPPAN VALUE '1'.
               88  ZK-FURUSATO   VALUE '2'.
               88  ZK-JUTAKU     VALUE '3'.
           05  ZK-KISO-GAKU      PIC 9(09).
           05  ZK-KIFUSAKI-KBN   PIC X(01).
           05  ZK-KIFUSAKI-MEI   PIC X(30).
           05  ZK-KIFU-DT        PIC 9(08).
           05  ZK-SHOTOKU-RITSU  PIC 9(02).
           05  FILLER            PIC X(17).

       FD  GYOMU-DATE-FILE
           RECORD CONTAINS 20 CHARACTERS
           LABEL RECORDS ARE STANDARD
           05  WS-SHUUKEI-STATUS PIC X(02).
           05  WS-JIGYO-STATUS   PIC X(02).
           05  WS-TOKUCHO-STATUS PIC X(02).
           05  WS-ZEIKOJO-STATUS PIC X(02).
           05  WS-HIKAZMST-STATUS PIC X(02).
           05  WS-KYUCHI-STATUS  PIC X(02).
           05  WS-HIKAZEI-STATUS PIC X(02).
           05  WS-RIREKI-STATUS  PIC X(02).
           05  WS-RK-ARI-FLAG    PIC X(01).
               88  WS-RK-ARI     VALUE 'Y'.
           05  WS-HANTEI-STATUS  PIC X(02).
           05  WS-HGT-EOF        PIC X(01) VALUE 'N'.
           05  WS-EOF-FLAG       PIC X(01) VALUE 'N'.
           05  WS-ZKJ-EOF        PIC X(01) VALUE 'N'.

       01  WS-WORK-AREA.
           05  WS-KAZEI-KIGO     PIC S9(11) COMP-3.
           05  WS-GOUKEI         PIC S9(11) COMP-3.
           05  WS-SOUKOJO        PIC S9(09) COMP-3.

       01  WS-KAZEI-NENDO        PIC 9(04) VALUE ZEROS.

       01  WS-FUYO-KOJO-TANKA    PIC 9(06) VALUE 330000.
       01  WS-HAIGUSHA-KOJO      PIC 9(06) VALUE 330000.
       01  WS-HAIGUSHA-KOJO-ROU  PIC 9(06) VALUE 380000.

      * 非課税限度額: 級地+適用開始日の昇順で全件を展開
       01  WS-HGT-TABLE.
           05  WS-HGT-ENTRY OCCURS 50 TIMES INDEXED BY WS-HGT-IDX.
               10  HT-KYUCHI        PIC X(01).
               10  HT-TEKIYO-DT     PIC 9(08).
               10  HT-KINTO-TANKA   PIC 9(07).
               10  HT-KINTO-KIHON   PIC 9(07).
               10  HT-KINTO-KASAN   PIC 9(07).
               10  HT-SHOTOKU-TANKA PIC 9(07).
               10  HT-SHOTOKU-KIHON PIC 9(07).
               10  HT-SHOTOKU-KASAN PIC 9(07).
               10  HT-SEIGEN-GAKU   PIC 9(07).
       01  WS-HGT-CNT            PIC 9(03) VALUE ZEROS.
       01  WS-HGT-SCAN           PIC 9(03).
       01  WS-HGT-HIT            PIC 9(03).
       01  WS-HGT-OVER-CNT       PIC 9(05) VALUE ZEROS.

       01  WS-HANTEI-WORK.
           05  WS-HANTEI-KBN     PIC X(01).
               88  WS-ZEN-HIKAZEI     VALUE '1'.
               88  WS-SHOTOKU-HIKAZEI VALUE '2'.
               88  WS-KAZEI-TAISHO    VALUE '3'.
           05  WS-KYUCHI         PIC X(01).
           05  WS-HANTEI-NINZU   PIC 9(03).
           05  WS-KINTO-GENDO    PIC 9(09).
           05  WS-SHOTOKU-GENDO  PIC 9(09).

      * 税額控除: 住民別に種別ごとの基礎額を集約して保持
       01  WS-ZKJ-TABLE.
           05  WS-ZKJ-ENTRY OCCURS 2000 TIMES INDEXED BY WS-ZKJ-IDX.
               10  ZT-JYUMIN-NO     PIC X(12).
               10  ZT-IPPAN-GAKU    PIC 9(09).
               10  ZT-FURUSATO-GAKU PIC 9(09).
               10  ZT-JUTAKU-GAKU   PIC 9(09).
               10  ZT-SHOTOKU-RITSU PIC 9(02).
       01  WS-ZKJ-CNT            PIC 9(04) VALUE ZEROS.
       01  WS-ZKJ-SCAN           PIC 9(04).
       01  WS-ZKJ-KEY            PIC X(12).
       01  WS-ZKJ-FOUND-FLAG     PIC X(01).
           88  WS-ZKJ-IS-FOUND   VALUE 'Y'.
       01  WS-ZKJ-OVER-CNT       PIC 9(05) VALUE ZEROS.

      * 控除限度: 住宅借入金は総所得の5%・97,500円、寄附金は
      * 総所得の30%を対象上限とし2,000円を超える部分に10%、
      * 特例分は所得割の20%を上限。県民税と市民税の按分は
      * 住宅借入金が2:3、寄附金が4:6
       01  WS-JUTAKU-RITSU       PIC V9(02) VALUE .05.
       01  WS-JUTAKU-JOGEN       PIC 9(06) VALUE 97500.
       01  WS-KIFU-JOGEN-RITSU   PIC V9(02) VALUE .30.
       01  WS-KIFU-ASHIKIRI      PIC 9(04) VALUE 2000.
       01  WS-KIFU-KOJO-RITSU    PIC V9(02) VALUE .10.
       01  WS-TOKUREI-JOGEN-RITSU PIC V9(02) VALUE .20.

       01  WS-ZEIGAKU-KOJO-WORK.
           05  WS-SHOTOKUWARI    PIC S9(09) COMP-3.
           05  WS-KIFU-TAISHO    PIC S9(11) COMP-3.
           05  WS-KIFU-JOGEN     PIC S9(11) COMP-3.
           05  WS-SHOTOKU-RITSU  PIC 9(02).
           05  WS-TOKUREI-RITSU  PIC S9V9(05) COMP-3.
           05  WS-KOJO-KEI       PIC S9(09) COMP-3.
           05  WS-KOJO-KEN       PIC S9(09) COMP-3.
           05  WS-KOJO-SHI       PIC S9(09) COMP-3.
           05  WS-JUTAKU-KEN     PIC S9(09) COMP-3.
           05  WS-JUTAKU-SHI     PIC S9(09) COMP-3.
           05  WS-KIHON-KEN      PIC S9(09) COMP-3.
           05  WS-KIHON-SHI      PIC S9(09) COMP-3.
           05  WS-TOKUREI-KEN    PIC S9(09) COMP-3.
           05  WS-TOKUREI-SHI    PIC S9(09) COMP-3.

      * 控除種別集計（1:住宅借入金 2:寄附金基本分 3:特例分）
       01  WS-ZS-TABLE.
           05  WS-ZS-ENTRY OCCURS 3 TIMES.
               10  ZS-KENSU      PIC 9(07).
               10  ZS-KENMIN     PIC 9(11).
               10  ZS-SHIMIN     PIC 9(11).
       01  WS-ZS-SUB             PIC 9(01).
       01  WS-ZS-MEI-TBL.
           05  FILLER            PIC X(24)
                                 VALUE '住宅借入金等控除'.
           05  FILLER            PIC X(24)
                                 VALUE '寄附金控除基本分'.
           05  FILLER            PIC X(24)
                                 VALUE '寄附金控除特例分'.
       01  WS-ZS-MEI-TBL-R REDEFINES WS-ZS-MEI-TBL.
           05  WS-ZS-MEI         OCCURS 3 TIMES PIC X(24).

       01  WS-KBN-TABLE.
           05  WS-KBN-ENTRY OCCURS 20 TIMES INDEXED BY WS-KBN-IDX.
               10  KT-SHICHOSON-CD  PIC X(06).
           05  WS-OUTPUT-CNT     PIC 9(07) VALUE ZEROS.
           05  WS-HIKAKU-CNT     PIC 9(07) VALUE ZEROS.
           05  WS-ERR-CNT        PIC 9(07) VALUE ZEROS.
           05  WS-ZEN-HIKAZEI-CNT PIC 9(07) VALUE ZEROS.
           05  WS-SHO-HIKAZEI-CNT PIC 9(07) VALUE ZEROS.
           05  WS-KAZEI-CNT      PIC 9(07) VALUE ZEROS.

       01  WS-GYOMU-DATE-AREA.
           05  WS-GYOMUDT-STATUS PIC X(02).
           OPEN OUTPUT SHUUKEI-RPT
           OPEN INPUT  JIGYO-MASTER
           OPEN OUTPUT TOKUCHO-RPT
           OPEN INPUT  HIKAZEI-MASTER
           OPEN INPUT  KYUCHI-MASTER
           OPEN OUTPUT HIKAZEI-FILE
           OPEN OUTPUT HANTEI-FILE
           OPEN I-O    KAZEI-RIREKI-MASTER
           MOVE WS-GYOMU-DATE(1:4) TO WS-KAZEI-NENDO
           PERFORM 1300-HIKAZEI-LOAD
           PERFORM 1200-ZEIKOJO-LOAD
           PERFORM 1100-READ-KAZEI.

       1100-READ-KAZEI.
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

      * 税額控除ファイルの読込（ファイルがなければ控除なし）
       1200-ZEIKOJO-LOAD.
           MOVE ZEROS TO WS-ZS-TABLE
           MOVE 'N' TO WS-ZKJ-EOF
           OPEN INPUT ZEIKOJO-FILE
           IF WS-ZEIKOJO-STATUS = '00'
               PERFORM 1210-ZEIKOJO-READ
               PERFORM 1220-ZEIKOJO-ENTRY
                   UNTIL WS-ZKJ-EOF = 'Y'
           END-IF
           CLOSE ZEIKOJO-FILE.

       1210-ZEIKOJO-READ.
           READ ZEIKOJO-FILE
               AT END MOVE 'Y' TO WS-ZKJ-EOF
           END-READ.

       1220-ZEIKOJO-ENTRY.
           MOVE ZK-JYUMIN-NO TO WS-ZKJ-KEY
           MOVE 'N' TO WS-ZKJ-FOUND-FLAG
           MOVE 1   TO WS-ZKJ-SCAN
           PERFORM 1230-ZEIKOJO-SEARCH
               UNTIL WS-ZKJ-SCAN > WS-ZKJ-CNT
                   OR WS-ZKJ-IS-FOUND
           IF NOT WS-ZKJ-IS-FOUND AND WS-ZKJ-CNT < 2000
               ADD 1 TO WS-ZKJ-CNT
               SET WS-ZKJ-IDX TO WS-ZKJ-CNT
               MOVE ZK-JYUMIN-NO TO ZT-JYUMIN-NO (WS-ZKJ-IDX)
               MOVE ZEROS TO ZT-IPPAN-GAKU    (WS-ZKJ-IDX)
                             ZT-FURUSATO-GAKU (WS-ZKJ-IDX)
                             ZT-JUTAKU-GAKU   (WS-ZKJ-IDX)
                             ZT-SHOTOKU-RITSU (WS-ZKJ-IDX)
               MOVE 'Y' TO WS-ZKJ-FOUND-FLAG
           END-IF
           IF WS-ZKJ-IS-FOUND
               EVALUATE TRUE
                   WHEN ZK-KIFU-IPPAN
                       ADD ZK-KISO-GAKU TO ZT-IPPAN-GAKU (WS-ZKJ-IDX)
                   WHEN ZK-FURUSATO
                       ADD ZK-KISO-GAKU
                           TO ZT-FURUSATO-GAKU (WS-ZKJ-IDX)
                       IF ZK-SHOTOKU-RITSU > ZEROS
                           MOVE ZK-SHOTOKU-RITSU
                               TO ZT-SHOTOKU-RITSU (WS-ZKJ-IDX)
                       END-IF
                   WHEN ZK-JUTAKU
                       ADD ZK-KISO-GAKU TO ZT-JUTAKU-GAKU (WS-ZKJ-IDX)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           ELSE
               ADD 1 TO WS-ZKJ-OVER-CNT
           END-IF
           PERFORM 1210-ZEIKOJO-READ.

       1230-ZEIKOJO-SEARCH.
           SET WS-ZKJ-IDX TO WS-ZKJ-SCAN
           IF ZT-JYUMIN-NO (WS-ZKJ-IDX) = WS-ZKJ-KEY
               MOVE 'Y' TO WS-ZKJ-FOUND-FLAG
           ELSE
               ADD 1 TO WS-ZKJ-SCAN
           END-IF.

      * 非課税限度額の展開（あふれは判定に使えない限度額が出るため
      * 件数を集計表に報告して異常終了扱いとする）
       1300-HIKAZEI-LOAD.
           MOVE 'N' TO WS-HGT-EOF
           MOVE LOW-VALUES TO HG-KEY
           START HIKAZEI-MASTER KEY IS NOT LESS THAN HG-KEY
               INVALID KEY MOVE 'Y' TO WS-HGT-EOF
           END-START
           PERFORM 1310-HIKAZEI-READ
               UNTIL WS-HGT-EOF = 'Y'.

       1310-HIKAZEI-READ.
           READ HIKAZEI-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-HGT-EOF
               NOT AT END
                   IF WS-HGT-CNT < 50
                       PERFORM 1320-HIKAZEI-ENTRY
                   ELSE
                       ADD 1 TO WS-HGT-OVER-CNT
                   END-IF
           END-READ.

       1320-HIKAZEI-ENTRY.
           ADD 1 TO WS-HGT-CNT
           SET WS-HGT-IDX TO WS-HGT-CNT
           MOVE HG-KYUCHI        TO HT-KYUCHI        (WS-HGT-IDX)
           MOVE HG-TEKIYO-DT     TO HT-TEKIYO-DT     (WS-HGT-IDX)
           MOVE HG-KINTO-TANKA   TO HT-KINTO-TANKA   (WS-HGT-IDX)
           MOVE HG-KINTO-KIHON   TO HT-KINTO-KIHON   (WS-HGT-IDX)
           MOVE HG-KINTO-KASAN   TO HT-KINTO-KASAN   (WS-HGT-IDX)
           MOVE HG-SHOTOKU-TANKA TO HT-SHOTOKU-TANKA (WS-HGT-IDX)
           MOVE HG-SHOTOKU-KIHON TO HT-SHOTOKU-KIHON (WS-HGT-IDX)
           MOVE HG-SHOTOKU-KASAN TO HT-SHOTOKU-KASAN (WS-HGT-IDX)
           MOVE HG-SEIGEN-GAKU   TO HT-SEIGEN-GAKU   (WS-HGT-IDX).

       2000-MAIN-LOOP.
           ADD 1 TO WS-INPUT-CNT
           MOVE KZ-SHOTOKU-KBN TO ZR-SHOTOKU-KBN
                   MOVE '税率区分不存在' TO ER-MSG
                   PERFORM 9200-WRITE-ERROR
               NOT INVALID KEY
                   PERFORM 2050-HIKAZEI-HANTEI
                   IF WS-ZEN-HIKAZEI
                       PERFORM 2090-WRITE-HIKAZEI
                   ELSE
                       PERFORM 2100-ZEI-KEISAN
                   END-IF
                   PERFORM 2095-WRITE-HANTEI
                   PERFORM 2098-RIREKI-KOSHIN
           END-READ
           PERFORM 1100-READ-KAZEI.

      * 非課税判定: 業務日付時点で有効な級地別限度額を用いる
      * （級地・限度額が引けない住民は課税として誤りを出力）
       2050-HIKAZEI-HANTEI.
           MOVE '3'   TO WS-HANTEI-KBN
           MOVE ZEROS TO WS-KINTO-GENDO WS-SHOTOKU-GENDO
           MOVE KZ-SHICHOSON-CD TO KC-SHICHOSON-CD
           READ KYUCHI-MASTER
               INVALID KEY
                   MOVE '3' TO WS-KYUCHI
                   MOVE 'E002' TO ER-ERROR-CD
                   MOVE '級地未登録・3級地で判定' TO ER-MSG
                   PERFORM 9200-WRITE-ERROR
               NOT INVALID KEY
                   MOVE KC-KYUCHI TO WS-KYUCHI
           END-READ
           MOVE ZEROS TO WS-HGT-HIT
           PERFORM 2055-HIKAZEI-SCAN-ONE
               VARYING WS-HGT-SCAN FROM 1 BY 1
               UNTIL WS-HGT-SCAN > WS-HGT-CNT
           IF WS-HGT-HIT = ZEROS
               MOVE 'E003' TO ER-ERROR-CD
               MOVE '非課税限度額未登録' TO ER-MSG
               PERFORM 9200-WRITE-ERROR
           ELSE
               SET WS-HGT-IDX TO WS-HGT-HIT
               PERFORM 2060-GENDO-KEISAN
               PERFORM 2065-HANTEI-KBN-SET
           END-IF.

       2055-HIKAZEI-SCAN-ONE.
           SET WS-HGT-IDX TO WS-HGT-SCAN
           IF HT-KYUCHI (WS-HGT-IDX) = WS-KYUCHI
               AND HT-TEKIYO-DT (WS-HGT-IDX) NOT > WS-GYOMU-DATE
               MOVE WS-HGT-SCAN TO WS-HGT-HIT
           END-IF.

       2060-GENDO-KEISAN.
           COMPUTE WS-HANTEI-NINZU = 1 + KZ-FUYO-NINZU
           IF KZ-HAIGUSHA-ARI OR KZ-HAIGUSHA-ROUJIN
               ADD 1 TO WS-HANTEI-NINZU
           END-IF
           COMPUTE WS-KINTO-GENDO =
               HT-KINTO-TANKA (WS-HGT-IDX) * WS-HANTEI-NINZU
                   + HT-KINTO-KIHON (WS-HGT-IDX)
           COMPUTE WS-SHOTOKU-GENDO =
               HT-SHOTOKU-TANKA (WS-HGT-IDX) * WS-HANTEI-NINZU
                   + HT-SHOTOKU-KIHON (WS-HGT-IDX)
           IF WS-HANTEI-NINZU > 1
               ADD HT-KINTO-KASAN   (WS-HGT-IDX) TO WS-KINTO-GENDO
               ADD HT-SHOTOKU-KASAN (WS-HGT-IDX) TO WS-SHOTOKU-GENDO
           END-IF.

       2065-HANTEI-KBN-SET.
           IF KZ-SEIKATSU-HOGO
               MOVE '1' TO WS-HANTEI-KBN
           END-IF
           IF KZ-SHOGAISHA-TOU
               AND KZ-KAZEI-SHOTOKU NOT > HT-SEIGEN-GAKU (WS-HGT-IDX)
               MOVE '1' TO WS-HANTEI-KBN
           END-IF
           IF WS-KAZEI-TAISHO
               IF KZ-KAZEI-SHOTOKU NOT > WS-KINTO-GENDO
                   MOVE '1' TO WS-HANTEI-KBN
               ELSE
                   IF KZ-KAZEI-SHOTOKU NOT > WS-SHOTOKU-GENDO
                       MOVE '2' TO WS-HANTEI-KBN
                   END-IF
               END-IF
           END-IF.

       2090-WRITE-HIKAZEI.
           MOVE SPACES           TO HIKAZEI-REC
           MOVE KZ-JYUMIN-NO     TO HZ-JYUMIN-NO
           MOVE KZ-SHIMEI        TO HZ-SHIMEI
           MOVE KZ-SHICHOSON-CD  TO HZ-SHICHOSON-CD
           MOVE WS-HANTEI-KBN    TO HZ-HANTEI-KBN
           MOVE KZ-HIKAZEI-JIYU  TO HZ-HIKAZEI-JIYU
           MOVE KZ-KAZEI-SHOTOKU TO HZ-KAZEI-SHOTOKU
           MOVE WS-KINTO-GENDO   TO HZ-GENDO-GAKU
           MOVE WS-GYOMU-DATE    TO HZ-GYOMU-DT
           WRITE HIKAZEI-REC.

       2095-WRITE-HANTEI.
           MOVE SPACES           TO HANTEI-REC
           MOVE KZ-JYUMIN-NO     TO HE-JYUMIN-NO
           MOVE KZ-SHICHOSON-CD  TO HE-SHICHOSON-CD
           MOVE WS-HANTEI-KBN    TO HE-HANTEI-KBN
           MOVE KZ-HIKAZEI-JIYU  TO HE-HIKAZEI-JIYU
           MOVE WS-KYUCHI        TO HE-KYUCHI
           MOVE WS-KINTO-GENDO   TO HE-KINTO-GENDO
           MOVE WS-SHOTOKU-GENDO TO HE-SHOTOKU-GENDO
           MOVE WS-GYOMU-DATE    TO HE-GYOMU-DT
           WRITE HANTEI-REC
           EVALUATE TRUE
               WHEN WS-ZEN-HIKAZEI
                   ADD 1 TO WS-ZEN-HIKAZEI-CNT
               WHEN WS-SHOTOKU-HIKAZEI
                   ADD 1 TO WS-SHO-HIKAZEI-CNT
               WHEN OTHER
                   ADD 1 TO WS-KAZEI-CNT
           END-EVALUATE.

      * 課税履歴の登録（同一年度の再計算は置き換える）
       2098-RIREKI-KOSHIN.
           MOVE KZ-JYUMIN-NO   TO RK-JYUMIN-NO
           MOVE WS-KAZEI-NENDO TO RK-NENDO
           READ KAZEI-RIREKI-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-RK-ARI-FLAG
               NOT INVALID KEY
                   MOVE 'Y' TO WS-RK-ARI-FLAG
           END-READ
           MOVE SPACES           TO KAZEI-RIREKI-REC
           MOVE KZ-JYUMIN-NO     TO RK-JYUMIN-NO
           MOVE WS-KAZEI-NENDO   TO RK-NENDO
           MOVE KZ-SHIMEI        TO RK-SHIMEI
           MOVE KZ-SHICHOSON-CD  TO RK-SHICHOSON-CD
           MOVE WS-HANTEI-KBN    TO RK-HANTEI-KBN
           MOVE KZ-KAZEI-SHOTOKU TO RK-KAZEI-SHOTOKU
           MOVE KZ-FUYO-NINZU    TO RK-FUYO-NINZU
           MOVE KZ-HAIGUSHA-KBN  TO RK-HAIGUSHA-KBN
           MOVE WS-GYOMU-DATE    TO RK-KOSHIN-DT
           IF WS-ZEN-HIKAZEI
               PERFORM 2110-KOJO-KEISAN
               MOVE ZEROS TO RK-KENMIN-ZEI RK-SHIMIN-ZEI
                             RK-KINTOWARIMAE RK-ZEIGAKU-KOJO
                             RK-GOUKEI
           ELSE
               MOVE WS-KENMIN-ZEI   TO RK-KENMIN-ZEI
               MOVE WS-SHIMIN-ZEI   TO RK-SHIMIN-ZEI
               MOVE ZR-KINTOWARIMAE TO RK-KINTOWARIMAE
               COMPUTE RK-ZEIGAKU-KOJO =
                   WS-JUTAKU-KEN + WS-KIHON-KEN + WS-TOKUREI-KEN
                 + WS-JUTAKU-SHI + WS-KIHON-SHI + WS-TOKUREI-SHI
               MOVE WS-GOUKEI       TO RK-GOUKEI
           END-IF
           MOVE WS-SOUKOJO TO RK-SOUKOJO
           IF WS-RK-ARI
               REWRITE KAZEI-RIREKI-REC
           ELSE
               WRITE KAZEI-RIREKI-REC
           END-IF.

       2100-ZEI-KEISAN.
           PERFORM 2110-KOJO-KEISAN
           IF WS-SOUKOJO > KZ-KAZEI-SHOTOKU
               WS-KAZEI-KIGO * ZR-KENMIN-RITSU
           COMPUTE WS-SHIMIN-ZEI =
               WS-KAZEI-KIGO * ZR-SHIMIN-RITSU
           IF WS-SHOTOKU-HIKAZEI
               MOVE ZEROS TO WS-KENMIN-ZEI WS-SHIMIN-ZEI
           END-IF
           PERFORM 2120-ZEIGAKU-KOJO
           ADD ZR-KINTOWARIMAE TO WS-KENMIN-ZEI
               GIVING WS-GOUKEI
           ADD WS-SHIMIN-ZEI TO WS-GOUKEI
               ADD WS-HAIGUSHA-KOJO-ROU TO WS-SOUKOJO
           END-IF.

      * 税額控除: 所得割から住宅借入金等、寄附金基本分、特例分の
      * 順に控除する（県民税・市民税それぞれ0円が下限、均等割は
      * 控除対象外）
       2120-ZEIGAKU-KOJO.
           MOVE ZEROS TO WS-JUTAKU-KEN  WS-JUTAKU-SHI
                         WS-KIHON-KEN   WS-KIHON-SHI
                         WS-TOKUREI-KEN WS-TOKUREI-SHI
           MOVE 'N' TO WS-ZKJ-FOUND-FLAG
           MOVE 1   TO WS-ZKJ-SCAN
           MOVE KZ-JYUMIN-NO TO WS-ZKJ-KEY
           PERFORM 1230-ZEIKOJO-SEARCH
               UNTIL WS-ZKJ-SCAN > WS-ZKJ-CNT
                   OR WS-ZKJ-IS-FOUND
           IF WS-ZKJ-IS-FOUND
               ADD WS-KENMIN-ZEI WS-SHIMIN-ZEI
                   GIVING WS-SHOTOKUWARI
               IF ZT-JUTAKU-GAKU (WS-ZKJ-IDX) > ZEROS
                   PERFORM 2122-JUTAKU-KOJO
               END-IF
               IF ZT-IPPAN-GAKU (WS-ZKJ-IDX) > ZEROS
                   OR ZT-FURUSATO-GAKU (WS-ZKJ-IDX) > ZEROS
                   PERFORM 2123-KIFU-KOJO
               END-IF
               IF ZT-FURUSATO-GAKU (WS-ZKJ-IDX) > WS-KIFU-ASHIKIRI
                   PERFORM 2124-TOKUREI-KOJO
               END-IF
               PERFORM 2127-KOJO-SHUUKEI
           END-IF.

       2122-JUTAKU-KOJO.
           COMPUTE WS-KOJO-KEI = KZ-KAZEI-SHOTOKU * WS-JUTAKU-RITSU
           IF WS-KOJO-KEI > WS-JUTAKU-JOGEN
               MOVE WS-JUTAKU-JOGEN TO WS-KOJO-KEI
           END-IF
           IF WS-KOJO-KEI > ZT-JUTAKU-GAKU (WS-ZKJ-IDX)
               MOVE ZT-JUTAKU-GAKU (WS-ZKJ-IDX) TO WS-KOJO-KEI
           END-IF
           COMPUTE WS-KOJO-KEN = WS-KOJO-KEI * 2 / 5
           SUBTRACT WS-KOJO-KEN FROM WS-KOJO-KEI GIVING WS-KOJO-SHI
           PERFORM 2125-KOJO-TEKIYO
           MOVE WS-KOJO-KEN TO WS-JUTAKU-KEN
           MOVE WS-KOJO-SHI TO WS-JUTAKU-SHI.

       2123-KIFU-KOJO.
           ADD ZT-IPPAN-GAKU (WS-ZKJ-IDX) ZT-FURUSATO-GAKU (WS-ZKJ-IDX)
               GIVING WS-KIFU-TAISHO
           COMPUTE WS-KIFU-JOGEN =
               KZ-KAZEI-SHOTOKU * WS-KIFU-JOGEN-RITSU
           IF WS-KIFU-TAISHO > WS-KIFU-JOGEN
               MOVE WS-KIFU-JOGEN TO WS-KIFU-TAISHO
           END-IF
           SUBTRACT WS-KIFU-ASHIKIRI FROM WS-KIFU-TAISHO
           IF WS-KIFU-TAISHO > ZEROS
               COMPUTE WS-KOJO-KEI =
                   WS-KIFU-TAISHO * WS-KIFU-KOJO-RITSU
               COMPUTE WS-KOJO-KEN = WS-KOJO-KEI * 4 / 10
               SUBTRACT WS-KOJO-KEN FROM WS-KOJO-KEI
                   GIVING WS-KOJO-SHI
               PERFORM 2125-KOJO-TEKIYO
               MOVE WS-KOJO-KEN TO WS-KIHON-KEN
               MOVE WS-KOJO-SHI TO WS-KIHON-SHI
           END-IF.

      * ふるさと納税特例分: (寄附額-2,000)×(90%-所得税率×1.021)
      * 所得税率の指定がなければ最低税率5%とみなす
       2124-TOKUREI-KOJO.
           MOVE ZT-SHOTOKU-RITSU (WS-ZKJ-IDX) TO WS-SHOTOKU-RITSU
           IF WS-SHOTOKU-RITSU = ZEROS
               MOVE 5 TO WS-SHOTOKU-RITSU
           END-IF
           COMPUTE WS-TOKUREI-RITSU =
               (90 - WS-SHOTOKU-RITSU * 1.021) / 100
           COMPUTE WS-KOJO-KEI =
               (ZT-FURUSATO-GAKU (WS-ZKJ-IDX) - WS-KIFU-ASHIKIRI)
                   * WS-TOKUREI-RITSU
           COMPUTE WS-KIFU-JOGEN =
               WS-SHOTOKUWARI * WS-TOKUREI-JOGEN-RITSU
           IF WS-KOJO-KEI > WS-KIFU-JOGEN
               MOVE WS-KIFU-JOGEN TO WS-KOJO-KEI
           END-IF
           COMPUTE WS-KOJO-KEN = WS-KOJO-KEI * 4 / 10
           SUBTRACT WS-KOJO-KEN FROM WS-KOJO-KEI GIVING WS-KOJO-SHI
           PERFORM 2125-KOJO-TEKIYO
           MOVE WS-KOJO-KEN TO WS-TOKUREI-KEN
           MOVE WS-KOJO-SHI TO WS-TOKUREI-SHI.

      * 控除の適用: 控除しきれない額は切り捨てる
       2125-KOJO-TEKIYO.
           IF WS-KOJO-KEN > WS-KENMIN-ZEI
               MOVE WS-KENMIN-ZEI TO WS-KOJO-KEN
           END-IF
           IF WS-KOJO-SHI > WS-SHIMIN-ZEI
               MOVE WS-SHIMIN-ZEI TO WS-KOJO-SHI
           END-IF
           SUBTRACT WS-KOJO-KEN FROM WS-KENMIN-ZEI
           SUBTRACT WS-KOJO-SHI FROM WS-SHIMIN-ZEI.

       2127-KOJO-SHUUKEI.
           MOVE 1 TO WS-ZS-SUB
           MOVE WS-JUTAKU-KEN  TO WS-KOJO-KEN
           MOVE WS-JUTAKU-SHI  TO WS-KOJO-SHI
           PERFORM 2128-KOJO-SHUUKEI-ONE
           MOVE 2 TO WS-ZS-SUB
           MOVE WS-KIHON-KEN   TO WS-KOJO-KEN
           MOVE WS-KIHON-SHI   TO WS-KOJO-SHI
           PERFORM 2128-KOJO-SHUUKEI-ONE
           MOVE 3 TO WS-ZS-SUB
           MOVE WS-TOKUREI-KEN TO WS-KOJO-KEN
           MOVE WS-TOKUREI-SHI TO WS-KOJO-SHI
           PERFORM 2128-KOJO-SHUUKEI-ONE.

       2128-KOJO-SHUUKEI-ONE.
           IF WS-KOJO-KEN > ZEROS OR WS-KOJO-SHI > ZEROS
               ADD 1           TO ZS-KENSU  (WS-ZS-SUB)
               ADD WS-KOJO-KEN TO ZS-KENMIN (WS-ZS-SUB)
               ADD WS-KOJO-SHI TO ZS-SHIMIN (WS-ZS-SUB)
           END-IF.

       2150-HIKAKU-CHECK.
           MOVE KZ-JYUMIN-NO TO ZN-JYUMIN-NO
           READ ZENNEN-MASTER
           WRITE HIKAKU-REC.

       2200-WRITE-NOFU.
           MOVE SPACES        TO NOFU-REC
           MOVE KZ-JYUMIN-NO  TO NF-JYUMIN-NO
           MOVE KZ-SHIMEI     TO NF-SHIMEI
           MOVE WS-KENMIN-ZEI TO NF-KENMIN-ZEI
           MOVE ZR-KINTOWARIMAE TO NF-KINTOWARIMAE
           MOVE WS-GOUKEI     TO NF-GOUKEI
           MOVE KZ-TOKUCHO-CD TO NF-TOKUCHO-CD
           COMPUTE NF-KOJO-KENMIN =
               WS-JUTAKU-KEN + WS-KIHON-KEN + WS-TOKUREI-KEN
           COMPUTE NF-KOJO-SHIMIN =
               WS-JUTAKU-SHI + WS-KIHON-SHI + WS-TOKUREI-SHI
           COMPUTE NF-KIFU-KOJO =
               WS-KIHON-KEN + WS-KIHON-SHI
                   + WS-TOKUREI-KEN + WS-TOKUREI-SHI
           ADD WS-JUTAKU-KEN WS-JUTAKU-SHI GIVING NF-JUTAKU-KOJO
           WRITE NOFU-REC
           ADD 1 TO WS-OUTPUT-CNT.

           CLOSE HIKAKU-RPT
           CLOSE SHUUKEI-RPT
           CLOSE JIGYO-MASTER
           CLOSE TOKUCHO-RPT
           CLOSE HIKAZEI-MASTER
           CLOSE KYUCHI-MASTER
           CLOSE HIKAZEI-FILE
           CLOSE HANTEI-FILE
           CLOSE KAZEI-RIREKI-MASTER.

       8000-SHUUKEI-WRITE-ALL.
           PERFORM 8010-SHUUKEI-WRITE-ONE
               VARYING WS-KBN-IDX FROM 1 BY 1
               UNTIL WS-KBN-IDX > WS-KBN-CNT
           PERFORM 8050-ZEIKOJO-SHUUKEI
           PERFORM 8070-HANTEI-SHUUKEI.

       8010-SHUUKEI-WRITE-ONE.
           MOVE KT-KENMIN-GOUKEI (WS-KBN-IDX) TO WS-EDIT-KBN-KENMIN
           MOVE WS-SHUUKEI-LINE(1:100) TO SK-LINE
           WRITE SHUUKEI-REC.

      * 税額控除の種別集計（歳入見込の控除影響額）
       8050-ZEIKOJO-SHUUKEI.
           MOVE '===== 税額控除 種別集計 =====' TO SK-LINE
           WRITE SHUUKEI-REC
           PERFORM 8060-ZEIKOJO-SHUUKEI-ONE
               VARYING WS-ZS-SUB FROM 1 BY 1
               UNTIL WS-ZS-SUB > 3
           MOVE SPACES TO WS-SHUUKEI-LINE
           MOVE WS-ZKJ-OVER-CNT TO WS-EDIT-KBN-KENSU
           STRING '控除集計超過件数:' WS-EDIT-KBN-KENSU
               DELIMITED SIZE INTO WS-SHUUKEI-LINE
           MOVE WS-SHUUKEI-LINE(1:100) TO SK-LINE
           WRITE SHUUKEI-REC.

       8060-ZEIKOJO-SHUUKEI-ONE.
           MOVE ZS-KENMIN (WS-ZS-SUB) TO WS-EDIT-KBN-KENMIN
           MOVE ZS-SHIMIN (WS-ZS-SUB) TO WS-EDIT-KBN-SHIMIN
           MOVE ZS-KENSU  (WS-ZS-SUB) TO WS-EDIT-KBN-KENSU
           MOVE SPACES TO WS-SHUUKEI-LINE
           STRING WS-ZS-MEI (WS-ZS-SUB)
                  ' 県民税:' WS-EDIT-KBN-KENMIN
                  ' 市民税:' WS-EDIT-KBN-SHIMIN
                  ' 件数:' WS-EDIT-KBN-KENSU
               DELIMITED SIZE INTO WS-SHUUKEI-LINE
           MOVE WS-SHUUKEI-LINE(1:100) TO SK-LINE
           WRITE SHUUKEI-REC.

      * 非課税判定の区分別件数
       8070-HANTEI-SHUUKEI.
           MOVE '===== 非課税判定 集計 =====' TO SK-LINE
           WRITE SHUUKEI-REC
           MOVE SPACES TO WS-SHUUKEI-LINE
           MOVE WS-ZEN-HIKAZEI-CNT TO WS-EDIT-KBN-KENSU
           STRING '全部非課税      :' WS-EDIT-KBN-KENSU
               DELIMITED SIZE INTO WS-SHUUKEI-LINE
           MOVE WS-SHUUKEI-LINE(1:100) TO SK-LINE
           WRITE SHUUKEI-REC
           MOVE SPACES TO WS-SHUUKEI-LINE
           MOVE WS-SHO-HIKAZEI-CNT TO WS-EDIT-KBN-KENSU
           STRING '所得割非課税    :' WS-EDIT-KBN-KENSU
               DELIMITED SIZE INTO WS-SHUUKEI-LINE
           MOVE WS-SHUUKEI-LINE(1:100) TO SK-LINE
           WRITE SHUUKEI-REC
           MOVE SPACES TO WS-SHUUKEI-LINE
           MOVE WS-KAZEI-CNT TO WS-EDIT-KBN-KENSU
           STRING '課税            :' WS-EDIT-KBN-KENSU
               DELIMITED SIZE INTO WS-SHUUKEI-LINE
           MOVE WS-SHUUKEI-LINE(1:100) TO SK-LINE
           WRITE SHUUKEI-REC
           IF WS-HGT-OVER-CNT > ZEROS
               MOVE SPACES TO WS-SHUUKEI-LINE
               MOVE WS-HGT-OVER-CNT TO WS-EDIT-KBN-KENSU
               STRING '限度額展開あふれ:' WS-EDIT-KBN-KENSU
                   DELIMITED SIZE INTO WS-SHUUKEI-LINE
               MOVE WS-SHUUKEI-LINE(1:100) TO SK-LINE
               WRITE SHUUKEI-REC
               MOVE 8 TO RETURN-CODE
           END-IF.

      * 事業所別 表紙集計と月次納入一覧（月割は年税額の1/12切捨て、
      * 端数は初回月に寄せる前提でSAMPLE05Bの月割明細と整合）
       8500-TOKUCHO-REPORT.
