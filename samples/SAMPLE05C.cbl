      * 概要: 修正後の課税データを既発行の納税通知と突合して再計算し
      *       追徴額または還付額を示す更正通知を出力する（SAMPLE05の
      *       更正モード）。
      *       再計算はSAMPLE05と同じく非課税限度額マスタによる
      *       全部非課税・所得割のみ非課税の判定と、税額控除ファイル
      *       による所得割からの税額控除を行ったうえで突合する
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE05C.
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ERROR-STATUS.
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
           SELECT OPTIONAL ZEIKOJO-FILE ASSIGN TO ZEIKOJOIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ZEIKOJO-STATUS.
           SELECT OPTIONAL GYOMU-DATE-FILE ASSIGN TO GYOMUDATE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-GYOMUDT-STATUS.

       DATA DIVISION.
       FILE SECTION.
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
           05  ER-MSG            PIC X(40).
           05  FILLER            PIC X(04).

      * 非課税限度額マスタ: 級地・適用開始日ごとの限度額（SAMPLE05と共用）
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

      * 税額控除ファイル: 1住民に複数件可（SAMPLE05と同一形式）
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
           BLOCK CONTAINS 0 RECORDS.
       01  GYOMU-DATE-REC.
           05  GD-GYOMU-DT       PIC 9(08).
           05  FILLER            PIC X(12).

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-KAZEI-STATUS   PIC X(02).
           05  WS-ONOFU-STATUS   PIC X(02).
           05  WS-DELTA-STATUS   PIC X(02).
           05  WS-ERROR-STATUS   PIC X(02).
           05  WS-HIKAZMST-STATUS PIC X(02).
           05  WS-KYUCHI-STATUS  PIC X(02).
           05  WS-ZEIKOJO-STATUS PIC X(02).
           05  WS-HGT-EOF        PIC X(01) VALUE 'N'.
           05  WS-ZKJ-EOF        PIC X(01) VALUE 'N'.
           05  WS-EOF-FLAG       PIC X(01) VALUE 'N'.

       01  WS-WORK-AREA.
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

      * 控除限度（SAMPLE05と同一）: 住宅借入金は総所得の5%・97,500円、
      * 寄附金は総所得の30%を対象上限とし2,000円を超える部分に10%、
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

       01  WS-GYOMU-DATE-AREA.
           05  WS-GYOMUDT-STATUS PIC X(02).
           05  WS-GYOMUDT-EOF    PIC X(01).
           05  WS-GYOMU-DATE     PIC 9(08) VALUE ZEROS.

       01  WS-EDIT-CNT           PIC ZZ,ZZ9.

       01  WS-COUNTERS.
           05  WS-INPUT-CNT      PIC 9(07) VALUE ZEROS.
           05  WS-OUTPUT-CNT     PIC 9(07) VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-GYOMU-DATE-SET
           PERFORM 1000-OPEN-FILES
           PERFORM 2000-MAIN-LOOP
               UNTIL WS-EOF-FLAG = 'Y'
           PERFORM 3000-CLOSE-FILES
           STOP RUN.

      * 業務日付制御: 非課税限度額の適用開始日判定に用いる
      * （業務日付ファイルがなければシステム日付）
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
           OPEN INPUT  KAZEI-FILE
           OPEN INPUT  ZEIRITSU-MASTER
           OPEN INPUT  ORIGINAL-NOFU
           OPEN OUTPUT DELTA-FILE
           OPEN OUTPUT ERROR-FILE
           OPEN INPUT  HIKAZEI-MASTER
           OPEN INPUT  KYUCHI-MASTER
           PERFORM 1300-HIKAZEI-LOAD
           PERFORM 1200-ZEIKOJO-LOAD
           PERFORM 1100-READ-KAZEI.

       1100-READ-KAZEI.
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

      * 税額控除ファイルの読込（ファイルがなければ控除なし）
       1200-ZEIKOJO-LOAD.
           MOVE 'N' TO WS-ZKJ-EOF
           OPEN INPUT ZEIKOJO-FILE
           IF WS-ZEIKOJO-STATUS = '00'
               PERFORM 1210-ZEIKOJO-READ
               PERFORM 1220-ZEIKOJO-ENTRY
                   UNTIL WS-ZKJ-EOF = 'Y'
           END-IF
           CLOSE ZEIKOJO-FILE
           IF WS-ZKJ-OVER-CNT > ZEROS
               MOVE SPACES TO ERROR-REC
               MOVE 'E005' TO ER-ERROR-CD
               MOVE WS-ZKJ-OVER-CNT TO WS-EDIT-CNT
               STRING '税額控除展開あふれ:' WS-EDIT-CNT
                   DELIMITED SIZE INTO ER-MSG
               WRITE ERROR-REC
               ADD 1 TO WS-ERR-CNT
               MOVE 8 TO RETURN-CODE
           END-IF.

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

      * 非課税限度額の展開（あふれは件数を誤りに出して異常終了扱い）
       1300-HIKAZEI-LOAD.
           MOVE 'N' TO WS-HGT-EOF
           MOVE LOW-VALUES TO HG-KEY
           START HIKAZEI-MASTER KEY IS NOT LESS THAN HG-KEY
               INVALID KEY MOVE 'Y' TO WS-HGT-EOF
           END-START
           PERFORM 1310-HIKAZEI-READ
               UNTIL WS-HGT-EOF = 'Y'
           IF WS-HGT-OVER-CNT > ZEROS
               MOVE SPACES TO ERROR-REC
               MOVE 'E005' TO ER-ERROR-CD
               MOVE WS-HGT-OVER-CNT TO WS-EDIT-CNT
               STRING '限度額展開あふれ:' WS-EDIT-CNT
                   DELIMITED SIZE INTO ER-MSG
               WRITE ERROR-REC
               ADD 1 TO WS-ERR-CNT
               MOVE 8 TO RETURN-CODE
           END-IF.

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
                       MOVE ZEROS TO WS-GOUKEI
                       PERFORM 2120-KOUSEI-CHECK
                   ELSE
                       PERFORM 2100-ZEI-KEISAN
                   END-IF
           END-READ
           PERFORM 1100-READ-KAZEI.

      * 非課税判定: SAMPLE05と同じく業務日付時点で有効な級地別
      * 限度額を用いる（級地・限度額が引けない住民は課税として
      * 誤りを出力）
       2050-HIKAZEI-HANTEI.
           MOVE '3'   TO WS-HANTEI-KBN
           MOVE ZEROS TO WS-KINTO-GENDO WS-SHOTOKU-GENDO
           MOVE KZ-SHICHOSON-CD TO KC-SHICHOSON-CD
           READ KYUCHI-MASTER
               INVALID KEY
                   MOVE '3' TO WS-KYUCHI
                   MOVE 'E003' TO ER-ERROR-CD
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
               MOVE 'E004' TO ER-ERROR-CD
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

       2100-ZEI-KEISAN.
           PERFORM 2110-KOJO-KEISAN
           IF WS-SOUKOJO > KZ-KAZEI-SHOTOKU
               WS-KAZEI-KIGO * ZR-KENMIN-RITSU
           COMPUTE WS-SHIMIN-ZEI =
               WS-KAZEI-KIGO * ZR-SHIMIN-RITSU
           IF WS-SHOTOKU-HIKAZEI
               MOVE ZEROS TO WS-KENMIN-ZEI WS-SHIMIN-ZEI
           END-IF
           PERFORM 2130-ZEIGAKU-KOJO
           ADD ZR-KINTOWARIMAE TO WS-KENMIN-ZEI
               GIVING WS-GOUKEI
           ADD WS-SHIMIN-ZEI TO WS-GOUKEI
                   PERFORM 2200-WRITE-DELTA
           END-READ.

      * 税額控除: SAMPLE05と同じく所得割から住宅借入金等、寄附金
      * 基本分、特例分の順に控除する（県民税・市民税それぞれ0円が
      * 下限、均等割は控除対象外）
       2130-ZEIGAKU-KOJO.
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
                   PERFORM 2132-JUTAKU-KOJO
               END-IF
               IF ZT-IPPAN-GAKU (WS-ZKJ-IDX) > ZEROS
                   OR ZT-FURUSATO-GAKU (WS-ZKJ-IDX) > ZEROS
                   PERFORM 2133-KIFU-KOJO
               END-IF
               IF ZT-FURUSATO-GAKU (WS-ZKJ-IDX) > WS-KIFU-ASHIKIRI
                   PERFORM 2134-TOKUREI-KOJO
               END-IF
           END-IF.

       2132-JUTAKU-KOJO.
           COMPUTE WS-KOJO-KEI = KZ-KAZEI-SHOTOKU * WS-JUTAKU-RITSU
           IF WS-KOJO-KEI > WS-JUTAKU-JOGEN
               MOVE WS-JUTAKU-JOGEN TO WS-KOJO-KEI
           END-IF
           IF WS-KOJO-KEI > ZT-JUTAKU-GAKU (WS-ZKJ-IDX)
               MOVE ZT-JUTAKU-GAKU (WS-ZKJ-IDX) TO WS-KOJO-KEI
           END-IF
           COMPUTE WS-KOJO-KEN = WS-KOJO-KEI * 2 / 5
           SUBTRACT WS-KOJO-KEN FROM WS-KOJO-KEI GIVING WS-KOJO-SHI
           PERFORM 2135-KOJO-TEKIYO.

       2133-KIFU-KOJO.
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
               PERFORM 2135-KOJO-TEKIYO
           END-IF.

      * ふるさと納税特例分: (寄附額-2,000)×(90%-所得税率×1.021)
      * 所得税率の指定がなければ最低税率5%とみなす
       2134-TOKUREI-KOJO.
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
           PERFORM 2135-KOJO-TEKIYO.

      * 控除の適用: 控除しきれない額は切り捨てる
       2135-KOJO-TEKIYO.
           IF WS-KOJO-KEN > WS-KENMIN-ZEI
               MOVE WS-KENMIN-ZEI TO WS-KOJO-KEN
           END-IF
           IF WS-KOJO-SHI > WS-SHIMIN-ZEI
               MOVE WS-SHIMIN-ZEI TO WS-KOJO-SHI
           END-IF
           SUBTRACT WS-KOJO-KEN FROM WS-KENMIN-ZEI
           SUBTRACT WS-KOJO-SHI FROM WS-SHIMIN-ZEI.

       2200-WRITE-DELTA.
           SUBTRACT ON-GOUKEI FROM WS-GOUKEI GIVING WS-SABUN
           MOVE KZ-JYUMIN-NO  TO DL-JYUMIN-NO
           CLOSE ZEIRITSU-MASTER
           CLOSE ORIGINAL-NOFU
           CLOSE DELTA-FILE
           CLOSE ERROR-FILE
           CLOSE HIKAZEI-MASTER
           CLOSE KYUCHI-MASTER.

       9200-WRITE-ERROR.
           MOVE KZ-JYUMIN-NO TO ER-JYUMIN-NO
