      * SAMPLE07: 売掛金消込バッチ
      * 概要: 入金データと売掛残高マスタを照合して消込処理を行い
      *       消込結果と未消込残高ファイルを出力する
      *       手形による入金（入金方法の決済区分3）は売掛金から
      *       受取手形へ振り替える（手形の管理はSAMPLE07J）
      *       外貨建入金（通貨コード付き）は外貨ジャーナルの得意先・
      *       通貨別の帳簿円価で売掛を消し込み、入金円貨との差額を
      *       実現為替差損益として仕訳し、外貨ジャーナルへ決済を記録
      *       する（月次集計はSAMPLE07K）
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE07.
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.
           SELECT KAWASE-MASTER ASSIGN TO KAWASEMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KW-KEY
               FILE STATUS IS WS-KAWASE-STATUS.
           SELECT GAIKA-JOURNAL ASSIGN TO GAIKAJNL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-GAIKA-STATUS.
           SELECT KANJO-MASTER ASSIGN TO KANJOMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
           05  NK-NYUKIN-KINGAKU PIC 9(11).
           05  NK-NYUKIN-HOKO    PIC X(04).
           05  NK-FURIKOMI-REF   PIC X(12).
           05  NK-TSUKA-CD       PIC X(03).
           05  NK-GAIKA-KINGAKU  PIC 9(08)V99.
           05  FILLER            PIC X(04).

       FD  URIKAKE-MASTER
           RECORD CONTAINS 100 CHARACTERS
           05  HM-KESSAI-KBN     PIC X(01).
               88  HM-SOKUJI     VALUE '1'.
               88  HM-MIKESSAI   VALUE '2'.
               88  HM-TEGATA     VALUE '3'.
           05  FILLER            PIC X(10).

       FD  MIKESSAI-FILE
           05  MK-NYUKIN-KINGAKU PIC 9(11).
           05  MK-NYUKIN-HOKO    PIC X(04).
           05  MK-FURIKOMI-REF   PIC X(12).
           05  MK-TSUKA-CD       PIC X(03).
           05  MK-GAIKA-KINGAKU  PIC 9(08)V99.
           05  FILLER            PIC X(04).

       FD  KESSAI-FILE
           RECORD CONTAINS 60 CHARACTERS
           05  KE-NYUKIN-KINGAKU PIC 9(11).
           05  KE-NYUKIN-HOKO    PIC X(04).
           05  KE-FURIKOMI-REF   PIC X(12).
           05  KE-TSUKA-CD       PIC X(03).
           05  KE-GAIKA-KINGAKU  PIC 9(08)V99.
           05  FILLER            PIC X(04).

       FD  HOHO-RPT
           RECORD CONTAINS 100 CHARACTERS
       01  HOHO-RPT-REC.
           05  HR-LINE           PIC X(100).

      * 償却ジャーナル: 請求番号別の少額償却を累積する（販売手数料の
      * 戻入はSAMPLE07Lが月単位で引く）
       FD  SHOKYAKU-JNL
           RECORD CONTAINS 60 CHARACTERS
           LABEL RECORDS ARE STANDARD
           05  RL-RETURN-CD      PIC 9(04).
           05  FILLER            PIC X(06).

       FD  KAWASE-MASTER
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  KAWASE-REC.
           05  KW-KEY.
               10  KW-TSUKA-CD   PIC X(03).
               10  KW-TEKIYO-DT  PIC 9(08).
           05  KW-RATE           PIC 9(05)V9(04).
           05  FILLER            PIC X(20).

      * 外貨ジャーナル: 取引区分 0売上 1返品（SAMPLE01）、2入金決済
      * （当プログラム、帳簿円価は負値、実現差損益付き）
       FD  GAIKA-JOURNAL
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  GAIKA-JNL-REC.
           05  GJ-CODE           PIC X(10).
           05  GJ-TOKUISAKI      PIC X(10).
           05  GJ-TSUKA-CD       PIC X(03).
           05  GJ-GAIKA-KINGAKU  PIC 9(08)V99.
           05  GJ-RATE           PIC 9(05)V9(04).
           05  GJ-EN-KINGAKU     PIC S9(09).
           05  GJ-DATE           PIC 9(08).
           05  GJ-TORIHIKI-KBN   PIC X(01).
               88  GJ-HENPIN     VALUE '1'.
               88  GJ-KESSAI     VALUE '2'.
           05  GJ-JITSUGEN-SAEKI PIC S9(09).
           05  FILLER            PIC X(11).

       FD  KANJO-MASTER
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           05  WS-NYUKIN-NET     PIC 9(11) VALUE ZEROS.
           05  WS-TESURYO        PIC 9(05) VALUE ZEROS.
           05  WS-HOLD-FLAG      PIC X(01) VALUE 'N'.
           05  WS-TEGATA-FLAG    PIC X(01) VALUE 'N'.

       01  WS-HOHO-TABLE.
           05  WS-HOHO-ENTRY OCCURS 20 TIMES INDEXED BY WS-HOHO-IDX.
           05  WS-EDIT-HKINGAKU  PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-HTESURYO  PIC ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-HHOLD     PIC ZZZ,ZZ9.
           05  WS-EDIT-SAEKI     PIC -ZZZ,ZZZ,ZZZ,ZZ9.
           05  WS-HOHO-LINE      PIC X(100).

       01  WS-KIJUN-DT           PIC 9(08) VALUE ZEROS.

      * 外貨建入金: 外貨ジャーナルから得意先・通貨別の外貨残と
      * 帳簿円価を展開し、入金外貨額に見合う帳簿円価を消し込む
       01  WS-GAIKA-AREA.
           05  WS-KAWASE-STATUS  PIC X(02).
           05  WS-GAIKA-STATUS   PIC X(02).
           05  WS-KAWASE-EOF     PIC X(01) VALUE 'N'.
           05  WS-GAIKA-EOF      PIC X(01) VALUE 'N'.
           05  WS-GAIKA-FLAG     PIC X(01) VALUE 'N'.
               88  WS-GAIKA-NYUKIN VALUE 'Y'.
               88  WS-GAIKA-NG   VALUE 'E'.
           05  WS-GAIKA-RIYU     PIC X(20).
           05  WS-GAIKA-BOKA     PIC S9(11) COMP-3 VALUE ZEROS.
           05  WS-GAIKA-JURYO    PIC S9(11) COMP-3 VALUE ZEROS.
           05  WS-GAIKA-SAEKI    PIC S9(11) COMP-3 VALUE ZEROS.
           05  WS-GAIKA-RATE     PIC 9(05)V9(04) VALUE ZEROS.
           05  WS-SAEKI-CNT      PIC 9(07) VALUE ZEROS.
           05  WS-SAEKI-GOUKEI   PIC S9(13) COMP-3 VALUE ZEROS.

       01  WS-GAIKA-TABLE.
           05  WS-GAIKA-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-GK-IDX.
               10  GK-TOKUI-CD   PIC X(10).
               10  GK-TSUKA-CD   PIC X(03).
               10  GK-GAIKA-ZAN  PIC S9(10)V99.
               10  GK-EN-BOKA    PIC S9(11).
       01  WS-GAIKA-CNT          PIC 9(03) VALUE ZEROS.
       01  WS-GK-KEY-TOKUI       PIC X(10).
       01  WS-GK-KEY-TSUKA       PIC X(03).
       01  WS-GAIKA-OVER-CNT     PIC 9(05) VALUE ZEROS.
       01  WS-GAIKA-SCAN         PIC 9(03).
       01  WS-GAIKA-FOUND-FLAG   PIC X(01).
           88  WS-GAIKA-IS-FOUND VALUE 'Y'.

      * 為替レートマスタのメモリ展開域
       01  WS-KAWASE-TABLE.
           05  WS-KAWASE-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-KAWASE-IDX.
               10  KR-TSUKA-CD   PIC X(03).
               10  KR-TEKIYO-DT  PIC 9(08).
               10  KR-RATE       PIC 9(05)V9(04).
       01  WS-KAWASE-CNT         PIC 9(03) VALUE ZEROS.
       01  WS-KAWASE-SCAN        PIC 9(03).
       01  WS-KAWASE-HIT         PIC 9(03) VALUE ZEROS.

       01  WS-WORK-AREA.
           05  WS-ZANDAKA-MAE    PIC S9(13) COMP-3.
           05  WS-ZANDAKA-GO     PIC S9(13) COMP-3.
           OPEN OUTPUT MIKESSAI-FILE
           OPEN INPUT  KESSAI-FILE
           OPEN OUTPUT HOHO-RPT
           OPEN EXTEND SHOKYAKU-JNL
           OPEN OUTPUT SHOKYAKU-RPT
           OPEN EXTEND HAIBUN-JNL
           PERFORM 1300-LOAD-KAWASE
           PERFORM 1400-LOAD-GAIKA
           OPEN EXTEND GAIKA-JOURNAL
           IF WS-KESSAI-STATUS NOT = '00'
               MOVE 'Y' TO WS-KESSAI-EOF
           END-IF
           MOVE WS-KIJUN-DT(1:6) TO WS-TOUGETSU
           PERFORM 1150-READ-KESSAI.

      * 為替レートマスタ展開: 通貨+適用日の昇順で全件をテーブルへ
       1300-LOAD-KAWASE.
           OPEN INPUT KAWASE-MASTER
           MOVE LOW-VALUES TO KW-KEY
           START KAWASE-MASTER KEY IS NOT LESS THAN KW-KEY
               INVALID KEY MOVE 'Y' TO WS-KAWASE-EOF
           END-START
           PERFORM 1310-READ-KAWASE
               UNTIL WS-KAWASE-EOF = 'Y'
                   OR WS-KAWASE-CNT >= 50
           CLOSE KAWASE-MASTER.

       1310-READ-KAWASE.
           READ KAWASE-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-KAWASE-EOF
               NOT AT END
                   ADD 1 TO WS-KAWASE-CNT
                   SET WS-KAWASE-IDX TO WS-KAWASE-CNT
                   MOVE KW-TSUKA-CD  TO KR-TSUKA-CD  (WS-KAWASE-IDX)
                   MOVE KW-TEKIYO-DT TO KR-TEKIYO-DT (WS-KAWASE-IDX)
                   MOVE KW-RATE      TO KR-RATE      (WS-KAWASE-IDX)
           END-READ.

      * 外貨ジャーナルを得意先・通貨別に集計し、外貨残と帳簿円価を
      * 求める（売上は加算、返品・入金決済は減算）
       1400-LOAD-GAIKA.
           OPEN INPUT GAIKA-JOURNAL
           IF WS-GAIKA-STATUS = '00'
               PERFORM 1410-READ-GAIKA
                   UNTIL WS-GAIKA-EOF = 'Y'
           END-IF
           CLOSE GAIKA-JOURNAL.

       1410-READ-GAIKA.
           READ GAIKA-JOURNAL
               AT END
                   MOVE 'Y' TO WS-GAIKA-EOF
               NOT AT END
                   MOVE GJ-TOKUISAKI TO WS-GK-KEY-TOKUI
                   MOVE GJ-TSUKA-CD  TO WS-GK-KEY-TSUKA
                   PERFORM 2085-GAIKA-SEARCH
                   IF NOT WS-GAIKA-IS-FOUND AND WS-GAIKA-CNT < 200
                       ADD 1 TO WS-GAIKA-CNT
                       SET WS-GK-IDX TO WS-GAIKA-CNT
                       MOVE GJ-TOKUISAKI TO GK-TOKUI-CD (WS-GK-IDX)
                       MOVE GJ-TSUKA-CD  TO GK-TSUKA-CD (WS-GK-IDX)
                       MOVE ZEROS TO GK-GAIKA-ZAN (WS-GK-IDX)
                                     GK-EN-BOKA   (WS-GK-IDX)
                       MOVE 'Y' TO WS-GAIKA-FOUND-FLAG
                   END-IF
                   IF WS-GAIKA-IS-FOUND
                       PERFORM 1420-GAIKA-ACCUM
                   ELSE
                       ADD 1 TO WS-GAIKA-OVER-CNT
                   END-IF
           END-READ.

       1420-GAIKA-ACCUM.
           IF GJ-HENPIN OR GJ-KESSAI
               SUBTRACT GJ-GAIKA-KINGAKU
                   FROM GK-GAIKA-ZAN (WS-GK-IDX)
           ELSE
               ADD GJ-GAIKA-KINGAKU TO GK-GAIKA-ZAN (WS-GK-IDX)
           END-IF
           ADD GJ-EN-KINGAKU TO GK-EN-BOKA (WS-GK-IDX).

       1100-READ-NYUKIN.
           READ NYUKIN-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG
           MOVE KE-NYUKIN-KINGAKU TO NK-NYUKIN-KINGAKU
           MOVE KE-NYUKIN-HOKO    TO NK-NYUKIN-HOKO
           MOVE KE-FURIKOMI-REF   TO NK-FURIKOMI-REF
           MOVE KE-TSUKA-CD       TO NK-TSUKA-CD
           MOVE KE-GAIKA-KINGAKU  TO NK-GAIKA-KINGAKU
           PERFORM 2005-NYUKIN-SHORI
           MOVE 'N' TO WS-KAKUNIN-MODE
           PERFORM 1150-READ-KESSAI.
               PERFORM 9400-WRITE-MIKESSAI
           ELSE
               PERFORM 2050-RESOLVE-TOKUI
               MOVE 'N' TO WS-GAIKA-FLAG
               IF NK-TOKUI-CD NOT = SPACES
                   PERFORM 2080-GAIKA-HANTEI
               END-IF
               IF WS-GAIKA-NG
                   PERFORM 9320-WRITE-UNMATCH-GAIKA
               END-IF
               IF NK-TOKUI-CD NOT = SPACES AND NOT WS-GAIKA-NG
                   IF WS-HIVOL-MODE
                       PERFORM 2070-CACHE-KAKUHO
                       IF WS-CACHE-OK = 'Y'
                               PERFORM 2100-KESHIKOMI-SHORI
                       END-READ
                   END-IF
               END-IF
               IF NK-TOKUI-CD = SPACES
                   PERFORM 9310-WRITE-UNMATCH-REF
               END-IF
           END-IF.
      * 入金方法マスタで手数料控除と未決済保留を決める
       2060-HOHO-SHORI.
           MOVE 'N'   TO WS-HOLD-FLAG
           MOVE 'N'   TO WS-TEGATA-FLAG
           MOVE ZEROS TO WS-TESURYO
           MOVE NK-NYUKIN-HOKO TO HM-HOKO-CD
           READ HOHO-MASTER
                   IF HM-MIKESSAI AND WS-KAKUNIN-MODE = 'N'
                       MOVE 'Y' TO WS-HOLD-FLAG
                   END-IF
                   IF HM-TEGATA
                       MOVE 'Y' TO WS-TEGATA-FLAG
                   END-IF
           END-READ
           IF NK-NYUKIN-KINGAKU > WS-TESURYO
               SUBTRACT WS-TESURYO FROM NK-NYUKIN-KINGAKU
               ADD 1 TO WS-HOHO-SCAN
           END-IF.

      * 外貨建入金の判定: 得意先・通貨の外貨残に対する入金外貨額の
      * 割合で帳簿円価を求める（全額決済なら帳簿円価の全額）。
      * 入金円貨が無い場合は入金日の適用レートで円換算する
       2080-GAIKA-HANTEI.
           IF NK-TSUKA-CD = SPACES OR NK-TSUKA-CD = 'JPY'
               OR NK-TSUKA-CD = LOW-VALUES
               CONTINUE
           ELSE
               MOVE 'Y' TO WS-GAIKA-FLAG
               MOVE NK-TOKUI-CD TO WS-GK-KEY-TOKUI
               MOVE NK-TSUKA-CD TO WS-GK-KEY-TSUKA
               PERFORM 2085-GAIKA-SEARCH
               EVALUATE TRUE
                   WHEN NK-GAIKA-KINGAKU NOT NUMERIC
                       OR NK-GAIKA-KINGAKU = ZEROS
                       MOVE 'E' TO WS-GAIKA-FLAG
                       MOVE '外貨入金額なし' TO WS-GAIKA-RIYU
                   WHEN NOT WS-GAIKA-IS-FOUND
                       MOVE 'E' TO WS-GAIKA-FLAG
                       MOVE '外貨建債権なし' TO WS-GAIKA-RIYU
                   WHEN GK-GAIKA-ZAN (WS-GK-IDX) NOT > ZEROS
                       MOVE 'E' TO WS-GAIKA-FLAG
                       MOVE '外貨建債権なし' TO WS-GAIKA-RIYU
                   WHEN OTHER
                       PERFORM 2090-GAIKA-ENKA
               END-EVALUATE
           END-IF.

       2085-GAIKA-SEARCH.
           MOVE 'N' TO WS-GAIKA-FOUND-FLAG
           MOVE 1   TO WS-GAIKA-SCAN
           PERFORM 2086-GAIKA-SCAN-ONE
               UNTIL WS-GAIKA-SCAN > WS-GAIKA-CNT
                   OR WS-GAIKA-IS-FOUND.

       2086-GAIKA-SCAN-ONE.
           SET WS-GK-IDX TO WS-GAIKA-SCAN
           IF GK-TOKUI-CD (WS-GK-IDX) = WS-GK-KEY-TOKUI
               AND GK-TSUKA-CD (WS-GK-IDX) = WS-GK-KEY-TSUKA
               MOVE 'Y' TO WS-GAIKA-FOUND-FLAG
           ELSE
               ADD 1 TO WS-GAIKA-SCAN
           END-IF.

       2090-GAIKA-ENKA.
           IF NK-GAIKA-KINGAKU NOT < GK-GAIKA-ZAN (WS-GK-IDX)
               MOVE GK-EN-BOKA (WS-GK-IDX) TO WS-GAIKA-BOKA
           ELSE
               COMPUTE WS-GAIKA-BOKA ROUNDED =
                   GK-EN-BOKA (WS-GK-IDX) * NK-GAIKA-KINGAKU
                   / GK-GAIKA-ZAN (WS-GK-IDX)
           END-IF
           IF NK-NYUKIN-KINGAKU NUMERIC
               AND NK-NYUKIN-KINGAKU > ZEROS
               MOVE NK-NYUKIN-KINGAKU TO WS-GAIKA-JURYO
           ELSE
               PERFORM 2095-RATE-SEARCH
               IF WS-KAWASE-HIT = ZEROS
                   MOVE 'E' TO WS-GAIKA-FLAG
                   MOVE '為替レート未登録' TO WS-GAIKA-RIYU
               ELSE
                   SET WS-KAWASE-IDX TO WS-KAWASE-HIT
                   COMPUTE WS-GAIKA-JURYO ROUNDED =
                       NK-GAIKA-KINGAKU * KR-RATE (WS-KAWASE-IDX)
               END-IF
           END-IF
           IF WS-GAIKA-NYUKIN
               COMPUTE WS-GAIKA-SAEKI = WS-GAIKA-JURYO - WS-GAIKA-BOKA
               COMPUTE WS-GAIKA-RATE ROUNDED =
                   WS-GAIKA-JURYO / NK-GAIKA-KINGAKU
               IF WS-GAIKA-BOKA > WS-TESURYO
                   COMPUTE WS-NYUKIN-NET = WS-GAIKA-BOKA - WS-TESURYO
               ELSE
                   MOVE ZEROS TO WS-NYUKIN-NET
               END-IF
           END-IF.

       2095-RATE-SEARCH.
           MOVE ZEROS TO WS-KAWASE-HIT
           PERFORM 2096-RATE-SCAN-ONE
               VARYING WS-KAWASE-SCAN FROM 1 BY 1
               UNTIL WS-KAWASE-SCAN > WS-KAWASE-CNT.

       2096-RATE-SCAN-ONE.
           SET WS-KAWASE-IDX TO WS-KAWASE-SCAN
           IF KR-TSUKA-CD (WS-KAWASE-IDX) = NK-TSUKA-CD
               AND KR-TEKIYO-DT (WS-KAWASE-IDX) NOT > NK-NYUKIN-DT
               MOVE WS-KAWASE-SCAN TO WS-KAWASE-HIT
           END-IF.

      * 実現為替差損益: 帳簿円価と入金円貨の差を差益・差損の仕訳に
      * 分け、外貨ジャーナルへ入金決済を記録して外貨残を減らす
       2180-GAIKA-KESSAI.
           IF WS-GAIKA-SAEKI > ZEROS
               MOVE 'KWSE' TO WS-SW-EVENT
               MOVE WS-GAIKA-SAEKI TO WS-SW-KINGAKU
               MOVE NK-TOKUI-CD TO WS-SW-AITE
               PERFORM 9800-SHIWAKE-KIROKU
           END-IF
           IF WS-GAIKA-SAEKI < ZEROS
               MOVE 'KWSS' TO WS-SW-EVENT
               COMPUTE WS-SW-KINGAKU = ZERO - WS-GAIKA-SAEKI
               MOVE NK-TOKUI-CD TO WS-SW-AITE
               PERFORM 9800-SHIWAKE-KIROKU
           END-IF
           ADD 1 TO WS-SAEKI-CNT
           ADD WS-GAIKA-SAEKI TO WS-SAEKI-GOUKEI
           SUBTRACT NK-GAIKA-KINGAKU FROM GK-GAIKA-ZAN (WS-GK-IDX)
           SUBTRACT WS-GAIKA-BOKA FROM GK-EN-BOKA (WS-GK-IDX)
           MOVE SPACES           TO GAIKA-JNL-REC
           MOVE NK-FURIKOMI-REF  TO GJ-CODE
           MOVE NK-TOKUI-CD      TO GJ-TOKUISAKI
           MOVE NK-TSUKA-CD      TO GJ-TSUKA-CD
           MOVE NK-GAIKA-KINGAKU TO GJ-GAIKA-KINGAKU
           MOVE WS-GAIKA-RATE    TO GJ-RATE
           COMPUTE GJ-EN-KINGAKU = ZERO - WS-GAIKA-BOKA
           MOVE NK-NYUKIN-DT     TO GJ-DATE
           MOVE '2'              TO GJ-TORIHIKI-KBN
           MOVE WS-GAIKA-SAEKI   TO GJ-JITSUGEN-SAEKI
           WRITE GAIKA-JNL-REC.

       9320-WRITE-UNMATCH-GAIKA.
           ADD 1 TO WS-ERR-CNT
           MOVE NK-TOKUI-CD     TO UX-TOKUI-CD
           MOVE NK-FURIKOMI-REF TO UX-FURIKOMI-REF
           MOVE WS-GAIKA-RIYU   TO UX-REASON
           WRITE UNMATCH-REC.

       9400-WRITE-MIKESSAI.
           MOVE NK-TOKUI-CD       TO MK-TOKUI-CD
           MOVE NK-NYUKIN-DT      TO MK-NYUKIN-DT
           MOVE NK-NYUKIN-KINGAKU TO MK-NYUKIN-KINGAKU
           MOVE NK-NYUKIN-HOKO    TO MK-NYUKIN-HOKO
           MOVE NK-FURIKOMI-REF   TO MK-FURIKOMI-REF
           MOVE NK-TSUKA-CD       TO MK-TSUKA-CD
           MOVE NK-GAIKA-KINGAKU  TO MK-GAIKA-KINGAKU
           WRITE MIKESSAI-REC.

       6600-SHOKYAKU-REPORT.
           WRITE HOHO-RPT-REC
           PERFORM 6510-HOHO-RPT-ONE
               VARYING WS-HOHO-IDX FROM 1 BY 1
               UNTIL WS-HOHO-IDX > WS-HOHO-CNT
           IF WS-SAEKI-CNT > ZEROS OR WS-GAIKA-OVER-CNT > ZEROS
               MOVE SPACES TO WS-HOHO-LINE
               MOVE WS-SAEKI-CNT    TO WS-EDIT-HKENSU
               MOVE WS-SAEKI-GOUKEI TO WS-EDIT-SAEKI
               MOVE WS-GAIKA-OVER-CNT TO WS-EDIT-HHOLD
               STRING '外貨決済 件数:' WS-EDIT-HKENSU
                      ' 為替差損益:' WS-EDIT-SAEKI
                      ' 展開あふれ:' WS-EDIT-HHOLD
                   DELIMITED SIZE INTO WS-HOHO-LINE
               MOVE WS-HOHO-LINE TO HR-LINE
               WRITE HOHO-RPT-REC
           END-IF.

       6510-HOHO-RPT-ONE.
           MOVE SPACES TO WS-HOHO-LINE
           MOVE '入金消込' TO WS-UJ-RIYU
           PERFORM 9860-URIKAKE-JNL
           PERFORM 9100-WRITE-KESHIKOMI
      * 手形による入金は預金ではなく受取手形へ振り替える
           IF WS-TEGATA-FLAG = 'Y'
               MOVE 'TGUK' TO WS-SW-EVENT
           ELSE
               MOVE 'KESH' TO WS-SW-EVENT
           END-IF
           MOVE WS-NYUKIN-NET TO WS-SW-KINGAKU
           MOVE NK-TOKUI-CD   TO WS-SW-AITE
           PERFORM 9800-SHIWAKE-KIROKU
               MOVE NK-TOKUI-CD TO WS-SW-AITE
               PERFORM 9800-SHIWAKE-KIROKU
           END-IF
           IF WS-GAIKA-NYUKIN
               PERFORM 2180-GAIKA-KESSAI
           END-IF
           PERFORM 2150-MEISAI-HAIBUN.

      * 少額償却判定: 消込後の残が許容額以内で、当月累計が上限内なら
           CLOSE HOHO-RPT
           CLOSE SHOKYAKU-JNL
           CLOSE HAIBUN-JNL
           CLOSE GAIKA-JOURNAL
           CLOSE SHOKYAKU-RPT.

       9100-WRITE-KESHIKOMI.
