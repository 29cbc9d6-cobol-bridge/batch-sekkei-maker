      * SAMPLE03: 給与計算バッチ
      * 概要: 勤怠データを読み込み、給与マスタを参照して
      *       給与明細ファイルを出力する
      *       手当は手当マスタ（社員・手当・適用開始日）の当月有効分を
      *       1手当1行の手当明細として支給し、残業基礎算入の手当は
      *       時間外・休日単価へ基本給比で上乗せする。非課税手当
      *       （通勤手当）は月額の法定限度までを非課税とし、超過分は
      *       課税とする。非課税分も総支給（社会保険の報酬）には含め、
      *       年間累計マスタへ課税・非課税の累計を分けて積み上げる
      *       雇用保険料は業種別の料率マスタ（適用開始日つき）で総支給に
      *       本人料率を乗じて控除し（免除者を除く）、事業主負担分は
      *       給与仕訳へ計上して部門別の労働保険料集計表を出力する
      *       時給者（給与形態'2'）は勤怠の通常・深夜・休日時間に時給を
      *       乗じ、法定の割増（時間外25%・深夜25%・休日35%）を加えて
      *       支給額とする。控除・累計・明細・振込は月給者と同じ
      *       控除台帳マスタ（社内貸付・財形・組合費等）の当月分を法定
      *       控除の後に差引支給額の範囲で控除し、貸付残高・財形積立額
      *       を更新する（最終回は残高・目標額で止める）。控除台帳報告
      *       と財形の金融機関送金ファイルを出力する
      *       給与仕訳の控除は源泉所得税・住民税の預り金を分けて計上する
      *       控除台帳の控除は社内貸付の回収（元利）と財形の預り金を
      *       それぞれ別の仕訳として計上する
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE03.
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MEISAI-STATUS.
           SELECT TEATE-MASTER ASSIGN TO TEATEMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TA-KEY
               FILE STATUS IS WS-TEATE-STATUS.
           SELECT KOJO-DAICHO ASSIGN TO KOJODCH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KD-KEY
               FILE STATUS IS WS-DAICHO-STATUS.
           SELECT DAICHO-RPT ASSIGN TO KOJODRPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DAICHORPT-STATUS.
           SELECT ZAIKEI-SOKIN ASSIGN TO ZAIKEISOK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SOKIN-STATUS.
           SELECT TEATE-MEISAI-FILE ASSIGN TO TEATEMEI
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TEATEMEI-STATUS.
           SELECT YTD-MASTER ASSIGN TO YTDMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-KENSHO-STATUS.
           SELECT KOYO-RITSU-MASTER ASSIGN TO KOYORTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KR-KEY
               FILE STATUS IS WS-KOYORT-STATUS.
           SELECT ROUDOU-RPT ASSIGN TO ROUHORPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ROUDOU-STATUS.
           SELECT BUMON-RPT ASSIGN TO BUMONRPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
           05  KT-ZANGYO-H       PIC 9(04).
           05  KT-KYUJITU-H      PIC 9(04).
           05  KT-TIKOKU-CNT     PIC 9(02).
           05  FILLER            PIC X(02).
      *    時給者の勤務時間（1/100時間単位）。深夜時間は通常・時間外・
      *    休日の内数として割増分のみを支給する
           05  KT-TSUJO-H        PIC 9(03)V9(02).
           05  KT-SHINYA-H       PIC 9(03)V9(02).
           05  FILLER            PIC X(28).

       FD  KYUYO-MASTER
           RECORD CONTAINS 120 CHARACTERS
           05  KYM-KOSEI-NENKIN  PIC S9(05) COMP-3.
           05  KYM-KOZA-NO       PIC X(10).
           05  KYM-BUMON-CD      PIC X(04).
           05  FILLER            PIC X(16).
           05  KYM-KOYO-GYOSHU   PIC X(01).
           05  KYM-KOYO-MENJO    PIC X(01).
               88  KYM-KOYO-MENJO-SHA VALUE 'Y'.
           05  KYM-KYUYO-KEITAI  PIC X(01).
               88  KYM-JIKYU-SHA VALUE '2'.
           05  KYM-JIKYU         PIC S9(05) COMP-3.
           05  FILLER            PIC X(36).

       FD  MEISAI-FILE
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  MEISAI-REC.
           05  MS-TOTAL-KYU      PIC 9(08).
           05  MS-BUMON-CD       PIC X(04).
           05  MS-JYUMIN-ZEI     PIC 9(07).
           05  MS-TEATE-GAKU     PIC 9(07).
           05  MS-KOYO-HOKEN     PIC 9(05).
           05  MS-SHIKYU-YM      PIC 9(06).
           05  MS-DAICHO-KOJO    PIC 9(07).
           05  FILLER            PIC X(05).

      * 手当マスタ: 社員・手当区分・適用開始日ごとの手当。適用終了日
      * ゼロは期限なし。課税区分 1課税 2非課税（通勤、法定限度まで）
       FD  TEATE-MASTER
           RECORD CONTAINS 60 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  TEATE-REC.
           05  TA-KEY.
               10  TA-SHAIN-NO   PIC X(08).
               10  TA-TEATE-CD   PIC X(02).
               10  TA-TEKIYO-KAISHI PIC 9(08).
           05  TA-TEATE-MEI      PIC X(20).
           05  TA-KINGAKU        PIC S9(07) COMP-3.
           05  TA-KAZEI-KBN      PIC X(01).
               88  TA-KAZEI      VALUE '1'.
               88  TA-HIKAZEI    VALUE '2'.
           05  TA-ZANGYO-KBN     PIC X(01).
               88  TA-ZANGYO-SANNYU VALUE 'Y'.
           05  TA-TEKIYO-SHURYO  PIC 9(08).
           05  FILLER            PIC X(08).

      * 控除台帳マスタ: 社員・契約ごとの社内貸付・財形・組合費等。
      * 残高は貸付なら未返済元本、財形・組合費等なら控除累計を表す
       FD  KOJO-DAICHO
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  KOJO-DAICHO-REC.
           05  KD-KEY.
               10  KD-SHAIN-NO   PIC X(08).
               10  KD-KEIYAKU-NO PIC X(04).
           05  KD-SHUBETSU       PIC X(01).
               88  KD-KASHITSUKE VALUE '1'.
               88  KD-ZAIKEI     VALUE '2'.
               88  KD-KUMIAIHI   VALUE '3'.
           05  KD-KEIYAKU-MEI    PIC X(20).
           05  KD-GETSUGAKU      PIC S9(07) COMP-3.
           05  KD-KAISHI-DT      PIC 9(08).
           05  KD-SHURYO-DT      PIC 9(08).
           05  KD-MOKUHYO-GAKU   PIC S9(09) COMP-3.
           05  KD-ZANDAKA        PIC S9(09) COMP-3.
           05  KD-NENRI          PIC V9(05).
           05  KD-SOKIN-KOZA     PIC X(10).
           05  KD-SAISHU-YM      PIC 9(06).
           05  KD-TOGETSU-GAKU   PIC S9(07) COMP-3.
           05  KD-JOTAI          PIC X(01).
               88  KD-KANRYO     VALUE 'E'.
           05  FILLER            PIC X(11).

       FD  DAICHO-RPT
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  DAICHO-RPT-REC.
           05  DR-LINE           PIC X(120).

      * 財形送金ファイル: 金融機関へ社員・契約別の積立額を送る
       FD  ZAIKEI-SOKIN
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  ZAIKEI-SOKIN-REC.
           05  ZS-SOKIN-KOZA     PIC X(10).
           05  ZS-SHAIN-NO       PIC X(08).
           05  ZS-KEIYAKU-NO     PIC X(04).
           05  ZS-SHIMEI         PIC X(20).
           05  ZS-KINGAKU        PIC 9(10).
           05  ZS-HIDUKE         PIC 9(08).
           05  FILLER            PIC X(20).

      * 手当明細: 給与明細の手当行（1手当1レコード）
       FD  TEATE-MEISAI-FILE
           RECORD CONTAINS 60 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  TEATE-MEISAI-REC.
           05  TD-SHAIN-NO       PIC X(08).
           05  TD-SHIKYU-YM      PIC 9(06).
           05  TD-TEATE-CD       PIC X(02).
           05  TD-TEATE-MEI      PIC X(20).
           05  TD-KINGAKU        PIC 9(07).
           05  TD-KAZEI-KBN      PIC X(01).
           05  TD-ZANGYO-KBN     PIC X(01).
           05  TD-HIKAZEI-GAKU   PIC 9(07).
           05  FILLER            PIC X(08).

       FD  YTD-MASTER
           RECORD CONTAINS 80 CHARACTERS
           05  YM-KOUSHIN-CNT    PIC 9(02).
           05  YM-NENDO          PIC 9(04).
           05  YM-TAISHOKU-DT    PIC 9(08).
           05  YM-YTD-KAZEI      PIC S9(09) COMP-3.
           05  YM-YTD-HIKAZEI    PIC S9(09) COMP-3.
           05  YM-YTD-KOYO-HOKEN PIC S9(09) COMP-3.
           05  FILLER            PIC X(28).

       FD  NENMATSU-RPT
           RECORD CONTAINS 100 CHARACTERS
           05  ER-KYUJITU-H      PIC 9(04).
           05  ER-TIKOKU-CNT     PIC 9(02).
           05  ER-REASON         PIC X(30).
           05  ER-TSUJO-H        PIC 9(03)V9(02).
           05  ER-SHINYA-H       PIC 9(03)V9(02).
           05  FILLER            PIC X(20).

       FD  KINTAI-REJECT
           RECORD CONTAINS 80 CHARACTERS
           05  KJ-TIKOKU-CNT     PIC 9(02).
           05  KJ-REASON-CD      PIC X(02).
           05  KJ-REASON-MSG     PIC X(20).
           05  KJ-TSUJO-H        PIC 9(03)V9(02).
           05  KJ-SHINYA-H       PIC 9(03)V9(02).
           05  FILLER            PIC X(28).

       FD  KENSHO-RPT
           RECORD CONTAINS 100 CHARACTERS
       01  KENSHO-RPT-REC.
           05  KN-LINE           PIC X(100).

      * 雇用保険料率マスタ: 業種区分 1一般 2農林水産・清酒製造 3建設
      * ごとに適用開始日つきで本人・事業主の料率を持つ（労災保険料率
      * は年度更新で使用する）
       FD  KOYO-RITSU-MASTER
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  KOYO-RITSU-REC.
           05  KR-KEY.
               10  KR-GYOSHU     PIC X(01).
               10  KR-TEKIYO-KAISHI PIC 9(08).
           05  KR-HONNIN-RITSU   PIC V9(05).
           05  KR-JIGYO-RITSU    PIC V9(05).
           05  KR-ROUSAI-RITSU   PIC V9(05).
           05  FILLER            PIC X(16).

       FD  ROUDOU-RPT
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  ROUDOU-RPT-REC.
           05  RH-LINE           PIC X(100).

       FD  BUMON-RPT
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD
           05  WS-JYUZEI-STATUS  PIC X(02).
           05  WS-SHORIZUMI-STATUS PIC X(02).
           05  WS-OVERRIDE-STATUS PIC X(02).
           05  WS-TEATE-STATUS   PIC X(02).
           05  WS-TEATEMEI-STATUS PIC X(02).
           05  WS-KOYORT-STATUS  PIC X(02).
           05  WS-ROUDOU-STATUS  PIC X(02).
           05  WS-DAICHO-STATUS  PIC X(02).
           05  WS-DAICHORPT-STATUS PIC X(02).
           05  WS-SOKIN-STATUS   PIC X(02).
           05  WS-EOF-FLAG       PIC X(01) VALUE 'N'.
           05  WS-SCHED-EOF      PIC X(01) VALUE 'N'.
           05  WS-OVERRIDE-EOF   PIC X(01) VALUE 'N'.

       01  WS-NENCHO-RITSU       PIC V999 VALUE .200.

      * 時給者の作業域: 割増率は時給に対する倍率（深夜は割増分のみ）
       01  WS-JIKYU-AREA.
           05  WS-ZANGYO-WARI    PIC 9V99 VALUE 1.25.
           05  WS-KYUJITU-WARI   PIC 9V99 VALUE 1.35.
           05  WS-SHINYA-WARI    PIC 9V99 VALUE 0.25.
           05  WS-KIHON-KYU      PIC S9(09) COMP-3 VALUE ZEROS.
           05  WS-SHINYA-TEA     PIC S9(09) COMP-3 VALUE ZEROS.
           05  WS-JIKYU-TAN      PIC S9(07)V9(02) COMP-3 VALUE ZEROS.
           05  WS-JIKYU-CNT      PIC 9(07) VALUE ZEROS.
           05  WS-JIKYU-NASHI-CNT PIC 9(07) VALUE ZEROS.

      * 手当の作業域: 社員ごとに当月有効な手当を展開する（同じ手当
      * 区分は適用開始日の新しいものが優先）
       01  WS-TEATE-AREA.
           05  WS-HIKAZEI-GENDO  PIC S9(07) COMP-3 VALUE 150000.
           05  WS-TEATE-EOF      PIC X(01) VALUE 'N'.
           05  WS-TEATE-GOKEI    PIC S9(09) COMP-3 VALUE ZEROS.
           05  WS-TEATE-ZANGYO   PIC S9(09) COMP-3 VALUE ZEROS.
           05  WS-HIKAZEI-TEATE  PIC S9(09) COMP-3 VALUE ZEROS.
           05  WS-HIKAZEI-GAKU   PIC S9(09) COMP-3 VALUE ZEROS.
           05  WS-HIKAZEI-NOKORI PIC S9(09) COMP-3 VALUE ZEROS.
           05  WS-KAZEI-KYU      PIC S9(09) COMP-3 VALUE ZEROS.
           05  WS-ZANGYO-TAN     PIC S9(07) COMP-3 VALUE ZEROS.
           05  WS-KYUJITU-TAN    PIC S9(07) COMP-3 VALUE ZEROS.
           05  WS-TEATE-LINE-CNT PIC 9(07) VALUE ZEROS.
           05  WS-GENDO-CHOKA-CNT PIC 9(07) VALUE ZEROS.
           05  WS-TEATE-OVER-CNT PIC 9(07) VALUE ZEROS.
       01  WS-TE-TABLE.
           05  WS-TE-ENTRY OCCURS 20 TIMES INDEXED BY WS-TE-IDX.
               10  TE-TEATE-CD   PIC X(02).
               10  TE-TEATE-MEI  PIC X(20).
               10  TE-KINGAKU    PIC S9(07) COMP-3.
               10  TE-KAZEI-KBN  PIC X(01).
               10  TE-ZANGYO-KBN PIC X(01).
               10  TE-HIKAZEI-GAKU PIC S9(07) COMP-3.
       01  WS-TE-CNT             PIC 9(02) VALUE ZEROS.
       01  WS-TE-SCAN            PIC 9(02).
       01  WS-TE-FOUND-FLAG      PIC X(01).
           88  WS-TE-IS-FOUND    VALUE 'Y'.

      * 雇用保険の作業域: 料率は業種区分ごとに当月有効なものを
      * 起動時に1件へ決める（本人分は50銭以下切捨て・超は切上げ）
       01  WS-KOYO-AREA.
           05  WS-KOYORT-EOF     PIC X(01) VALUE 'N'.
           05  WS-KOYO-GYOSHU    PIC 9(01) VALUE ZEROS.
           05  WS-KOYO-WORK      PIC S9(09)V9(03) COMP-3 VALUE ZEROS.
           05  WS-KOYO-HOKEN     PIC S9(07) COMP-3 VALUE ZEROS.
           05  WS-KOYO-JIGYO     PIC S9(07) COMP-3 VALUE ZEROS.
           05  WS-KOYO-KOJO-CNT  PIC 9(07) VALUE ZEROS.
           05  WS-KOYO-MENJO-CNT PIC 9(07) VALUE ZEROS.
           05  WS-KOYO-NASHI-CNT PIC 9(07) VALUE ZEROS.
       01  WS-KRT-TABLE.
           05  WS-KRT-ENTRY OCCURS 3 TIMES.
               10  KRT-TEKIYO-KAISHI PIC 9(08).
               10  KRT-HONNIN-RITSU  PIC V9(05).
               10  KRT-JIGYO-RITSU   PIC V9(05).

      * 控除台帳の作業域: 社員ごとに当月控除する契約を展開し、給与
      * 明細を出力した後で台帳へ反映する。当月分が控除済みの契約は
      * 記録済みの控除額を用いる（再実行で残高を二重に動かさない）
       01  WS-DAICHO-AREA.
           05  WS-DAICHO-EOF     PIC X(01) VALUE 'N'.
           05  WS-DAICHO-KOJO    PIC S9(09) COMP-3 VALUE ZEROS.
           05  WS-DAICHO-NOKORI  PIC S9(09) COMP-3 VALUE ZEROS.
           05  WS-DAICHO-GAKU    PIC S9(09) COMP-3 VALUE ZEROS.
           05  WS-DAICHO-RISOKU  PIC S9(09) COMP-3 VALUE ZEROS.
           05  WS-DAICHO-SHUBETSU PIC 9(01) VALUE ZEROS.
           05  WS-DAICHO-KASHI   PIC S9(09) COMP-3 VALUE ZEROS.
           05  WS-DAICHO-ZAIKEI  PIC S9(09) COMP-3 VALUE ZEROS.
           05  WS-DAICHO-JOTAI-MEI PIC X(12).
           05  WS-DAICHO-LINE-CNT PIC 9(07) VALUE ZEROS.
           05  WS-DAICHO-FUNO-CNT PIC 9(07) VALUE ZEROS.
           05  WS-DAICHO-KANSAI-CNT PIC 9(07) VALUE ZEROS.
           05  WS-DAICHO-OVER-CNT PIC 9(07) VALUE ZEROS.
           05  WS-SOKIN-CNT      PIC 9(07) VALUE ZEROS.
      *    種別別の控除合計（1貸付 2財形 3組合費 4その他）
           05  WS-DAICHO-GOKEI OCCURS 4 TIMES
                                 PIC S9(11) COMP-3.
       01  WS-KDT-TABLE.
           05  WS-KDT-ENTRY OCCURS 10 TIMES INDEXED BY WS-KDT-IDX.
               10  KDT-KEY       PIC X(12).
               10  KDT-SHUBETSU  PIC X(01).
               10  KDT-KEIYAKU-MEI PIC X(20).
               10  KDT-SOKIN-KOZA PIC X(10).
               10  KDT-KOJO-GAKU PIC S9(07) COMP-3.
               10  KDT-RISOKU    PIC S9(07) COMP-3.
               10  KDT-ZANDAKA   PIC S9(09) COMP-3.
      *        ' '通常 'K'完済・目標到達 'F'控除不能 'S'当月控除済み
               10  KDT-JOTAI     PIC X(01).
       01  WS-KDT-CNT            PIC 9(02) VALUE ZEROS.
       01  WS-KDT-SCAN           PIC 9(02).

      * 再実行保護の作業域: 完了マーカーは社員番号'99999999'で表す
       01  WS-SAIKAI-AREA.
           05  WS-KANRYO-KEY     PIC X(08) VALUE '99999999'.
       01  WS-GENKAI-TABLE.
           05  WS-ZANGYO-LIMIT   PIC 9(04) VALUE 120.
           05  WS-KYUJITU-LIMIT  PIC 9(04) VALUE 60.
           05  WS-TSUJO-LIMIT    PIC 9(03)V9(02) VALUE 248.
           05  WS-SHINYA-LIMIT   PIC 9(04)V9(02) VALUE ZEROS.
       01  WS-TSUKI-NISSU        PIC 9(02) VALUE 31.
       01  WS-TSUKI-START        PIC 9(08) VALUE ZEROS.
       01  WS-YOKUGETSU          PIC 9(06) VALUE ZEROS.
               10  BM-KENKO      PIC S9(09) COMP-3.
               10  BM-NENKIN     PIC S9(09) COMP-3.
               10  BM-JIGYO      PIC S9(09) COMP-3.
               10  BM-KOYO-CHINGIN PIC S9(11) COMP-3.
               10  BM-KOYO-HON   PIC S9(09) COMP-3.
               10  BM-KOYO-JIG   PIC S9(09) COMP-3.
               10  BM-KOYO-NINZU PIC 9(05).
               10  BM-NET        PIC S9(11) COMP-3.
               10  BM-KENSU      PIC 9(05).
       01  WS-BMN-CNT            PIC 9(03) VALUE ZEROS.
           05  WS-GK-JIGYO       PIC S9(11) COMP-3 VALUE ZEROS.
           05  WS-GK-NET         PIC S9(13) COMP-3 VALUE ZEROS.
           05  WS-GK-KENSU       PIC 9(07)  VALUE ZEROS.
           05  WS-GK-KOYO-CHINGIN PIC S9(13) COMP-3 VALUE ZEROS.
           05  WS-GK-KOYO-HON    PIC S9(11) COMP-3 VALUE ZEROS.
           05  WS-GK-KOYO-JIG    PIC S9(11) COMP-3 VALUE ZEROS.
           05  WS-GK-KOYO-NINZU  PIC 9(07)  VALUE ZEROS.

       01  WS-BUMON-EDIT.
           05  WS-EDIT-GROSS     PIC ZZZ,ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-JIGYO     PIC ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-NET       PIC ZZZ,ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-BKENSU    PIC ZZZ,Z9.
           05  WS-EDIT-KOYO-HON  PIC ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-KOYO-KEI  PIC ZZZ,ZZZ,ZZ9.
           05  WS-BUMON-LINE     PIC X(100).

       01  WS-NENMATSU-WORK.
       01  WS-EDIT-AREA.
           05  WS-EDIT-KINGAKU   PIC ZZ,ZZZ,ZZ9.
           05  WS-EDIT-KENSU     PIC ZZZ,ZZ9.
           05  WS-EDIT-RISOKU    PIC ZZZ,ZZ9.
           05  WS-EDIT-ZANDAKA   PIC -ZZZ,ZZZ,ZZ9.
           05  WS-WORK-LINE      PIC X(100).

       01  WS-COUNTERS.
               UNTIL WS-EOF-FLAG = 'Y'
           PERFORM 4000-KENSHO-REPORT
           PERFORM 5000-BUMON-REPORT
           PERFORM 5500-ROUDOU-REPORT
           PERFORM 6000-JYUZEI-REPORT
           PERFORM 6500-DAICHO-REPORT
           PERFORM 3000-CLOSE-FILES
           PERFORM 0990-SHIWAKE-CLOSE
           PERFORM 0900-RUNLOG-END
           OPEN INPUT  KINTAI-FILE
           OPEN INPUT  KYUYO-MASTER
           OPEN I-O    YTD-MASTER
           OPEN INPUT  TEATE-MASTER
           OPEN INPUT  KOYO-RITSU-MASTER
           IF WS-SAIKAI-ARI
               OPEN EXTEND MEISAI-FILE
               OPEN EXTEND TEATE-MEISAI-FILE
               OPEN EXTEND FURIKAE-FILE
               OPEN EXTEND ERROR-FILE
               OPEN EXTEND KINTAI-REJECT
               OPEN EXTEND ZAIKEI-SOKIN
           ELSE
               OPEN OUTPUT MEISAI-FILE
               OPEN OUTPUT TEATE-MEISAI-FILE
               OPEN OUTPUT FURIKAE-FILE
               OPEN OUTPUT ERROR-FILE
               OPEN OUTPUT KINTAI-REJECT
               OPEN OUTPUT ZAIKEI-SOKIN
           END-IF
           OPEN I-O    KOJO-DAICHO
           OPEN OUTPUT DAICHO-RPT
           MOVE '===== 控除台帳 当月控除一覧 =====' TO DR-LINE
           WRITE DAICHO-RPT-REC
           OPEN OUTPUT NENMATSU-RPT
           OPEN OUTPUT KENSHO-RPT
           OPEN OUTPUT BUMON-RPT
           OPEN OUTPUT ROUDOU-RPT
           OPEN INPUT  JYUMAP-MASTER
           OPEN OUTPUT JYUZEI-RPT
           PERFORM 1050-SET-SHIHARAI-DT
           PERFORM 1060-SET-TSUKI-NISSU
           PERFORM 1070-LOAD-SCHEDULE
           PERFORM 1030-LOAD-KOYO-RITSU
           PERFORM 1100-READ-KINTAI.

      * 雇用保険料率の決定: 業種区分ごとに当月中に適用開始している
      * 料率のうち適用開始日の最も新しいものを採る
       1030-LOAD-KOYO-RITSU.
           MOVE ZEROS TO WS-KRT-TABLE
           MOVE 'N' TO WS-KOYORT-EOF
           MOVE LOW-VALUES TO KR-KEY
           START KOYO-RITSU-MASTER KEY IS NOT LESS THAN KR-KEY
               INVALID KEY MOVE 'Y' TO WS-KOYORT-EOF
           END-START
           PERFORM 1035-READ-KOYO-RITSU
               UNTIL WS-KOYORT-EOF = 'Y'.

       1035-READ-KOYO-RITSU.
           READ KOYO-RITSU-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-KOYORT-EOF
               NOT AT END
                   IF KR-GYOSHU >= '1' AND KR-GYOSHU <= '3'
                       AND KR-TEKIYO-KAISHI < WS-YOKUGETSU-START
                       MOVE KR-GYOSHU TO WS-KOYO-GYOSHU
                       IF KR-TEKIYO-KAISHI NOT <
                           KRT-TEKIYO-KAISHI (WS-KOYO-GYOSHU)
                           MOVE KR-TEKIYO-KAISHI
                               TO KRT-TEKIYO-KAISHI (WS-KOYO-GYOSHU)
                           MOVE KR-HONNIN-RITSU
                               TO KRT-HONNIN-RITSU (WS-KOYO-GYOSHU)
                           MOVE KR-JIGYO-RITSU
                               TO KRT-JIGYO-RITSU (WS-KOYO-GYOSHU)
                       END-IF
                   END-IF
           END-READ.

      * 再実行ガード: 同一業務日付の完了マーカーがあるときは
      * 許可パラメータ(OV-KYOKA='Y')なしの全再実行を拒否する
       1040-RERUN-GUARD.

       2050-KINTAI-KENSHO.
           MOVE 'Y' TO WS-KENSHO-FLAG
           IF KT-TSUJO-H NOT NUMERIC
               MOVE ZEROS TO KT-TSUJO-H
           END-IF
           IF KT-SHINYA-H NOT NUMERIC
               MOVE ZEROS TO KT-SHINYA-H
           END-IF
           COMPUTE WS-SHINYA-LIMIT =
               KT-TSUJO-H + KT-ZANGYO-H + KT-KYUJITU-H
           IF KT-KINMU-DAYS > WS-TSUKI-NISSU
               MOVE '01' TO KJ-REASON-CD
               MOVE '勤務日数超過' TO KJ-REASON-MSG
                       MOVE '休日時間超過' TO KJ-REASON-MSG
                       PERFORM 2055-WRITE-KINTAI-REJECT
                   ELSE
                       IF KT-TSUJO-H > WS-TSUJO-LIMIT
                           MOVE '05' TO KJ-REASON-CD
                           MOVE '通常時間超過' TO KJ-REASON-MSG
                           PERFORM 2055-WRITE-KINTAI-REJECT
                       ELSE
                           IF KT-SHINYA-H > WS-SHINYA-LIMIT
                               MOVE '06' TO KJ-REASON-CD
                               MOVE '深夜時間不整合'
                                   TO KJ-REASON-MSG
                               PERFORM 2055-WRITE-KINTAI-REJECT
                           ELSE
                               PERFORM 2057-CHECK-DUPLICATE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
           MOVE KT-ZANGYO-H   TO KJ-ZANGYO-H
           MOVE KT-KYUJITU-H  TO KJ-KYUJITU-H
           MOVE KT-TIKOKU-CNT TO KJ-TIKOKU-CNT
           MOVE KT-TSUJO-H    TO KJ-TSUJO-H
           MOVE KT-SHINYA-H   TO KJ-SHINYA-H
           WRITE KINTAI-REJECT-REC
           ADD 1 TO WS-REJECT-CNT.

                       ADD 1 TO WS-SKIP-CNT
                       PERFORM 9650-WRITE-SKIP-LINE
                   ELSE
                       IF KYM-JIKYU-SHA AND NOT KYM-JIKYU > ZEROS
                           ADD 1 TO WS-ERR-CNT WS-JIKYU-NASHI-CNT
                           PERFORM 2520-WRITE-JIKYU-ERROR
                       ELSE
                           PERFORM 2070-JYUMINZEI-SET
                           PERFORM 2150-TEATE-SET
                           PERFORM 2100-KYUYO-KEISAN
                           IF WS-KOJO-OVER-FLAG = 'Y'
                               ADD 1 TO WS-ERR-CNT
                               PERFORM 2510-WRITE-KOJO-ERROR
                           ELSE
                               PERFORM 2200-WRITE-MEISAI
                               PERFORM 2300-YTD-UPDATE
                               PERFORM 2400-WRITE-FURIKAE
                               PERFORM 9750-SHORIZUMI-TOUROKU
                           END-IF
                       END-IF
                   END-IF
           END-READ.
           MOVE WS-WORK-LINE TO JZ-LINE
           WRITE JYUZEI-RPT-REC.

      * 時間外・休日単価: 残業基礎算入の手当を基本給比で単価へ
      * 上乗せする（マスタの単価は基本給ベース）
       2100-KYUYO-KEISAN.
           MOVE 'N' TO WS-KOJO-OVER-FLAG
           IF KYM-JIKYU-SHA
               PERFORM 2110-JIKYU-KEISAN
           ELSE
               PERFORM 2120-GEKKYU-KEISAN
           END-IF
           ADD WS-KIHON-KYU WS-ZANGYO-TEA WS-KYUJITU-TEA
               WS-TEATE-GOKEI GIVING WS-TOTAL-KYU
           MOVE WS-TOTAL-KYU TO WS-GROSS-KYU
           COMPUTE WS-KAZEI-KYU = WS-GROSS-KYU - WS-HIKAZEI-GAKU
           PERFORM 2180-KOYO-HOKEN-KEISAN
           ADD WS-TIKOKU-KOJO KYM-SHOTOKUZEI KYM-KENKO-HOKEN
               KYM-KOSEI-NENKIN WS-JYUMINZEI WS-KOYO-HOKEN
               GIVING WS-SOUKOJO
           MOVE ZEROS TO WS-KDT-CNT WS-DAICHO-KOJO
           IF WS-SOUKOJO > WS-TOTAL-KYU
               MOVE 'Y' TO WS-KOJO-OVER-FLAG
           ELSE
               PERFORM 2130-DAICHO-SET
               ADD WS-DAICHO-KOJO TO WS-SOUKOJO
               SUBTRACT WS-SOUKOJO FROM WS-TOTAL-KYU
           END-IF.

      * 時給者: 通常時間×時給を基本給とし、時間外・休日は割増率を
      * 乗じ、深夜は割増分を時間外手当に含める。残業基礎算入の手当は
      * 通常時間で割って時間単価へ上乗せする。遅刻は時間で反映済み
       2110-JIKYU-KEISAN.
           ADD 1 TO WS-JIKYU-CNT
           MOVE KYM-JIKYU TO WS-JIKYU-TAN
           IF WS-TEATE-ZANGYO > ZEROS AND KT-TSUJO-H > ZEROS
               COMPUTE WS-JIKYU-TAN ROUNDED =
                   KYM-JIKYU + WS-TEATE-ZANGYO / KT-TSUJO-H
           END-IF
           COMPUTE WS-KIHON-KYU ROUNDED = KT-TSUJO-H * KYM-JIKYU
               ON SIZE ERROR MOVE 0 TO WS-KIHON-KYU
           END-COMPUTE
           COMPUTE WS-ZANGYO-TEA ROUNDED =
               KT-ZANGYO-H * WS-JIKYU-TAN * WS-ZANGYO-WARI
               ON SIZE ERROR MOVE 0 TO WS-ZANGYO-TEA
           END-COMPUTE
           COMPUTE WS-SHINYA-TEA ROUNDED =
               KT-SHINYA-H * WS-JIKYU-TAN * WS-SHINYA-WARI
               ON SIZE ERROR MOVE 0 TO WS-SHINYA-TEA
           END-COMPUTE
           ADD WS-SHINYA-TEA TO WS-ZANGYO-TEA
           COMPUTE WS-KYUJITU-TEA ROUNDED =
               KT-KYUJITU-H * WS-JIKYU-TAN * WS-KYUJITU-WARI
               ON SIZE ERROR MOVE 0 TO WS-KYUJITU-TEA
           END-COMPUTE
           MOVE ZEROS TO WS-TIKOKU-KOJO.

       2120-GEKKYU-KEISAN.
           MOVE KYM-KIHON-KYU   TO WS-KIHON-KYU
           MOVE KYM-ZANGYO-TAN  TO WS-ZANGYO-TAN
           MOVE KYM-KYUJITU-TAN TO WS-KYUJITU-TAN
           IF WS-TEATE-ZANGYO > ZEROS AND KYM-KIHON-KYU > ZEROS
               COMPUTE WS-ZANGYO-TAN ROUNDED = KYM-ZANGYO-TAN
                   + KYM-ZANGYO-TAN * WS-TEATE-ZANGYO / KYM-KIHON-KYU
               COMPUTE WS-KYUJITU-TAN ROUNDED = KYM-KYUJITU-TAN
                   + KYM-KYUJITU-TAN * WS-TEATE-ZANGYO / KYM-KIHON-KYU
           END-IF
           MULTIPLY KT-ZANGYO-H  BY WS-ZANGYO-TAN
               GIVING WS-ZANGYO-TEA
               ON SIZE ERROR MOVE 0 TO WS-ZANGYO-TEA
           END-MULTIPLY
           MULTIPLY KT-KYUJITU-H BY WS-KYUJITU-TAN
               GIVING WS-KYUJITU-TEA
               ON SIZE ERROR MOVE 0 TO WS-KYUJITU-TEA
           END-MULTIPLY
           COMPUTE WS-TIKOKU-KOJO = KT-TIKOKU-CNT * 1000.

      * 控除台帳の展開: 当月に有効な契約を契約番号順に読み、法定控除
      * 後の差引支給額に収まるものだけを控除する
       2130-DAICHO-SET.
           COMPUTE WS-DAICHO-NOKORI = WS-TOTAL-KYU - WS-SOUKOJO
           MOVE 'N' TO WS-DAICHO-EOF
           MOVE KYM-SHAIN-NO TO KD-SHAIN-NO
           MOVE LOW-VALUES   TO KD-KEIYAKU-NO
           START KOJO-DAICHO KEY IS NOT LESS THAN KD-KEY
               INVALID KEY MOVE 'Y' TO WS-DAICHO-EOF
           END-START
           PERFORM 2131-READ-DAICHO
               UNTIL WS-DAICHO-EOF = 'Y'.

      * 完了済みの契約も当月の実行で完了したものは再計算の対象とする
       2131-READ-DAICHO.
           READ KOJO-DAICHO NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-DAICHO-EOF
               NOT AT END
                   IF KD-SHAIN-NO NOT = KYM-SHAIN-NO
                       MOVE 'Y' TO WS-DAICHO-EOF
                   ELSE
                       IF KD-KAISHI-DT < WS-YOKUGETSU-START
                           AND (KD-SHURYO-DT = ZEROS
                             OR KD-SHURYO-DT NOT < WS-TSUKI-START)
                           AND (NOT KD-KANRYO
                             OR KD-SAISHU-YM = WS-SHORI-NENGAPPI)
                           PERFORM 2132-DAICHO-KEISAN
                       END-IF
                   END-IF
           END-READ.

       2132-DAICHO-KEISAN.
           IF WS-KDT-CNT NOT < 10
               ADD 1 TO WS-DAICHO-OVER-CNT
           ELSE
               PERFORM 2133-DAICHO-TOUROKU
           END-IF.

      * 同月再計算は前回の控除額をそのまま使う
       2133-DAICHO-TOUROKU.
           ADD 1 TO WS-KDT-CNT
           SET WS-KDT-IDX TO WS-KDT-CNT
           MOVE KD-KEY         TO KDT-KEY (WS-KDT-IDX)
           MOVE KD-SHUBETSU    TO KDT-SHUBETSU (WS-KDT-IDX)
           MOVE KD-KEIYAKU-MEI TO KDT-KEIYAKU-MEI (WS-KDT-IDX)
           MOVE KD-SOKIN-KOZA  TO KDT-SOKIN-KOZA (WS-KDT-IDX)
           MOVE ZEROS          TO KDT-RISOKU (WS-KDT-IDX)
           MOVE SPACE          TO KDT-JOTAI (WS-KDT-IDX)
           IF KD-SAISHU-YM = WS-SHORI-NENGAPPI
               MOVE KD-TOGETSU-GAKU TO KDT-KOJO-GAKU (WS-KDT-IDX)
               MOVE KD-ZANDAKA      TO KDT-ZANDAKA (WS-KDT-IDX)
               MOVE 'S'             TO KDT-JOTAI (WS-KDT-IDX)
               SUBTRACT KD-TOGETSU-GAKU FROM WS-DAICHO-NOKORI
               ADD KD-TOGETSU-GAKU TO WS-DAICHO-KOJO
           ELSE
               PERFORM 2134-DAICHO-GAKU-KEISAN
           END-IF.

      * 当月控除額: 貸付は月利（年利の1/12、円未満切捨て）を加えた
      * 残高を上限に、財形は目標額までの不足分を上限に控除する
       2134-DAICHO-GAKU-KEISAN.
           MOVE KD-GETSUGAKU TO WS-DAICHO-GAKU
           MOVE ZEROS        TO WS-DAICHO-RISOKU
           EVALUATE TRUE
               WHEN KD-KASHITSUKE
                   COMPUTE WS-DAICHO-RISOKU =
                       KD-ZANDAKA * KD-NENRI / 12
                   IF KD-ZANDAKA + WS-DAICHO-RISOKU
                       NOT > WS-DAICHO-GAKU
                       COMPUTE WS-DAICHO-GAKU =
                           KD-ZANDAKA + WS-DAICHO-RISOKU
                       MOVE 'K' TO KDT-JOTAI (WS-KDT-IDX)
                   END-IF
               WHEN KD-ZAIKEI
                   IF KD-MOKUHYO-GAKU > ZEROS
                       AND KD-ZANDAKA + WS-DAICHO-GAKU
                           NOT < KD-MOKUHYO-GAKU
                       COMPUTE WS-DAICHO-GAKU =
                           KD-MOKUHYO-GAKU - KD-ZANDAKA
                       MOVE 'K' TO KDT-JOTAI (WS-KDT-IDX)
                   END-IF
           END-EVALUATE
           IF WS-DAICHO-GAKU < ZEROS
               MOVE ZEROS TO WS-DAICHO-GAKU
           END-IF
           IF WS-DAICHO-GAKU > WS-DAICHO-NOKORI
               MOVE ZEROS      TO KDT-KOJO-GAKU (WS-KDT-IDX)
               MOVE KD-ZANDAKA TO KDT-ZANDAKA (WS-KDT-IDX)
               MOVE 'F'        TO KDT-JOTAI (WS-KDT-IDX)
           ELSE
               MOVE WS-DAICHO-GAKU   TO KDT-KOJO-GAKU (WS-KDT-IDX)
               MOVE WS-DAICHO-RISOKU TO KDT-RISOKU (WS-KDT-IDX)
               IF KD-KASHITSUKE
                   COMPUTE KDT-ZANDAKA (WS-KDT-IDX) =
                       KD-ZANDAKA + WS-DAICHO-RISOKU - WS-DAICHO-GAKU
               ELSE
                   COMPUTE KDT-ZANDAKA (WS-KDT-IDX) =
                       KD-ZANDAKA + WS-DAICHO-GAKU
               END-IF
               SUBTRACT WS-DAICHO-GAKU FROM WS-DAICHO-NOKORI
               ADD WS-DAICHO-GAKU TO WS-DAICHO-KOJO
           END-IF.

      * 手当の展開: 社員の手当マスタを適用開始日順に読み、当月に
      * 有効なものを手当区分ごとに1件へまとめる
       2150-TEATE-SET.
           MOVE ZEROS TO WS-TE-CNT WS-TEATE-GOKEI WS-TEATE-ZANGYO
                         WS-HIKAZEI-TEATE WS-HIKAZEI-GAKU
           MOVE 'N' TO WS-TEATE-EOF
           MOVE KYM-SHAIN-NO TO TA-SHAIN-NO
           MOVE LOW-VALUES   TO TA-TEATE-CD
           MOVE ZEROS        TO TA-TEKIYO-KAISHI
           START TEATE-MASTER KEY IS NOT LESS THAN TA-KEY
               INVALID KEY MOVE 'Y' TO WS-TEATE-EOF
           END-START
           PERFORM 2160-READ-TEATE
               UNTIL WS-TEATE-EOF = 'Y'
           PERFORM 2170-TEATE-GOKEI
               VARYING WS-TE-SCAN FROM 1 BY 1
               UNTIL WS-TE-SCAN > WS-TE-CNT.

       2160-READ-TEATE.
           READ TEATE-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-TEATE-EOF
               NOT AT END
                   IF TA-SHAIN-NO NOT = KYM-SHAIN-NO
                       MOVE 'Y' TO WS-TEATE-EOF
                   ELSE
                       IF TA-TEKIYO-KAISHI < WS-YOKUGETSU-START
                           AND (TA-TEKIYO-SHURYO = ZEROS
                             OR TA-TEKIYO-SHURYO NOT < WS-TSUKI-START)
                           PERFORM 2165-TEATE-TOUROKU
                       END-IF
                   END-IF
           END-READ.

       2165-TEATE-TOUROKU.
           MOVE 'N' TO WS-TE-FOUND-FLAG
           MOVE 1   TO WS-TE-SCAN
           PERFORM 2166-TE-SEARCH
               UNTIL WS-TE-SCAN > WS-TE-CNT
                   OR WS-TE-IS-FOUND
           IF NOT WS-TE-IS-FOUND AND WS-TE-CNT < 20
               ADD 1 TO WS-TE-CNT
               SET WS-TE-IDX TO WS-TE-CNT
               MOVE 'Y' TO WS-TE-FOUND-FLAG
           END-IF
           IF WS-TE-IS-FOUND
               MOVE TA-TEATE-CD   TO TE-TEATE-CD   (WS-TE-IDX)
               MOVE TA-TEATE-MEI  TO TE-TEATE-MEI  (WS-TE-IDX)
               MOVE TA-KINGAKU    TO TE-KINGAKU    (WS-TE-IDX)
               MOVE TA-KAZEI-KBN  TO TE-KAZEI-KBN  (WS-TE-IDX)
               MOVE TA-ZANGYO-KBN TO TE-ZANGYO-KBN (WS-TE-IDX)
               MOVE ZEROS         TO TE-HIKAZEI-GAKU (WS-TE-IDX)
           ELSE
               ADD 1 TO WS-TEATE-OVER-CNT
           END-IF.

       2166-TE-SEARCH.
           SET WS-TE-IDX TO WS-TE-SCAN
           IF TE-TEATE-CD (WS-TE-IDX) = TA-TEATE-CD
               MOVE 'Y' TO WS-TE-FOUND-FLAG
           ELSE
               ADD 1 TO WS-TE-SCAN
           END-IF.

      * 非課税手当は月額の法定限度に達するまで非課税に充て、
      * 超過分は課税とする
       2170-TEATE-GOKEI.
           SET WS-TE-IDX TO WS-TE-SCAN
           ADD TE-KINGAKU (WS-TE-IDX) TO WS-TEATE-GOKEI
           IF TE-ZANGYO-KBN (WS-TE-IDX) = 'Y'
               ADD TE-KINGAKU (WS-TE-IDX) TO WS-TEATE-ZANGYO
           END-IF
           IF TE-KAZEI-KBN (WS-TE-IDX) = '2'
               ADD TE-KINGAKU (WS-TE-IDX) TO WS-HIKAZEI-TEATE
               COMPUTE WS-HIKAZEI-NOKORI =
                   WS-HIKAZEI-GENDO - WS-HIKAZEI-GAKU
               IF TE-KINGAKU (WS-TE-IDX) > WS-HIKAZEI-NOKORI
                   MOVE WS-HIKAZEI-NOKORI
                       TO TE-HIKAZEI-GAKU (WS-TE-IDX)
                   ADD 1 TO WS-GENDO-CHOKA-CNT
               ELSE
                   MOVE TE-KINGAKU (WS-TE-IDX)
                       TO TE-HIKAZEI-GAKU (WS-TE-IDX)
               END-IF
               ADD TE-HIKAZEI-GAKU (WS-TE-IDX) TO WS-HIKAZEI-GAKU
           END-IF.

      * 雇用保険料: 総支給（通勤手当を含む）に業種区分の料率を乗じる。
      * 業種区分が未設定の社員は一般の事業とする
       2180-KOYO-HOKEN-KEISAN.
           MOVE ZEROS TO WS-KOYO-HOKEN WS-KOYO-JIGYO
           IF NOT KYM-KOYO-MENJO-SHA
               IF KYM-KOYO-GYOSHU >= '1' AND KYM-KOYO-GYOSHU <= '3'
                   MOVE KYM-KOYO-GYOSHU TO WS-KOYO-GYOSHU
               ELSE
                   MOVE 1 TO WS-KOYO-GYOSHU
               END-IF
               IF KRT-TEKIYO-KAISHI (WS-KOYO-GYOSHU) NOT = ZEROS
                   PERFORM 2185-KOYO-RYO-KEISAN
               END-IF
           END-IF.

       2185-KOYO-RYO-KEISAN.
           COMPUTE WS-KOYO-WORK =
               WS-GROSS-KYU * KRT-HONNIN-RITSU (WS-KOYO-GYOSHU)
           MOVE WS-KOYO-WORK TO WS-KOYO-HOKEN
           IF WS-KOYO-WORK - WS-KOYO-HOKEN > .500
               ADD 1 TO WS-KOYO-HOKEN
           END-IF
           COMPUTE WS-KOYO-JIGYO ROUNDED =
               WS-GROSS-KYU * KRT-JIGYO-RITSU (WS-KOYO-GYOSHU).

       2200-WRITE-MEISAI.
           MOVE KYM-SHAIN-NO  TO MS-SHAIN-NO
           MOVE KYM-SHIMEI    TO MS-SHIMEI
           MOVE WS-KIHON-KYU  TO MS-KIHON-KYU
           MOVE WS-ZANGYO-TEA TO MS-ZANGYO-TEA
           MOVE WS-KYUJITU-TEA TO MS-KYUJITU-TEA
           MOVE WS-TIKOKU-KOJO TO MS-TIKOKU-KOJO
           MOVE WS-TOTAL-KYU  TO MS-TOTAL-KYU
           MOVE KYM-BUMON-CD  TO MS-BUMON-CD
           MOVE WS-JYUMINZEI  TO MS-JYUMIN-ZEI
           MOVE WS-TEATE-GOKEI TO MS-TEATE-GAKU
           MOVE WS-KOYO-HOKEN TO MS-KOYO-HOKEN
           MOVE WS-SHORI-NENGAPPI TO MS-SHIKYU-YM
           MOVE WS-DAICHO-KOJO TO MS-DAICHO-KOJO
           WRITE MEISAI-REC
           PERFORM 2360-DAICHO-KOSHIN
               VARYING WS-KDT-SCAN FROM 1 BY 1
               UNTIL WS-KDT-SCAN > WS-KDT-CNT
           PERFORM 2210-WRITE-TEATE-MEISAI
               VARYING WS-TE-SCAN FROM 1 BY 1
               UNTIL WS-TE-SCAN > WS-TE-CNT
           ADD 1 TO WS-OUTPUT-CNT
           MOVE 'KYUY' TO WS-SW-EVENT
           MOVE WS-GROSS-KYU TO WS-SW-KINGAKU
           MOVE KYM-SHAIN-NO TO WS-SW-AITE
           PERFORM 9800-SHIWAKE-KIROKU
           MOVE ZEROS TO WS-DAICHO-KASHI WS-DAICHO-ZAIKEI
           PERFORM 2205-DAICHO-SHUBETSU-GOKEI
               VARYING WS-KDT-SCAN FROM 1 BY 1
               UNTIL WS-KDT-SCAN > WS-KDT-CNT
           MOVE 'KOJO' TO WS-SW-EVENT
           COMPUTE WS-SW-KINGAKU =
               WS-SOUKOJO - KYM-SHOTOKUZEI - WS-JYUMINZEI
               - WS-DAICHO-KASHI - WS-DAICHO-ZAIKEI
           MOVE KYM-SHAIN-NO TO WS-SW-AITE
           PERFORM 9800-SHIWAKE-KIROKU
           IF WS-DAICHO-KASHI > ZEROS
               MOVE 'KKAS' TO WS-SW-EVENT
               MOVE WS-DAICHO-KASHI TO WS-SW-KINGAKU
               MOVE KYM-SHAIN-NO TO WS-SW-AITE
               PERFORM 9800-SHIWAKE-KIROKU
           END-IF
           IF WS-DAICHO-ZAIKEI > ZEROS
               MOVE 'KZAI' TO WS-SW-EVENT
               MOVE WS-DAICHO-ZAIKEI TO WS-SW-KINGAKU
               MOVE KYM-SHAIN-NO TO WS-SW-AITE
               PERFORM 9800-SHIWAKE-KIROKU
           END-IF
           IF KYM-SHOTOKUZEI > ZEROS
               MOVE 'GENS' TO WS-SW-EVENT
               MOVE KYM-SHOTOKUZEI TO WS-SW-KINGAKU
               MOVE KYM-SHAIN-NO TO WS-SW-AITE
               PERFORM 9800-SHIWAKE-KIROKU
           END-IF
           IF WS-JYUMINZEI > ZEROS
               MOVE 'JYUZ' TO WS-SW-EVENT
               MOVE WS-JYUMINZEI TO WS-SW-KINGAKU
               MOVE KYM-SHAIN-NO TO WS-SW-AITE
               PERFORM 9800-SHIWAKE-KIROKU
           END-IF
           IF WS-KOYO-JIGYO > ZEROS
               MOVE 'KOYJ' TO WS-SW-EVENT
               MOVE WS-KOYO-JIGYO TO WS-SW-KINGAKU
               MOVE KYM-SHAIN-NO TO WS-SW-AITE
               PERFORM 9800-SHIWAKE-KIROKU
           END-IF
           PERFORM 2190-KOYO-KENSU
           PERFORM 2250-BUMON-ACCUM.

      * 控除台帳の控除を貸付回収（元利）と財形預り金に分ける
      * （組合費等は他の控除とともに一般の控除仕訳に含める）
       2205-DAICHO-SHUBETSU-GOKEI.
           SET WS-KDT-IDX TO WS-KDT-SCAN
           EVALUATE KDT-SHUBETSU (WS-KDT-IDX)
               WHEN '1'
                   ADD KDT-KOJO-GAKU (WS-KDT-IDX) TO WS-DAICHO-KASHI
               WHEN '2'
                   ADD KDT-KOJO-GAKU (WS-KDT-IDX) TO WS-DAICHO-ZAIKEI
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2190-KOYO-KENSU.
           EVALUATE TRUE
               WHEN KYM-KOYO-MENJO-SHA
                   ADD 1 TO WS-KOYO-MENJO-CNT
               WHEN KRT-TEKIYO-KAISHI (WS-KOYO-GYOSHU) = ZEROS
                   ADD 1 TO WS-KOYO-NASHI-CNT
                   MOVE SPACES TO WS-WORK-LINE
                   STRING '料率なし 社員:' KYM-SHAIN-NO
                          ' 業種:' WS-KOYO-GYOSHU
                       DELIMITED SIZE INTO WS-WORK-LINE
                   MOVE WS-WORK-LINE TO KN-LINE
                   WRITE KENSHO-RPT-REC
               WHEN OTHER
                   ADD 1 TO WS-KOYO-KOJO-CNT
           END-EVALUATE.

      * 控除台帳の更新: 当月控除額・残高を記録し、完済・目標到達の
      * 契約は完了にする。報告書へ1契約1行を出し、財形は送金する
       2360-DAICHO-KOSHIN.
           SET WS-KDT-IDX TO WS-KDT-SCAN
           IF KDT-JOTAI (WS-KDT-IDX) NOT = 'F'
               AND KDT-JOTAI (WS-KDT-IDX) NOT = 'S'
               MOVE KDT-KEY (WS-KDT-IDX) TO KD-KEY
               READ KOJO-DAICHO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE KDT-ZANDAKA (WS-KDT-IDX) TO KD-ZANDAKA
                       MOVE KDT-KOJO-GAKU (WS-KDT-IDX)
                           TO KD-TOGETSU-GAKU
                       MOVE WS-SHORI-NENGAPPI TO KD-SAISHU-YM
                       IF KDT-JOTAI (WS-KDT-IDX) = 'K'
                           MOVE 'E' TO KD-JOTAI
                           ADD 1 TO WS-DAICHO-KANSAI-CNT
                       END-IF
                       REWRITE KOJO-DAICHO-REC
               END-READ
           END-IF
           IF KDT-JOTAI (WS-KDT-IDX) = 'F'
               ADD 1 TO WS-DAICHO-FUNO-CNT
           END-IF
           IF KDT-SHUBETSU (WS-KDT-IDX) >= '1'
               AND KDT-SHUBETSU (WS-KDT-IDX) <= '3'
               MOVE KDT-SHUBETSU (WS-KDT-IDX) TO WS-DAICHO-SHUBETSU
           ELSE
               MOVE 4 TO WS-DAICHO-SHUBETSU
           END-IF
           ADD KDT-KOJO-GAKU (WS-KDT-IDX)
               TO WS-DAICHO-GOKEI (WS-DAICHO-SHUBETSU)
           IF KDT-SHUBETSU (WS-KDT-IDX) = '2'
               AND KDT-KOJO-GAKU (WS-KDT-IDX) > ZEROS
               MOVE SPACES TO ZAIKEI-SOKIN-REC
               MOVE KDT-SOKIN-KOZA (WS-KDT-IDX) TO ZS-SOKIN-KOZA
               MOVE KDT-KEY (WS-KDT-IDX)(1:8)   TO ZS-SHAIN-NO
               MOVE KDT-KEY (WS-KDT-IDX)(9:4)   TO ZS-KEIYAKU-NO
               MOVE KYM-SHIMEI                  TO ZS-SHIMEI
               MOVE KDT-KOJO-GAKU (WS-KDT-IDX)  TO ZS-KINGAKU
               MOVE WS-SHIHARAI-DT              TO ZS-HIDUKE
               WRITE ZAIKEI-SOKIN-REC
               ADD 1 TO WS-SOKIN-CNT
           END-IF
           EVALUATE KDT-JOTAI (WS-KDT-IDX)
               WHEN 'K'   MOVE '完了'       TO WS-DAICHO-JOTAI-MEI
               WHEN 'F'   MOVE '控除不能'   TO WS-DAICHO-JOTAI-MEI
               WHEN 'S'   MOVE '当月控除済' TO WS-DAICHO-JOTAI-MEI
               WHEN OTHER MOVE SPACES       TO WS-DAICHO-JOTAI-MEI
           END-EVALUATE
           MOVE SPACES TO WS-WORK-LINE
           MOVE KDT-KOJO-GAKU (WS-KDT-IDX) TO WS-EDIT-KINGAKU
           MOVE KDT-RISOKU (WS-KDT-IDX)    TO WS-EDIT-RISOKU
           MOVE KDT-ZANDAKA (WS-KDT-IDX)   TO WS-EDIT-ZANDAKA
           STRING KDT-KEY (WS-KDT-IDX)(1:8) ' '
                  KDT-KEY (WS-KDT-IDX)(9:4) ' '
                  KDT-SHUBETSU (WS-KDT-IDX) ' '
                  KDT-KEIYAKU-MEI (WS-KDT-IDX)
                  ' 控除:' WS-EDIT-KINGAKU
                  ' 利息:' WS-EDIT-RISOKU
                  ' 残高:' WS-EDIT-ZANDAKA
                  ' ' WS-DAICHO-JOTAI-MEI
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO DR-LINE
           WRITE DAICHO-RPT-REC
           ADD 1 TO WS-DAICHO-LINE-CNT.

       2210-WRITE-TEATE-MEISAI.
           SET WS-TE-IDX TO WS-TE-SCAN
           MOVE SPACES TO TEATE-MEISAI-REC
           MOVE KYM-SHAIN-NO             TO TD-SHAIN-NO
           MOVE WS-SHORI-NENGAPPI        TO TD-SHIKYU-YM
           MOVE TE-TEATE-CD   (WS-TE-IDX) TO TD-TEATE-CD
           MOVE TE-TEATE-MEI  (WS-TE-IDX) TO TD-TEATE-MEI
           MOVE TE-KINGAKU    (WS-TE-IDX) TO TD-KINGAKU
           MOVE TE-KAZEI-KBN  (WS-TE-IDX) TO TD-KAZEI-KBN
           MOVE TE-ZANGYO-KBN (WS-TE-IDX) TO TD-ZANGYO-KBN
           MOVE TE-HIKAZEI-GAKU (WS-TE-IDX) TO TD-HIKAZEI-GAKU
           WRITE TEATE-MEISAI-REC
           ADD 1 TO WS-TEATE-LINE-CNT.

       2250-BUMON-ACCUM.
           MOVE 'N' TO WS-BMN-FOUND-FLAG
           MOVE 1   TO WS-BMN-SCAN
                             BM-KENKO   (WS-BMN-IDX)
                             BM-NENKIN  (WS-BMN-IDX)
                             BM-JIGYO   (WS-BMN-IDX)
                             BM-KOYO-CHINGIN (WS-BMN-IDX)
                             BM-KOYO-HON (WS-BMN-IDX)
                             BM-KOYO-JIG (WS-BMN-IDX)
                             BM-KOYO-NINZU (WS-BMN-IDX)
                             BM-NET     (WS-BMN-IDX)
                             BM-KENSU   (WS-BMN-IDX)
               MOVE 'Y' TO WS-BMN-FOUND-FLAG
               COMPUTE BM-JIGYO (WS-BMN-IDX) =
                   BM-JIGYO (WS-BMN-IDX)
                   + KYM-KENKO-HOKEN + KYM-KOSEI-NENKIN
                   + WS-KOYO-JIGYO
               IF NOT KYM-KOYO-MENJO-SHA
                   ADD WS-GROSS-KYU TO BM-KOYO-CHINGIN (WS-BMN-IDX)
                   ADD WS-KOYO-HOKEN TO BM-KOYO-HON (WS-BMN-IDX)
                   ADD WS-KOYO-JIGYO TO BM-KOYO-JIG (WS-BMN-IDX)
                   ADD 1             TO BM-KOYO-NINZU (WS-BMN-IDX)
               END-IF
               ADD WS-TOTAL-KYU      TO BM-NET    (WS-BMN-IDX)
               ADD 1                 TO BM-KENSU  (WS-BMN-IDX)
               ADD WS-TOTAL-KYU      TO WS-NET-TOTAL
           MOVE KYM-SHAIN-NO TO YM-SHAIN-NO
           READ YTD-MASTER
               INVALID KEY
                   MOVE SPACES TO YTD-REC
                   MOVE KYM-SHAIN-NO TO YM-SHAIN-NO
                   MOVE ZEROS TO YM-YTD-SOUSHI
                                 YM-YTD-KOJO
                                 YM-YTD-SHOTOKUZEI
                                 YM-KOUSHIN-CNT
                                 YM-TAISHOKU-DT
                                 YM-YTD-KAZEI
                                 YM-YTD-HIKAZEI
                                 YM-YTD-KOYO-HOKEN
                   MOVE WS-SHORI-NEN   TO YM-NENDO
                   ADD WS-GROSS-KYU    TO YM-YTD-SOUSHI
                   ADD WS-KAZEI-KYU    TO YM-YTD-KAZEI
                   ADD WS-HIKAZEI-GAKU TO YM-YTD-HIKAZEI
                   ADD WS-KOYO-HOKEN   TO YM-YTD-KOYO-HOKEN
                   ADD WS-SOUKOJO      TO YM-YTD-KOJO
                   ADD KYM-SHOTOKUZEI  TO YM-YTD-SHOTOKUZEI
                   ADD 1               TO YM-KOUSHIN-CNT
                                     YM-YTD-SHOTOKUZEI
                                     YM-KOUSHIN-CNT
                                     YM-TAISHOKU-DT
                                     YM-YTD-KAZEI
                                     YM-YTD-HIKAZEI
                                     YM-YTD-KOYO-HOKEN
                       MOVE WS-SHORI-NEN TO YM-NENDO
                   END-IF
                   PERFORM 2320-YTD-KUBUN-HOSEI
                   ADD WS-GROSS-KYU    TO YM-YTD-SOUSHI
                   ADD WS-KAZEI-KYU    TO YM-YTD-KAZEI
                   ADD WS-HIKAZEI-GAKU TO YM-YTD-HIKAZEI
                   ADD WS-KOYO-HOKEN   TO YM-YTD-KOYO-HOKEN
                   ADD WS-SOUKOJO      TO YM-YTD-KOJO
                   ADD KYM-SHOTOKUZEI  TO YM-YTD-SHOTOKUZEI
                   ADD 1               TO YM-KOUSHIN-CNT
               PERFORM 2310-NENMATSU-CHECK
           END-IF.

      * 課税・非課税の区分累計を持たない旧レコードは、既存の総支給
      * 累計を全額課税として引き継ぐ
       2320-YTD-KUBUN-HOSEI.
           IF YM-YTD-KAZEI NOT NUMERIC
               OR YM-YTD-HIKAZEI NOT NUMERIC
               MOVE YM-YTD-SOUSHI TO YM-YTD-KAZEI
               MOVE ZEROS         TO YM-YTD-HIKAZEI
           END-IF
           IF YM-YTD-KOYO-HOKEN NOT NUMERIC
               MOVE ZEROS TO YM-YTD-KOYO-HOKEN
           END-IF.

       2310-NENMATSU-CHECK.
           MULTIPLY YM-YTD-KAZEI BY WS-NENCHO-RITSU
               GIVING WS-NENKAN-ZEIGAKU
               ON SIZE ERROR MOVE 0 TO WS-NENKAN-ZEIGAKU
           END-MULTIPLY
           MOVE KT-ZANGYO-H   TO ER-ZANGYO-H
           MOVE KT-KYUJITU-H  TO ER-KYUJITU-H
           MOVE KT-TIKOKU-CNT TO ER-TIKOKU-CNT
           MOVE KT-TSUJO-H    TO ER-TSUJO-H
           MOVE KT-SHINYA-H   TO ER-SHINYA-H
           MOVE '給与マスタ該当者なし' TO ER-REASON
           WRITE ERROR-REC.

           MOVE KT-ZANGYO-H   TO ER-ZANGYO-H
           MOVE KT-KYUJITU-H  TO ER-KYUJITU-H
           MOVE KT-TIKOKU-CNT TO ER-TIKOKU-CNT
           MOVE KT-TSUJO-H    TO ER-TSUJO-H
           MOVE KT-SHINYA-H   TO ER-SHINYA-H
           MOVE '控除額超過'   TO ER-REASON
           WRITE ERROR-REC.

       2520-WRITE-JIKYU-ERROR.
           MOVE KT-SHAIN-NO   TO ER-SHAIN-NO
           MOVE KT-KINMU-DAYS TO ER-KINMU-DAYS
           MOVE KT-ZANGYO-H   TO ER-ZANGYO-H
           MOVE KT-KYUJITU-H  TO ER-KYUJITU-H
           MOVE KT-TIKOKU-CNT TO ER-TIKOKU-CNT
           MOVE KT-TSUJO-H    TO ER-TSUJO-H
           MOVE KT-SHINYA-H   TO ER-SHINYA-H
           MOVE '時給未設定'   TO ER-REASON
           WRITE ERROR-REC.

       4000-KENSHO-REPORT.
           MOVE '===== 勤怠検証結果 =====' TO KN-LINE
           WRITE KENSHO-RPT-REC
           STRING '再開スキップ件数:' WS-EDIT-KENSU
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO KN-LINE
           WRITE KENSHO-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-TEATE-LINE-CNT TO WS-EDIT-KENSU
           STRING '手当明細行数  :' WS-EDIT-KENSU
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO KN-LINE
           WRITE KENSHO-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-GENDO-CHOKA-CNT TO WS-EDIT-KENSU
           STRING '非課税限度超過:' WS-EDIT-KENSU
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO KN-LINE
           WRITE KENSHO-RPT-REC
           IF WS-TEATE-OVER-CNT > ZEROS
               MOVE SPACES TO WS-WORK-LINE
               MOVE WS-TEATE-OVER-CNT TO WS-EDIT-KENSU
               STRING '手当展開あふれ:' WS-EDIT-KENSU
                   DELIMITED SIZE INTO WS-WORK-LINE
               MOVE WS-WORK-LINE TO KN-LINE
               WRITE KENSHO-RPT-REC
           END-IF
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-JIKYU-CNT TO WS-EDIT-KENSU
           STRING '時給者計算件数:' WS-EDIT-KENSU
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO KN-LINE
           WRITE KENSHO-RPT-REC
           IF WS-JIKYU-NASHI-CNT > ZEROS
               MOVE SPACES TO WS-WORK-LINE
               MOVE WS-JIKYU-NASHI-CNT TO WS-EDIT-KENSU
               STRING '時給未設定    :' WS-EDIT-KENSU
                   DELIMITED SIZE INTO WS-WORK-LINE
               MOVE WS-WORK-LINE TO KN-LINE
               WRITE KENSHO-RPT-REC
           END-IF
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-KOYO-KOJO-CNT TO WS-EDIT-KENSU
           STRING '雇用保険控除  :' WS-EDIT-KENSU
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO KN-LINE
           WRITE KENSHO-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-KOYO-MENJO-CNT TO WS-EDIT-KENSU
           STRING '雇用保険免除  :' WS-EDIT-KENSU
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO KN-LINE
           WRITE KENSHO-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-KOYO-NASHI-CNT TO WS-EDIT-KENSU
           STRING '雇用保険料率なし:' WS-EDIT-KENSU
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO KN-LINE
           WRITE KENSHO-RPT-REC
           IF WS-KOYO-NASHI-CNT > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.

       5000-BUMON-REPORT.
           MOVE '===== 部門別労務費配賦表 =====' TO BR-LINE
           COMPUTE WS-GK-KOJO = WS-GK-KOJO
               + BM-TIKOKU (WS-BMN-IDX) + BM-ZEI (WS-BMN-IDX)
               + BM-KENKO (WS-BMN-IDX) + BM-NENKIN (WS-BMN-IDX)
               + BM-KOYO-HON (WS-BMN-IDX)
           MOVE BM-JIGYO  (WS-BMN-IDX) TO WS-EDIT-JIGYO
           MOVE BM-NET    (WS-BMN-IDX) TO WS-EDIT-NET
           MOVE BM-KENSU  (WS-BMN-IDX) TO WS-EDIT-BKENSU
           ADD BM-NET   (WS-BMN-IDX) TO WS-GK-NET
           ADD BM-KENSU (WS-BMN-IDX) TO WS-GK-KENSU.

      * 労働保険料集計表: 部門別に雇用保険の賃金総額・本人負担・
      * 事業主負担を示す（免除者は被保険者数・賃金に含めない）
       5500-ROUDOU-REPORT.
           MOVE '===== 雇用保険料 部門別集計 =====' TO RH-LINE
           WRITE ROUDOU-RPT-REC
           MOVE ZEROS TO WS-GK-KOYO-CHINGIN WS-GK-KOYO-HON
                         WS-GK-KOYO-JIG WS-GK-KOYO-NINZU
           PERFORM 5600-ROUDOU-LINE
               VARYING WS-BMN-IDX FROM 1 BY 1
               UNTIL WS-BMN-IDX > WS-BMN-CNT
           MOVE SPACES TO WS-BUMON-LINE
           MOVE WS-GK-KOYO-NINZU   TO WS-EDIT-BKENSU
           MOVE WS-GK-KOYO-CHINGIN TO WS-EDIT-GROSS
           MOVE WS-GK-KOYO-HON     TO WS-EDIT-KOYO-HON
           MOVE WS-GK-KOYO-JIG     TO WS-EDIT-JIGYO
           COMPUTE WS-EDIT-KOYO-KEI = WS-GK-KOYO-HON + WS-GK-KOYO-JIG
           STRING '全社合計 人数:' WS-EDIT-BKENSU
                  ' 賃金:' WS-EDIT-GROSS
                  ' 本人:' WS-EDIT-KOYO-HON
                  ' 事業主:' WS-EDIT-JIGYO
                  ' 計:' WS-EDIT-KOYO-KEI
               DELIMITED SIZE INTO WS-BUMON-LINE
           MOVE WS-BUMON-LINE TO RH-LINE
           WRITE ROUDOU-RPT-REC.

       5600-ROUDOU-LINE.
           MOVE SPACES TO WS-BUMON-LINE
           MOVE BM-KOYO-NINZU   (WS-BMN-IDX) TO WS-EDIT-BKENSU
           MOVE BM-KOYO-CHINGIN (WS-BMN-IDX) TO WS-EDIT-GROSS
           MOVE BM-KOYO-HON     (WS-BMN-IDX) TO WS-EDIT-KOYO-HON
           MOVE BM-KOYO-JIG     (WS-BMN-IDX) TO WS-EDIT-JIGYO
           COMPUTE WS-EDIT-KOYO-KEI =
               BM-KOYO-HON (WS-BMN-IDX) + BM-KOYO-JIG (WS-BMN-IDX)
           STRING '部門:' BM-BUMON-CD (WS-BMN-IDX)
                  ' 人数:' WS-EDIT-BKENSU
                  ' 賃金:' WS-EDIT-GROSS
                  ' 本人:' WS-EDIT-KOYO-HON
                  ' 事業主:' WS-EDIT-JIGYO
                  ' 計:' WS-EDIT-KOYO-KEI
               DELIMITED SIZE INTO WS-BUMON-LINE
           MOVE WS-BUMON-LINE TO RH-LINE
           WRITE ROUDOU-RPT-REC
           ADD BM-KOYO-CHINGIN (WS-BMN-IDX) TO WS-GK-KOYO-CHINGIN
           ADD BM-KOYO-HON     (WS-BMN-IDX) TO WS-GK-KOYO-HON
           ADD BM-KOYO-JIG     (WS-BMN-IDX) TO WS-GK-KOYO-JIG
           ADD BM-KOYO-NINZU   (WS-BMN-IDX) TO WS-GK-KOYO-NINZU.

       6000-JYUZEI-REPORT.
           PERFORM 6100-JYUZEI-MIHIKI
               VARYING WS-JYU-IDX FROM 1 BY 1
               WRITE JYUZEI-RPT-REC
           END-IF.

      * 控除台帳報告の締め: 種別ごとの当月控除合計と件数
       6500-DAICHO-REPORT.
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-DAICHO-GOKEI (1) TO WS-EDIT-ZANDAKA
           STRING '社内貸付 控除計:' WS-EDIT-ZANDAKA
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO DR-LINE
           WRITE DAICHO-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-DAICHO-GOKEI (2) TO WS-EDIT-ZANDAKA
           STRING '財形貯蓄 控除計:' WS-EDIT-ZANDAKA
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO DR-LINE
           WRITE DAICHO-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-DAICHO-GOKEI (3) TO WS-EDIT-ZANDAKA
           STRING '組合費   控除計:' WS-EDIT-ZANDAKA
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO DR-LINE
           WRITE DAICHO-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-DAICHO-GOKEI (4) TO WS-EDIT-ZANDAKA
           STRING 'その他   控除計:' WS-EDIT-ZANDAKA
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO DR-LINE
           WRITE DAICHO-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-DAICHO-LINE-CNT TO WS-EDIT-KENSU
           STRING '控除契約件数  :' WS-EDIT-KENSU
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO DR-LINE
           WRITE DAICHO-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-DAICHO-KANSAI-CNT TO WS-EDIT-KENSU
           STRING '完済・目標到達:' WS-EDIT-KENSU
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO DR-LINE
           WRITE DAICHO-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-SOKIN-CNT TO WS-EDIT-KENSU
           STRING '財形送金件数  :' WS-EDIT-KENSU
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO DR-LINE
           WRITE DAICHO-RPT-REC
           IF WS-DAICHO-FUNO-CNT > ZEROS
               MOVE SPACES TO WS-WORK-LINE
               MOVE WS-DAICHO-FUNO-CNT TO WS-EDIT-KENSU
               STRING '控除不能件数  :' WS-EDIT-KENSU
                   DELIMITED SIZE INTO WS-WORK-LINE
               MOVE WS-WORK-LINE TO DR-LINE
               WRITE DAICHO-RPT-REC
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           IF WS-DAICHO-OVER-CNT > ZEROS
               MOVE SPACES TO WS-WORK-LINE
               MOVE WS-DAICHO-OVER-CNT TO WS-EDIT-KENSU
               STRING '契約展開あふれ:' WS-EDIT-KENSU
                   DELIMITED SIZE INTO WS-WORK-LINE
               MOVE WS-WORK-LINE TO DR-LINE
               WRITE DAICHO-RPT-REC
               MOVE 8 TO RETURN-CODE
           END-IF.

      * 正常完了の記録: 完了マーカーを書いて全再実行を防ぐ
       2950-KANRYO-TOUROKU.
           MOVE SPACES TO SHORIZUMI-REC
           CLOSE KINTAI-FILE
           CLOSE KYUYO-MASTER
           CLOSE MEISAI-FILE
           CLOSE TEATE-MASTER
           CLOSE TEATE-MEISAI-FILE
           CLOSE KOYO-RITSU-MASTER
           CLOSE ROUDOU-RPT
           CLOSE YTD-MASTER
           CLOSE NENMATSU-RPT
           CLOSE FURIKAE-FILE
           CLOSE KENSHO-RPT
           CLOSE BUMON-RPT
           CLOSE JYUMAP-MASTER
           CLOSE JYUZEI-RPT
           CLOSE KOJO-DAICHO
           CLOSE DAICHO-RPT
           CLOSE ZAIKEI-SOKIN.
