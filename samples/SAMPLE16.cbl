      *=================================================================
      * SAMPLE16: テストデータ作成（個人情報マスキング）バッチ
      * 概要: 本番の給与マスタ（SAMPLE03X）・口座マスタ（SAMPLE02U）
      *       ・顧客マスタ（SAMPLE08U）・住所マスタ（SAMPLE08V）の
      *       退避ファイルを読み、氏名・カナ・電話番号・郵便番号・
      *       住所・口座名義・口座番号を架空の値に置き換えた退避
      *       ファイルを作成する（各ユーティリティの復元でテスト環境
      *       へ再創成する）。置換はパラメタのマスキング鍵から決まる
      *       固定の規則で行い、同じ本番値は全ファイルで同じ架空値に
      *       なる。口座番号は数字だけを桁ごとに置き換え、給与マスタ
      *       の振込口座と口座マスタのキーは同じ番号に写る（先頭が
      *       同じ番号は置換後も先頭が同じ）。顧客コード・社員番号は
      *       売掛残高・得意先・年間累計など他マスタとの突合に使う
      *       ためそのまま残し、架空の氏名・住所はそのコードから
      *       作る（社員の口座名義は給与マスタの架空氏名に揃える）。
      *       電話番号は先頭3桁（地域）を残す。郵便番号は下4桁を
      *       置き換え、7桁数字のものは上3桁も架空住所の町域の番号に
      *       揃える。金額は対象ごとに90%〜110%の範囲で増減し（基本給
      *       は百円単位、増額で桁があふれる項目は90%）、登録日は
      *       同じ月の中で日を動かす。トレーラの件数・ハッシュを
      *       入力側で突合し、出力側は置換後の値で作り直す。鍵の
      *       指定がなければ何も作らずRC=8とする。
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE16.
       AUTHOR. BATCH-SYSTEM.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARM-FILE ASSIGN TO MASKPRM
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT OPTIONAL KYUYO-IN ASSIGN TO KYUNLIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT KYUYO-OUT ASSIGN TO KYUNLOUT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT OPTIONAL KOZA-IN ASSIGN TO KZUNLIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT KOZA-OUT ASSIGN TO KZUNLOUT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT OPTIONAL KOKYAKU-IN ASSIGN TO KKUNLIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT KOKYAKU-OUT ASSIGN TO KKUNLOUT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT OPTIONAL JUSHO-IN ASSIGN TO JMUNLIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT JUSHO-OUT ASSIGN TO JMUNLOUT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT KEKKA-RPT ASSIGN TO MASKRPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT OPTIONAL GYOMU-DATE-FILE ASSIGN TO GYOMUDATE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-GYOMUDT-STATUS.
           SELECT RUNLOG-FILE ASSIGN TO RUNLOG
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * パラメタ: マスキング鍵（8桁、ゼロ以外）
       FD  PARM-FILE
           RECORD CONTAINS 20 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  PARM-REC.
           05  PA-KAGI           PIC X(08).
           05  FILLER            PIC X(12).

      * 給与マスタ退避（SAMPLE03X形式）
       FD  KYUYO-IN
           RECORD CONTAINS 121 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  KYI-REC.
           05  KYI-KBN           PIC X(01).
               88  KYI-TRAILER   VALUE 'T'.
           05  KYI-IMAGE         PIC X(120).
       01  KYI-TRAILER-REC REDEFINES KYI-REC.
           05  FILLER            PIC X(01).
           05  KYI-KENSU         PIC 9(09).
           05  KYI-HASH          PIC S9(15) SIGN LEADING SEPARATE.
           05  FILLER            PIC X(95).

       FD  KYUYO-OUT
           RECORD CONTAINS 121 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  KYO-REC.
           05  KYO-KBN           PIC X(01).
               88  KYO-DATA      VALUE 'D'.
               88  KYO-TRAILER   VALUE 'T'.
           05  KYO-IMAGE         PIC X(120).
       01  KYO-TRAILER-REC REDEFINES KYO-REC.
           05  FILLER            PIC X(01).
           05  KYO-KENSU         PIC 9(09).
           05  KYO-HASH          PIC S9(15) SIGN LEADING SEPARATE.
           05  FILLER            PIC X(95).

      * 口座マスタ退避（SAMPLE02U形式）
       FD  KOZA-IN
           RECORD CONTAINS 101 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  KZI-REC.
           05  KZI-KBN           PIC X(01).
               88  KZI-TRAILER   VALUE 'T'.
           05  KZI-IMAGE         PIC X(100).
       01  KZI-TRAILER-REC REDEFINES KZI-REC.
           05  FILLER            PIC X(01).
           05  KZI-KENSU         PIC 9(09).
           05  KZI-HASH          PIC S9(15) SIGN LEADING SEPARATE.
           05  FILLER            PIC X(75).

       FD  KOZA-OUT
           RECORD CONTAINS 101 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  KZO-REC.
           05  KZO-KBN           PIC X(01).
               88  KZO-DATA      VALUE 'D'.
               88  KZO-TRAILER   VALUE 'T'.
           05  KZO-IMAGE         PIC X(100).
       01  KZO-TRAILER-REC REDEFINES KZO-REC.
           05  FILLER            PIC X(01).
           05  KZO-KENSU         PIC 9(09).
           05  KZO-HASH          PIC S9(15) SIGN LEADING SEPARATE.
           05  FILLER            PIC X(75).

      * 顧客マスタ退避（SAMPLE08U形式）
       FD  KOKYAKU-IN
           RECORD CONTAINS 112 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  KKI-REC.
           05  KKI-KBN           PIC X(01).
               88  KKI-TRAILER   VALUE 'T'.
           05  KKI-IMAGE         PIC X(111).
       01  KKI-TRAILER-REC REDEFINES KKI-REC.
           05  FILLER            PIC X(01).
           05  KKI-KENSU         PIC 9(09).
           05  KKI-HASH          PIC S9(15) SIGN LEADING SEPARATE.
           05  FILLER            PIC X(86).

       FD  KOKYAKU-OUT
           RECORD CONTAINS 112 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  KKO-REC.
           05  KKO-KBN           PIC X(01).
               88  KKO-DATA      VALUE 'D'.
               88  KKO-TRAILER   VALUE 'T'.
           05  KKO-IMAGE         PIC X(111).
       01  KKO-TRAILER-REC REDEFINES KKO-REC.
           05  FILLER            PIC X(01).
           05  KKO-KENSU         PIC 9(09).
           05  KKO-HASH          PIC S9(15) SIGN LEADING SEPARATE.
           05  FILLER            PIC X(86).

      * 住所マスタ退避（SAMPLE08V形式）
       FD  JUSHO-IN
           RECORD CONTAINS 81 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  JMI-REC.
           05  JMI-KBN           PIC X(01).
               88  JMI-TRAILER   VALUE 'T'.
           05  JMI-IMAGE         PIC X(80).
       01  JMI-TRAILER-REC REDEFINES JMI-REC.
           05  FILLER            PIC X(01).
           05  JMI-KENSU         PIC 9(09).
           05  JMI-HASH          PIC S9(15) SIGN LEADING SEPARATE.
           05  FILLER            PIC X(55).

       FD  JUSHO-OUT
           RECORD CONTAINS 81 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  JMO-REC.
           05  JMO-KBN           PIC X(01).
               88  JMO-DATA      VALUE 'D'.
               88  JMO-TRAILER   VALUE 'T'.
           05  JMO-IMAGE         PIC X(80).
       01  JMO-TRAILER-REC REDEFINES JMO-REC.
           05  FILLER            PIC X(01).
           05  JMO-KENSU         PIC 9(09).
           05  JMO-HASH          PIC S9(15) SIGN LEADING SEPARATE.
           05  FILLER            PIC X(55).

       FD  KEKKA-RPT
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  KEKKA-RPT-REC.
           05  KR-LINE           PIC X(100).

       FD  GYOMU-DATE-FILE
           RECORD CONTAINS 20 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  GYOMU-DATE-REC.
           05  GD-GYOMU-DT       PIC 9(08).
           05  FILLER            PIC X(12).

       FD  RUNLOG-FILE
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  RUNLOG-REC.
           05  RL-PROGRAM-ID     PIC X(08).
           05  RL-KBN            PIC X(01).
           05  RL-GYOMU-DT       PIC 9(08).
           05  RL-JIKOKU         PIC 9(06).
           05  RL-KENSU          PIC 9(07).
           05  RL-RETURN-CD      PIC 9(04).
           05  FILLER            PIC X(06).

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-PARM-STATUS    PIC X(02).
           05  WS-IN-STATUS      PIC X(02).
           05  WS-OUT-STATUS     PIC X(02).
           05  WS-RPT-STATUS     PIC X(02).
           05  WS-IN-EOF         PIC X(01) VALUE 'N'.

      * 各マスタのレコード（マスキングの作業域）
       01  KYUYO-REC.
           05  KYM-SHAIN-NO      PIC X(08).
           05  KYM-SHIMEI        PIC X(20).
           05  KYM-KIHON-KYU     PIC S9(07) COMP-3.
           05  KYM-ZANGYO-TAN    PIC S9(05) COMP-3.
           05  KYM-KYUJITU-TAN   PIC S9(05) COMP-3.
           05  KYM-SHOTOKUZEI    PIC S9(07) COMP-3.
           05  KYM-KENKO-HOKEN   PIC S9(05) COMP-3.
           05  KYM-KOSEI-NENKIN  PIC S9(05) COMP-3.
           05  KYM-KOZA-NO       PIC X(10).
           05  KYM-BUMON-CD      PIC X(04).
           05  FILLER            PIC X(16).
           05  KYM-KOYO-GYOSHU   PIC X(01).
           05  KYM-KOYO-MENJO    PIC X(01).
           05  KYM-KYUYO-KEITAI  PIC X(01).
           05  KYM-JIKYU         PIC S9(05) COMP-3.
           05  FILLER            PIC X(36).

       01  KOZA-REC.
           05  KM-KOZA-NO        PIC X(10).
           05  KM-MEIGI          PIC X(40).
           05  KM-ZANDAKA        PIC S9(13) COMP-3.
           05  KM-STATUS         PIC X(01).
           05  FILLER            PIC X(42).

       01  KOKYAKU-REC.
           05  KK-KOKYAKU-CD     PIC X(10).
           05  KK-SHIMEI         PIC X(30).
           05  KK-KANA           PIC X(30).
           05  KK-TEL            PIC X(15).
           05  KK-TOUROKU-DT     PIC 9(08).
           05  KK-TOUROKU-DT-R REDEFINES KK-TOUROKU-DT.
               10  KK-TOUROKU-YM PIC 9(06).
               10  KK-TOUROKU-DD PIC 9(02).
           05  KK-TOUGOU-SAKI-CD PIC X(10).
           05  KK-TOUGOU-FLAG    PIC X(01).
           05  FILLER            PIC X(07).

       01  JUSHO-REC.
           05  JM-KEY.
               10  JM-KOKYAKU-CD PIC X(10).
               10  JM-JYUSHO-KBN PIC X(01).
           05  JM-YUBINNO        PIC X(08).
           05  JM-JYUSYO         PIC X(50).
           05  FILLER            PIC X(11).

      * 架空の姓・名（漢字とカナ）
       01  WS-SEI-KANJI-TBL.
           05  FILLER            PIC X(09) VALUE '佐藤'.
           05  FILLER            PIC X(09) VALUE '鈴木'.
           05  FILLER            PIC X(09) VALUE '高橋'.
           05  FILLER            PIC X(09) VALUE '田中'.
           05  FILLER            PIC X(09) VALUE '伊藤'.
           05  FILLER            PIC X(09) VALUE '渡辺'.
           05  FILLER            PIC X(09) VALUE '山本'.
           05  FILLER            PIC X(09) VALUE '中村'.
           05  FILLER            PIC X(09) VALUE '小林'.
           05  FILLER            PIC X(09) VALUE '加藤'.
           05  FILLER            PIC X(09) VALUE '吉田'.
           05  FILLER            PIC X(09) VALUE '山田'.
           05  FILLER            PIC X(09) VALUE '佐々木'.
           05  FILLER            PIC X(09) VALUE '山口'.
           05  FILLER            PIC X(09) VALUE '松本'.
           05  FILLER            PIC X(09) VALUE '井上'.
           05  FILLER            PIC X(09) VALUE '木村'.
           05  FILLER            PIC X(09) VALUE '林'.
           05  FILLER            PIC X(09) VALUE '斎藤'.
           05  FILLER            PIC X(09) VALUE '清水'.
       01  WS-SEI-KANJI-R REDEFINES WS-SEI-KANJI-TBL.
           05  WS-SEI-KANJI      PIC X(09) OCCURS 20 TIMES.

       01  WS-SEI-KANA-TBL.
           05  FILLER            PIC X(15) VALUE 'サトウ'.
           05  FILLER            PIC X(15) VALUE 'スズキ'.
           05  FILLER            PIC X(15) VALUE 'タカハシ'.
           05  FILLER            PIC X(15) VALUE 'タナカ'.
           05  FILLER            PIC X(15) VALUE 'イトウ'.
           05  FILLER            PIC X(15) VALUE 'ワタナベ'.
           05  FILLER            PIC X(15) VALUE 'ヤマモト'.
           05  FILLER            PIC X(15) VALUE 'ナカムラ'.
           05  FILLER            PIC X(15) VALUE 'コバヤシ'.
           05  FILLER            PIC X(15) VALUE 'カトウ'.
           05  FILLER            PIC X(15) VALUE 'ヨシダ'.
           05  FILLER            PIC X(15) VALUE 'ヤマダ'.
           05  FILLER            PIC X(15) VALUE 'ササキ'.
           05  FILLER            PIC X(15) VALUE 'ヤマグチ'.
           05  FILLER            PIC X(15) VALUE 'マツモト'.
           05  FILLER            PIC X(15) VALUE 'イノウエ'.
           05  FILLER            PIC X(15) VALUE 'キムラ'.
           05  FILLER            PIC X(15) VALUE 'ハヤシ'.
           05  FILLER            PIC X(15) VALUE 'サイトウ'.
           05  FILLER            PIC X(15) VALUE 'シミズ'.
       01  WS-SEI-KANA-R REDEFINES WS-SEI-KANA-TBL.
           05  WS-SEI-KANA       PIC X(15) OCCURS 20 TIMES.

       01  WS-MEI-KANJI-TBL.
           05  FILLER            PIC X(09) VALUE '大輔'.
           05  FILLER            PIC X(09) VALUE '健太'.
           05  FILLER            PIC X(09) VALUE '翔太'.
           05  FILLER            PIC X(09) VALUE '拓也'.
           05  FILLER            PIC X(09) VALUE '直樹'.
           05  FILLER            PIC X(09) VALUE '雄一'.
           05  FILLER            PIC X(09) VALUE '和也'.
           05  FILLER            PIC X(09) VALUE '誠'.
           05  FILLER            PIC X(09) VALUE '浩二'.
           05  FILLER            PIC X(09) VALUE '隆'.
           05  FILLER            PIC X(09) VALUE '美咲'.
           05  FILLER            PIC X(09) VALUE '陽子'.
           05  FILLER            PIC X(09) VALUE '恵'.
           05  FILLER            PIC X(09) VALUE '由美'.
           05  FILLER            PIC X(09) VALUE '真由美'.
           05  FILLER            PIC X(09) VALUE '裕子'.
           05  FILLER            PIC X(09) VALUE '明美'.
           05  FILLER            PIC X(09) VALUE '智子'.
           05  FILLER            PIC X(09) VALUE '久美子'.
           05  FILLER            PIC X(09) VALUE '直子'.
       01  WS-MEI-KANJI-R REDEFINES WS-MEI-KANJI-TBL.
           05  WS-MEI-KANJI      PIC X(09) OCCURS 20 TIMES.

       01  WS-MEI-KANA-TBL.
           05  FILLER            PIC X(15) VALUE 'ダイスケ'.
           05  FILLER            PIC X(15) VALUE 'ケンタ'.
           05  FILLER            PIC X(15) VALUE 'ショウタ'.
           05  FILLER            PIC X(15) VALUE 'タクヤ'.
           05  FILLER            PIC X(15) VALUE 'ナオキ'.
           05  FILLER            PIC X(15) VALUE 'ユウイチ'.
           05  FILLER            PIC X(15) VALUE 'カズヤ'.
           05  FILLER            PIC X(15) VALUE 'マコト'.
           05  FILLER            PIC X(15) VALUE 'コウジ'.
           05  FILLER            PIC X(15) VALUE 'タカシ'.
           05  FILLER            PIC X(15) VALUE 'ミサキ'.
           05  FILLER            PIC X(15) VALUE 'ヨウコ'.
           05  FILLER            PIC X(15) VALUE 'メグミ'.
           05  FILLER            PIC X(15) VALUE 'ユミ'.
           05  FILLER            PIC X(15) VALUE 'マユミ'.
           05  FILLER            PIC X(15) VALUE 'ユウコ'.
           05  FILLER            PIC X(15) VALUE 'アケミ'.
           05  FILLER            PIC X(15) VALUE 'トモコ'.
           05  FILLER            PIC X(15) VALUE 'クミコ'.
           05  FILLER            PIC X(15) VALUE 'ナオコ'.
       01  WS-MEI-KANA-R REDEFINES WS-MEI-KANA-TBL.
           05  WS-MEI-KANA       PIC X(15) OCCURS 20 TIMES.

      * 架空住所の町域（郵便番号上3桁＋都道府県市区町村）
       01  WS-MACHI-TBL.
           05  FILLER            PIC X(03) VALUE '100'.
           05  FILLER            PIC X(36) VALUE
               '東京都千代田区丸の内'.
           05  FILLER            PIC X(03) VALUE '530'.
           05  FILLER            PIC X(36) VALUE
               '大阪府大阪市北区梅田'.
           05  FILLER            PIC X(03) VALUE '460'.
           05  FILLER            PIC X(36) VALUE
               '愛知県名古屋市中区栄'.
           05  FILLER            PIC X(03) VALUE '812'.
           05  FILLER            PIC X(36) VALUE
               '福岡県福岡市博多区'.
           05  FILLER            PIC X(03) VALUE '060'.
           05  FILLER            PIC X(36) VALUE
               '北海道札幌市中央区'.
           05  FILLER            PIC X(03) VALUE '980'.
           05  FILLER            PIC X(36) VALUE
               '宮城県仙台市青葉区'.
           05  FILLER            PIC X(03) VALUE '220'.
           05  FILLER            PIC X(36) VALUE
               '神奈川県横浜市西区'.
           05  FILLER            PIC X(03) VALUE '330'.
           05  FILLER            PIC X(36) VALUE
               '埼玉県さいたま市浦和区'.
           05  FILLER            PIC X(03) VALUE '730'.
           05  FILLER            PIC X(36) VALUE
               '広島県広島市中区'.
           05  FILLER            PIC X(03) VALUE '650'.
           05  FILLER            PIC X(36) VALUE
               '兵庫県神戸市中央区'.
       01  WS-MACHI-R REDEFINES WS-MACHI-TBL.
           05  WS-MACHI-ENTRY OCCURS 10 TIMES.
               10  WS-MACHI-YUBIN PIC X(03).
               10  WS-MACHI-MEI  PIC X(36).

      * 社員の口座（本番口座番号→架空氏名）。口座名義を揃える
       01  WS-SHAIN-KOZA-TABLE.
           05  WS-SHAIN-KOZA-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-SK-IDX.
               10  SKT-KOZA-NO   PIC X(10).
               10  SKT-SHIMEI    PIC X(20).
       01  WS-SHAIN-KOZA-CNT     PIC 9(04) VALUE ZEROS.
       01  WS-SHAIN-KOZA-SCAN    PIC 9(04).
       01  WS-SHAIN-KOZA-HIT     PIC 9(04).
       01  WS-SHAIN-KOZA-OVER    PIC 9(07) VALUE ZEROS.

      * 置換規則の作業域
      *   MK-IN の1〜MK-LEN桁を左から見て、MK-KAISHI桁目以降の数字を
      *   鍵とそれより左の桁から決まる量だけずらす（数字以外はその
      *   まま）。MK-STATE は全桁を見た後の値で、氏名・増減率の選択
      *   に使う（最後にかき混ぜ、隣り合うコードでも離れた値にする）
       01  WS-MASK-AREA.
           05  WS-KAGI           PIC 9(08) VALUE ZEROS.
           05  MK-IN             PIC X(20).
           05  MK-OUT            PIC X(20).
           05  MK-LEN            PIC 9(02).
           05  MK-KAISHI         PIC 9(02).
           05  MK-POS            PIC 9(02).
           05  MK-SUJI           PIC 9(01).
           05  MK-SUJI2          PIC 9(01).
           05  MK-STATE          PIC 9(07).
           05  MK-WORK           PIC 9(07).
           05  MK-SEI-IX         PIC 9(02).
           05  MK-MEI-IX         PIC 9(02).
           05  MK-MACHI-IX       PIC 9(02).
           05  MK-RITSU          PIC 9(03).
           05  MK-KINGAKU        PIC S9(15) COMP-3.
           05  MK-SHIMEI         PIC X(30).
           05  MK-KANA           PIC X(30).
           05  MK-CHOME          PIC 9(01).
           05  MK-BANCHI         PIC 9(02).
           05  MK-GO             PIC 9(01).
           05  MK-YUBIN-SU       PIC 9(07).

       01  WS-GOUKEI-AREA.
           05  WS-FILE-MEI       PIC X(20).
           05  WS-IN-KENSU       PIC 9(09) VALUE ZEROS.
           05  WS-IN-HASH        PIC S9(15) COMP-3 VALUE ZEROS.
           05  WS-OUT-KENSU      PIC 9(09) VALUE ZEROS.
           05  WS-OUT-HASH       PIC S9(15) COMP-3 VALUE ZEROS.
           05  WS-TRL-KENSU      PIC 9(09) VALUE ZEROS.
           05  WS-TRL-HASH       PIC S9(15) COMP-3 VALUE ZEROS.
           05  WS-TRL-ARI        PIC X(01) VALUE 'N'.
           05  WS-TOTAL-KENSU    PIC 9(09) VALUE ZEROS.

       01  WS-EDIT-AREA.
           05  WS-EDIT-KENSU     PIC ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-KENSU2    PIC ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-HASH      PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           05  WS-WORK-LINE      PIC X(100).

       01  WS-RETURN-CODE        PIC 9(04) VALUE ZEROS.

       01  WS-GYOMU-DATE-AREA.
           05  WS-GYOMUDT-STATUS PIC X(02).
           05  WS-GYOMUDT-EOF    PIC X(01).
           05  WS-GYOMU-DATE     PIC 9(08) VALUE ZEROS.
           05  WS-GYOMU-TIME     PIC 9(06) VALUE ZEROS.

       01  WS-RUNLOG-STATUS      PIC X(02).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-GYOMU-DATE-SET
           PERFORM 0200-RUNLOG-START
           OPEN OUTPUT KEKKA-RPT
           MOVE SPACES TO WS-WORK-LINE
           STRING '===== テストデータ マスキング ====='
                  '  業務日付:' WS-GYOMU-DATE
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO KR-LINE
           WRITE KEKKA-RPT-REC
           PERFORM 1000-PARM-YOMU
           IF WS-KAGI = ZEROS
               MOVE '*** マスキング鍵の指定なし 処理中止'
                   TO KR-LINE
               WRITE KEKKA-RPT-REC
               MOVE 8 TO WS-RETURN-CODE
           ELSE
               PERFORM 2000-KYUYO-MASK
               PERFORM 3000-KOZA-MASK
               PERFORM 4000-KOKYAKU-MASK
               PERFORM 5000-JUSHO-MASK
               PERFORM 7900-GOUKEI-REPORT
           END-IF
           CLOSE KEKKA-RPT
           MOVE WS-RETURN-CODE TO RETURN-CODE
           PERFORM 0900-RUNLOG-END
           STOP RUN.

      * 業務日付制御: 業務日付ファイルがあればその日付で動き、
      * なければシステム日付で動く（再実行時は日付ファイルを置く）
       0100-GYOMU-DATE-SET.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-GYOMU-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-GYOMU-TIME
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

       0200-RUNLOG-START.
           OPEN EXTEND RUNLOG-FILE
           MOVE 'SAMPLE16' TO RL-PROGRAM-ID
           MOVE 'S'        TO RL-KBN
           MOVE WS-GYOMU-DATE TO RL-GYOMU-DT
           MOVE FUNCTION CURRENT-DATE(9:6) TO RL-JIKOKU
           MOVE ZEROS      TO RL-KENSU RL-RETURN-CD
           WRITE RUNLOG-REC
           CLOSE RUNLOG-FILE.

       0900-RUNLOG-END.
           OPEN EXTEND RUNLOG-FILE
           MOVE 'SAMPLE16' TO RL-PROGRAM-ID
           MOVE 'E'        TO RL-KBN
           MOVE WS-GYOMU-DATE TO RL-GYOMU-DT
           MOVE FUNCTION CURRENT-DATE(9:6) TO RL-JIKOKU
           MOVE WS-TOTAL-KENSU TO RL-KENSU
           MOVE RETURN-CODE  TO RL-RETURN-CD
           WRITE RUNLOG-REC
           CLOSE RUNLOG-FILE.

      * マスキング鍵（なし・ゼロ・数字以外は中止）
       1000-PARM-YOMU.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = '00'
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PA-KAGI NUMERIC
                           MOVE PA-KAGI TO WS-KAGI
                       END-IF
               END-READ
           END-IF
           CLOSE PARM-FILE.

      *-----------------------------------------------------------------
      * 給与マスタ: 氏名・振込口座・給与額
      *-----------------------------------------------------------------
       2000-KYUYO-MASK.
           MOVE '給与マスタ' TO WS-FILE-MEI
           PERFORM 7000-GOUKEI-CLEAR
           OPEN INPUT KYUYO-IN
           IF WS-IN-STATUS NOT = '00'
               PERFORM 7200-NYURYOKU-NASHI
           ELSE
               OPEN OUTPUT KYUYO-OUT
               PERFORM 2100-KYUYO-ONE
                   UNTIL WS-IN-EOF = 'Y'
               MOVE SPACES TO KYO-REC
               SET KYO-TRAILER TO TRUE
               MOVE WS-OUT-KENSU TO KYO-KENSU
               MOVE WS-OUT-HASH  TO KYO-HASH
               WRITE KYO-REC
               CLOSE KYUYO-OUT
               PERFORM 7100-TOTSUGO-HOUKOKU
           END-IF
           CLOSE KYUYO-IN.

       2100-KYUYO-ONE.
           READ KYUYO-IN
               AT END
                   MOVE 'Y' TO WS-IN-EOF
               NOT AT END
                   IF KYI-TRAILER
                       MOVE 'Y' TO WS-TRL-ARI
                       MOVE KYI-KENSU TO WS-TRL-KENSU
                       MOVE KYI-HASH  TO WS-TRL-HASH
                   ELSE
                       MOVE KYI-IMAGE TO KYUYO-REC
                       ADD 1 TO WS-IN-KENSU
                       ADD KYM-KIHON-KYU TO WS-IN-HASH
                       PERFORM 2200-KYUYO-HENKAN
                       MOVE SPACES TO KYO-REC
                       SET KYO-DATA TO TRUE
                       MOVE KYUYO-REC TO KYO-IMAGE
                       WRITE KYO-REC
                       ADD 1 TO WS-OUT-KENSU
                       ADD KYM-KIHON-KYU TO WS-OUT-HASH
                   END-IF
           END-READ.

      * 社員番号から氏名と増減率を決め、口座番号を置き換える
      * （増額で桁があふれる項目は下限の90%で置き換え、本番値を
      *   残さない）
       2200-KYUYO-HENKAN.
           MOVE KYM-SHAIN-NO TO MK-IN
           MOVE 8  TO MK-LEN
           MOVE 99 TO MK-KAISHI
           PERFORM 8100-SUJI-HENKAN
           PERFORM 8200-SHIMEI-SAKUSEI
           MOVE MK-SHIMEI TO KYM-SHIMEI
           COMPUTE MK-RITSU = 90 + FUNCTION MOD(MK-STATE, 21)
           COMPUTE MK-KINGAKU ROUNDED
               = KYM-KIHON-KYU * MK-RITSU / 10000
           COMPUTE KYM-KIHON-KYU = MK-KINGAKU * 100
               ON SIZE ERROR
                   COMPUTE MK-KINGAKU ROUNDED
                       = KYM-KIHON-KYU * 90 / 10000
                   COMPUTE KYM-KIHON-KYU = MK-KINGAKU * 100
           END-COMPUTE
           COMPUTE KYM-ZANGYO-TAN ROUNDED
               = KYM-ZANGYO-TAN * MK-RITSU / 100
               ON SIZE ERROR
                   COMPUTE KYM-ZANGYO-TAN ROUNDED
                       = KYM-ZANGYO-TAN * 90 / 100
           END-COMPUTE
           COMPUTE KYM-KYUJITU-TAN ROUNDED
               = KYM-KYUJITU-TAN * MK-RITSU / 100
               ON SIZE ERROR
                   COMPUTE KYM-KYUJITU-TAN ROUNDED
                       = KYM-KYUJITU-TAN * 90 / 100
           END-COMPUTE
           COMPUTE KYM-JIKYU ROUNDED
               = KYM-JIKYU * MK-RITSU / 100
               ON SIZE ERROR
                   COMPUTE KYM-JIKYU ROUNDED
                       = KYM-JIKYU * 90 / 100
           END-COMPUTE
           COMPUTE KYM-SHOTOKUZEI ROUNDED
               = KYM-SHOTOKUZEI * MK-RITSU / 100
               ON SIZE ERROR
                   COMPUTE KYM-SHOTOKUZEI ROUNDED
                       = KYM-SHOTOKUZEI * 90 / 100
           END-COMPUTE
           COMPUTE KYM-KENKO-HOKEN ROUNDED
               = KYM-KENKO-HOKEN * MK-RITSU / 100
               ON SIZE ERROR
                   COMPUTE KYM-KENKO-HOKEN ROUNDED
                       = KYM-KENKO-HOKEN * 90 / 100
           END-COMPUTE
           COMPUTE KYM-KOSEI-NENKIN ROUNDED
               = KYM-KOSEI-NENKIN * MK-RITSU / 100
               ON SIZE ERROR
                   COMPUTE KYM-KOSEI-NENKIN ROUNDED
                       = KYM-KOSEI-NENKIN * 90 / 100
           END-COMPUTE
           IF KYM-KOZA-NO NOT = SPACES
               IF WS-SHAIN-KOZA-CNT < 5000
                   ADD 1 TO WS-SHAIN-KOZA-CNT
                   SET WS-SK-IDX TO WS-SHAIN-KOZA-CNT
                   MOVE KYM-KOZA-NO TO SKT-KOZA-NO (WS-SK-IDX)
                   MOVE KYM-SHIMEI  TO SKT-SHIMEI (WS-SK-IDX)
               ELSE
                   ADD 1 TO WS-SHAIN-KOZA-OVER
               END-IF
               MOVE KYM-KOZA-NO TO MK-IN
               MOVE 10 TO MK-LEN
               MOVE 1  TO MK-KAISHI
               PERFORM 8100-SUJI-HENKAN
               MOVE MK-OUT TO KYM-KOZA-NO
           END-IF.

      *-----------------------------------------------------------------
      * 口座マスタ: 口座番号・名義・残高
      *-----------------------------------------------------------------
       3000-KOZA-MASK.
           MOVE '口座マスタ' TO WS-FILE-MEI
           PERFORM 7000-GOUKEI-CLEAR
           OPEN INPUT KOZA-IN
           IF WS-IN-STATUS NOT = '00'
               PERFORM 7200-NYURYOKU-NASHI
           ELSE
               OPEN OUTPUT KOZA-OUT
               PERFORM 3100-KOZA-ONE
                   UNTIL WS-IN-EOF = 'Y'
               MOVE SPACES TO KZO-REC
               SET KZO-TRAILER TO TRUE
               MOVE WS-OUT-KENSU TO KZO-KENSU
               MOVE WS-OUT-HASH  TO KZO-HASH
               WRITE KZO-REC
               CLOSE KOZA-OUT
               PERFORM 7100-TOTSUGO-HOUKOKU
           END-IF
           CLOSE KOZA-IN.

       3100-KOZA-ONE.
           READ KOZA-IN
               AT END
                   MOVE 'Y' TO WS-IN-EOF
               NOT AT END
                   IF KZI-TRAILER
                       MOVE 'Y' TO WS-TRL-ARI
                       MOVE KZI-KENSU TO WS-TRL-KENSU
                       MOVE KZI-HASH  TO WS-TRL-HASH
                   ELSE
                       MOVE KZI-IMAGE TO KOZA-REC
                       ADD 1 TO WS-IN-KENSU
                       ADD KM-ZANDAKA TO WS-IN-HASH
                       PERFORM 3200-KOZA-HENKAN
                       MOVE SPACES TO KZO-REC
                       SET KZO-DATA TO TRUE
                       MOVE KOZA-REC TO KZO-IMAGE
                       WRITE KZO-REC
                       ADD 1 TO WS-OUT-KENSU
                       ADD KM-ZANDAKA TO WS-OUT-HASH
                   END-IF
           END-READ.

      * 社員の口座は給与マスタの架空氏名を名義にする
      * （残高が増額で桁あふれする場合は下限の90%で置き換える）
       3200-KOZA-HENKAN.
           PERFORM 3210-SHAIN-KOZA-SEARCH
           MOVE KM-KOZA-NO TO MK-IN
           MOVE 10 TO MK-LEN
           MOVE 1  TO MK-KAISHI
           PERFORM 8100-SUJI-HENKAN
           MOVE MK-OUT TO KM-KOZA-NO
           IF WS-SHAIN-KOZA-HIT > ZEROS
               SET WS-SK-IDX TO WS-SHAIN-KOZA-HIT
               MOVE SKT-SHIMEI (WS-SK-IDX) TO KM-MEIGI
           ELSE
               PERFORM 8200-SHIMEI-SAKUSEI
               MOVE MK-SHIMEI TO KM-MEIGI
           END-IF
           COMPUTE MK-RITSU = 90 + FUNCTION MOD(MK-STATE, 21)
           COMPUTE KM-ZANDAKA ROUNDED
               = KM-ZANDAKA * MK-RITSU / 100
               ON SIZE ERROR
                   COMPUTE KM-ZANDAKA ROUNDED
                       = KM-ZANDAKA * 90 / 100
           END-COMPUTE.

       3210-SHAIN-KOZA-SEARCH.
           MOVE ZEROS TO WS-SHAIN-KOZA-HIT
           PERFORM 3211-SHAIN-KOZA-SCAN-ONE
               VARYING WS-SHAIN-KOZA-SCAN FROM 1 BY 1
               UNTIL WS-SHAIN-KOZA-SCAN > WS-SHAIN-KOZA-CNT
                   OR WS-SHAIN-KOZA-HIT > ZEROS.

       3211-SHAIN-KOZA-SCAN-ONE.
           SET WS-SK-IDX TO WS-SHAIN-KOZA-SCAN
           IF SKT-KOZA-NO (WS-SK-IDX) = KM-KOZA-NO
               MOVE WS-SHAIN-KOZA-SCAN TO WS-SHAIN-KOZA-HIT
           END-IF.

      *-----------------------------------------------------------------
      * 顧客マスタ: 氏名・カナ・電話番号・登録日
      *-----------------------------------------------------------------
       4000-KOKYAKU-MASK.
           MOVE '顧客マスタ' TO WS-FILE-MEI
           PERFORM 7000-GOUKEI-CLEAR
           OPEN INPUT KOKYAKU-IN
           IF WS-IN-STATUS NOT = '00'
               PERFORM 7200-NYURYOKU-NASHI
           ELSE
               OPEN OUTPUT KOKYAKU-OUT
               PERFORM 4100-KOKYAKU-ONE
                   UNTIL WS-IN-EOF = 'Y'
               MOVE SPACES TO KKO-REC
               SET KKO-TRAILER TO TRUE
               MOVE WS-OUT-KENSU TO KKO-KENSU
               MOVE WS-OUT-HASH  TO KKO-HASH
               WRITE KKO-REC
               CLOSE KOKYAKU-OUT
               PERFORM 7100-TOTSUGO-HOUKOKU
           END-IF
           CLOSE KOKYAKU-IN.

       4100-KOKYAKU-ONE.
           READ KOKYAKU-IN
               AT END
                   MOVE 'Y' TO WS-IN-EOF
               NOT AT END
                   IF KKI-TRAILER
                       MOVE 'Y' TO WS-TRL-ARI
                       MOVE KKI-KENSU TO WS-TRL-KENSU
                       MOVE KKI-HASH  TO WS-TRL-HASH
                   ELSE
                       MOVE KKI-IMAGE TO KOKYAKU-REC
                       ADD 1 TO WS-IN-KENSU
                       ADD KK-TOUROKU-DT TO WS-IN-HASH
                       PERFORM 4200-KOKYAKU-HENKAN
                       MOVE SPACES TO KKO-REC
                       SET KKO-DATA TO TRUE
                       MOVE KOKYAKU-REC TO KKO-IMAGE
                       WRITE KKO-REC
                       ADD 1 TO WS-OUT-KENSU
                       ADD KK-TOUROKU-DT TO WS-OUT-HASH
                   END-IF
           END-READ.

      * 顧客コードから氏名・カナを決め、登録日の日を月内で動かす。
      * 電話番号は先頭3桁を残して置き換える（同じ番号は同じ番号に）
       4200-KOKYAKU-HENKAN.
           MOVE KK-KOKYAKU-CD TO MK-IN
           MOVE 10 TO MK-LEN
           MOVE 99 TO MK-KAISHI
           PERFORM 8100-SUJI-HENKAN
           PERFORM 8200-SHIMEI-SAKUSEI
           MOVE MK-SHIMEI TO KK-SHIMEI
           MOVE MK-KANA   TO KK-KANA
           IF KK-TOUROKU-DT NUMERIC
               AND KK-TOUROKU-DD >= 1 AND KK-TOUROKU-DD <= 28
               COMPUTE KK-TOUROKU-DD = FUNCTION MOD
                   (MK-STATE + KK-TOUROKU-DD, 28) + 1
           END-IF
           MOVE KK-TEL TO MK-IN
           MOVE 15 TO MK-LEN
           MOVE 4  TO MK-KAISHI
           PERFORM 8100-SUJI-HENKAN
           MOVE MK-OUT TO KK-TEL.

      *-----------------------------------------------------------------
      * 住所マスタ: 郵便番号・住所
      *-----------------------------------------------------------------
       5000-JUSHO-MASK.
           MOVE '住所マスタ' TO WS-FILE-MEI
           PERFORM 7000-GOUKEI-CLEAR
           OPEN INPUT JUSHO-IN
           IF WS-IN-STATUS NOT = '00'
               PERFORM 7200-NYURYOKU-NASHI
           ELSE
               OPEN OUTPUT JUSHO-OUT
               PERFORM 5100-JUSHO-ONE
                   UNTIL WS-IN-EOF = 'Y'
               MOVE SPACES TO JMO-REC
               SET JMO-TRAILER TO TRUE
               MOVE WS-OUT-KENSU TO JMO-KENSU
               MOVE WS-OUT-HASH  TO JMO-HASH
               WRITE JMO-REC
               CLOSE JUSHO-OUT
               PERFORM 7100-TOTSUGO-HOUKOKU
           END-IF
           CLOSE JUSHO-IN.

       5100-JUSHO-ONE.
           READ JUSHO-IN
               AT END
                   MOVE 'Y' TO WS-IN-EOF
               NOT AT END
                   IF JMI-TRAILER
                       MOVE 'Y' TO WS-TRL-ARI
                       MOVE JMI-KENSU TO WS-TRL-KENSU
                       MOVE JMI-HASH  TO WS-TRL-HASH
                   ELSE
                       MOVE JMI-IMAGE TO JUSHO-REC
                       ADD 1 TO WS-IN-KENSU
                       PERFORM 5300-YUBIN-HASH
                       ADD MK-YUBIN-SU TO WS-IN-HASH
                       PERFORM 5200-JUSHO-HENKAN
                       MOVE SPACES TO JMO-REC
                       SET JMO-DATA TO TRUE
                       MOVE JUSHO-REC TO JMO-IMAGE
                       WRITE JMO-REC
                       ADD 1 TO WS-OUT-KENSU
                       PERFORM 5300-YUBIN-HASH
                       ADD MK-YUBIN-SU TO WS-OUT-HASH
                   END-IF
           END-READ.

      * 顧客コードと住所種別から町域と番地を決める。郵便番号は
      * 下4桁を置き換え、7桁数字のものは上3桁を町域に合わせる
       5200-JUSHO-HENKAN.
           MOVE JM-YUBINNO TO MK-IN
           MOVE 8 TO MK-LEN
           MOVE 4 TO MK-KAISHI
           PERFORM 8100-SUJI-HENKAN
           MOVE MK-OUT TO JM-YUBINNO
           MOVE JM-KOKYAKU-CD TO MK-IN
           MOVE JM-JYUSHO-KBN TO MK-IN(11:1)
           MOVE 11 TO MK-LEN
           MOVE 99 TO MK-KAISHI
           PERFORM 8100-SUJI-HENKAN
           COMPUTE MK-MACHI-IX = FUNCTION MOD(MK-STATE, 10) + 1
           COMPUTE MK-CHOME    = FUNCTION MOD(MK-STATE, 9) + 1
           COMPUTE MK-WORK     = MK-STATE / 9
           COMPUTE MK-BANCHI   = FUNCTION MOD(MK-WORK, 30) + 10
           COMPUTE MK-GO       = FUNCTION MOD(MK-WORK, 7) + 1
           IF JM-YUBINNO(1:7) NUMERIC
               MOVE WS-MACHI-YUBIN (MK-MACHI-IX) TO JM-YUBINNO(1:3)
           END-IF
           MOVE SPACES TO JM-JYUSYO
           STRING WS-MACHI-MEI (MK-MACHI-IX) DELIMITED SPACE
                  MK-CHOME '-' MK-BANCHI '-' MK-GO
               DELIMITED SIZE INTO JM-JYUSYO.

       5300-YUBIN-HASH.
           MOVE ZEROS TO MK-YUBIN-SU
           IF JM-YUBINNO(1:7) NUMERIC
               MOVE JM-YUBINNO(1:7) TO MK-YUBIN-SU
           END-IF.

      *-----------------------------------------------------------------
      * 件数・ハッシュの突合と報告
      *-----------------------------------------------------------------
       7000-GOUKEI-CLEAR.
           MOVE ZEROS TO WS-IN-KENSU WS-IN-HASH
                         WS-OUT-KENSU WS-OUT-HASH
                         WS-TRL-KENSU WS-TRL-HASH
           MOVE 'N' TO WS-TRL-ARI WS-IN-EOF.

      * 入力の件数・ハッシュが退避時のトレーラと合わなければ、
      * 退避ファイルが不完全として RC=8
       7100-TOTSUGO-HOUKOKU.
           ADD WS-OUT-KENSU TO WS-TOTAL-KENSU
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-IN-KENSU  TO WS-EDIT-KENSU
           MOVE WS-OUT-KENSU TO WS-EDIT-KENSU2
           STRING WS-FILE-MEI ' 入力:' WS-EDIT-KENSU
                  ' 出力:' WS-EDIT-KENSU2
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO KR-LINE
           WRITE KEKKA-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-OUT-HASH TO WS-EDIT-HASH
           STRING '    出力トレーラ ハッシュ:' WS-EDIT-HASH
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO KR-LINE
           WRITE KEKKA-RPT-REC
           IF WS-TRL-ARI = 'Y'
               AND WS-IN-KENSU = WS-TRL-KENSU
               AND WS-IN-HASH  = WS-TRL-HASH
               MOVE '    入力トレーラ判定  :OK' TO KR-LINE
           ELSE
               MOVE '    入力トレーラ判定  :NG 突合不一致'
                   TO KR-LINE
               MOVE 8 TO WS-RETURN-CODE
           END-IF
           WRITE KEKKA-RPT-REC.

       7200-NYURYOKU-NASHI.
           MOVE SPACES TO WS-WORK-LINE
           STRING WS-FILE-MEI ' 入力なし（作成しない）'
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO KR-LINE
           WRITE KEKKA-RPT-REC.

       7900-GOUKEI-REPORT.
           MOVE SPACES TO KR-LINE
           WRITE KEKKA-RPT-REC
           MOVE WS-TOTAL-KENSU TO WS-EDIT-KENSU
           MOVE SPACES TO WS-WORK-LINE
           STRING '出力件数合計  :' WS-EDIT-KENSU
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO KR-LINE
           WRITE KEKKA-RPT-REC
           MOVE WS-SHAIN-KOZA-CNT TO WS-EDIT-KENSU
           MOVE SPACES TO WS-WORK-LINE
           STRING '社員口座件数  :' WS-EDIT-KENSU
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO KR-LINE
           WRITE KEKKA-RPT-REC
           MOVE WS-SHAIN-KOZA-OVER TO WS-EDIT-KENSU
           MOVE SPACES TO WS-WORK-LINE
           STRING '名義対応あふれ:' WS-EDIT-KENSU
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO KR-LINE
           WRITE KEKKA-RPT-REC
           IF WS-SHAIN-KOZA-OVER > ZEROS AND WS-RETURN-CODE < 4
               MOVE 4 TO WS-RETURN-CODE
           END-IF.

      *-----------------------------------------------------------------
      * 数字置換: 同じ鍵・同じ入力なら常に同じ結果になり、桁ごとに
      * 1対1なので異なる番号が同じ番号に写ることはない
      *-----------------------------------------------------------------
       8100-SUJI-HENKAN.
           MOVE MK-IN TO MK-OUT
           COMPUTE MK-STATE = FUNCTION MOD(WS-KAGI, 999983)
           PERFORM 8110-SUJI-HENKAN-ONE
               VARYING MK-POS FROM 1 BY 1
               UNTIL MK-POS > MK-LEN
           COMPUTE MK-STATE = FUNCTION MOD
               (MK-STATE * MK-STATE + WS-KAGI, 999983).

       8110-SUJI-HENKAN-ONE.
           IF MK-IN(MK-POS:1) NUMERIC
               MOVE MK-IN(MK-POS:1) TO MK-SUJI
               IF MK-POS >= MK-KAISHI
                   COMPUTE MK-SUJI2 = FUNCTION MOD
                       (MK-SUJI + MK-STATE + MK-POS * 7, 10)
                   MOVE MK-SUJI2 TO MK-OUT(MK-POS:1)
               END-IF
               COMPUTE MK-STATE = FUNCTION MOD
                   (MK-STATE * 31 + MK-SUJI + MK-POS + 1, 999983)
           ELSE
               COMPUTE MK-STATE = FUNCTION MOD
                   (MK-STATE * 31 + MK-POS, 999983)
           END-IF.

      * 架空氏名: MK-STATE から姓・名を選ぶ
       8200-SHIMEI-SAKUSEI.
           COMPUTE MK-SEI-IX = FUNCTION MOD(MK-STATE, 20) + 1
           COMPUTE MK-WORK   = MK-STATE / 20
           COMPUTE MK-MEI-IX = FUNCTION MOD(MK-WORK, 20) + 1
           MOVE SPACES TO MK-SHIMEI MK-KANA
           STRING WS-SEI-KANJI (MK-SEI-IX) DELIMITED SPACE
                  ' ' DELIMITED SIZE
                  WS-MEI-KANJI (MK-MEI-IX) DELIMITED SPACE
               INTO MK-SHIMEI
           STRING WS-SEI-KANA (MK-SEI-IX) DELIMITED SPACE
                  ' ' DELIMITED SIZE
                  WS-MEI-KANA (MK-MEI-IX) DELIMITED SPACE
               INTO MK-KANA.
