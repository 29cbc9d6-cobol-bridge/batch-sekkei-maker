      *       在籍日数で日割りして最終給与を計算する。年間累計マスタを
      *       確定（退職日記録）し、源泉徴収票ファイルと最終給与明細・
      *       振込依頼を出力する（SAMPLE03の退職精算モード）。
      *       控除台帳マスタの社内貸付残高は最終給与から一括回収し、
      *       財形・組合費等の契約は退職日で控除を終了させる。
      *       源泉徴収票の個人番号は出力時に個人番号マスタから取得し、
      *       アクセスログ（目的コード GNSN）へ記録する。
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE03C.
               ACCESS MODE IS RANDOM
               RECORD KEY IS KYM-SHAIN-NO
               FILE STATUS IS WS-KYUYO-STATUS.
           SELECT KOJO-DAICHO ASSIGN TO KOJODCH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KD-KEY
               FILE STATUS IS WS-DAICHO-STATUS.
           SELECT YTD-MASTER ASSIGN TO YTDMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-GENSEN-STATUS.
           SELECT KOJIN-BANGO-MASTER ASSIGN TO MYNOMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS KB-KEY
               FILE STATUS IS WS-KB-STATUS.
           SELECT MYNO-LOG-FILE ASSIGN TO MYNOLOG
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MYNOLOG-STATUS.
           SELECT ERROR-FILE ASSIGN TO TAISYOERR
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
           05  KYM-BUMON-CD      PIC X(04).
           05  FILLER            PIC X(58).

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

       FD  YTD-MASTER
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           05  YM-KOUSHIN-CNT    PIC 9(02).
           05  YM-NENDO          PIC 9(04).
           05  YM-TAISHOKU-DT    PIC 9(08).
           05  YM-YTD-KAZEI      PIC S9(09) COMP-3.
           05  YM-YTD-HIKAZEI    PIC S9(09) COMP-3.
           05  YM-YTD-KOYO-HOKEN PIC S9(09) COMP-3.
           05  FILLER            PIC X(28).

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

       FD  FURIKAE-FILE
           RECORD CONTAINS 80 CHARACTERS
           05  GS-KOJO-GAKU      PIC 9(09).
           05  GS-GENSEN-ZEI     PIC 9(09).
           05  GS-TAISHOKU-DT    PIC 9(08).
           05  GS-KOJIN-BANGO    PIC X(12).
           05  FILLER            PIC X(21).

      * 個人番号マスタ（アクセス制限付き・出力時のみ参照する）
       FD  KOJIN-BANGO-MASTER
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  KOJIN-BANGO-REC.
           05  KB-KEY.
               10  KB-KEY-KBN    PIC X(01).
                   88  KB-SHAIN  VALUE 'S'.
                   88  KB-JYUMIN VALUE 'J'.
               10  KB-KEY-NO     PIC X(12).
           05  KB-KOJIN-BANGO    PIC X(12).
           05  KB-CHECK-KBN      PIC X(01).
               88  KB-CHECK-OK   VALUE '1'.
           05  KB-SHUTOKU-DT     PIC 9(08).
           05  KB-TOROKU-DT      PIC 9(08).
           05  KB-KOSHIN-DT      PIC 9(08).
           05  KB-TANTO-CD       PIC X(08).
           05  KB-JOTAI          PIC X(01).
               88  KB-YUKO       VALUE ' '.
               88  KB-MUKO       VALUE 'D'.
           05  FILLER            PIC X(21).

      * 個人番号アクセスログ
      *   結果 0:取得 1:未登録 2:削除済 A/C/D:登録処理 R:登録不可
       FD  MYNO-LOG-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  MYNO-LOG-REC.
           05  AL-PROGRAM-ID     PIC X(08).
           05  AL-MOKUTEKI-CD    PIC X(04).
           05  AL-GYOMU-DT       PIC 9(08).
           05  AL-JIKOKU         PIC 9(06).
           05  AL-KEY-KBN        PIC X(01).
           05  AL-KEY-NO         PIC X(12).
           05  AL-KEKKA          PIC X(01).
           05  AL-TANTO-CD       PIC X(08).
           05  FILLER            PIC X(32).

       FD  ERROR-FILE
           RECORD CONTAINS 60 CHARACTERS
           05  WS-FURIKAE-STATUS PIC X(02).
           05  WS-GENSEN-STATUS  PIC X(02).
           05  WS-ERROR-STATUS   PIC X(02).
           05  WS-DAICHO-STATUS  PIC X(02).
           05  WS-KB-STATUS      PIC X(02).
           05  WS-MYNOLOG-STATUS PIC X(02).
           05  WS-EOF-FLAG       PIC X(01) VALUE 'N'.
           05  WS-DAICHO-EOF     PIC X(01) VALUE 'N'.

       01  WS-SHORI-NEN          PIC 9(04) VALUE ZEROS.
       01  WS-SHIHARAI-DT        PIC 9(08) VALUE ZEROS.

      * 個人番号の取得作業域（キー区分 S:社員番号 J:住民番号）
       01  WS-MYNO-AREA.
           05  WS-MYNO-KEY-KBN   PIC X(01).
           05  WS-MYNO-KEY-NO    PIC X(12).
           05  WS-KOJIN-BANGO    PIC X(12).
           05  WS-MYNO-NASHI-CNT PIC 9(07) VALUE ZEROS.

       01  WS-NISSU-AREA.
           05  WS-TAISHOKU-NEN   PIC 9(04).
           05  WS-TAISHOKU-TSUKI PIC 9(06).
           05  WS-KIHON-KYU      PIC S9(09) COMP-3.
           05  WS-SOUKOJO        PIC S9(08) COMP-3.
           05  WS-TOTAL-KYU      PIC S9(09) COMP-3.
           05  WS-KAISHU-GAKU    PIC S9(09) COMP-3.
           05  WS-KAISHU-KOJO    PIC S9(09) COMP-3.

       01  WS-COUNTERS.
           05  WS-INPUT-CNT      PIC 9(07) VALUE ZEROS.
           PERFORM 2000-MAIN-LOOP
               UNTIL WS-EOF-FLAG = 'Y'
           PERFORM 3000-CLOSE-FILES
           IF WS-MYNO-NASHI-CNT > ZEROS AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 0900-RUNLOG-END
           STOP RUN.

           OPEN INPUT  TAISHOKU-FILE
           OPEN INPUT  KYUYO-MASTER
           OPEN I-O    YTD-MASTER
           OPEN I-O    KOJO-DAICHO
           OPEN OUTPUT MEISAI-FILE
           OPEN OUTPUT FURIKAE-FILE
           OPEN OUTPUT GENSEN-FILE
           OPEN INPUT  KOJIN-BANGO-MASTER
           OPEN EXTEND MYNO-LOG-FILE
           OPEN OUTPUT ERROR-FILE
           MOVE WS-GYOMU-DATE(1:4) TO WS-SHORI-NEN
           PERFORM 1100-READ-TAISHOKU.
               MOVE '控除額超過' TO ER-REASON
               PERFORM 9200-WRITE-ERROR
           ELSE
               PERFORM 2130-DAICHO-SEISAN
               PERFORM 2200-WRITE-MEISAI
               PERFORM 2300-YTD-KAKUTEI
               PERFORM 2400-WRITE-FURIKAE
           SUBTRACT WS-SOUKOJO FROM WS-KIHON-KYU
               GIVING WS-TOTAL-KYU.

      * 控除台帳の精算: 社内貸付の残高を差引支給額の範囲で回収し、
      * 回収しきれない残高は台帳に残してエラーファイルへ出す。その他の
      * 契約は終了日を退職日に揃えて以後の控除を止める
       2130-DAICHO-SEISAN.
           MOVE ZEROS TO WS-KAISHU-KOJO
           MOVE 'N' TO WS-DAICHO-EOF
           MOVE KYM-SHAIN-NO TO KD-SHAIN-NO
           MOVE LOW-VALUES   TO KD-KEIYAKU-NO
           START KOJO-DAICHO KEY IS NOT LESS THAN KD-KEY
               INVALID KEY MOVE 'Y' TO WS-DAICHO-EOF
           END-START
           PERFORM 2131-READ-DAICHO
               UNTIL WS-DAICHO-EOF = 'Y'
           ADD WS-KAISHU-KOJO TO WS-SOUKOJO.

       2131-READ-DAICHO.
           READ KOJO-DAICHO NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-DAICHO-EOF
               NOT AT END
                   IF KD-SHAIN-NO NOT = KYM-SHAIN-NO
                       MOVE 'Y' TO WS-DAICHO-EOF
                   ELSE
                       IF NOT KD-KANRYO
                           PERFORM 2132-DAICHO-KEIYAKU
                       END-IF
                   END-IF
           END-READ.

       2132-DAICHO-KEIYAKU.
           IF KD-KASHITSUKE
               MOVE KD-ZANDAKA TO WS-KAISHU-GAKU
               IF WS-KAISHU-GAKU > WS-TOTAL-KYU
                   MOVE WS-TOTAL-KYU TO WS-KAISHU-GAKU
               END-IF
               SUBTRACT WS-KAISHU-GAKU FROM WS-TOTAL-KYU KD-ZANDAKA
               ADD WS-KAISHU-GAKU TO WS-KAISHU-KOJO
               MOVE WS-KAISHU-GAKU TO KD-TOGETSU-GAKU
               MOVE TS-TAISHOKU-DT(1:6) TO KD-SAISHU-YM
               IF KD-ZANDAKA > ZEROS
                   MOVE '貸付残高回収不足' TO ER-REASON
                   PERFORM 9200-WRITE-ERROR
               ELSE
                   MOVE 'E' TO KD-JOTAI
               END-IF
           ELSE
               IF KD-SHURYO-DT = ZEROS
                   OR KD-SHURYO-DT > TS-TAISHOKU-DT
                   MOVE TS-TAISHOKU-DT TO KD-SHURYO-DT
               END-IF
           END-IF
           REWRITE KOJO-DAICHO-REC.

       2200-WRITE-MEISAI.
           MOVE KYM-SHAIN-NO     TO MS-SHAIN-NO
           MOVE KYM-SHIMEI       TO MS-SHIMEI
           MOVE WS-TOTAL-KYU     TO MS-TOTAL-KYU
           MOVE KYM-BUMON-CD     TO MS-BUMON-CD
           MOVE ZEROS            TO MS-JYUMIN-ZEI
                                    MS-TEATE-GAKU
                                    MS-KOYO-HOKEN
           MOVE WS-KAISHU-KOJO   TO MS-DAICHO-KOJO
           MOVE WS-GYOMU-DATE(1:6) TO MS-SHIKYU-YM
           WRITE MEISAI-REC
           ADD 1 TO WS-OUTPUT-CNT.

           MOVE KYM-SHAIN-NO TO YM-SHAIN-NO
           READ YTD-MASTER
               INVALID KEY
                   MOVE SPACES TO YTD-REC
                   MOVE KYM-SHAIN-NO TO YM-SHAIN-NO
                   MOVE ZEROS TO YM-YTD-SOUSHI
                                 YM-YTD-KOJO
                                 YM-YTD-SHOTOKUZEI
                                 YM-KOUSHIN-CNT
                                 YM-YTD-KAZEI
                                 YM-YTD-HIKAZEI
                                 YM-YTD-KOYO-HOKEN
                   MOVE WS-SHORI-NEN TO YM-NENDO
                   PERFORM 2310-YTD-KASAN
                   WRITE YTD-REC
           PERFORM 2320-WRITE-GENSEN.

       2310-YTD-KASAN.
           IF YM-YTD-KAZEI NOT NUMERIC
               OR YM-YTD-HIKAZEI NOT NUMERIC
               MOVE YM-YTD-SOUSHI TO YM-YTD-KAZEI
               MOVE ZEROS         TO YM-YTD-HIKAZEI
           END-IF
           ADD WS-KIHON-KYU    TO YM-YTD-SOUSHI
           ADD WS-KIHON-KYU    TO YM-YTD-KAZEI
           ADD WS-SOUKOJO      TO YM-YTD-KOJO
           ADD KYM-SHOTOKUZEI  TO YM-YTD-SHOTOKUZEI
           ADD 1               TO YM-KOUSHIN-CNT
           MOVE YM-SHAIN-NO       TO GS-SHAIN-NO
           MOVE KYM-SHIMEI        TO GS-SHIMEI
           MOVE YM-NENDO          TO GS-NENDO
           SUBTRACT YM-YTD-HIKAZEI FROM YM-YTD-SOUSHI
               GIVING GS-SHIHARAI-GAKU
           MOVE YM-YTD-KOJO       TO GS-KOJO-GAKU
           MOVE YM-YTD-SHOTOKUZEI TO GS-GENSEN-ZEI
           MOVE TS-TAISHOKU-DT    TO GS-TAISHOKU-DT
           MOVE 'S'               TO WS-MYNO-KEY-KBN
           MOVE YM-SHAIN-NO       TO WS-MYNO-KEY-NO
           PERFORM 7000-KOJIN-BANGO-SHUTOKU
           MOVE WS-KOJIN-BANGO    TO GS-KOJIN-BANGO
           WRITE GENSEN-REC.

       2400-WRITE-FURIKAE.
           WRITE ERROR-REC
           ADD 1 TO WS-ERR-CNT.

      * 個人番号の取得: 出力の直前に1件ずつ引き、取得の成否にかかわらず
      * アクセスログへ記録する。未登録・削除済みは空白で出力する
       7000-KOJIN-BANGO-SHUTOKU.
           MOVE SPACES TO WS-KOJIN-BANGO MYNO-LOG-REC
           MOVE WS-MYNO-KEY-KBN TO KB-KEY-KBN
           MOVE WS-MYNO-KEY-NO  TO KB-KEY-NO
           READ KOJIN-BANGO-MASTER
               INVALID KEY
                   MOVE '1' TO AL-KEKKA
               NOT INVALID KEY
                   IF KB-MUKO
                       MOVE '2' TO AL-KEKKA
                   ELSE
                       MOVE '0' TO AL-KEKKA
                       MOVE KB-KOJIN-BANGO TO WS-KOJIN-BANGO
                   END-IF
           END-READ
           IF WS-KOJIN-BANGO = SPACES
               ADD 1 TO WS-MYNO-NASHI-CNT
           END-IF
           MOVE 'SAMPLE3C'      TO AL-PROGRAM-ID
           MOVE 'GNSN'          TO AL-MOKUTEKI-CD
           MOVE WS-GYOMU-DATE   TO AL-GYOMU-DT
           MOVE FUNCTION CURRENT-DATE(9:6) TO AL-JIKOKU
           MOVE WS-MYNO-KEY-KBN TO AL-KEY-KBN
           MOVE WS-MYNO-KEY-NO  TO AL-KEY-NO
           MOVE 'BATCH'         TO AL-TANTO-CD
           WRITE MYNO-LOG-REC.

       3000-CLOSE-FILES.
           CLOSE TAISHOKU-FILE
           CLOSE KYUYO-MASTER
           CLOSE YTD-MASTER
           CLOSE KOJO-DAICHO
           CLOSE MEISAI-FILE
           CLOSE FURIKAE-FILE
           CLOSE GENSEN-FILE
           CLOSE KOJIN-BANGO-MASTER
           CLOSE MYNO-LOG-FILE
           CLOSE ERROR-FILE.
