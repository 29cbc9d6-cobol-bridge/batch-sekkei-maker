      *=================================================================
      * SAMPLE06I: 社会保険料 納入告知額 突合バッチ
      * 概要: 年金事務所の納入告知書の保険区分別告知額・人数を読み、
      *       保険料計算履歴（SAMPLE06出力）の対象月の本人分＋事業主
      *       分の合計・人数と突合する。差異の説明材料として、前月と
      *       比べた新規計上・計上なし・標準報酬改定・休業免除の
      *       変動者と、イベントジャーナル上で未反映の資格取得・
      *       喪失を一覧にする。告知額は保険区分ごとに預り金（本人
      *       分）と法定福利費（残額）を借方、未払金を貸方として
      *       仕訳計上する。
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE06I.
       AUTHOR. BATCH-SYSTEM.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOKOKU-FILE ASSIGN TO NOKOKUIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-NOKOKU-STATUS.
           SELECT RYOKIN-RIREKI ASSIGN TO HOKENRIREKI
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RIREKI-STATUS.
           SELECT EVENT-JOURNAL ASSIGN TO SHIKAKUJNL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-JNL-STATUS.
           SELECT TOTSUGO-RPT ASSIGN TO NOKOKURPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT KANJO-MASTER ASSIGN TO KANJOMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS KJ-EVENT-CD
               FILE STATUS IS WS-KANJO-STATUS.
           SELECT SHIWAKE-FILE ASSIGN TO SWJRNL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SHIWAKE-STATUS.
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
      * 納入告知ファイル: 対象月・保険区分ごとの告知額と人数
       FD  NOKOKU-FILE
           RECORD CONTAINS 60 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  NOKOKU-REC.
           05  NC-TAISHO-TSUKI   PIC 9(06).
           05  NC-HOKEN-KBN      PIC X(04).
           05  NC-KOKUCHI-GAKU   PIC 9(11).
           05  NC-NINZU          PIC 9(05).
           05  NC-NOFU-KIGEN     PIC 9(08).
           05  FILLER            PIC X(26).

       FD  RYOKIN-RIREKI
           RECORD CONTAINS 60 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  RYOKIN-RIREKI-REC.
           05  RH-HIHOKEN-NO     PIC X(12).
           05  RH-TSUKI          PIC 9(06).
           05  RH-HOKEN-KBN      PIC X(04).
           05  RH-HYOJUN-HYO     PIC 9(08).
           05  RH-NENREI         PIC 9(03).
           05  RH-FUYO-CNT       PIC 9(02).
           05  RH-GOUKEI         PIC 9(09).
           05  RH-MENJO-KBN      PIC X(01).
           05  RH-JIGYOSYA-RYO   PIC 9(09).
           05  FILLER            PIC X(06).

       FD  EVENT-JOURNAL
           RECORD CONTAINS 60 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  EVENT-JOURNAL-REC.
           05  EJ-HIHOKEN-NO     PIC X(12).
           05  EJ-EVENT-KBN      PIC X(01).
               88  EJ-SHUTOKU    VALUE '1'.
               88  EJ-SOSHITSU   VALUE '2'.
           05  EJ-EVENT-DT       PIC 9(08).
           05  EJ-SHORI-DT       PIC 9(08).
           05  EJ-HOKEN-KBN      PIC X(04).
           05  EJ-RIYU-CD        PIC X(01).
           05  FILLER            PIC X(26).

       FD  TOTSUGO-RPT
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  TOTSUGO-RPT-REC.
           05  TR-LINE           PIC X(100).

       FD  KANJO-MASTER
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  KANJO-REC.
           05  KJ-EVENT-CD       PIC X(04).
           05  KJ-KARIKATA-CD    PIC X(08).
           05  KJ-KASHIKATA-CD   PIC X(08).
           05  FILLER            PIC X(20).

       FD  SHIWAKE-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  SHIWAKE-REC.
           05  SW-SOURCE-ID      PIC X(08).
           05  SW-GYOMU-DT       PIC 9(08).
           05  SW-EVENT-CD       PIC X(04).
           05  SW-DC-KBN         PIC X(01).
           05  SW-KANJO-CD       PIC X(08).
           05  SW-KINGAKU        PIC 9(13).
           05  SW-AITE-KEY       PIC X(20).
           05  FILLER            PIC X(18).

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
           05  WS-NOKOKU-STATUS  PIC X(02).
           05  WS-RIREKI-STATUS  PIC X(02).
           05  WS-JNL-STATUS     PIC X(02).
           05  WS-RPT-STATUS     PIC X(02).
           05  WS-NOKOKU-EOF     PIC X(01) VALUE 'N'.
           05  WS-RIREKI-EOF     PIC X(01) VALUE 'N'.
           05  WS-JNL-EOF        PIC X(01) VALUE 'N'.

      * 納入告知の保険区分別テーブル（計算側の合計を並べて持つ）
       01  WS-KOKUCHI-TABLE.
           05  WS-KOKUCHI-ENTRY OCCURS 20 TIMES
                   INDEXED BY WS-KC-IDX.
               10  KCT-HOKEN-KBN PIC X(04).
               10  KCT-KOKUCHI-GAKU PIC 9(11).
               10  KCT-NINZU     PIC 9(05).
               10  KCT-HONNIN    PIC 9(11).
               10  KCT-JIGYOSYA  PIC 9(11).
               10  KCT-KEISAN-NINZU PIC 9(05).
       01  WS-KOKUCHI-CNT        PIC 9(03) VALUE ZEROS.
       01  WS-KC-SCAN            PIC 9(03).
       01  WS-KC-HIT             PIC 9(03) VALUE ZEROS.
       01  WS-KC-OVER-CNT        PIC 9(05) VALUE ZEROS.

      * 保険料計算履歴の対象月・前月分（被保険者番号からの引当用）
       01  WS-TOUGETSU-TABLE.
           05  WS-TOUGETSU-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-TG-IDX.
               10  TGT-HIHOKEN-NO PIC X(12).
               10  TGT-HOKEN-KBN PIC X(04).
               10  TGT-HYOJUN-HYO PIC 9(08).
               10  TGT-MENJO-KBN PIC X(01).
               10  TGT-RYOKIN    PIC 9(10).
       01  WS-TOUGETSU-CNT       PIC 9(04) VALUE ZEROS.
       01  WS-TG-SCAN            PIC 9(04).
       01  WS-TG-HIT             PIC 9(04) VALUE ZEROS.

       01  WS-ZENGETSU-TABLE.
           05  WS-ZENGETSU-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-ZG-IDX.
               10  ZGT-HIHOKEN-NO PIC X(12).
               10  ZGT-HOKEN-KBN PIC X(04).
               10  ZGT-HYOJUN-HYO PIC 9(08).
               10  ZGT-MENJO-KBN PIC X(01).
               10  ZGT-RYOKIN    PIC 9(10).
       01  WS-ZENGETSU-CNT       PIC 9(04) VALUE ZEROS.
       01  WS-ZG-SCAN            PIC 9(04).
       01  WS-ZG-HIT             PIC 9(04) VALUE ZEROS.
       01  WS-RIREKI-OVER-CNT    PIC 9(05) VALUE ZEROS.

       01  WS-TSUKI-AREA.
           05  WS-TAISHO-TSUKI   PIC 9(06) VALUE ZEROS.
           05  WS-ZEN-TSUKI      PIC 9(06) VALUE ZEROS.
           05  WS-ZEN-NEN        PIC 9(04).
           05  WS-ZEN-GETSU      PIC 9(02).
           05  WS-EVENT-TSUKI    PIC 9(06).
           05  WS-SHORI-TSUKI    PIC 9(06).

       01  WS-SABUN-AREA.
           05  WS-KEISAN-GAKU    PIC 9(11).
           05  WS-SABUN-GAKU     PIC S9(11).
           05  WS-SABUN-NINZU    PIC S9(05).
           05  WS-FUKUHI-GAKU    PIC 9(11).
           05  WS-AZUKARI-GAKU   PIC 9(11).
           05  WS-HENDO-RIYU     PIC X(30).
           05  WS-SEARCH-KBN     PIC X(04).
           05  WS-SEARCH-NO      PIC X(12).

       01  WS-COUNTERS.
           05  WS-INPUT-CNT      PIC 9(07) VALUE ZEROS.
           05  WS-FUICCHI-CNT    PIC 9(07) VALUE ZEROS.
           05  WS-HENDO-CNT      PIC 9(07) VALUE ZEROS.
           05  WS-MIHANEI-CNT    PIC 9(07) VALUE ZEROS.
           05  WS-TSUKI-NG-CNT   PIC 9(07) VALUE ZEROS.

       01  WS-EDIT-AREA.
           05  WS-EDIT-CNT       PIC ZZZ,ZZ9.
           05  WS-EDIT-KINGAKU   PIC ZZ,ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-KEISAN    PIC ZZ,ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-SABUN     PIC -Z,ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-NINZU     PIC ZZ,ZZ9.
           05  WS-EDIT-KEI-NINZU PIC ZZ,ZZ9.
           05  WS-EDIT-HYO-KYU   PIC Z,ZZZ,ZZ9.
           05  WS-EDIT-HYO-SHIN  PIC Z,ZZZ,ZZ9.
           05  WS-WORK-LINE      PIC X(100).

       01  WS-RETURN-CODE        PIC 9(04) VALUE ZEROS.

       01  WS-GYOMU-DATE-AREA.
           05  WS-GYOMUDT-STATUS PIC X(02).
           05  WS-GYOMUDT-EOF    PIC X(01).
           05  WS-GYOMU-DATE     PIC 9(08) VALUE ZEROS.
           05  WS-GYOMU-TIME     PIC 9(06) VALUE ZEROS.

       01  WS-RUNLOG-STATUS      PIC X(02).

      * 仕訳出力の作業域（勘定科目は科目対応マスタから引く）
       01  WS-SHIWAKE-AREA.
           05  WS-KANJO-STATUS   PIC X(02).
           05  WS-SHIWAKE-STATUS PIC X(02).
           05  WS-SW-EVENT       PIC X(04).
           05  WS-SW-KINGAKU     PIC 9(13).
           05  WS-SW-AITE        PIC X(20).
           05  WS-KANJO-NG-CNT   PIC 9(07) VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-GYOMU-DATE-SET
           PERFORM 0200-RUNLOG-START
           PERFORM 0300-SHIWAKE-OPEN
           PERFORM 1000-OPEN-FILES
           PERFORM 1100-LOAD-NOKOKU
           PERFORM 1200-LOAD-RIREKI
           PERFORM 2000-KOKUCHI-TOTSUGO
           PERFORM 3000-HENDO-LIST
           PERFORM 4000-MIHANEI-LIST
           PERFORM 5000-SHIWAKE-KEIJO
           PERFORM 6000-RPT-FOOTER
           PERFORM 9000-CLOSE-FILES
           PERFORM 0990-SHIWAKE-CLOSE
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
           MOVE 'SAMPLE6I' TO RL-PROGRAM-ID
           MOVE 'S'        TO RL-KBN
           MOVE WS-GYOMU-DATE TO RL-GYOMU-DT
           MOVE FUNCTION CURRENT-DATE(9:6) TO RL-JIKOKU
           MOVE ZEROS      TO RL-KENSU RL-RETURN-CD
           WRITE RUNLOG-REC
           CLOSE RUNLOG-FILE.

       0900-RUNLOG-END.
           OPEN EXTEND RUNLOG-FILE
           MOVE 'SAMPLE6I' TO RL-PROGRAM-ID
           MOVE 'E'        TO RL-KBN
           MOVE WS-GYOMU-DATE TO RL-GYOMU-DT
           MOVE FUNCTION CURRENT-DATE(9:6) TO RL-JIKOKU
           MOVE WS-INPUT-CNT TO RL-KENSU
           MOVE RETURN-CODE  TO RL-RETURN-CD
           WRITE RUNLOG-REC
           CLOSE RUNLOG-FILE.

      * 仕訳記帳: 科目対応マスタの借方・貸方で貸借一対を書き出す
       9800-SHIWAKE-KIROKU.
           MOVE WS-SW-EVENT TO KJ-EVENT-CD
           READ KANJO-MASTER
               INVALID KEY
                   MOVE SPACES TO KJ-KARIKATA-CD
                                  KJ-KASHIKATA-CD
                   ADD 1 TO WS-KANJO-NG-CNT
               NOT INVALID KEY
                   CONTINUE
           END-READ
           MOVE SPACES TO SHIWAKE-REC
           MOVE 'SAMPLE6I' TO SW-SOURCE-ID
           MOVE WS-GYOMU-DATE  TO SW-GYOMU-DT
           MOVE WS-SW-EVENT    TO SW-EVENT-CD
           MOVE 'D'            TO SW-DC-KBN
           MOVE KJ-KARIKATA-CD TO SW-KANJO-CD
           MOVE WS-SW-KINGAKU  TO SW-KINGAKU
           MOVE WS-SW-AITE     TO SW-AITE-KEY
           WRITE SHIWAKE-REC
           MOVE SPACES TO SHIWAKE-REC
           MOVE 'SAMPLE6I' TO SW-SOURCE-ID
           MOVE WS-GYOMU-DATE   TO SW-GYOMU-DT
           MOVE WS-SW-EVENT     TO SW-EVENT-CD
           MOVE 'C'             TO SW-DC-KBN
           MOVE KJ-KASHIKATA-CD TO SW-KANJO-CD
           MOVE WS-SW-KINGAKU   TO SW-KINGAKU
           MOVE WS-SW-AITE      TO SW-AITE-KEY
           WRITE SHIWAKE-REC.

       0300-SHIWAKE-OPEN.
           OPEN INPUT  KANJO-MASTER
           OPEN EXTEND SHIWAKE-FILE.

       0990-SHIWAKE-CLOSE.
           CLOSE KANJO-MASTER
           CLOSE SHIWAKE-FILE.

       1000-OPEN-FILES.
           OPEN INPUT  NOKOKU-FILE
           OPEN INPUT  RYOKIN-RIREKI
           OPEN INPUT  EVENT-JOURNAL
           OPEN OUTPUT TOTSUGO-RPT.

      * 納入告知の展開: 対象月は先頭レコードの月とし、異なる月の
      * 告知は件数を数えて突合から外す
       1100-LOAD-NOKOKU.
           PERFORM 1110-READ-NOKOKU
               UNTIL WS-NOKOKU-EOF = 'Y'
           MOVE WS-TAISHO-TSUKI(1:4) TO WS-ZEN-NEN
           MOVE WS-TAISHO-TSUKI(5:2) TO WS-ZEN-GETSU
           IF WS-ZEN-GETSU = 1
               SUBTRACT 1 FROM WS-ZEN-NEN
               MOVE 12 TO WS-ZEN-GETSU
           ELSE
               SUBTRACT 1 FROM WS-ZEN-GETSU
           END-IF
           COMPUTE WS-ZEN-TSUKI = WS-ZEN-NEN * 100 + WS-ZEN-GETSU.

       1110-READ-NOKOKU.
           READ NOKOKU-FILE
               AT END
                   MOVE 'Y' TO WS-NOKOKU-EOF
               NOT AT END
                   ADD 1 TO WS-INPUT-CNT
                   IF WS-TAISHO-TSUKI = ZEROS
                       MOVE NC-TAISHO-TSUKI TO WS-TAISHO-TSUKI
                   END-IF
                   IF NC-TAISHO-TSUKI NOT = WS-TAISHO-TSUKI
                       ADD 1 TO WS-TSUKI-NG-CNT
                   ELSE
                       PERFORM 1120-KOKUCHI-TOUROKU
                   END-IF
           END-READ.

       1120-KOKUCHI-TOUROKU.
           MOVE NC-HOKEN-KBN TO WS-SEARCH-KBN
           PERFORM 1150-KOKUCHI-SEARCH
           IF WS-KC-HIT = ZEROS
               IF WS-KOKUCHI-CNT < 20
                   ADD 1 TO WS-KOKUCHI-CNT
                   MOVE WS-KOKUCHI-CNT TO WS-KC-HIT
                   SET WS-KC-IDX TO WS-KC-HIT
                   MOVE NC-HOKEN-KBN TO KCT-HOKEN-KBN (WS-KC-IDX)
                   MOVE ZEROS TO KCT-KOKUCHI-GAKU (WS-KC-IDX)
                                 KCT-NINZU (WS-KC-IDX)
                                 KCT-HONNIN (WS-KC-IDX)
                                 KCT-JIGYOSYA (WS-KC-IDX)
                                 KCT-KEISAN-NINZU (WS-KC-IDX)
               ELSE
                   ADD 1 TO WS-KC-OVER-CNT
               END-IF
           END-IF
           IF WS-KC-HIT > ZEROS
               SET WS-KC-IDX TO WS-KC-HIT
               ADD NC-KOKUCHI-GAKU TO KCT-KOKUCHI-GAKU (WS-KC-IDX)
               ADD NC-NINZU        TO KCT-NINZU (WS-KC-IDX)
           END-IF.

      * 保険区分の引当
       1150-KOKUCHI-SEARCH.
           MOVE ZEROS TO WS-KC-HIT
           PERFORM 1160-KOKUCHI-SCAN-ONE
               VARYING WS-KC-SCAN FROM 1 BY 1
               UNTIL WS-KC-SCAN > WS-KOKUCHI-CNT
                   OR WS-KC-HIT > ZEROS.

       1160-KOKUCHI-SCAN-ONE.
           SET WS-KC-IDX TO WS-KC-SCAN
           IF KCT-HOKEN-KBN (WS-KC-IDX) = WS-SEARCH-KBN
               MOVE WS-KC-SCAN TO WS-KC-HIT
           END-IF.

      * 保険料計算履歴の展開: 対象月は保険区分別に集計し、前月分と
      * あわせて被保険者単位でテーブルへ積む
       1200-LOAD-RIREKI.
           PERFORM 1210-READ-RIREKI
               UNTIL WS-RIREKI-EOF = 'Y'.

       1210-READ-RIREKI.
           READ RYOKIN-RIREKI
               AT END
                   MOVE 'Y' TO WS-RIREKI-EOF
               NOT AT END
                   EVALUATE RH-TSUKI
                       WHEN WS-TAISHO-TSUKI
                           PERFORM 1220-TOUGETSU-TOUROKU
                       WHEN WS-ZEN-TSUKI
                           PERFORM 1230-ZENGETSU-TOUROKU
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       1220-TOUGETSU-TOUROKU.
           MOVE RH-HOKEN-KBN TO WS-SEARCH-KBN
           PERFORM 1150-KOKUCHI-SEARCH
           IF WS-KC-HIT = ZEROS
      * 告知のない保険区分の計算額は差異として一覧に出す
               IF WS-KOKUCHI-CNT < 20
                   ADD 1 TO WS-KOKUCHI-CNT
                   MOVE WS-KOKUCHI-CNT TO WS-KC-HIT
                   SET WS-KC-IDX TO WS-KC-HIT
                   MOVE RH-HOKEN-KBN TO KCT-HOKEN-KBN (WS-KC-IDX)
                   MOVE ZEROS TO KCT-KOKUCHI-GAKU (WS-KC-IDX)
                                 KCT-NINZU (WS-KC-IDX)
                                 KCT-HONNIN (WS-KC-IDX)
                                 KCT-JIGYOSYA (WS-KC-IDX)
                                 KCT-KEISAN-NINZU (WS-KC-IDX)
               ELSE
                   ADD 1 TO WS-KC-OVER-CNT
               END-IF
           END-IF
           IF WS-KC-HIT > ZEROS
               SET WS-KC-IDX TO WS-KC-HIT
               ADD RH-GOUKEI       TO KCT-HONNIN (WS-KC-IDX)
               ADD RH-JIGYOSYA-RYO TO KCT-JIGYOSYA (WS-KC-IDX)
               ADD 1 TO KCT-KEISAN-NINZU (WS-KC-IDX)
           END-IF
           IF WS-TOUGETSU-CNT < 2000
               ADD 1 TO WS-TOUGETSU-CNT
               SET WS-TG-IDX TO WS-TOUGETSU-CNT
               MOVE RH-HIHOKEN-NO TO TGT-HIHOKEN-NO (WS-TG-IDX)
               MOVE RH-HOKEN-KBN  TO TGT-HOKEN-KBN (WS-TG-IDX)
               MOVE RH-HYOJUN-HYO TO TGT-HYOJUN-HYO (WS-TG-IDX)
               MOVE RH-MENJO-KBN  TO TGT-MENJO-KBN (WS-TG-IDX)
               COMPUTE TGT-RYOKIN (WS-TG-IDX) =
                   RH-GOUKEI + RH-JIGYOSYA-RYO
           ELSE
               ADD 1 TO WS-RIREKI-OVER-CNT
           END-IF.

       1230-ZENGETSU-TOUROKU.
           IF WS-ZENGETSU-CNT < 2000
               ADD 1 TO WS-ZENGETSU-CNT
               SET WS-ZG-IDX TO WS-ZENGETSU-CNT
               MOVE RH-HIHOKEN-NO TO ZGT-HIHOKEN-NO (WS-ZG-IDX)
               MOVE RH-HOKEN-KBN  TO ZGT-HOKEN-KBN (WS-ZG-IDX)
               MOVE RH-HYOJUN-HYO TO ZGT-HYOJUN-HYO (WS-ZG-IDX)
               MOVE RH-MENJO-KBN  TO ZGT-MENJO-KBN (WS-ZG-IDX)
               COMPUTE ZGT-RYOKIN (WS-ZG-IDX) =
                   RH-GOUKEI + RH-JIGYOSYA-RYO
           ELSE
               ADD 1 TO WS-RIREKI-OVER-CNT
           END-IF.

      * 保険区分別突合: 告知額と計算額（本人分＋事業主分）、告知
      * 人数と計算人数を並べ、差があれば不一致とする
       2000-KOKUCHI-TOTSUGO.
           MOVE '===== 納入告知額 突合表 =====' TO TR-LINE
           WRITE TOTSUGO-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           STRING '対象月:' WS-TAISHO-TSUKI ' 前月:' WS-ZEN-TSUKI
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO TR-LINE
           WRITE TOTSUGO-RPT-REC
           PERFORM 2100-KOKUCHI-ONE
               VARYING WS-KC-SCAN FROM 1 BY 1
               UNTIL WS-KC-SCAN > WS-KOKUCHI-CNT.

       2100-KOKUCHI-ONE.
           SET WS-KC-IDX TO WS-KC-SCAN
           COMPUTE WS-KEISAN-GAKU =
               KCT-HONNIN (WS-KC-IDX) + KCT-JIGYOSYA (WS-KC-IDX)
           COMPUTE WS-SABUN-GAKU =
               KCT-KOKUCHI-GAKU (WS-KC-IDX) - WS-KEISAN-GAKU
           COMPUTE WS-SABUN-NINZU =
               KCT-NINZU (WS-KC-IDX) - KCT-KEISAN-NINZU (WS-KC-IDX)
           MOVE KCT-KOKUCHI-GAKU (WS-KC-IDX) TO WS-EDIT-KINGAKU
           MOVE WS-KEISAN-GAKU   TO WS-EDIT-KEISAN
           MOVE WS-SABUN-GAKU    TO WS-EDIT-SABUN
           MOVE KCT-NINZU (WS-KC-IDX)        TO WS-EDIT-NINZU
           MOVE KCT-KEISAN-NINZU (WS-KC-IDX) TO WS-EDIT-KEI-NINZU
           MOVE SPACES TO WS-WORK-LINE
           STRING '区分:' KCT-HOKEN-KBN (WS-KC-IDX)
                  ' 告知:' WS-EDIT-KINGAKU
                  ' 計算:' WS-EDIT-KEISAN
                  ' 差:' WS-EDIT-SABUN
                  ' 人数:' WS-EDIT-NINZU '/' WS-EDIT-KEI-NINZU
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO TR-LINE
           WRITE TOTSUGO-RPT-REC
           IF WS-SABUN-GAKU NOT = ZEROS
               OR WS-SABUN-NINZU NOT = ZEROS
               ADD 1 TO WS-FUICCHI-CNT
               MOVE '  ** 不一致 **' TO TR-LINE
               WRITE TOTSUGO-RPT-REC
           END-IF.

      * 変動者一覧: 対象月と前月の履歴を被保険者単位で比べる
       3000-HENDO-LIST.
           MOVE '===== 前月比 変動者一覧 =====' TO TR-LINE
           WRITE TOTSUGO-RPT-REC
           PERFORM 3100-TOUGETSU-HIKAKU
               VARYING WS-TG-SCAN FROM 1 BY 1
               UNTIL WS-TG-SCAN > WS-TOUGETSU-CNT
           PERFORM 3200-ZENGETSU-HIKAKU
               VARYING WS-ZG-SCAN FROM 1 BY 1
               UNTIL WS-ZG-SCAN > WS-ZENGETSU-CNT.

       3100-TOUGETSU-HIKAKU.
           SET WS-TG-IDX TO WS-TG-SCAN
           MOVE TGT-HIHOKEN-NO (WS-TG-IDX) TO WS-SEARCH-NO
           PERFORM 3300-ZENGETSU-SEARCH
           MOVE SPACES TO WS-HENDO-RIYU
           IF WS-ZG-HIT = ZEROS
               MOVE '当月新規計上' TO WS-HENDO-RIYU
               MOVE ZEROS TO WS-EDIT-HYO-KYU
           ELSE
               SET WS-ZG-IDX TO WS-ZG-HIT
               MOVE ZGT-HYOJUN-HYO (WS-ZG-IDX) TO WS-EDIT-HYO-KYU
               EVALUATE TRUE
                   WHEN TGT-HYOJUN-HYO (WS-TG-IDX)
                       NOT = ZGT-HYOJUN-HYO (WS-ZG-IDX)
                       MOVE '標準報酬改定' TO WS-HENDO-RIYU
                   WHEN TGT-MENJO-KBN (WS-TG-IDX) NOT = SPACE
                       AND ZGT-MENJO-KBN (WS-ZG-IDX) = SPACE
                       MOVE '休業免除開始' TO WS-HENDO-RIYU
                   WHEN TGT-MENJO-KBN (WS-TG-IDX) = SPACE
                       AND ZGT-MENJO-KBN (WS-ZG-IDX) NOT = SPACE
                       MOVE '休業免除終了' TO WS-HENDO-RIYU
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           IF WS-HENDO-RIYU NOT = SPACES
               MOVE TGT-HYOJUN-HYO (WS-TG-IDX) TO WS-EDIT-HYO-SHIN
               MOVE TGT-RYOKIN (WS-TG-IDX)     TO WS-EDIT-KEISAN
               MOVE SPACES TO WS-WORK-LINE
               STRING TGT-HIHOKEN-NO (WS-TG-IDX)
                      ' ' TGT-HOKEN-KBN (WS-TG-IDX)
                      ' ' WS-HENDO-RIYU(1:18)
                      ' 標準報酬:' WS-EDIT-HYO-KYU
                      '>' WS-EDIT-HYO-SHIN
                      ' 当月:' WS-EDIT-KEISAN
                   DELIMITED SIZE INTO WS-WORK-LINE
               MOVE WS-WORK-LINE TO TR-LINE
               WRITE TOTSUGO-RPT-REC
               ADD 1 TO WS-HENDO-CNT
           END-IF.

       3200-ZENGETSU-HIKAKU.
           SET WS-ZG-IDX TO WS-ZG-SCAN
           MOVE ZGT-HIHOKEN-NO (WS-ZG-IDX) TO WS-SEARCH-NO
           PERFORM 3400-TOUGETSU-SEARCH
           IF WS-TG-HIT = ZEROS
               MOVE ZGT-RYOKIN (WS-ZG-IDX) TO WS-EDIT-KEISAN
               MOVE SPACES TO WS-WORK-LINE
               STRING ZGT-HIHOKEN-NO (WS-ZG-IDX)
                      ' ' ZGT-HOKEN-KBN (WS-ZG-IDX)
                      ' 当月計上なし'
                      ' 前月:' WS-EDIT-KEISAN
                   DELIMITED SIZE INTO WS-WORK-LINE
               MOVE WS-WORK-LINE TO TR-LINE
               WRITE TOTSUGO-RPT-REC
               ADD 1 TO WS-HENDO-CNT
           END-IF.

      * 被保険者の引当
       3300-ZENGETSU-SEARCH.
           MOVE ZEROS TO WS-ZG-HIT
           PERFORM 3310-ZENGETSU-SCAN-ONE
               VARYING WS-ZG-SCAN FROM 1 BY 1
               UNTIL WS-ZG-SCAN > WS-ZENGETSU-CNT
                   OR WS-ZG-HIT > ZEROS.

       3310-ZENGETSU-SCAN-ONE.
           SET WS-ZG-IDX TO WS-ZG-SCAN
           IF ZGT-HIHOKEN-NO (WS-ZG-IDX) = WS-SEARCH-NO
               MOVE WS-ZG-SCAN TO WS-ZG-HIT
           END-IF.

       3400-TOUGETSU-SEARCH.
           MOVE ZEROS TO WS-TG-HIT
           PERFORM 3410-TOUGETSU-SCAN-ONE
               VARYING WS-TG-SCAN FROM 1 BY 1
               UNTIL WS-TG-SCAN > WS-TOUGETSU-CNT
                   OR WS-TG-HIT > ZEROS.

       3410-TOUGETSU-SCAN-ONE.
           SET WS-TG-IDX TO WS-TG-SCAN
           IF TGT-HIHOKEN-NO (WS-TG-IDX) = WS-SEARCH-NO
               MOVE WS-TG-SCAN TO WS-TG-HIT
           END-IF.

      * 未反映の得喪: 対象月以前が事由日で、対象月以降に処理された
      * イベントのうち、取得なのに当月の計上がないもの・喪失日の
      * 月が対象月以前なのに当月の計上があるものを一覧にする
       4000-MIHANEI-LIST.
           MOVE '===== 未反映の資格得喪 =====' TO TR-LINE
           WRITE TOTSUGO-RPT-REC
           PERFORM 4100-READ-JOURNAL
           PERFORM 4200-JOURNAL-HANTEI
               UNTIL WS-JNL-EOF = 'Y'.

       4100-READ-JOURNAL.
           READ EVENT-JOURNAL
               AT END MOVE 'Y' TO WS-JNL-EOF
           END-READ.

       4200-JOURNAL-HANTEI.
           MOVE EJ-EVENT-DT(1:6) TO WS-EVENT-TSUKI
           MOVE EJ-SHORI-DT(1:6) TO WS-SHORI-TSUKI
           IF WS-EVENT-TSUKI NOT > WS-TAISHO-TSUKI
               AND WS-SHORI-TSUKI NOT < WS-TAISHO-TSUKI
               MOVE EJ-HIHOKEN-NO TO WS-SEARCH-NO
               PERFORM 3400-TOUGETSU-SEARCH
               MOVE SPACES TO WS-HENDO-RIYU
               IF EJ-SHUTOKU AND WS-TG-HIT = ZEROS
                   MOVE '取得届 未反映' TO WS-HENDO-RIYU
               END-IF
               IF EJ-SOSHITSU AND WS-TG-HIT > ZEROS
                   MOVE '喪失届 未反映' TO WS-HENDO-RIYU
               END-IF
               IF WS-HENDO-RIYU NOT = SPACES
                   MOVE SPACES TO WS-WORK-LINE
                   STRING EJ-HIHOKEN-NO ' ' EJ-HOKEN-KBN
                          ' ' WS-HENDO-RIYU(1:18)
                          ' 事由日:' EJ-EVENT-DT
                          ' 処理日:' EJ-SHORI-DT
                       DELIMITED SIZE INTO WS-WORK-LINE
                   MOVE WS-WORK-LINE TO TR-LINE
                   WRITE TOTSUGO-RPT-REC
                   ADD 1 TO WS-MIHANEI-CNT
               END-IF
           END-IF
           PERFORM 4100-READ-JOURNAL.

      * 未払計上: 告知額のうち本人分（計算上の預り金）までを預り金、
      * 残額を法定福利費として借方に、未払金を貸方に計上する
       5000-SHIWAKE-KEIJO.
           PERFORM 5100-SHIWAKE-ONE
               VARYING WS-KC-SCAN FROM 1 BY 1
               UNTIL WS-KC-SCAN > WS-KOKUCHI-CNT.

       5100-SHIWAKE-ONE.
           SET WS-KC-IDX TO WS-KC-SCAN
           IF KCT-HONNIN (WS-KC-IDX) > KCT-KOKUCHI-GAKU (WS-KC-IDX)
               MOVE KCT-KOKUCHI-GAKU (WS-KC-IDX) TO WS-AZUKARI-GAKU
           ELSE
               MOVE KCT-HONNIN (WS-KC-IDX) TO WS-AZUKARI-GAKU
           END-IF
           COMPUTE WS-FUKUHI-GAKU =
               KCT-KOKUCHI-GAKU (WS-KC-IDX) - WS-AZUKARI-GAKU
           MOVE SPACES TO WS-SW-AITE
           STRING KCT-HOKEN-KBN (WS-KC-IDX) WS-TAISHO-TSUKI
               DELIMITED SIZE INTO WS-SW-AITE
           IF WS-AZUKARI-GAKU > ZEROS
               MOVE 'SHNA' TO WS-SW-EVENT
               MOVE WS-AZUKARI-GAKU TO WS-SW-KINGAKU
               PERFORM 9800-SHIWAKE-KIROKU
           END-IF
           IF WS-FUKUHI-GAKU > ZEROS
               MOVE 'SHNF' TO WS-SW-EVENT
               MOVE WS-FUKUHI-GAKU TO WS-SW-KINGAKU
               PERFORM 9800-SHIWAKE-KIROKU
           END-IF.

       6000-RPT-FOOTER.
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-FUICCHI-CNT TO WS-EDIT-CNT
           STRING '不一致区分数  :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO TR-LINE
           WRITE TOTSUGO-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-HENDO-CNT TO WS-EDIT-CNT
           STRING '前月比変動者  :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO TR-LINE
           WRITE TOTSUGO-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-MIHANEI-CNT TO WS-EDIT-CNT
           STRING '未反映得喪    :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO TR-LINE
           WRITE TOTSUGO-RPT-REC
           IF WS-FUICCHI-CNT > ZEROS
               MOVE 4 TO WS-RETURN-CODE
           END-IF
           IF WS-TSUKI-NG-CNT > ZEROS
               MOVE SPACES TO WS-WORK-LINE
               MOVE WS-TSUKI-NG-CNT TO WS-EDIT-CNT
               STRING '対象月相違告知:' WS-EDIT-CNT
                   DELIMITED SIZE INTO WS-WORK-LINE
               MOVE WS-WORK-LINE TO TR-LINE
               WRITE TOTSUGO-RPT-REC
               MOVE 4 TO WS-RETURN-CODE
           END-IF
           IF WS-KANJO-NG-CNT > ZEROS
               MOVE SPACES TO WS-WORK-LINE
               MOVE WS-KANJO-NG-CNT TO WS-EDIT-CNT
               STRING '科目対応なし  :' WS-EDIT-CNT
                   DELIMITED SIZE INTO WS-WORK-LINE
               MOVE WS-WORK-LINE TO TR-LINE
               WRITE TOTSUGO-RPT-REC
               MOVE 4 TO WS-RETURN-CODE
           END-IF
           IF WS-KC-OVER-CNT > ZEROS OR WS-RIREKI-OVER-CNT > ZEROS
               MOVE SPACES TO WS-WORK-LINE
               COMPUTE WS-EDIT-CNT =
                   WS-KC-OVER-CNT + WS-RIREKI-OVER-CNT
               STRING '展開あふれ    :' WS-EDIT-CNT
                   DELIMITED SIZE INTO WS-WORK-LINE
               MOVE WS-WORK-LINE TO TR-LINE
               WRITE TOTSUGO-RPT-REC
               MOVE 8 TO WS-RETURN-CODE
           END-IF.

       9000-CLOSE-FILES.
           CLOSE NOKOKU-FILE
           CLOSE RYOKIN-RIREKI
           CLOSE EVENT-JOURNAL
           CLOSE TOTSUGO-RPT.
