      *=================================================================
      * SAMPLE15B: 経費精算 支払・仕訳・明細書作成バッチ
      * 概要: 経費精算マスタ（SAMPLE15で登録）の承認済み未払の申請の
      *       うち締日（パラメタ。省略時は業務日付）までに受け付けた
      *       ものを支払う。社員ごとに合計して給与マスタの振込口座
      *       （KYM-KOZA-NO）宛の振替依頼を出力する（給与の振替依頼
      *       と連結して同日に振り込むか、単独で SAMPLE02 に渡す）。
      *       経費は費目・部門・税率ごとに合算して、税抜額と控除対象
      *       外の消費税を費目の経費（KHxx）、控除可能な消費税を仮払
      *       消費税（KHZK）として仕訳ファイル（SWJRNL）へ書き出す。
      *       税率ごとの税区分をパラメタで指定すれば、消費税申告集計
      *       （SAMPLE11I）用に仕入税額明細へも追記する。支払った申請
      *       は支払済・支払日を記録し、社員ごとの経費精算明細書を
      *       出力する。給与マスタに社員がない・口座未登録の申請と、
      *       展開テーブルに入りきらない申請は支払わずに次回へ残し
      *       RC=4とする。
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE15B.
       AUTHOR. BATCH-SYSTEM.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KEIHI-MASTER ASSIGN TO KEISEIMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KE-SHINSEI-NO
               FILE STATUS IS WS-KEIHI-STATUS.
           SELECT KYUYO-MASTER ASSIGN TO KYUYOMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS KYM-SHAIN-NO
               FILE STATUS IS WS-KYUYO-STATUS.
           SELECT HIMOKU-FILE ASSIGN TO HIMOKUMST
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HIMOKU-STATUS.
           SELECT OPTIONAL PARAM-FILE ASSIGN TO KEIHIPRM
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.
           SELECT FURIKAE-FILE ASSIGN TO KEIHIFURI
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FURIKAE-STATUS.
           SELECT SHIIZEI-FILE ASSIGN TO SHIIZEI
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SHIIZEI-STATUS.
           SELECT MEISAI-RPT ASSIGN TO KEIHIMEI
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
      * 経費精算マスタ（SAMPLE15と同じレイアウト）
       FD  KEIHI-MASTER
           RECORD CONTAINS 150 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  KEIHI-REC.
           05  KE-SHINSEI-NO     PIC X(10).
           05  KE-SHAIN-NO       PIC X(08).
           05  KE-BUMON-CD       PIC X(04).
           05  KE-SHIYO-DT       PIC 9(08).
           05  KE-HIMOKU-CD      PIC X(02).
           05  KE-KINGAKU        PIC S9(09) COMP-3.
           05  KE-ZEI-RITSU      PIC 9(02).
           05  KE-ZEI-GAKU       PIC S9(09) COMP-3.
           05  KE-KOJO-ZEI       PIC S9(09) COMP-3.
           05  KE-KOJO-RITSU     PIC 9(03).
           05  KE-TEKIKAKU       PIC X(01).
           05  KE-TOUROKU-NO     PIC X(14).
           05  KE-SHONIN-SHA     PIC X(08).
           05  KE-TEKIYO         PIC X(30).
           05  KE-STATUS         PIC X(01).
               88  KE-MIBARAI    VALUE '1'.
               88  KE-SHIHARAI-ZUMI VALUE '2'.
           05  KE-UKETSUKE-DT    PIC 9(08).
           05  KE-SHIHARAI-DT    PIC 9(08).
           05  FILLER            PIC X(28).

      * 給与マスタ（SAMPLE03と同じレイアウト）
       FD  KYUYO-MASTER
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORDS ARE STANDARD.
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
               88  KYM-KOYO-MENJO-SHA VALUE 'Y'.
           05  KYM-KYUYO-KEITAI  PIC X(01).
               88  KYM-JIKYU-SHA VALUE '2'.
           05  KYM-JIKYU         PIC S9(05) COMP-3.
           05  FILLER            PIC X(36).

      * 費目マスタ（SAMPLE15と同じレイアウト）
       FD  HIMOKU-FILE
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  HIMOKU-REC.
           05  HM-HIMOKU-CD      PIC X(02).
           05  HM-HIMOKU-MEI     PIC X(20).
           05  HM-JOGEN-GAKU     PIC 9(09).
           05  HM-TOUROKU-FUYO   PIC X(01).
           05  FILLER            PIC X(08).

      * パラメタ: 支払日・締日（省略時は業務日付）と、仕入税額明細
      * に書く税率10%・8%の税区分（空白は明細を書かない）
       FD  PARAM-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  PARAM-REC.
           05  KP-SHIHARAI-DT    PIC 9(08).
           05  KP-SHIME-DT       PIC 9(08).
           05  KP-ZEIKBN-HYOJUN  PIC X(02).
           05  KP-ZEIKBN-KEIGEN  PIC X(02).
           05  FILLER            PIC X(60).

      * 振替依頼（SAMPLE03の給与振替と同じ形式、区分1=振込）
       FD  FURIKAE-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  FURIKAE-REC.
           05  FR-KOZA-NO        PIC X(10).
           05  FR-KINGAKU        PIC 9(10).
           05  FR-HIDUKE         PIC 9(08).
           05  FR-FURIKAE-KBN    PIC X(01).
           05  FR-RETRY-CNT      PIC 9(02).
           05  FILLER            PIC X(49).

      * 仕入税額明細（SAMPLE04Eと同じ形式、追記）
      *   伝票番号に申請番号、仕入先CDに社員番号の先頭6桁を入れる
       FD  SHIIZEI-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  SHIIZEI-REC.
           05  SZ-SHORI-DT       PIC 9(08).
           05  SZ-TORIHIKI-DT    PIC 9(08).
           05  SZ-DENPYO-NO      PIC X(10).
           05  SZ-SHIIRE-CD      PIC X(06).
           05  SZ-ZEI-KBN        PIC X(02).
           05  SZ-TEKIKAKU       PIC X(01).
           05  SZ-ZEINUKI        PIC 9(10).
           05  SZ-ZEI-GAKU       PIC 9(09).
           05  SZ-KOJO-ZEI       PIC 9(09).
           05  SZ-HIKOJO-ZEI     PIC 9(09).
           05  SZ-KOJO-RITSU     PIC 9(03).
           05  FILLER            PIC X(05).

       FD  MEISAI-RPT
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  MEISAI-RPT-REC.
           05  MR-LINE           PIC X(132).

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
           05  WS-KEIHI-STATUS   PIC X(02).
           05  WS-KYUYO-STATUS   PIC X(02).
           05  WS-HIMOKU-STATUS  PIC X(02).
           05  WS-PARAM-STATUS   PIC X(02).
           05  WS-FURIKAE-STATUS PIC X(02).
           05  WS-SHIIZEI-STATUS PIC X(02).
           05  WS-RPT-STATUS     PIC X(02).
           05  WS-KEIHI-EOF      PIC X(01) VALUE 'N'.
           05  WS-HIMOKU-EOF     PIC X(01) VALUE 'N'.

       01  WS-PARAM-AREA.
           05  WS-SHIHARAI-DT    PIC 9(08) VALUE ZEROS.
           05  WS-SHIME-DT       PIC 9(08) VALUE ZEROS.
           05  WS-ZEIKBN-HYOJUN  PIC X(02) VALUE SPACES.
           05  WS-ZEIKBN-KEIGEN  PIC X(02) VALUE SPACES.

      * 費目名テーブル（明細書・仕訳集計の見出し用）
       01  WS-HIMOKU-TABLE.
           05  WS-HIMOKU-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-HM-IDX.
               10  HMT-HIMOKU-CD PIC X(02).
               10  HMT-HIMOKU-MEI PIC X(20).
       01  WS-HIMOKU-CNT         PIC 9(03) VALUE ZEROS.
       01  WS-HIMOKU-SCAN        PIC 9(03).
       01  WS-HIMOKU-HIT         PIC 9(03).
       01  WS-HIMOKU-KEY         PIC X(02).
       01  WS-HIMOKU-MEI         PIC X(20).

      * 支払対象の申請（明細書用）
       01  WS-SEISAN-TABLE.
           05  WS-SEISAN-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-SS-IDX.
               10  SST-SHAIN-NO  PIC X(08).
               10  SST-SHINSEI-NO PIC X(10).
               10  SST-SHIYO-DT  PIC 9(08).
               10  SST-HIMOKU-CD PIC X(02).
               10  SST-KINGAKU   PIC S9(09) COMP-3.
               10  SST-ZEI-RITSU PIC 9(02).
               10  SST-ZEI-GAKU  PIC S9(09) COMP-3.
               10  SST-TEKIKAKU  PIC X(01).
               10  SST-TEKIYO    PIC X(30).
       01  WS-SEISAN-CNT         PIC 9(04) VALUE ZEROS.
       01  WS-SEISAN-SCAN        PIC 9(04).

      * 社員別支払額
       01  WS-SHAIN-TABLE.
           05  WS-SHAIN-ENTRY OCCURS 1000 TIMES
                   INDEXED BY WS-SH-IDX.
               10  SHT-SHAIN-NO  PIC X(08).
               10  SHT-SHIMEI    PIC X(20).
               10  SHT-BUMON-CD  PIC X(04).
               10  SHT-KOZA-NO   PIC X(10).
               10  SHT-KENSU     PIC 9(05).
               10  SHT-GOKEI     PIC S9(11) COMP-3.
       01  WS-SHAIN-CNT          PIC 9(04) VALUE ZEROS.
       01  WS-SHAIN-SCAN         PIC 9(04).
       01  WS-SHAIN-HIT          PIC 9(04).

      * 費目・部門・税率別の仕訳集計（経費＝税抜＋控除対象外税）
       01  WS-SWSHUKEI-TABLE.
           05  WS-SWSHUKEI-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-SWT-IDX.
               10  SWT-HIMOKU-CD PIC X(02).
               10  SWT-BUMON-CD  PIC X(04).
               10  SWT-ZEI-RITSU PIC 9(02).
               10  SWT-HIYO      PIC S9(11) COMP-3.
               10  SWT-KOJO-ZEI  PIC S9(11) COMP-3.
       01  WS-SWSHUKEI-CNT       PIC 9(03) VALUE ZEROS.
       01  WS-SWSHUKEI-SCAN      PIC 9(03).
       01  WS-SWSHUKEI-HIT       PIC 9(03).

       01  WS-HORYU-WORK.
           05  WS-HORYU-RIYU     PIC X(30).
           05  WS-ZEINUKI        PIC S9(11) COMP-3.
           05  WS-HIKOJO-ZEI     PIC S9(11) COMP-3.

       01  WS-COUNTERS.
           05  WS-READ-CNT       PIC 9(07) VALUE ZEROS.
           05  WS-SHIHARAI-CNT   PIC 9(07) VALUE ZEROS.
           05  WS-HORYU-CNT      PIC 9(07) VALUE ZEROS.
           05  WS-FURIKAE-CNT    PIC 9(07) VALUE ZEROS.
           05  WS-SHIIZEI-CNT    PIC 9(07) VALUE ZEROS.
           05  WS-SW-CNT         PIC 9(07) VALUE ZEROS.
       01  WS-TOTALS.
           05  WS-SHIHARAI-TOTAL PIC S9(13) COMP-3 VALUE ZEROS.
           05  WS-HIYO-TOTAL     PIC S9(13) COMP-3 VALUE ZEROS.
           05  WS-KOJO-TOTAL     PIC S9(13) COMP-3 VALUE ZEROS.

       01  WS-EDIT-AREA.
           05  WS-EDIT-CNT       PIC ZZZ,ZZ9.
           05  WS-EDIT-GAKU      PIC ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-ZEI       PIC ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-GOKEI     PIC -ZZZ,ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-GOKEI2    PIC -ZZZ,ZZZ,ZZZ,ZZ9.
           05  WS-WORK-LINE      PIC X(132).

       01  WS-SHIWAKE-AREA.
           05  WS-KANJO-STATUS   PIC X(02).
           05  WS-SHIWAKE-STATUS PIC X(02).
           05  WS-SW-EVENT       PIC X(04).
           05  WS-SW-KINGAKU     PIC 9(13).
           05  WS-SW-AITE        PIC X(20).
           05  WS-KANJO-NG-CNT   PIC 9(07) VALUE ZEROS.

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
           PERFORM 0300-SHIWAKE-OPEN
           PERFORM 1000-OPEN-FILES
           PERFORM 2000-SEISAN-SHORI
           PERFORM 5000-KEIHI-SHIWAKE
           PERFORM 6000-SHAIN-SHIHARAI
           PERFORM 7000-GOUKEI-REPORT
           PERFORM 3000-CLOSE-FILES
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
           MOVE 'SAMPL15B' TO RL-PROGRAM-ID
           MOVE 'S'        TO RL-KBN
           MOVE WS-GYOMU-DATE TO RL-GYOMU-DT
           MOVE FUNCTION CURRENT-DATE(9:6) TO RL-JIKOKU
           MOVE ZEROS      TO RL-KENSU RL-RETURN-CD
           WRITE RUNLOG-REC
           CLOSE RUNLOG-FILE.

       0900-RUNLOG-END.
           OPEN EXTEND RUNLOG-FILE
           MOVE 'SAMPL15B' TO RL-PROGRAM-ID
           MOVE 'E'        TO RL-KBN
           MOVE WS-GYOMU-DATE TO RL-GYOMU-DT
           MOVE FUNCTION CURRENT-DATE(9:6) TO RL-JIKOKU
           MOVE WS-READ-CNT  TO RL-KENSU
           MOVE RETURN-CODE  TO RL-RETURN-CD
           WRITE RUNLOG-REC
           CLOSE RUNLOG-FILE.

      * 仕訳記帳: 科目対応マスタの借方・貸方で貸借一対を書き出す
      *   KHxx 経費（xx=費目、税抜＋控除対象外税）（経費／未払金）
      *   KHZK 経費の仮払消費税 控除可能分      （仮払消費税／未払金）
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
           MOVE 'SAMPL15B' TO SW-SOURCE-ID
           MOVE WS-GYOMU-DATE  TO SW-GYOMU-DT
           MOVE WS-SW-EVENT    TO SW-EVENT-CD
           MOVE 'D'            TO SW-DC-KBN
           MOVE KJ-KARIKATA-CD TO SW-KANJO-CD
           MOVE WS-SW-KINGAKU  TO SW-KINGAKU
           MOVE WS-SW-AITE     TO SW-AITE-KEY
           WRITE SHIWAKE-REC
           MOVE SPACES TO SHIWAKE-REC
           MOVE 'SAMPL15B' TO SW-SOURCE-ID
           MOVE WS-GYOMU-DATE   TO SW-GYOMU-DT
           MOVE WS-SW-EVENT     TO SW-EVENT-CD
           MOVE 'C'             TO SW-DC-KBN
           MOVE KJ-KASHIKATA-CD TO SW-KANJO-CD
           MOVE WS-SW-KINGAKU   TO SW-KINGAKU
           MOVE WS-SW-AITE      TO SW-AITE-KEY
           WRITE SHIWAKE-REC
           ADD 1 TO WS-SW-CNT.

       0300-SHIWAKE-OPEN.
           OPEN INPUT  KANJO-MASTER
           OPEN EXTEND SHIWAKE-FILE.

       0990-SHIWAKE-CLOSE.
           CLOSE KANJO-MASTER
           CLOSE SHIWAKE-FILE.

       1000-OPEN-FILES.
           OPEN I-O    KEIHI-MASTER
           OPEN INPUT  KYUYO-MASTER
           OPEN INPUT  HIMOKU-FILE
           OPEN OUTPUT FURIKAE-FILE
           OPEN EXTEND SHIIZEI-FILE
           OPEN OUTPUT MEISAI-RPT
           PERFORM 1200-HIMOKU-LOAD
           CLOSE HIMOKU-FILE
           MOVE WS-GYOMU-DATE TO WS-SHIHARAI-DT WS-SHIME-DT
           PERFORM 1060-PARAM-READ
           MOVE SPACES TO WS-WORK-LINE
           STRING '===== 経費精算 支払 =====  支払日:'
                  WS-SHIHARAI-DT '  締日:' WS-SHIME-DT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO MR-LINE
           WRITE MEISAI-RPT-REC.

      * 支払日・締日・税区分の指定（なし・不正は既定値のまま）
       1060-PARAM-READ.
           OPEN INPUT PARAM-FILE
           IF WS-PARAM-STATUS = '00'
               READ PARAM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF KP-SHIHARAI-DT NUMERIC
                           AND KP-SHIHARAI-DT > ZEROS
                           MOVE KP-SHIHARAI-DT TO WS-SHIHARAI-DT
                       END-IF
                       IF KP-SHIME-DT NUMERIC
                           AND KP-SHIME-DT > ZEROS
                           MOVE KP-SHIME-DT TO WS-SHIME-DT
                       END-IF
                       MOVE KP-ZEIKBN-HYOJUN TO WS-ZEIKBN-HYOJUN
                       MOVE KP-ZEIKBN-KEIGEN TO WS-ZEIKBN-KEIGEN
               END-READ
           END-IF
           CLOSE PARAM-FILE.

       1200-HIMOKU-LOAD.
           PERFORM 1210-HIMOKU-READ
               UNTIL WS-HIMOKU-EOF = 'Y'.

       1210-HIMOKU-READ.
           READ HIMOKU-FILE
               AT END
                   MOVE 'Y' TO WS-HIMOKU-EOF
               NOT AT END
                   IF WS-HIMOKU-CNT < 100
                       ADD 1 TO WS-HIMOKU-CNT
                       SET WS-HM-IDX TO WS-HIMOKU-CNT
                       MOVE HM-HIMOKU-CD  TO HMT-HIMOKU-CD (WS-HM-IDX)
                       MOVE HM-HIMOKU-MEI
                           TO HMT-HIMOKU-MEI (WS-HM-IDX)
                   END-IF
           END-READ.

       2000-SEISAN-SHORI.
           MOVE LOW-VALUES TO KE-SHINSEI-NO
           START KEIHI-MASTER KEY IS NOT LESS THAN KE-SHINSEI-NO
               INVALID KEY MOVE 'Y' TO WS-KEIHI-EOF
           END-START
           PERFORM 2010-SEISAN-READ
               UNTIL WS-KEIHI-EOF = 'Y'.

       2010-SEISAN-READ.
           READ KEIHI-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-KEIHI-EOF
               NOT AT END
                   ADD 1 TO WS-READ-CNT
                   IF KE-MIBARAI AND KE-UKETSUKE-DT <= WS-SHIME-DT
                       PERFORM 2100-SEISAN-ONE
                   END-IF
           END-READ.

      * 1申請の支払: 社員・口座を確かめ、各集計表に入りきる場合だけ
      * 支払済にする（入らなければ次回の支払へ残す）
       2100-SEISAN-ONE.
           MOVE SPACES TO WS-HORYU-RIYU
           MOVE KE-SHAIN-NO TO KYM-SHAIN-NO
           READ KYUYO-MASTER
               INVALID KEY
                   MOVE '給与マスタ該当者なし'
                       TO WS-HORYU-RIYU
           END-READ
           IF WS-HORYU-RIYU = SPACES AND KYM-KOZA-NO = SPACES
               MOVE '振込口座未登録' TO WS-HORYU-RIYU
           END-IF
           IF WS-HORYU-RIYU = SPACES
               PERFORM 2110-SHAIN-SEARCH
               PERFORM 2120-SWSHUKEI-SEARCH
               EVALUATE TRUE
                   WHEN WS-SEISAN-CNT >= 5000
                       MOVE '申請テーブルあふれ'
                           TO WS-HORYU-RIYU
                   WHEN WS-SHAIN-HIT = ZEROS
                       AND WS-SHAIN-CNT >= 1000
                       MOVE '社員テーブルあふれ'
                           TO WS-HORYU-RIYU
                   WHEN WS-SWSHUKEI-HIT = ZEROS
                       AND WS-SWSHUKEI-CNT >= 500
                       MOVE '仕訳集計表あふれ' TO WS-HORYU-RIYU
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           IF WS-HORYU-RIYU NOT = SPACES
               PERFORM 9200-WRITE-HORYU
           ELSE
               PERFORM 2200-SHUKEI-ADD
               PERFORM 2300-SHIIZEI-WRITE
               SET KE-SHIHARAI-ZUMI TO TRUE
               MOVE WS-SHIHARAI-DT TO KE-SHIHARAI-DT
               REWRITE KEIHI-REC
               ADD 1 TO WS-SHIHARAI-CNT
               ADD KE-KINGAKU TO WS-SHIHARAI-TOTAL
           END-IF.

       2110-SHAIN-SEARCH.
           MOVE ZEROS TO WS-SHAIN-HIT
           PERFORM 2111-SHAIN-SCAN-ONE
               VARYING WS-SHAIN-SCAN FROM 1 BY 1
               UNTIL WS-SHAIN-SCAN > WS-SHAIN-CNT
                   OR WS-SHAIN-HIT > ZEROS.

       2111-SHAIN-SCAN-ONE.
           SET WS-SH-IDX TO WS-SHAIN-SCAN
           IF SHT-SHAIN-NO (WS-SH-IDX) = KE-SHAIN-NO
               MOVE WS-SHAIN-SCAN TO WS-SHAIN-HIT
           END-IF.

       2120-SWSHUKEI-SEARCH.
           MOVE ZEROS TO WS-SWSHUKEI-HIT
           PERFORM 2121-SWSHUKEI-SCAN-ONE
               VARYING WS-SWSHUKEI-SCAN FROM 1 BY 1
               UNTIL WS-SWSHUKEI-SCAN > WS-SWSHUKEI-CNT
                   OR WS-SWSHUKEI-HIT > ZEROS.

       2121-SWSHUKEI-SCAN-ONE.
           SET WS-SWT-IDX TO WS-SWSHUKEI-SCAN
           IF SWT-HIMOKU-CD (WS-SWT-IDX) = KE-HIMOKU-CD
               AND SWT-BUMON-CD (WS-SWT-IDX) = KE-BUMON-CD
               AND SWT-ZEI-RITSU (WS-SWT-IDX) = KE-ZEI-RITSU
               MOVE WS-SWSHUKEI-SCAN TO WS-SWSHUKEI-HIT
           END-IF.

      * 明細書・社員別・仕訳集計への加算
       2200-SHUKEI-ADD.
           ADD 1 TO WS-SEISAN-CNT
           SET WS-SS-IDX TO WS-SEISAN-CNT
           MOVE KE-SHAIN-NO   TO SST-SHAIN-NO (WS-SS-IDX)
           MOVE KE-SHINSEI-NO TO SST-SHINSEI-NO (WS-SS-IDX)
           MOVE KE-SHIYO-DT   TO SST-SHIYO-DT (WS-SS-IDX)
           MOVE KE-HIMOKU-CD  TO SST-HIMOKU-CD (WS-SS-IDX)
           MOVE KE-KINGAKU    TO SST-KINGAKU (WS-SS-IDX)
           MOVE KE-ZEI-RITSU  TO SST-ZEI-RITSU (WS-SS-IDX)
           MOVE KE-ZEI-GAKU   TO SST-ZEI-GAKU (WS-SS-IDX)
           MOVE KE-TEKIKAKU   TO SST-TEKIKAKU (WS-SS-IDX)
           MOVE KE-TEKIYO     TO SST-TEKIYO (WS-SS-IDX)
           IF WS-SHAIN-HIT = ZEROS
               ADD 1 TO WS-SHAIN-CNT
               MOVE WS-SHAIN-CNT TO WS-SHAIN-HIT
               SET WS-SH-IDX TO WS-SHAIN-HIT
               MOVE KE-SHAIN-NO  TO SHT-SHAIN-NO (WS-SH-IDX)
               MOVE KYM-SHIMEI   TO SHT-SHIMEI (WS-SH-IDX)
               MOVE KYM-BUMON-CD TO SHT-BUMON-CD (WS-SH-IDX)
               MOVE KYM-KOZA-NO  TO SHT-KOZA-NO (WS-SH-IDX)
               MOVE ZEROS TO SHT-KENSU (WS-SH-IDX)
                             SHT-GOKEI (WS-SH-IDX)
           END-IF
           SET WS-SH-IDX TO WS-SHAIN-HIT
           ADD 1 TO SHT-KENSU (WS-SH-IDX)
           ADD KE-KINGAKU TO SHT-GOKEI (WS-SH-IDX)
           IF WS-SWSHUKEI-HIT = ZEROS
               ADD 1 TO WS-SWSHUKEI-CNT
               MOVE WS-SWSHUKEI-CNT TO WS-SWSHUKEI-HIT
               SET WS-SWT-IDX TO WS-SWSHUKEI-HIT
               MOVE KE-HIMOKU-CD TO SWT-HIMOKU-CD (WS-SWT-IDX)
               MOVE KE-BUMON-CD  TO SWT-BUMON-CD (WS-SWT-IDX)
               MOVE KE-ZEI-RITSU TO SWT-ZEI-RITSU (WS-SWT-IDX)
               MOVE ZEROS TO SWT-HIYO (WS-SWT-IDX)
                             SWT-KOJO-ZEI (WS-SWT-IDX)
           END-IF
           SET WS-SWT-IDX TO WS-SWSHUKEI-HIT
           COMPUTE SWT-HIYO (WS-SWT-IDX) = SWT-HIYO (WS-SWT-IDX)
               + KE-KINGAKU - KE-KOJO-ZEI
           ADD KE-KOJO-ZEI TO SWT-KOJO-ZEI (WS-SWT-IDX).

      * 仕入税額明細: 税率の税区分が指定されている課税分だけ書く
       2300-SHIIZEI-WRITE.
           MOVE SPACES TO SHIIZEI-REC
           EVALUATE KE-ZEI-RITSU
               WHEN 10
                   MOVE WS-ZEIKBN-HYOJUN TO SZ-ZEI-KBN
               WHEN 8
                   MOVE WS-ZEIKBN-KEIGEN TO SZ-ZEI-KBN
               WHEN OTHER
                   MOVE SPACES TO SZ-ZEI-KBN
           END-EVALUATE
           IF SZ-ZEI-KBN NOT = SPACES
               COMPUTE WS-ZEINUKI = KE-KINGAKU - KE-ZEI-GAKU
               COMPUTE WS-HIKOJO-ZEI = KE-ZEI-GAKU - KE-KOJO-ZEI
               MOVE WS-GYOMU-DATE  TO SZ-SHORI-DT
               MOVE KE-SHIYO-DT    TO SZ-TORIHIKI-DT
               MOVE KE-SHINSEI-NO  TO SZ-DENPYO-NO
               MOVE KE-SHAIN-NO    TO SZ-SHIIRE-CD
               MOVE KE-TEKIKAKU    TO SZ-TEKIKAKU
               MOVE WS-ZEINUKI     TO SZ-ZEINUKI
               MOVE KE-ZEI-GAKU    TO SZ-ZEI-GAKU
               MOVE KE-KOJO-ZEI    TO SZ-KOJO-ZEI
               MOVE WS-HIKOJO-ZEI  TO SZ-HIKOJO-ZEI
               MOVE KE-KOJO-RITSU  TO SZ-KOJO-RITSU
               WRITE SHIIZEI-REC
               ADD 1 TO WS-SHIIZEI-CNT
           END-IF.

      * 経費仕訳: 費目・部門・税率ごとに KHxx と KHZK で計上する
      * （相手キーに部門と税率を入れる）
       5000-KEIHI-SHIWAKE.
           MOVE SPACES TO MR-LINE
           WRITE MEISAI-RPT-REC
           MOVE '--- 費目・部門・税率別 経費仕訳'
               TO MR-LINE
           WRITE MEISAI-RPT-REC
           PERFORM 5100-SWSHUKEI-ONE
               VARYING WS-SWSHUKEI-SCAN FROM 1 BY 1
               UNTIL WS-SWSHUKEI-SCAN > WS-SWSHUKEI-CNT.

       5100-SWSHUKEI-ONE.
           SET WS-SWT-IDX TO WS-SWSHUKEI-SCAN
           MOVE SPACES TO WS-SW-EVENT WS-SW-AITE
           STRING 'BUMON:' SWT-BUMON-CD (WS-SWT-IDX)
                  ' RITSU:' SWT-ZEI-RITSU (WS-SWT-IDX)
               DELIMITED SIZE INTO WS-SW-AITE
           STRING 'KH' SWT-HIMOKU-CD (WS-SWT-IDX) DELIMITED SIZE
               INTO WS-SW-EVENT
           MOVE SWT-HIYO (WS-SWT-IDX) TO WS-SW-KINGAKU
           PERFORM 9800-SHIWAKE-KIROKU
           IF SWT-KOJO-ZEI (WS-SWT-IDX) > ZEROS
               MOVE 'KHZK' TO WS-SW-EVENT
               MOVE SWT-KOJO-ZEI (WS-SWT-IDX) TO WS-SW-KINGAKU
               PERFORM 9800-SHIWAKE-KIROKU
           END-IF
           ADD SWT-HIYO (WS-SWT-IDX)     TO WS-HIYO-TOTAL
           ADD SWT-KOJO-ZEI (WS-SWT-IDX) TO WS-KOJO-TOTAL
           MOVE SWT-HIMOKU-CD (WS-SWT-IDX) TO WS-HIMOKU-KEY
           PERFORM 8000-HIMOKU-SEARCH
           MOVE SPACES TO WS-WORK-LINE
           MOVE SWT-HIYO (WS-SWT-IDX) TO WS-EDIT-GOKEI
           MOVE SWT-KOJO-ZEI (WS-SWT-IDX) TO WS-EDIT-GOKEI2
           STRING SWT-HIMOKU-CD (WS-SWT-IDX) ' ' WS-HIMOKU-MEI
                  ' 部門:' SWT-BUMON-CD (WS-SWT-IDX)
                  ' 税率:' SWT-ZEI-RITSU (WS-SWT-IDX)
                  ' 経費' WS-EDIT-GOKEI
                  ' 仮払消費税' WS-EDIT-GOKEI2
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO MR-LINE
           WRITE MEISAI-RPT-REC.

      * 社員別の振替依頼と経費精算明細書
       6000-SHAIN-SHIHARAI.
           PERFORM 6100-SHAIN-ONE
               VARYING WS-SHAIN-SCAN FROM 1 BY 1
               UNTIL WS-SHAIN-SCAN > WS-SHAIN-CNT.

       6100-SHAIN-ONE.
           SET WS-SH-IDX TO WS-SHAIN-SCAN
           MOVE SHT-KOZA-NO (WS-SH-IDX) TO FR-KOZA-NO
           MOVE SHT-GOKEI (WS-SH-IDX)   TO FR-KINGAKU
           MOVE WS-SHIHARAI-DT          TO FR-HIDUKE
           MOVE '1'                     TO FR-FURIKAE-KBN
           MOVE ZEROS                   TO FR-RETRY-CNT
           WRITE FURIKAE-REC
           ADD 1 TO WS-FURIKAE-CNT
           MOVE SPACES TO MR-LINE
           WRITE MEISAI-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           STRING '===== 経費精算明細書 =====  社員:'
                  SHT-SHAIN-NO (WS-SH-IDX) ' '
                  SHT-SHIMEI (WS-SH-IDX)
                  '  部門:' SHT-BUMON-CD (WS-SH-IDX)
                  '  支払日:' WS-SHIHARAI-DT
                  '  振込口座:' SHT-KOZA-NO (WS-SH-IDX)
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO MR-LINE
           WRITE MEISAI-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           STRING '  申請番号   使用日   費目'
                  '                       税込金額 税率'
                  '    消費税額 適格 摘要'
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO MR-LINE
           WRITE MEISAI-RPT-REC
           PERFORM 6110-MEISAI-ONE
               VARYING WS-SEISAN-SCAN FROM 1 BY 1
               UNTIL WS-SEISAN-SCAN > WS-SEISAN-CNT
           MOVE SPACES TO WS-WORK-LINE
           MOVE SHT-KENSU (WS-SH-IDX) TO WS-EDIT-CNT
           MOVE SHT-GOKEI (WS-SH-IDX) TO WS-EDIT-GOKEI
           STRING '  合計 ' WS-EDIT-CNT '件  振込額' WS-EDIT-GOKEI
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO MR-LINE
           WRITE MEISAI-RPT-REC.

       6110-MEISAI-ONE.
           SET WS-SS-IDX TO WS-SEISAN-SCAN
           IF SST-SHAIN-NO (WS-SS-IDX) = SHT-SHAIN-NO (WS-SH-IDX)
               MOVE SST-HIMOKU-CD (WS-SS-IDX) TO WS-HIMOKU-KEY
               PERFORM 8000-HIMOKU-SEARCH
               MOVE SPACES TO WS-WORK-LINE
               MOVE SST-KINGAKU (WS-SS-IDX) TO WS-EDIT-GAKU
               MOVE SST-ZEI-GAKU (WS-SS-IDX) TO WS-EDIT-ZEI
               STRING '  ' SST-SHINSEI-NO (WS-SS-IDX) ' '
                      SST-SHIYO-DT (WS-SS-IDX) ' '
                      SST-HIMOKU-CD (WS-SS-IDX) ' ' WS-HIMOKU-MEI
                      WS-EDIT-GAKU '   ' SST-ZEI-RITSU (WS-SS-IDX)
                      ' ' WS-EDIT-ZEI '    '
                      SST-TEKIKAKU (WS-SS-IDX) ' '
                      SST-TEKIYO (WS-SS-IDX)
                   DELIMITED SIZE INTO WS-WORK-LINE
               MOVE WS-WORK-LINE TO MR-LINE
               WRITE MEISAI-RPT-REC
           END-IF.

       7000-GOUKEI-REPORT.
           MOVE SPACES TO MR-LINE
           WRITE MEISAI-RPT-REC
           MOVE WS-READ-CNT TO WS-EDIT-CNT
           MOVE SPACES TO WS-WORK-LINE
           STRING '精算マスタ件数:' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO MR-LINE
           WRITE MEISAI-RPT-REC
           MOVE WS-SHIHARAI-CNT TO WS-EDIT-CNT
           MOVE SPACES TO WS-WORK-LINE
           STRING '支払申請件数  :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO MR-LINE
           WRITE MEISAI-RPT-REC
           MOVE WS-SHIHARAI-TOTAL TO WS-EDIT-GOKEI
           MOVE SPACES TO WS-WORK-LINE
           STRING '支払金額合計  :' WS-EDIT-GOKEI
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO MR-LINE
           WRITE MEISAI-RPT-REC
           MOVE WS-HIYO-TOTAL TO WS-EDIT-GOKEI
           MOVE WS-KOJO-TOTAL TO WS-EDIT-GOKEI2
           MOVE SPACES TO WS-WORK-LINE
           STRING '経費計上額    :' WS-EDIT-GOKEI
                  '  仮払消費税:' WS-EDIT-GOKEI2
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO MR-LINE
           WRITE MEISAI-RPT-REC
           MOVE WS-FURIKAE-CNT TO WS-EDIT-CNT
           MOVE SPACES TO WS-WORK-LINE
           STRING '振替依頼件数  :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO MR-LINE
           WRITE MEISAI-RPT-REC
           MOVE WS-SHIIZEI-CNT TO WS-EDIT-CNT
           MOVE SPACES TO WS-WORK-LINE
           STRING '仕入税額明細  :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO MR-LINE
           WRITE MEISAI-RPT-REC
           MOVE WS-SW-CNT TO WS-EDIT-CNT
           MOVE SPACES TO WS-WORK-LINE
           STRING '仕訳件数      :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO MR-LINE
           WRITE MEISAI-RPT-REC
           MOVE WS-KANJO-NG-CNT TO WS-EDIT-CNT
           MOVE SPACES TO WS-WORK-LINE
           STRING '科目対応なし  :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO MR-LINE
           WRITE MEISAI-RPT-REC
           MOVE WS-HORYU-CNT TO WS-EDIT-CNT
           MOVE SPACES TO WS-WORK-LINE
           STRING '支払保留件数  :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO MR-LINE
           WRITE MEISAI-RPT-REC
           IF WS-HORYU-CNT > ZEROS OR WS-KANJO-NG-CNT > ZEROS
               MOVE 4 TO WS-RETURN-CODE
           END-IF.

       8000-HIMOKU-SEARCH.
           MOVE ZEROS TO WS-HIMOKU-HIT
           MOVE SPACES TO WS-HIMOKU-MEI
           PERFORM 8010-HIMOKU-SCAN-ONE
               VARYING WS-HIMOKU-SCAN FROM 1 BY 1
               UNTIL WS-HIMOKU-SCAN > WS-HIMOKU-CNT
                   OR WS-HIMOKU-HIT > ZEROS.

       8010-HIMOKU-SCAN-ONE.
           SET WS-HM-IDX TO WS-HIMOKU-SCAN
           IF HMT-HIMOKU-CD (WS-HM-IDX) = WS-HIMOKU-KEY
               MOVE WS-HIMOKU-SCAN TO WS-HIMOKU-HIT
               MOVE HMT-HIMOKU-MEI (WS-HM-IDX) TO WS-HIMOKU-MEI
           END-IF.

       9200-WRITE-HORYU.
           ADD 1 TO WS-HORYU-CNT
           MOVE SPACES TO WS-WORK-LINE
           MOVE KE-KINGAKU TO WS-EDIT-GAKU
           STRING '*** 支払保留 申請:' KE-SHINSEI-NO
                  ' 社員:' KE-SHAIN-NO
                  ' 金額:' WS-EDIT-GAKU
                  ' 理由:' WS-HORYU-RIYU
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO MR-LINE
           WRITE MEISAI-RPT-REC.

       3000-CLOSE-FILES.
           CLOSE KEIHI-MASTER
           CLOSE KYUYO-MASTER
           CLOSE FURIKAE-FILE
           CLOSE SHIIZEI-FILE
           CLOSE MEISAI-RPT.
