      *=================================================================
      * SAMPLE05L: 住民税 税証明発行バッチ
      * 概要: 窓口・郵送で受け付けた証明交付依頼（住民番号・年度・
      *       証明種別・使用目的）を読み、課税履歴マスタ（SAMPLE05で
      *       登録）から所得・控除・税額を、納税証明は滞納管理マスタ
      *       から当該年度の納付状況を取り出して、証明番号を採番した
      *       証明書印字データを出力する。交付は全件を交付記録へ残し、
      *       当該年度の課税がない等で交付できない依頼は例外一覧へ
      *       出力する。
      *       証明種別 1:課税証明 2:非課税証明 3:納税証明
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE05L.
       AUTHOR. BATCH-SYSTEM.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IRAI-FILE ASSIGN TO SHOMEIIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-IRAI-STATUS.
           SELECT KAZEI-RIREKI-MASTER ASSIGN TO KAZEIRRK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RK-KEY
               FILE STATUS IS WS-RIREKI-STATUS.
           SELECT TAINO-MASTER ASSIGN TO TAINOMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TN-KEY
               FILE STATUS IS WS-TAINO-STATUS.
           SELECT SHOMEI-FILE ASSIGN TO SHOMEIOUT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SHOMEI-STATUS.
           SELECT OPTIONAL SAIBAN-FILE ASSIGN TO SHOSAIBAN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SAIBAN-STATUS.
           SELECT KOFU-LOG-FILE ASSIGN TO SHOMEILOG
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-KOFULOG-STATUS.
           SELECT REIGAI-RPT ASSIGN TO SHOREIRPT
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
      * 証明交付依頼: 請求者区分 1:本人 2:事業所・代理人
       FD  IRAI-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  IRAI-REC.
           05  SI-UKETSUKE-NO    PIC X(10).
           05  SI-JYUMIN-NO      PIC X(12).
           05  SI-NENDO          PIC 9(04).
           05  SI-SHOMEI-SHU     PIC X(01).
               88  SI-KAZEI-SHOMEI   VALUE '1'.
               88  SI-HIKAZEI-SHOMEI VALUE '2'.
               88  SI-NOZEI-SHOMEI   VALUE '3'.
           05  SI-MOKUTEKI-CD    PIC X(02).
           05  SI-MOKUTEKI       PIC X(20).
           05  SI-SEIKYU-KBN     PIC X(01).
           05  SI-UKETSUKE-DT    PIC 9(08).
           05  SI-TANTO-CD       PIC X(08).
           05  FILLER            PIC X(14).

      * 課税履歴マスタ（SAMPLE05が年度ごとに登録）
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
               88  RK-ZEN-HIKAZEI VALUE '1'.
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

       FD  TAINO-MASTER
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  TAINO-REC.
           05  TN-KEY.
               10  TN-JYUMIN-NO  PIC X(12).
               10  TN-KAISU      PIC 9(02).
           05  TN-KINGAKU        PIC 9(08).
           05  TN-KIGEN-DT       PIC 9(08).
           05  TN-STATUS         PIC X(01).
               88  TN-MINOU      VALUE '0'.
               88  TN-NOFU-ZUMI  VALUE '1'.
               88  TN-TORIKESHI  VALUE '2'.
           05  TN-SHUNO-DT       PIC 9(08).
           05  TN-ENTAI-KIN      PIC 9(07).
           05  FILLER            PIC X(39).
      *    一部納付・一部充当（還付金充当を含む）で期別金額から減額
      *    した本税の累計
           05  TN-ICHIBU-GAKU    PIC 9(08).
           05  FILLER            PIC X(07).

      * 証明書印字データ（所得年は年度の前年）
       FD  SHOMEI-FILE
           RECORD CONTAINS 150 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  SHOMEI-REC.
           05  SH-SHOMEI-NO      PIC 9(08).
           05  SH-SHOMEI-SHU     PIC X(01).
           05  SH-JYUMIN-NO      PIC X(12).
           05  SH-SHIMEI         PIC X(20).
           05  SH-NENDO          PIC 9(04).
           05  SH-SHOTOKU-NEN    PIC 9(04).
           05  SH-HANTEI-KBN     PIC X(01).
           05  SH-KAZEI-SHOTOKU  PIC 9(10).
           05  SH-SOUKOJO        PIC 9(09).
           05  SH-FUYO-NINZU     PIC 9(02).
           05  SH-KENMIN-ZEI     PIC 9(08).
           05  SH-SHIMIN-ZEI     PIC 9(08).
           05  SH-KINTOWARIMAE   PIC 9(05).
           05  SH-GOUKEI         PIC 9(09).
           05  SH-NOFU-ZUMI      PIC 9(09).
           05  SH-MINOU          PIC 9(09).
           05  SH-MOKUTEKI       PIC X(20).
           05  SH-HAKKO-DT       PIC 9(08).
           05  FILLER            PIC X(03).

      * 証明番号の採番管理（最終番号）
       FD  SAIBAN-FILE
           RECORD CONTAINS 20 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  SAIBAN-REC.
           05  SB-LAST-NO        PIC 9(08).
           05  FILLER            PIC X(12).

      * 交付記録（累積）: 結果 0:交付 1:交付不可
       FD  KOFU-LOG-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  KOFU-LOG-REC.
           05  LG-SHOMEI-NO      PIC 9(08).
           05  LG-UKETSUKE-NO    PIC X(10).
           05  LG-JYUMIN-NO      PIC X(12).
           05  LG-NENDO          PIC 9(04).
           05  LG-SHOMEI-SHU     PIC X(01).
           05  LG-MOKUTEKI-CD    PIC X(02).
           05  LG-SEIKYU-KBN     PIC X(01).
           05  LG-HAKKO-DT       PIC 9(08).
           05  LG-JIKOKU         PIC 9(06).
           05  LG-TANTO-CD       PIC X(08).
           05  LG-KEKKA          PIC X(01).
           05  FILLER            PIC X(19).

       FD  REIGAI-RPT
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  REIGAI-RPT-REC.
           05  RG-LINE           PIC X(100).

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
           05  WS-IRAI-STATUS    PIC X(02).
           05  WS-RIREKI-STATUS  PIC X(02).
           05  WS-TAINO-STATUS   PIC X(02).
           05  WS-SHOMEI-STATUS  PIC X(02).
           05  WS-SAIBAN-STATUS  PIC X(02).
           05  WS-KOFULOG-STATUS PIC X(02).
           05  WS-RPT-STATUS     PIC X(02).
           05  WS-EOF-FLAG       PIC X(01) VALUE 'N'.
           05  WS-SAIBAN-EOF     PIC X(01) VALUE 'N'.
           05  WS-TAINO-EOF      PIC X(01) VALUE 'N'.

       01  WS-SAIBAN-NO          PIC 9(08) VALUE ZEROS.
       01  WS-ERR-MSG            PIC X(30).
       01  WS-LOG-KEKKA          PIC X(01).

      * 納税状況: 納期限の月が6月以降ならその年、1～5月なら前年を
      * 年度とみなす（SAMPLE05Dの年度判定と同じ）
       01  WS-NOZEI-WORK.
           05  WS-NOFU-ZUMI      PIC 9(09).
           05  WS-MINOU          PIC 9(09).
           05  WS-KIGEN-NEN      PIC 9(04).
           05  WS-KIGEN-TSUKI    PIC 9(02).
           05  WS-KIGEN-NENDO    PIC 9(04).

       01  WS-COUNTERS.
           05  WS-INPUT-CNT      PIC 9(07) VALUE ZEROS.
           05  WS-KAZEI-CNT      PIC 9(07) VALUE ZEROS.
           05  WS-HIKAZEI-CNT    PIC 9(07) VALUE ZEROS.
           05  WS-NOZEI-CNT      PIC 9(07) VALUE ZEROS.
           05  WS-REIGAI-CNT     PIC 9(07) VALUE ZEROS.

       01  WS-EDIT-AREA.
           05  WS-EDIT-CNT       PIC ZZZ,ZZ9.
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
           PERFORM 1000-OPEN-FILES
           PERFORM 2000-MAIN-LOOP
               UNTIL WS-EOF-FLAG = 'Y'
           PERFORM 4000-RPT-FOOTER
           PERFORM 3000-CLOSE-FILES
           PERFORM 3100-WRITE-SAIBAN
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
           MOVE 'SAMPLE5L' TO RL-PROGRAM-ID
           MOVE 'S'        TO RL-KBN
           MOVE WS-GYOMU-DATE TO RL-GYOMU-DT
           MOVE FUNCTION CURRENT-DATE(9:6) TO RL-JIKOKU
           MOVE ZEROS      TO RL-KENSU RL-RETURN-CD
           WRITE RUNLOG-REC
           CLOSE RUNLOG-FILE.

       0900-RUNLOG-END.
           OPEN EXTEND RUNLOG-FILE
           MOVE 'SAMPLE5L' TO RL-PROGRAM-ID
           MOVE 'E'        TO RL-KBN
           MOVE WS-GYOMU-DATE TO RL-GYOMU-DT
           MOVE FUNCTION CURRENT-DATE(9:6) TO RL-JIKOKU
           MOVE WS-INPUT-CNT TO RL-KENSU
           MOVE RETURN-CODE  TO RL-RETURN-CD
           WRITE RUNLOG-REC
           CLOSE RUNLOG-FILE.

       1000-OPEN-FILES.
           OPEN INPUT  IRAI-FILE
           OPEN INPUT  KAZEI-RIREKI-MASTER
           OPEN INPUT  TAINO-MASTER
           OPEN OUTPUT SHOMEI-FILE
           OPEN EXTEND KOFU-LOG-FILE
           OPEN OUTPUT REIGAI-RPT
           PERFORM 1200-READ-SAIBAN
           MOVE '===== 税証明 交付不可一覧 =====' TO RG-LINE
           WRITE REIGAI-RPT-REC
           PERFORM 1100-READ-IRAI.

       1100-READ-IRAI.
           READ IRAI-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

       1200-READ-SAIBAN.
           MOVE ZEROS TO WS-SAIBAN-NO
           OPEN INPUT SAIBAN-FILE
           IF WS-SAIBAN-STATUS = '00'
               PERFORM 1210-READ-SAIBAN-REC
                   UNTIL WS-SAIBAN-EOF = 'Y'
           END-IF
           CLOSE SAIBAN-FILE.

       1210-READ-SAIBAN-REC.
           READ SAIBAN-FILE
               AT END
                   MOVE 'Y' TO WS-SAIBAN-EOF
               NOT AT END
                   MOVE SB-LAST-NO TO WS-SAIBAN-NO
           END-READ.

       2000-MAIN-LOOP.
           ADD 1 TO WS-INPUT-CNT
           PERFORM 2100-SHOMEI-SHORI
           PERFORM 1100-READ-IRAI.

      * 依頼1件の検証と証明データ作成。交付できない依頼は例外一覧へ
       2100-SHOMEI-SHORI.
           MOVE SPACES TO WS-ERR-MSG
           EVALUATE TRUE
               WHEN NOT SI-KAZEI-SHOMEI AND NOT SI-HIKAZEI-SHOMEI
                   AND NOT SI-NOZEI-SHOMEI
                   MOVE '証明種別エラー' TO WS-ERR-MSG
               WHEN SI-NENDO NOT NUMERIC OR SI-NENDO = ZEROS
                   MOVE '年度エラー' TO WS-ERR-MSG
               WHEN OTHER
                   MOVE SI-JYUMIN-NO TO RK-JYUMIN-NO
                   MOVE SI-NENDO     TO RK-NENDO
                   READ KAZEI-RIREKI-MASTER
                       INVALID KEY
                           MOVE '当該年度の課税なし'
                               TO WS-ERR-MSG
                       NOT INVALID KEY
                           PERFORM 2110-KOFU-HANTEI
                   END-READ
           END-EVALUATE
           IF WS-ERR-MSG NOT = SPACES
               PERFORM 2900-REIGAI
           END-IF.

       2110-KOFU-HANTEI.
           IF SI-HIKAZEI-SHOMEI AND NOT RK-ZEN-HIKAZEI
               MOVE '課税のため交付不可' TO WS-ERR-MSG
           ELSE
               MOVE ZEROS TO WS-NOFU-ZUMI WS-MINOU
               IF SI-NOZEI-SHOMEI
                   PERFORM 2200-NOZEI-JOKYO
               END-IF
               PERFORM 2300-WRITE-SHOMEI
           END-IF.

      * 納付状況: 当該住民の滞納管理レコードのうち年度が一致する
      * 分を納付済・未納に集計（取消分は除く）。一部納付・一部充当で
      * 期別金額から減額した本税は、期別の状態によらず納付済とする
       2200-NOZEI-JOKYO.
           MOVE 'N' TO WS-TAINO-EOF
           MOVE SI-JYUMIN-NO TO TN-JYUMIN-NO
           MOVE ZEROS        TO TN-KAISU
           START TAINO-MASTER KEY IS NOT LESS THAN TN-KEY
               INVALID KEY MOVE 'Y' TO WS-TAINO-EOF
           END-START
           PERFORM 2210-TAINO-READ
               UNTIL WS-TAINO-EOF = 'Y'.

       2210-TAINO-READ.
           READ TAINO-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-TAINO-EOF
               NOT AT END
                   IF TN-JYUMIN-NO NOT = SI-JYUMIN-NO
                       MOVE 'Y' TO WS-TAINO-EOF
                   ELSE
                       PERFORM 2220-TAINO-SHUKEI
                   END-IF
           END-READ.

       2220-TAINO-SHUKEI.
           MOVE TN-KIGEN-DT(1:4) TO WS-KIGEN-NEN
           MOVE TN-KIGEN-DT(5:2) TO WS-KIGEN-TSUKI
           IF WS-KIGEN-TSUKI >= 6
               MOVE WS-KIGEN-NEN TO WS-KIGEN-NENDO
           ELSE
               COMPUTE WS-KIGEN-NENDO = WS-KIGEN-NEN - 1
           END-IF
           IF WS-KIGEN-NENDO = SI-NENDO
               IF TN-NOFU-ZUMI
                   ADD TN-KINGAKU TO WS-NOFU-ZUMI
               END-IF
               IF TN-MINOU
                   ADD TN-KINGAKU TO WS-MINOU
               END-IF
               IF NOT TN-TORIKESHI AND TN-ICHIBU-GAKU NUMERIC
                   ADD TN-ICHIBU-GAKU TO WS-NOFU-ZUMI
               END-IF
           END-IF.

       2300-WRITE-SHOMEI.
           ADD 1 TO WS-SAIBAN-NO
           MOVE SPACES           TO SHOMEI-REC
           MOVE WS-SAIBAN-NO     TO SH-SHOMEI-NO
           MOVE SI-SHOMEI-SHU    TO SH-SHOMEI-SHU
           MOVE SI-JYUMIN-NO     TO SH-JYUMIN-NO
           MOVE RK-SHIMEI        TO SH-SHIMEI
           MOVE SI-NENDO         TO SH-NENDO
           COMPUTE SH-SHOTOKU-NEN = SI-NENDO - 1
           MOVE RK-HANTEI-KBN    TO SH-HANTEI-KBN
           MOVE RK-KAZEI-SHOTOKU TO SH-KAZEI-SHOTOKU
           MOVE RK-SOUKOJO       TO SH-SOUKOJO
           MOVE RK-FUYO-NINZU    TO SH-FUYO-NINZU
           MOVE RK-KENMIN-ZEI    TO SH-KENMIN-ZEI
           MOVE RK-SHIMIN-ZEI    TO SH-SHIMIN-ZEI
           MOVE RK-KINTOWARIMAE  TO SH-KINTOWARIMAE
           MOVE RK-GOUKEI        TO SH-GOUKEI
           MOVE WS-NOFU-ZUMI     TO SH-NOFU-ZUMI
           MOVE WS-MINOU         TO SH-MINOU
           MOVE SI-MOKUTEKI      TO SH-MOKUTEKI
           MOVE WS-GYOMU-DATE    TO SH-HAKKO-DT
           WRITE SHOMEI-REC
           EVALUATE TRUE
               WHEN SI-KAZEI-SHOMEI
                   ADD 1 TO WS-KAZEI-CNT
               WHEN SI-HIKAZEI-SHOMEI
                   ADD 1 TO WS-HIKAZEI-CNT
               WHEN OTHER
                   ADD 1 TO WS-NOZEI-CNT
           END-EVALUATE
           MOVE '0' TO WS-LOG-KEKKA
           PERFORM 7000-WRITE-LOG.

       2900-REIGAI.
           ADD 1 TO WS-REIGAI-CNT
           IF WS-RETURN-CODE < 4
               MOVE 4 TO WS-RETURN-CODE
           END-IF
           MOVE SPACES TO WS-WORK-LINE
           STRING '受付:' SI-UKETSUKE-NO
                  ' 住民:' SI-JYUMIN-NO
                  ' 年度:' SI-NENDO
                  ' 種別:' SI-SHOMEI-SHU
                  ' ' WS-ERR-MSG
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO RG-LINE
           WRITE REIGAI-RPT-REC
           MOVE '1' TO WS-LOG-KEKKA
           PERFORM 7000-WRITE-LOG.

      * 交付記録: 依頼1件ごとに証明番号・担当者とともに記録する
       7000-WRITE-LOG.
           MOVE SPACES         TO KOFU-LOG-REC
           IF WS-LOG-KEKKA = '0'
               MOVE WS-SAIBAN-NO TO LG-SHOMEI-NO
           ELSE
               MOVE ZEROS        TO LG-SHOMEI-NO
           END-IF
           MOVE SI-UKETSUKE-NO TO LG-UKETSUKE-NO
           MOVE SI-JYUMIN-NO   TO LG-JYUMIN-NO
           MOVE SI-NENDO       TO LG-NENDO
           MOVE SI-SHOMEI-SHU  TO LG-SHOMEI-SHU
           MOVE SI-MOKUTEKI-CD TO LG-MOKUTEKI-CD
           MOVE SI-SEIKYU-KBN  TO LG-SEIKYU-KBN
           MOVE WS-GYOMU-DATE  TO LG-HAKKO-DT
           MOVE FUNCTION CURRENT-DATE(9:6) TO LG-JIKOKU
           MOVE SI-TANTO-CD    TO LG-TANTO-CD
           MOVE WS-LOG-KEKKA   TO LG-KEKKA
           WRITE KOFU-LOG-REC.

       4000-RPT-FOOTER.
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-INPUT-CNT TO WS-EDIT-CNT
           STRING '依頼件数      :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO RG-LINE
           WRITE REIGAI-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-KAZEI-CNT TO WS-EDIT-CNT
           STRING '課税証明      :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO RG-LINE
           WRITE REIGAI-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-HIKAZEI-CNT TO WS-EDIT-CNT
           STRING '非課税証明    :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO RG-LINE
           WRITE REIGAI-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-NOZEI-CNT TO WS-EDIT-CNT
           STRING '納税証明      :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO RG-LINE
           WRITE REIGAI-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-REIGAI-CNT TO WS-EDIT-CNT
           STRING '交付不可件数  :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO RG-LINE
           WRITE REIGAI-RPT-REC.

       3000-CLOSE-FILES.
           CLOSE IRAI-FILE
           CLOSE KAZEI-RIREKI-MASTER
           CLOSE TAINO-MASTER
           CLOSE SHOMEI-FILE
           CLOSE KOFU-LOG-FILE
           CLOSE REIGAI-RPT.

       3100-WRITE-SAIBAN.
           OPEN OUTPUT SAIBAN-FILE
           MOVE SPACES       TO SAIBAN-REC
           MOVE WS-SAIBAN-NO TO SB-LAST-NO
           WRITE SAIBAN-REC
           CLOSE SAIBAN-FILE.
