      *=================================================================
      * SAMPLE02T: 定期振替依頼作成バッチ
      * 概要: 定期振替マスタ（口座・金額・頻度・開始日・終了日・銀行
      *       コード）から、業務日付までに到来した振替予定日の分を
      *       振替依頼ファイル（SAMPLE02形式・振替区分'2'定期）として
      *       作成する。頻度は毎月（指定日）・毎年（指定月日）・Nか月
      *       ごと（指定日）の3種。指定日が土日・銀行休業日に当たる
      *       ときは翌営業日が業務日付に達した時点で作成する（日付の
      *       繰下げ自体はSAMPLE02が行う）。停止中・期限切れの定期は
      *       作成しない。作成した最終予定日をマスタに記録するため、
      *       同日に再実行しても同じ依頼を二重に作成しない。
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE02T.
       AUTHOR. BATCH-SYSTEM.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TEIKI-MASTER ASSIGN TO TEIKIMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TS-TEIKI-NO
               FILE STATUS IS WS-TEIKI-STATUS.
           SELECT HOLIDAY-MASTER ASSIGN TO KYUJTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HC-DATE
               FILE STATUS IS WS-HOLIDAY-STATUS.
           SELECT FURIKAE-FILE ASSIGN TO TEIKIFURI
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FURIKAE-STATUS.
           SELECT TEIKI-RPT ASSIGN TO TEIKIRPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TEIKIRPT-STATUS.
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
      * 定期振替マスタ
       FD  TEIKI-MASTER
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  TEIKI-REC.
           05  TS-TEIKI-NO       PIC X(10).
           05  TS-KOZA-NO        PIC X(10).
           05  TS-KINGAKU        PIC 9(10).
           05  TS-HINDO          PIC X(01).
               88  TS-MAITSUKI   VALUE '1'.
               88  TS-MAINEN     VALUE '2'.
               88  TS-N-KAGETSU  VALUE '3'.
           05  TS-SHITEI-MM      PIC 9(02).
           05  TS-SHITEI-DD      PIC 9(02).
           05  TS-KANKAKU        PIC 9(02).
           05  TS-KAISHI-DT      PIC 9(08).
           05  TS-SHURYO-DT      PIC 9(08).
           05  TS-GINKO-CD       PIC X(04).
           05  TS-STATUS         PIC X(01).
               88  TS-YUKO       VALUE '1'.
               88  TS-TEISHI     VALUE '9'.
           05  TS-SAISHU-DT      PIC 9(08).
           05  TS-SAISHU-SHORI-DT PIC 9(08).
           05  FILLER            PIC X(26).

       FD  HOLIDAY-MASTER
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  HOLIDAY-REC.
           05  HC-DATE           PIC 9(08).
           05  HC-MEISHO         PIC X(20).
           05  FILLER            PIC X(12).

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
           05  FR-GINKO-CD       PIC X(04).
           05  FILLER            PIC X(45).

       FD  TEIKI-RPT
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  TEIKI-RPT-REC.
           05  TR-LINE           PIC X(120).

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
           05  WS-TEIKI-STATUS   PIC X(02).
           05  WS-HOLIDAY-STATUS PIC X(02).
           05  WS-FURIKAE-STATUS PIC X(02).
           05  WS-TEIKIRPT-STATUS PIC X(02).
           05  WS-EOF-FLAG       PIC X(01) VALUE 'N'.
           05  WS-KOHO-END       PIC X(01) VALUE 'N'.
           05  WS-KOSHIN-FLAG    PIC X(01) VALUE 'N'.

      * 予定日の候補: 月通番（年×12＋月－1）から年月を起こし、
      * 指定日（99または月末超は月末日）を当てる
       01  WS-KOHO-AREA.
           05  WS-TSUKI-IDX      PIC S9(07) COMP-3 VALUE ZEROS.
           05  WS-TSUKI-STEP     PIC S9(03) COMP-3 VALUE ZEROS.
           05  WS-KAISHI-IDX     PIC S9(07) COMP-3 VALUE ZEROS.
           05  WS-KOHO-LOOP      PIC 9(04) VALUE ZEROS.
       01  WS-KOHO-DT            PIC 9(08) VALUE ZEROS.
       01  WS-KOHO-DT-X REDEFINES WS-KOHO-DT.
           05  WS-KOHO-YYYY      PIC 9(04).
           05  WS-KOHO-MM        PIC 9(02).
           05  WS-KOHO-DD        PIC 9(02).
       01  WS-KAISHI-DT          PIC 9(08) VALUE ZEROS.
       01  WS-KAISHI-DT-X REDEFINES WS-KAISHI-DT.
           05  WS-KAISHI-YYYY    PIC 9(04).
           05  WS-KAISHI-MM      PIC 9(02).
           05  WS-KAISHI-DD      PIC 9(02).
       01  WS-MATSU-YMD          PIC 9(08) VALUE ZEROS.
       01  WS-MATSU-YMD-X REDEFINES WS-MATSU-YMD.
           05  WS-MATSU-YY       PIC 9(04).
           05  WS-MATSU-MM       PIC 9(02).
           05  WS-MATSU-DD       PIC 9(02).
       01  WS-MATSU-LILIAN       PIC 9(07).

      * 営業日補正の作業域（銀行休業日カレンダー照合用）
       01  WS-EIGYOBI-AREA.
           05  WS-HOSEI-DT       PIC 9(08).
           05  WS-HOSEI-LILIAN   PIC 9(07).
           05  WS-HOSEI-YOBI     PIC 9(01).
           05  WS-KYUJITSU-FLAG  PIC X(01).
           05  WS-ROLL-FLAG      PIC X(01).
           05  WS-ROLL-LOOP      PIC 9(02).

       01  WS-COUNTERS.
           05  WS-TEIKI-CNT      PIC 9(07) VALUE ZEROS.
           05  WS-SAKUSEI-CNT    PIC 9(07) VALUE ZEROS.
           05  WS-TEISHI-CNT     PIC 9(07) VALUE ZEROS.
           05  WS-KIGEN-CNT      PIC 9(07) VALUE ZEROS.
           05  WS-MITOURAI-CNT   PIC 9(07) VALUE ZEROS.
           05  WS-FUSEI-CNT      PIC 9(07) VALUE ZEROS.
           05  WS-ROLL-CNT       PIC 9(07) VALUE ZEROS.
       01  WS-SAKUSEI-GOUKEI     PIC S9(13) COMP-3 VALUE ZEROS.

       01  WS-EDIT-AREA.
           05  WS-EDIT-CNT       PIC ZZZ,ZZ9.
           05  WS-EDIT-KINGAKU   PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.
           05  WS-WORK-LINE      PIC X(120).

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
           PERFORM 2000-TEIKI-LOOP
               UNTIL WS-EOF-FLAG = 'Y'
           PERFORM 4000-RPT-FOOTER
           PERFORM 3000-CLOSE-FILES
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
           MOVE 'SAMPLE2T' TO RL-PROGRAM-ID
           MOVE 'S'        TO RL-KBN
           MOVE WS-GYOMU-DATE TO RL-GYOMU-DT
           MOVE FUNCTION CURRENT-DATE(9:6) TO RL-JIKOKU
           MOVE ZEROS      TO RL-KENSU RL-RETURN-CD
           WRITE RUNLOG-REC
           CLOSE RUNLOG-FILE.

       0900-RUNLOG-END.
           OPEN EXTEND RUNLOG-FILE
           MOVE 'SAMPLE2T' TO RL-PROGRAM-ID
           MOVE 'E'        TO RL-KBN
           MOVE WS-GYOMU-DATE TO RL-GYOMU-DT
           MOVE FUNCTION CURRENT-DATE(9:6) TO RL-JIKOKU
           MOVE WS-SAKUSEI-CNT TO RL-KENSU
           MOVE RETURN-CODE  TO RL-RETURN-CD
           WRITE RUNLOG-REC
           CLOSE RUNLOG-FILE.

       1000-OPEN-FILES.
           OPEN I-O    TEIKI-MASTER
           OPEN INPUT  HOLIDAY-MASTER
           OPEN OUTPUT FURIKAE-FILE
           OPEN OUTPUT TEIKI-RPT
           MOVE '===== 定期振替依頼作成リスト ====='
               TO TR-LINE
           WRITE TEIKI-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           STRING '作成日:' WS-GYOMU-DATE
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO TR-LINE
           WRITE TEIKI-RPT-REC
           MOVE LOW-VALUES TO TS-TEIKI-NO
           START TEIKI-MASTER KEY IS NOT LESS THAN TS-TEIKI-NO
               INVALID KEY MOVE 'Y' TO WS-EOF-FLAG
           END-START
           PERFORM 1100-READ-TEIKI.

       1100-READ-TEIKI.
           IF WS-EOF-FLAG NOT = 'Y'
               READ TEIKI-MASTER NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-FLAG
               END-READ
           END-IF.

      * 定期ごと: 停止・期限切れ・未開始・設定不正を除き、前回作成
      * 分の次の予定日から業務日付までに到来した分を作成する
       2000-TEIKI-LOOP.
           ADD 1 TO WS-TEIKI-CNT
           EVALUATE TRUE
               WHEN NOT TS-YUKO
                   ADD 1 TO WS-TEISHI-CNT
               WHEN TS-SHURYO-DT > ZEROS
                AND TS-SHURYO-DT < WS-GYOMU-DATE
                AND TS-SAISHU-DT NOT < TS-SHURYO-DT
                   ADD 1 TO WS-KIGEN-CNT
               WHEN TS-KAISHI-DT > WS-GYOMU-DATE
                   ADD 1 TO WS-MITOURAI-CNT
               WHEN TS-SHITEI-DD = ZEROS
                OR (TS-SHITEI-DD > 31 AND TS-SHITEI-DD NOT = 99)
                OR (TS-MAINEN
                    AND (TS-SHITEI-MM < 1 OR TS-SHITEI-MM > 12))
                OR (TS-N-KAGETSU AND TS-KANKAKU = ZEROS)
                OR NOT (TS-MAITSUKI OR TS-MAINEN OR TS-N-KAGETSU)
                   ADD 1 TO WS-FUSEI-CNT
                   MOVE SPACES TO WS-WORK-LINE
                   STRING '設定不正 定期:' TS-TEIKI-NO
                          ' 頻度:' TS-HINDO ' 月:' TS-SHITEI-MM
                          ' 日:' TS-SHITEI-DD ' 間隔:' TS-KANKAKU
                       DELIMITED SIZE INTO WS-WORK-LINE
                   MOVE WS-WORK-LINE TO TR-LINE
                   WRITE TEIKI-RPT-REC
               WHEN OTHER
                   PERFORM 2100-YOTEI-SAKUSEI
           END-EVALUATE
           PERFORM 1100-READ-TEIKI.

      * 予定日の走査: 頻度に応じた月の刻みで候補日を進め、
      * 営業日補正後の日付が業務日付以前のものを作成する
       2100-YOTEI-SAKUSEI.
           MOVE TS-KAISHI-DT TO WS-KAISHI-DT
           COMPUTE WS-KAISHI-IDX =
               WS-KAISHI-YYYY * 12 + WS-KAISHI-MM - 1
           EVALUATE TRUE
               WHEN TS-MAITSUKI
                   MOVE 1 TO WS-TSUKI-STEP
                   MOVE WS-KAISHI-IDX TO WS-TSUKI-IDX
               WHEN TS-MAINEN
                   MOVE 12 TO WS-TSUKI-STEP
                   COMPUTE WS-TSUKI-IDX =
                       WS-KAISHI-YYYY * 12 + TS-SHITEI-MM - 1
                   IF WS-TSUKI-IDX < WS-KAISHI-IDX
                       ADD 12 TO WS-TSUKI-IDX
                   END-IF
               WHEN OTHER
                   MOVE TS-KANKAKU TO WS-TSUKI-STEP
                   MOVE WS-KAISHI-IDX TO WS-TSUKI-IDX
           END-EVALUATE
           MOVE 'N'   TO WS-KOHO-END
           MOVE 'N'   TO WS-KOSHIN-FLAG
           MOVE ZEROS TO WS-KOHO-LOOP
           PERFORM 2110-KOHO-ONE
               UNTIL WS-KOHO-END = 'Y'
                   OR WS-KOHO-LOOP > 1200
           IF WS-KOSHIN-FLAG = 'Y'
               MOVE WS-GYOMU-DATE TO TS-SAISHU-SHORI-DT
               REWRITE TEIKI-REC
                   INVALID KEY
                       DISPLAY 'SAMPLE02T: 定期更新エラー '
                           TS-TEIKI-NO
                       MOVE 8 TO WS-RETURN-CODE
               END-REWRITE
           END-IF.

       2110-KOHO-ONE.
           ADD 1 TO WS-KOHO-LOOP
           PERFORM 2120-KOHO-HIDUKE
           EVALUATE TRUE
               WHEN TS-SHURYO-DT > ZEROS
                AND WS-KOHO-DT > TS-SHURYO-DT
                   MOVE 'Y' TO WS-KOHO-END
               WHEN WS-KOHO-DT < TS-KAISHI-DT
                OR WS-KOHO-DT NOT > TS-SAISHU-DT
                   CONTINUE
               WHEN OTHER
                   MOVE WS-KOHO-DT TO WS-HOSEI-DT
                   PERFORM 9700-EIGYOBI-HOSEI
                   IF WS-HOSEI-DT > WS-GYOMU-DATE
                       MOVE 'Y' TO WS-KOHO-END
                   ELSE
                       PERFORM 2200-FURIKAE-WRITE
                   END-IF
           END-EVALUATE
           ADD WS-TSUKI-STEP TO WS-TSUKI-IDX.

      * 候補日: 月通番から年月を求め、指定日を月末で頭打ちにする
       2120-KOHO-HIDUKE.
           DIVIDE WS-TSUKI-IDX BY 12 GIVING WS-MATSU-YY
               REMAINDER WS-MATSU-MM
           ADD 1 TO WS-MATSU-MM
           MOVE WS-MATSU-YY TO WS-KOHO-YYYY
           MOVE WS-MATSU-MM TO WS-KOHO-MM
           IF WS-MATSU-MM = 12
               ADD 1 TO WS-MATSU-YY
               MOVE 01 TO WS-MATSU-MM
           ELSE
               ADD 1 TO WS-MATSU-MM
           END-IF
           MOVE 01 TO WS-MATSU-DD
           COMPUTE WS-MATSU-LILIAN =
               FUNCTION INTEGER-OF-DATE(WS-MATSU-YMD) - 1
           COMPUTE WS-MATSU-YMD =
               FUNCTION DATE-OF-INTEGER(WS-MATSU-LILIAN)
           IF TS-SHITEI-DD > WS-MATSU-DD
               MOVE WS-MATSU-DD TO WS-KOHO-DD
           ELSE
               MOVE TS-SHITEI-DD TO WS-KOHO-DD
           END-IF.

      * 振替依頼の作成: 日付は予定日のまま渡し、休業日の繰下げは
      * SAMPLE02の営業日補正に任せる（重複チェックのキーも予定日）
       2200-FURIKAE-WRITE.
           MOVE SPACES TO FURIKAE-REC
           MOVE TS-KOZA-NO    TO FR-KOZA-NO
           MOVE TS-KINGAKU    TO FR-KINGAKU
           MOVE WS-KOHO-DT    TO FR-HIDUKE
           MOVE '2'           TO FR-FURIKAE-KBN
           MOVE ZEROS         TO FR-RETRY-CNT
           MOVE TS-GINKO-CD   TO FR-GINKO-CD
           WRITE FURIKAE-REC
           ADD 1 TO WS-SAKUSEI-CNT
           ADD TS-KINGAKU TO WS-SAKUSEI-GOUKEI
           IF WS-ROLL-FLAG = 'Y'
               ADD 1 TO WS-ROLL-CNT
           END-IF
           MOVE WS-KOHO-DT TO TS-SAISHU-DT
           MOVE 'Y' TO WS-KOSHIN-FLAG
           MOVE SPACES TO WS-WORK-LINE
           MOVE TS-KINGAKU TO WS-EDIT-KINGAKU
           IF WS-ROLL-FLAG = 'Y'
               STRING '作成 定期:' TS-TEIKI-NO ' 口座:' TS-KOZA-NO
                      ' 金額:' WS-EDIT-KINGAKU
                      ' 予定日:' WS-KOHO-DT
                      ' 振替日:' WS-HOSEI-DT '(休日繰下げ)'
                   DELIMITED SIZE INTO WS-WORK-LINE
           ELSE
               STRING '作成 定期:' TS-TEIKI-NO ' 口座:' TS-KOZA-NO
                      ' 金額:' WS-EDIT-KINGAKU
                      ' 予定日:' WS-KOHO-DT
                   DELIMITED SIZE INTO WS-WORK-LINE
           END-IF
           MOVE WS-WORK-LINE TO TR-LINE
           WRITE TEIKI-RPT-REC.

       4000-RPT-FOOTER.
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-TEIKI-CNT TO WS-EDIT-CNT
           STRING '定期件数      :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO TR-LINE
           WRITE TEIKI-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-SAKUSEI-CNT TO WS-EDIT-CNT
           MOVE WS-SAKUSEI-GOUKEI TO WS-EDIT-KINGAKU
           STRING '作成件数      :' WS-EDIT-CNT
                  ' 金額:' WS-EDIT-KINGAKU
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO TR-LINE
           WRITE TEIKI-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-ROLL-CNT TO WS-EDIT-CNT
           STRING 'うち休日繰下げ:' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO TR-LINE
           WRITE TEIKI-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-TEISHI-CNT TO WS-EDIT-CNT
           STRING '停止中        :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO TR-LINE
           WRITE TEIKI-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-KIGEN-CNT TO WS-EDIT-CNT
           STRING '期限切れ      :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO TR-LINE
           WRITE TEIKI-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-MITOURAI-CNT TO WS-EDIT-CNT
           STRING '開始前        :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO TR-LINE
           WRITE TEIKI-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-FUSEI-CNT TO WS-EDIT-CNT
           STRING '設定不正      :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO TR-LINE
           WRITE TEIKI-RPT-REC
           IF WS-FUSEI-CNT > ZEROS
               AND WS-RETURN-CODE < 4
               MOVE 4 TO WS-RETURN-CODE
           END-IF.

       3000-CLOSE-FILES.
           CLOSE TEIKI-MASTER
           CLOSE HOLIDAY-MASTER
           CLOSE FURIKAE-FILE
           CLOSE TEIKI-RPT.

      * 営業日補正: 土日および銀行休業日カレンダーに該当する日付は
      * 翌営業日へ繰り下げる（補正時はWS-ROLL-FLAG='Y'）
       9700-EIGYOBI-HOSEI.
           MOVE 'N'   TO WS-ROLL-FLAG
           MOVE ZEROS TO WS-ROLL-LOOP
           PERFORM 9710-KYUJITSU-HANTEI
           PERFORM 9720-YOKUEIGYOBI
               UNTIL WS-KYUJITSU-FLAG = 'N'
                   OR WS-ROLL-LOOP > 30.

       9710-KYUJITSU-HANTEI.
           MOVE 'N' TO WS-KYUJITSU-FLAG
           COMPUTE WS-HOSEI-LILIAN =
               FUNCTION INTEGER-OF-DATE(WS-HOSEI-DT)
           COMPUTE WS-HOSEI-YOBI =
               FUNCTION REM(WS-HOSEI-LILIAN 7)
           IF WS-HOSEI-YOBI = 6 OR WS-HOSEI-YOBI = 0
               MOVE 'Y' TO WS-KYUJITSU-FLAG
           ELSE
               MOVE WS-HOSEI-DT TO HC-DATE
               READ HOLIDAY-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-KYUJITSU-FLAG
               END-READ
           END-IF.

       9720-YOKUEIGYOBI.
           ADD 1 TO WS-ROLL-LOOP
           ADD 1 TO WS-HOSEI-LILIAN
           COMPUTE WS-HOSEI-DT =
               FUNCTION DATE-OF-INTEGER(WS-HOSEI-LILIAN)
           MOVE 'Y' TO WS-ROLL-FLAG
           PERFORM 9710-KYUJITSU-HANTEI.
