      *=================================================================
      * SAMPLE02G: 不正取引（マネロン）監視バッチ
      * 概要: 口座履歴(KOZA-RIREKI)を口座ごとに走査し、業務日付の
      *       異動を対象にパラメータで設定した規則を当てる。
      *         01 高額取引   : 1件の金額が基準額以上
      *         02 分割取引   : 基準額をわずかに下回る取引が期間内に
      *                         所定件数以上（当日分を含む）
      *         03 休眠後急増 : 長期間異動のない口座に当日まとまった
      *                         異動
      *         04 短期往復   : 同額の入金と出金が期間内に往復
      *       該当は案件マスタに規則別に登録し、根拠となった取引を
      *       案件明細に追記する。同じ口座・規則で未処置の案件が
      *       あるときは再登録せず抑止件数として数える。処置結果
      *       ファイルがあれば先に案件を処置済みにする。
      *       コンプライアンス向けに日次の確認リストを出力する。
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE02G.
       AUTHOR. BATCH-SYSTEM.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KOZA-RIREKI ASSIGN TO KOZARIREKI
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RR-KEY
               FILE STATUS IS WS-RIREKI-STATUS.
           SELECT AML-CASE ASSIGN TO AMLCASE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CS-KEY
               FILE STATUS IS WS-CASE-STATUS.
           SELECT CASE-MEISAI ASSIGN TO AMLCASEMEI
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CASEMEI-STATUS.
           SELECT OPTIONAL PARAM-FILE ASSIGN TO AMLPRM
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.
           SELECT OPTIONAL SHOCHI-FILE ASSIGN TO AMLSHOCHI
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SHOCHI-STATUS.
           SELECT KAKUNIN-RPT ASSIGN TO AMLRPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-KAKUNIN-STATUS.
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
       FD  KOZA-RIREKI
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  RIREKI-REC.
           05  RR-KEY.
               10  RR-KOZA-NO    PIC X(10).
               10  RR-SHORI-DT   PIC 9(08).
               10  RR-SHORI-TM   PIC 9(06).
               10  RR-SEQ        PIC 9(05).
           05  RR-KINGAKU        PIC S9(13) COMP-3.
           05  RR-ZANDAKA-MAE    PIC S9(13) COMP-3.
           05  RR-ZANDAKA-ATO    PIC S9(13) COMP-3.
           05  RR-PROGRAM-ID     PIC X(08).
           05  RR-RESULT-CD      PIC X(02).
           05  FILLER            PIC X(20).

      * 監視案件マスタ: 口座×規則×発生日、状態 O:未処置 C:処置済
       FD  AML-CASE
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  CASE-REC.
           05  CS-KEY.
               10  CS-KOZA-NO    PIC X(10).
               10  CS-RULE-CD    PIC X(02).
               10  CS-HASSEI-DT  PIC 9(08).
           05  CS-STATUS         PIC X(01).
               88  CS-MISHOCHI   VALUE 'O'.
               88  CS-SHOCHI-ZUMI VALUE 'C'.
           05  CS-SAISHU-DT      PIC 9(08).
           05  CS-HIT-CNT        PIC 9(05).
           05  CS-MEISAI-CNT     PIC 9(05).
           05  CS-GOUKEI         PIC S9(13) COMP-3.
           05  CS-SHOCHI-DT      PIC 9(08).
           05  CS-SHOCHI-KEKKA   PIC X(02).
           05  CS-TANTO          PIC X(10).
           05  FILLER            PIC X(34).

      * 案件明細: 該当の根拠となった口座履歴
       FD  CASE-MEISAI
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  CASE-MEISAI-REC.
           05  CD-KOZA-NO        PIC X(10).
           05  CD-RULE-CD        PIC X(02).
           05  CD-HASSEI-DT      PIC 9(08).
           05  CD-SHORI-DT       PIC 9(08).
           05  CD-SHORI-TM       PIC 9(06).
           05  CD-SEQ            PIC 9(05).
           05  CD-KINGAKU        PIC S9(13) COMP-3.
           05  CD-PROGRAM-ID     PIC X(08).
           05  FILLER            PIC X(26).

      * 監視パラメータ（なければ既定値）
       FD  PARAM-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  PARAM-REC.
           05  PR-KOGAKU-GAKU    PIC 9(13).
           05  PR-BUNKATSU-RITSU PIC 9(03).
           05  PR-BUNKATSU-KENSU PIC 9(03).
           05  PR-BUNKATSU-NISSU PIC 9(03).
           05  PR-KYUMIN-NISSU   PIC 9(04).
           05  PR-KYUMIN-GAKU    PIC 9(13).
           05  PR-OUFUKU-NISSU   PIC 9(03).
           05  FILLER            PIC X(38).

      * 処置結果: コンプライアンス確認後の案件処置
       FD  SHOCHI-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  SHOCHI-REC.
           05  SC-KOZA-NO        PIC X(10).
           05  SC-RULE-CD        PIC X(02).
           05  SC-HASSEI-DT      PIC 9(08).
           05  SC-KEKKA          PIC X(02).
           05  SC-TANTO          PIC X(10).
           05  FILLER            PIC X(48).

       FD  KAKUNIN-RPT
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  KAKUNIN-RPT-REC.
           05  KR-LINE           PIC X(120).

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
           05  WS-RIREKI-STATUS  PIC X(02).
           05  WS-CASE-STATUS    PIC X(02).
           05  WS-CASEMEI-STATUS PIC X(02).
           05  WS-PARAM-STATUS   PIC X(02).
           05  WS-SHOCHI-STATUS  PIC X(02).
           05  WS-KAKUNIN-STATUS PIC X(02).
           05  WS-EOF-FLAG       PIC X(01) VALUE 'N'.
           05  WS-PARAM-EOF      PIC X(01) VALUE 'N'.
           05  WS-SHOCHI-EOF     PIC X(01) VALUE 'N'.
           05  WS-CS-EOF         PIC X(01) VALUE 'N'.

      * 監視規則の設定値（既定: 高額200万円、基準額の90%以上を
      * 7日間に3件、365日異動なし後の10万円以上、3日以内の往復）
       01  WS-PARAM-AREA.
           05  WS-KOGAKU-GAKU    PIC 9(13) VALUE 2000000.
           05  WS-BUNKATSU-RITSU PIC 9(03) VALUE 90.
           05  WS-BUNKATSU-KENSU PIC 9(03) VALUE 3.
           05  WS-BUNKATSU-NISSU PIC 9(03) VALUE 7.
           05  WS-KYUMIN-NISSU   PIC 9(04) VALUE 365.
           05  WS-KYUMIN-GAKU    PIC 9(13) VALUE 100000.
           05  WS-OUFUKU-NISSU   PIC 9(03) VALUE 3.
           05  WS-BUNKATSU-KAGEN PIC 9(13) VALUE ZEROS.
           05  WS-MAX-NISSU      PIC 9(04) VALUE ZEROS.

      * 口座単位の取引表（監視期間内の顧客取引）
       01  WS-TORIHIKI-TABLE.
           05  WS-AT-ENTRY OCCURS 300 TIMES INDEXED BY WS-AT-IDX.
               10  AT-SHORI-DT   PIC 9(08).
               10  AT-SHORI-TM   PIC 9(06).
               10  AT-SEQ        PIC 9(05).
               10  AT-KINGAKU    PIC S9(13) COMP-3.
               10  AT-ZETTAI     PIC 9(13).
               10  AT-KEIKA      PIC 9(04).
               10  AT-PROGRAM-ID PIC X(08).
               10  AT-KONKYO     PIC X(01).
       01  WS-AT-CNT             PIC 9(03) VALUE ZEROS.
       01  WS-AT-SCAN            PIC 9(03).
       01  WS-AT-SCAN2           PIC 9(03).
       01  WS-AT-IDX2            PIC 9(03).
       01  WS-AT-TORIKESHI       PIC 9(03).

       01  WS-KOZA-AREA.
           05  WS-CUR-KOZA       PIC X(10) VALUE SPACES.
           05  WS-ZENKAI-DT      PIC 9(08) VALUE ZEROS.
           05  WS-TOJITSU-CNT    PIC 9(05) VALUE ZEROS.
           05  WS-TOJITSU-GAKU   PIC 9(15) VALUE ZEROS.
           05  WS-KONKYO-CNT     PIC 9(05) VALUE ZEROS.
           05  WS-KONKYO-GAKU    PIC S9(13) COMP-3 VALUE ZEROS.
           05  WS-KIKAN-CNT      PIC 9(05) VALUE ZEROS.
           05  WS-TOJITSU-ARI    PIC X(01).
           05  WS-RULE-CD        PIC X(02).
           05  WS-RULE-NO        PIC 9(02).
           05  WS-RULE-MEI       PIC X(15).

       01  WS-DATE-AREA.
           05  WS-KIJUN-LILIAN   PIC 9(07) VALUE ZEROS.
           05  WS-WORK-LILIAN    PIC 9(07) VALUE ZEROS.
           05  WS-KEIKA-NISSU    PIC S9(07) COMP-3 VALUE ZEROS.

       01  WS-CASE-AREA.
           05  WS-CASE-FLAG      PIC X(01).
               88  WS-CASE-ARI   VALUE 'Y'.
           05  WS-CASE-SAVE      PIC X(100).

       01  WS-COUNTERS.
           05  WS-RIREKI-CNT     PIC 9(07) VALUE ZEROS.
           05  WS-KOZA-CNT       PIC 9(07) VALUE ZEROS.
           05  WS-TAISHO-CNT     PIC 9(07) VALUE ZEROS.
           05  WS-SHINKI-CNT     PIC 9(07) VALUE ZEROS.
           05  WS-YOKUSHI-CNT    PIC 9(07) VALUE ZEROS.
           05  WS-SHOCHI-CNT     PIC 9(07) VALUE ZEROS.
           05  WS-SHOCHI-NG-CNT  PIC 9(07) VALUE ZEROS.
           05  WS-OVER-CNT       PIC 9(07) VALUE ZEROS.
           05  WS-RULE-CNT OCCURS 4 TIMES PIC 9(07).

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
           PERFORM 1500-SHOCHI-LOOP
               UNTIL WS-SHOCHI-EOF = 'Y'
           PERFORM 2000-RIREKI-LOOP
               UNTIL WS-EOF-FLAG = 'Y'
           IF WS-CUR-KOZA NOT = SPACES
               PERFORM 2500-KOZA-HANTEI
           END-IF
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
           MOVE 'SAMPLE2G' TO RL-PROGRAM-ID
           MOVE 'S'        TO RL-KBN
           MOVE WS-GYOMU-DATE TO RL-GYOMU-DT
           MOVE FUNCTION CURRENT-DATE(9:6) TO RL-JIKOKU
           MOVE ZEROS      TO RL-KENSU RL-RETURN-CD
           WRITE RUNLOG-REC
           CLOSE RUNLOG-FILE.

       0900-RUNLOG-END.
           OPEN EXTEND RUNLOG-FILE
           MOVE 'SAMPLE2G' TO RL-PROGRAM-ID
           MOVE 'E'        TO RL-KBN
           MOVE WS-GYOMU-DATE TO RL-GYOMU-DT
           MOVE FUNCTION CURRENT-DATE(9:6) TO RL-JIKOKU
           MOVE WS-RIREKI-CNT TO RL-KENSU
           MOVE RETURN-CODE  TO RL-RETURN-CD
           WRITE RUNLOG-REC
           CLOSE RUNLOG-FILE.

       1000-OPEN-FILES.
           PERFORM 1200-READ-PARAM
           MOVE ZEROS TO WS-RULE-CNT (1) WS-RULE-CNT (2)
                         WS-RULE-CNT (3) WS-RULE-CNT (4)
           COMPUTE WS-KIJUN-LILIAN =
               FUNCTION INTEGER-OF-DATE(WS-GYOMU-DATE)
           OPEN INPUT  KOZA-RIREKI
           OPEN I-O    AML-CASE
           OPEN EXTEND CASE-MEISAI
           OPEN INPUT  SHOCHI-FILE
           OPEN OUTPUT KAKUNIN-RPT
           IF WS-SHOCHI-STATUS NOT = '00'
               MOVE 'Y' TO WS-SHOCHI-EOF
           END-IF
           MOVE '===== 不正取引監視 日次確認リスト ====='
               TO KR-LINE
           WRITE KAKUNIN-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           STRING '監視対象日:' WS-GYOMU-DATE
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO KR-LINE
           WRITE KAKUNIN-RPT-REC
           MOVE LOW-VALUES TO RR-KEY
           START KOZA-RIREKI KEY IS NOT LESS THAN RR-KEY
               INVALID KEY MOVE 'Y' TO WS-EOF-FLAG
           END-START
           PERFORM 1100-READ-RIREKI
           PERFORM 1510-READ-SHOCHI.

       1100-READ-RIREKI.
           IF WS-EOF-FLAG NOT = 'Y'
               READ KOZA-RIREKI NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-FLAG
               END-READ
           END-IF.

      * パラメータ受入: 項目がゼロのものは既定値のまま
       1200-READ-PARAM.
           OPEN INPUT PARAM-FILE
           IF WS-PARAM-STATUS = '00'
               PERFORM 1210-READ-PARAM-REC
                   UNTIL WS-PARAM-EOF = 'Y'
           END-IF
           CLOSE PARAM-FILE
           COMPUTE WS-BUNKATSU-KAGEN =
               WS-KOGAKU-GAKU * WS-BUNKATSU-RITSU / 100
           MOVE WS-BUNKATSU-NISSU TO WS-MAX-NISSU
           IF WS-OUFUKU-NISSU > WS-MAX-NISSU
               MOVE WS-OUFUKU-NISSU TO WS-MAX-NISSU
           END-IF.

       1210-READ-PARAM-REC.
           READ PARAM-FILE
               AT END
                   MOVE 'Y' TO WS-PARAM-EOF
               NOT AT END
                   IF PR-KOGAKU-GAKU > ZEROS
                       MOVE PR-KOGAKU-GAKU TO WS-KOGAKU-GAKU
                   END-IF
                   IF PR-BUNKATSU-RITSU > ZEROS
                       MOVE PR-BUNKATSU-RITSU TO WS-BUNKATSU-RITSU
                   END-IF
                   IF PR-BUNKATSU-KENSU > ZEROS
                       MOVE PR-BUNKATSU-KENSU TO WS-BUNKATSU-KENSU
                   END-IF
                   IF PR-BUNKATSU-NISSU > ZEROS
                       MOVE PR-BUNKATSU-NISSU TO WS-BUNKATSU-NISSU
                   END-IF
                   IF PR-KYUMIN-NISSU > ZEROS
                       MOVE PR-KYUMIN-NISSU TO WS-KYUMIN-NISSU
                   END-IF
                   IF PR-KYUMIN-GAKU > ZEROS
                       MOVE PR-KYUMIN-GAKU TO WS-KYUMIN-GAKU
                   END-IF
                   IF PR-OUFUKU-NISSU > ZEROS
                       MOVE PR-OUFUKU-NISSU TO WS-OUFUKU-NISSU
                   END-IF
           END-READ.

      * 処置結果の反映: 該当案件を処置済みにする
       1500-SHOCHI-LOOP.
           MOVE SC-KOZA-NO   TO CS-KOZA-NO
           MOVE SC-RULE-CD   TO CS-RULE-CD
           MOVE SC-HASSEI-DT TO CS-HASSEI-DT
           READ AML-CASE
               INVALID KEY
                   ADD 1 TO WS-SHOCHI-NG-CNT
                   MOVE SPACES TO WS-WORK-LINE
                   STRING '処置対象なし 口座:' SC-KOZA-NO
                          ' 規則:' SC-RULE-CD
                          ' 発生日:' SC-HASSEI-DT
                       DELIMITED SIZE INTO WS-WORK-LINE
                   MOVE WS-WORK-LINE TO KR-LINE
                   WRITE KAKUNIN-RPT-REC
                   END-WRITE
               NOT INVALID KEY
                   MOVE 'C'           TO CS-STATUS
                   MOVE WS-GYOMU-DATE TO CS-SHOCHI-DT
                   MOVE SC-KEKKA      TO CS-SHOCHI-KEKKA
                   MOVE SC-TANTO      TO CS-TANTO
                   REWRITE CASE-REC
                   END-REWRITE
                   ADD 1 TO WS-SHOCHI-CNT
           END-READ
           PERFORM 1510-READ-SHOCHI.

       1510-READ-SHOCHI.
           IF WS-SHOCHI-EOF NOT = 'Y'
               READ SHOCHI-FILE
                   AT END MOVE 'Y' TO WS-SHOCHI-EOF
               END-READ
           END-IF.

      * 口座履歴の走査: 口座が替わるごとに規則を判定する。利息入金
      * (SAMPLE2R)と金額ゼロの記録（開設・復活）は顧客取引としない。
      * 返戻(SAMPLE2C)・組戻し(SAMPLE2K)の戻し入れは取引とせず、
      * 戻された振替の引落しも取引表から除く
       2000-RIREKI-LOOP.
           ADD 1 TO WS-RIREKI-CNT
           IF RR-KOZA-NO NOT = WS-CUR-KOZA
               IF WS-CUR-KOZA NOT = SPACES
                   PERFORM 2500-KOZA-HANTEI
               END-IF
               MOVE RR-KOZA-NO TO WS-CUR-KOZA
               MOVE ZEROS TO WS-AT-CNT WS-ZENKAI-DT
               ADD 1 TO WS-KOZA-CNT
           END-IF
           EVALUATE TRUE
               WHEN RR-PROGRAM-ID = 'SAMPLE2R'
                   OR RR-KINGAKU = ZEROS
                   OR RR-SHORI-DT > WS-GYOMU-DATE
                   CONTINUE
               WHEN RR-PROGRAM-ID = 'SAMPLE2C' OR 'SAMPLE2K'
                   PERFORM 2150-MODOSHI-TORIKESHI
               WHEN OTHER
                   PERFORM 2100-TORIHIKI-ADD
           END-EVALUATE
           PERFORM 1100-READ-RIREKI.

       2100-TORIHIKI-ADD.
           COMPUTE WS-WORK-LILIAN =
               FUNCTION INTEGER-OF-DATE(RR-SHORI-DT)
           COMPUTE WS-KEIKA-NISSU = WS-KIJUN-LILIAN - WS-WORK-LILIAN
           IF RR-SHORI-DT < WS-GYOMU-DATE
               MOVE RR-SHORI-DT TO WS-ZENKAI-DT
           END-IF
           IF WS-KEIKA-NISSU NOT > WS-MAX-NISSU
               IF WS-AT-CNT < 300
                   ADD 1 TO WS-AT-CNT
                   SET WS-AT-IDX TO WS-AT-CNT
                   MOVE RR-SHORI-DT   TO AT-SHORI-DT (WS-AT-IDX)
                   MOVE RR-SHORI-TM   TO AT-SHORI-TM (WS-AT-IDX)
                   MOVE RR-SEQ        TO AT-SEQ (WS-AT-IDX)
                   MOVE RR-KINGAKU    TO AT-KINGAKU (WS-AT-IDX)
                   IF RR-KINGAKU < ZEROS
                       COMPUTE AT-ZETTAI (WS-AT-IDX) = 0 - RR-KINGAKU
                   ELSE
                       MOVE RR-KINGAKU TO AT-ZETTAI (WS-AT-IDX)
                   END-IF
                   MOVE WS-KEIKA-NISSU TO AT-KEIKA (WS-AT-IDX)
                   MOVE RR-PROGRAM-ID TO AT-PROGRAM-ID (WS-AT-IDX)
                   MOVE 'N'           TO AT-KONKYO (WS-AT-IDX)
               ELSE
                   ADD 1 TO WS-OVER-CNT
               END-IF
           END-IF.

      * 戻し入れ: 同額の振替引落しを新しい方から探し、取引表から
      * 詰めて除く（監視期間外の引落しなら何もしない）
       2150-MODOSHI-TORIKESHI.
           MOVE ZEROS TO WS-AT-TORIKESHI
           PERFORM 2160-TORIKESHI-SEARCH
               VARYING WS-AT-SCAN FROM WS-AT-CNT BY -1
               UNTIL WS-AT-SCAN < 1 OR WS-AT-TORIKESHI > ZEROS
           IF WS-AT-TORIKESHI > ZEROS
               PERFORM 2170-TORIKESHI-TSUME
                   VARYING WS-AT-SCAN FROM WS-AT-TORIKESHI BY 1
                   UNTIL WS-AT-SCAN NOT < WS-AT-CNT
               SUBTRACT 1 FROM WS-AT-CNT
           END-IF.

       2160-TORIKESHI-SEARCH.
           SET WS-AT-IDX TO WS-AT-SCAN
           IF AT-PROGRAM-ID (WS-AT-IDX) = 'SAMPLE02'
               AND AT-KINGAKU (WS-AT-IDX) + RR-KINGAKU = ZEROS
               MOVE WS-AT-SCAN TO WS-AT-TORIKESHI
           END-IF.

       2170-TORIKESHI-TSUME.
           MOVE WS-AT-ENTRY (WS-AT-SCAN + 1)
               TO WS-AT-ENTRY (WS-AT-SCAN).

      * 口座単位の判定: 当日の取引がある口座のみ規則を当てる
       2500-KOZA-HANTEI.
           MOVE ZEROS TO WS-TOJITSU-CNT WS-TOJITSU-GAKU
           PERFORM 2510-TOJITSU-SHUKEI
               VARYING WS-AT-SCAN FROM 1 BY 1
               UNTIL WS-AT-SCAN > WS-AT-CNT
           IF WS-TOJITSU-CNT > ZEROS
               ADD 1 TO WS-TAISHO-CNT
               PERFORM 2600-RULE-KOGAKU
               PERFORM 2650-RULE-BUNKATSU
               PERFORM 2700-RULE-KYUMIN
               PERFORM 2750-RULE-OUFUKU
           END-IF.

       2510-TOJITSU-SHUKEI.
           SET WS-AT-IDX TO WS-AT-SCAN
           IF AT-KEIKA (WS-AT-IDX) = ZEROS
               ADD 1 TO WS-TOJITSU-CNT
               ADD AT-ZETTAI (WS-AT-IDX) TO WS-TOJITSU-GAKU
           END-IF.

       2590-KONKYO-CLEAR.
           SET WS-AT-IDX TO WS-AT-SCAN
           MOVE 'N' TO AT-KONKYO (WS-AT-IDX).

      * 規則01 高額取引: 当日の1件が基準額以上
       2600-RULE-KOGAKU.
           PERFORM 2590-KONKYO-CLEAR
               VARYING WS-AT-SCAN FROM 1 BY 1
               UNTIL WS-AT-SCAN > WS-AT-CNT
           MOVE ZEROS TO WS-KONKYO-CNT
           PERFORM 2610-KOGAKU-ONE
               VARYING WS-AT-SCAN FROM 1 BY 1
               UNTIL WS-AT-SCAN > WS-AT-CNT
           IF WS-KONKYO-CNT > ZEROS
               MOVE '01' TO WS-RULE-CD
               MOVE '高額取引' TO WS-RULE-MEI
               PERFORM 2900-CASE-TOUROKU
           END-IF.

       2610-KOGAKU-ONE.
           SET WS-AT-IDX TO WS-AT-SCAN
           IF AT-KEIKA (WS-AT-IDX) = ZEROS
               AND AT-ZETTAI (WS-AT-IDX) NOT < WS-KOGAKU-GAKU
               MOVE 'Y' TO AT-KONKYO (WS-AT-IDX)
               ADD 1 TO WS-KONKYO-CNT
           END-IF.

      * 規則02 分割取引: 基準額の所定割合以上・基準額未満の取引が
      * 期間内に所定件数以上あり、うち1件以上が当日
       2650-RULE-BUNKATSU.
           PERFORM 2590-KONKYO-CLEAR
               VARYING WS-AT-SCAN FROM 1 BY 1
               UNTIL WS-AT-SCAN > WS-AT-CNT
           MOVE ZEROS TO WS-KONKYO-CNT
           MOVE 'N'   TO WS-TOJITSU-ARI
           PERFORM 2660-BUNKATSU-ONE
               VARYING WS-AT-SCAN FROM 1 BY 1
               UNTIL WS-AT-SCAN > WS-AT-CNT
           IF WS-KONKYO-CNT NOT < WS-BUNKATSU-KENSU
               AND WS-TOJITSU-ARI = 'Y'
               MOVE '02' TO WS-RULE-CD
               MOVE '分割取引' TO WS-RULE-MEI
               PERFORM 2900-CASE-TOUROKU
           END-IF.

       2660-BUNKATSU-ONE.
           SET WS-AT-IDX TO WS-AT-SCAN
           IF AT-KEIKA (WS-AT-IDX) NOT > WS-BUNKATSU-NISSU
               AND AT-ZETTAI (WS-AT-IDX) NOT < WS-BUNKATSU-KAGEN
               AND AT-ZETTAI (WS-AT-IDX) < WS-KOGAKU-GAKU
               MOVE 'Y' TO AT-KONKYO (WS-AT-IDX)
               ADD 1 TO WS-KONKYO-CNT
               IF AT-KEIKA (WS-AT-IDX) = ZEROS
                   MOVE 'Y' TO WS-TOJITSU-ARI
               END-IF
           END-IF.

      * 規則03 休眠後急増: 前回取引から所定日数以上空いた口座に、
      * 当日合計で所定額以上の異動
       2700-RULE-KYUMIN.
           IF WS-ZENKAI-DT > ZEROS
               AND WS-TOJITSU-GAKU NOT < WS-KYUMIN-GAKU
               COMPUTE WS-WORK-LILIAN =
                   FUNCTION INTEGER-OF-DATE(WS-ZENKAI-DT)
               COMPUTE WS-KEIKA-NISSU =
                   WS-KIJUN-LILIAN - WS-WORK-LILIAN
               IF WS-KEIKA-NISSU NOT < WS-KYUMIN-NISSU
                   PERFORM 2590-KONKYO-CLEAR
                       VARYING WS-AT-SCAN FROM 1 BY 1
                       UNTIL WS-AT-SCAN > WS-AT-CNT
                   MOVE ZEROS TO WS-KONKYO-CNT
                   PERFORM 2710-KYUMIN-ONE
                       VARYING WS-AT-SCAN FROM 1 BY 1
                       UNTIL WS-AT-SCAN > WS-AT-CNT
                   MOVE '03' TO WS-RULE-CD
                   MOVE '休眠後急増' TO WS-RULE-MEI
                   PERFORM 2900-CASE-TOUROKU
               END-IF
           END-IF.

       2710-KYUMIN-ONE.
           SET WS-AT-IDX TO WS-AT-SCAN
           IF AT-KEIKA (WS-AT-IDX) = ZEROS
               MOVE 'Y' TO AT-KONKYO (WS-AT-IDX)
               ADD 1 TO WS-KONKYO-CNT
           END-IF.

      * 規則04 短期往復: 当日の取引と逆方向・同額の取引が期間内に
      * ある（当日の入金と出金の組を含む）
       2750-RULE-OUFUKU.
           PERFORM 2590-KONKYO-CLEAR
               VARYING WS-AT-SCAN FROM 1 BY 1
               UNTIL WS-AT-SCAN > WS-AT-CNT
           MOVE ZEROS TO WS-KONKYO-CNT
           PERFORM 2760-OUFUKU-ONE
               VARYING WS-AT-SCAN FROM 1 BY 1
               UNTIL WS-AT-SCAN > WS-AT-CNT
           IF WS-KONKYO-CNT > ZEROS
               MOVE '04' TO WS-RULE-CD
               MOVE '短期往復' TO WS-RULE-MEI
               PERFORM 2900-CASE-TOUROKU
           END-IF.

       2760-OUFUKU-ONE.
           SET WS-AT-IDX TO WS-AT-SCAN
           IF AT-KEIKA (WS-AT-IDX) = ZEROS
               PERFORM 2770-OUFUKU-AITE
                   VARYING WS-AT-SCAN2 FROM 1 BY 1
                   UNTIL WS-AT-SCAN2 > WS-AT-CNT
           END-IF.

       2770-OUFUKU-AITE.
           MOVE WS-AT-SCAN2 TO WS-AT-IDX2
           IF WS-AT-IDX2 NOT = WS-AT-SCAN
               AND AT-KEIKA (WS-AT-IDX2) NOT > WS-OUFUKU-NISSU
               AND AT-KINGAKU (WS-AT-IDX2) + AT-KINGAKU (WS-AT-IDX)
                   = ZEROS
               IF AT-KONKYO (WS-AT-IDX) NOT = 'Y'
                   MOVE 'Y' TO AT-KONKYO (WS-AT-IDX)
                   ADD 1 TO WS-KONKYO-CNT
               END-IF
               IF AT-KONKYO (WS-AT-IDX2) NOT = 'Y'
                   MOVE 'Y' TO AT-KONKYO (WS-AT-IDX2)
                   ADD 1 TO WS-KONKYO-CNT
               END-IF
           END-IF.

      * 案件登録: 同じ口座・規則の未処置案件があれば抑止する
      * （当日登録済みの案件は再実行時もリストに再掲する）
       2900-CASE-TOUROKU.
           MOVE WS-RULE-CD TO WS-RULE-NO
           ADD 1 TO WS-RULE-CNT (WS-RULE-NO)
           PERFORM 2910-MISHOCHI-SEARCH
           EVALUATE TRUE
               WHEN WS-CASE-ARI
                AND CS-HASSEI-DT = WS-GYOMU-DATE
                   PERFORM 2950-WRITE-KAKUNIN
               WHEN WS-CASE-ARI
                   IF CS-SAISHU-DT NOT = WS-GYOMU-DATE
                       ADD 1 TO CS-HIT-CNT
                       MOVE WS-GYOMU-DATE TO CS-SAISHU-DT
                       REWRITE CASE-REC
                   END-IF
                   ADD 1 TO WS-YOKUSHI-CNT
               WHEN OTHER
                   PERFORM 2920-CASE-SHINKI
           END-EVALUATE.

       2910-MISHOCHI-SEARCH.
           MOVE 'N' TO WS-CASE-FLAG
           MOVE 'N' TO WS-CS-EOF
           MOVE WS-CUR-KOZA TO CS-KOZA-NO
           MOVE WS-RULE-CD  TO CS-RULE-CD
           MOVE ZEROS       TO CS-HASSEI-DT
           START AML-CASE KEY IS NOT LESS THAN CS-KEY
               INVALID KEY MOVE 'Y' TO WS-CS-EOF
           END-START
           PERFORM 2915-CASE-READ-ONE
               UNTIL WS-CS-EOF = 'Y'
           IF WS-CASE-ARI
               MOVE WS-CASE-SAVE TO CASE-REC
           END-IF.

       2915-CASE-READ-ONE.
           READ AML-CASE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-CS-EOF
               NOT AT END
                   IF CS-KOZA-NO NOT = WS-CUR-KOZA
                       OR CS-RULE-CD NOT = WS-RULE-CD
                       MOVE 'Y' TO WS-CS-EOF
                   ELSE
                       IF CS-MISHOCHI
                           MOVE 'Y' TO WS-CASE-FLAG
                           MOVE CASE-REC TO WS-CASE-SAVE
                           MOVE 'Y' TO WS-CS-EOF
                       END-IF
                   END-IF
           END-READ.

       2920-CASE-SHINKI.
           MOVE ZEROS TO WS-KONKYO-GAKU
           PERFORM 2930-KONKYO-GOUKEI
               VARYING WS-AT-SCAN FROM 1 BY 1
               UNTIL WS-AT-SCAN > WS-AT-CNT
           MOVE SPACES        TO CASE-REC
           MOVE WS-CUR-KOZA   TO CS-KOZA-NO
           MOVE WS-RULE-CD    TO CS-RULE-CD
           MOVE WS-GYOMU-DATE TO CS-HASSEI-DT
           MOVE 'O'           TO CS-STATUS
           MOVE WS-GYOMU-DATE TO CS-SAISHU-DT
           MOVE 1             TO CS-HIT-CNT
           MOVE WS-KONKYO-CNT TO CS-MEISAI-CNT
           MOVE WS-KONKYO-GAKU TO CS-GOUKEI
           MOVE ZEROS         TO CS-SHOCHI-DT
           WRITE CASE-REC
               INVALID KEY
                   DISPLAY 'SAMPLE02G: 案件登録エラー '
                           WS-CUR-KOZA
                   MOVE 8 TO WS-RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-SHINKI-CNT
                   PERFORM 2940-WRITE-CASE-MEISAI
                       VARYING WS-AT-SCAN FROM 1 BY 1
                       UNTIL WS-AT-SCAN > WS-AT-CNT
                   PERFORM 2950-WRITE-KAKUNIN
           END-WRITE.

       2930-KONKYO-GOUKEI.
           SET WS-AT-IDX TO WS-AT-SCAN
           IF AT-KONKYO (WS-AT-IDX) = 'Y'
               ADD AT-ZETTAI (WS-AT-IDX) TO WS-KONKYO-GAKU
           END-IF.

       2940-WRITE-CASE-MEISAI.
           SET WS-AT-IDX TO WS-AT-SCAN
           IF AT-KONKYO (WS-AT-IDX) = 'Y'
               MOVE SPACES TO CASE-MEISAI-REC
               MOVE WS-CUR-KOZA             TO CD-KOZA-NO
               MOVE WS-RULE-CD              TO CD-RULE-CD
               MOVE WS-GYOMU-DATE           TO CD-HASSEI-DT
               MOVE AT-SHORI-DT (WS-AT-IDX) TO CD-SHORI-DT
               MOVE AT-SHORI-TM (WS-AT-IDX) TO CD-SHORI-TM
               MOVE AT-SEQ (WS-AT-IDX)      TO CD-SEQ
               MOVE AT-KINGAKU (WS-AT-IDX)  TO CD-KINGAKU
               MOVE AT-PROGRAM-ID (WS-AT-IDX) TO CD-PROGRAM-ID
               WRITE CASE-MEISAI-REC
           END-IF.

      * 確認リスト: 案件の見出しと根拠取引
       2950-WRITE-KAKUNIN.
           MOVE SPACES TO WS-WORK-LINE
           MOVE CS-GOUKEI TO WS-EDIT-KINGAKU
           STRING '新規案件 口座:' WS-CUR-KOZA
                  ' 規則:' WS-RULE-CD ' ' WS-RULE-MEI
                  ' 根拠件数:' CS-MEISAI-CNT
                  ' 合計:' WS-EDIT-KINGAKU
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO KR-LINE
           WRITE KAKUNIN-RPT-REC
           PERFORM 2960-WRITE-KONKYO
               VARYING WS-AT-SCAN FROM 1 BY 1
               UNTIL WS-AT-SCAN > WS-AT-CNT.

       2960-WRITE-KONKYO.
           SET WS-AT-IDX TO WS-AT-SCAN
           IF AT-KONKYO (WS-AT-IDX) = 'Y'
               MOVE SPACES TO WS-WORK-LINE
               MOVE AT-KINGAKU (WS-AT-IDX) TO WS-EDIT-KINGAKU
               STRING '    ' AT-SHORI-DT (WS-AT-IDX)
                      ' ' AT-SHORI-TM (WS-AT-IDX)
                      ' ' WS-EDIT-KINGAKU
                      ' ' AT-PROGRAM-ID (WS-AT-IDX)
                   DELIMITED SIZE INTO WS-WORK-LINE
               MOVE WS-WORK-LINE TO KR-LINE
               WRITE KAKUNIN-RPT-REC
           END-IF.

       4000-RPT-FOOTER.
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-RIREKI-CNT TO WS-EDIT-CNT
           STRING '履歴件数      :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO KR-LINE
           WRITE KAKUNIN-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-TAISHO-CNT TO WS-EDIT-CNT
           STRING '当日異動口座  :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO KR-LINE
           WRITE KAKUNIN-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-RULE-CNT (1) TO WS-EDIT-CNT
           STRING '01 高額取引   :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO KR-LINE
           WRITE KAKUNIN-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-RULE-CNT (2) TO WS-EDIT-CNT
           STRING '02 分割取引   :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO KR-LINE
           WRITE KAKUNIN-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-RULE-CNT (3) TO WS-EDIT-CNT
           STRING '03 休眠後急増 :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO KR-LINE
           WRITE KAKUNIN-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-RULE-CNT (4) TO WS-EDIT-CNT
           STRING '04 短期往復   :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO KR-LINE
           WRITE KAKUNIN-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-SHINKI-CNT TO WS-EDIT-CNT
           STRING '新規案件      :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO KR-LINE
           WRITE KAKUNIN-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-YOKUSHI-CNT TO WS-EDIT-CNT
           STRING '未処置抑止    :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO KR-LINE
           WRITE KAKUNIN-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-SHOCHI-CNT TO WS-EDIT-CNT
           STRING '処置済み反映  :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO KR-LINE
           WRITE KAKUNIN-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-SHOCHI-NG-CNT TO WS-EDIT-CNT
           STRING '処置対象なし  :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO KR-LINE
           WRITE KAKUNIN-RPT-REC
           IF WS-OVER-CNT > ZEROS
               MOVE SPACES TO WS-WORK-LINE
               MOVE WS-OVER-CNT TO WS-EDIT-CNT
               STRING '表溢れ件数    :' WS-EDIT-CNT
                   DELIMITED SIZE INTO WS-WORK-LINE
               MOVE WS-WORK-LINE TO KR-LINE
               WRITE KAKUNIN-RPT-REC
           END-IF
           IF (WS-SHOCHI-NG-CNT > ZEROS OR WS-OVER-CNT > ZEROS)
               AND WS-RETURN-CODE < 4
               MOVE 4 TO WS-RETURN-CODE
           END-IF.

       3000-CLOSE-FILES.
           CLOSE KOZA-RIREKI
           CLOSE AML-CASE
           CLOSE CASE-MEISAI
           CLOSE SHOCHI-FILE
           CLOSE KAKUNIN-RPT.
