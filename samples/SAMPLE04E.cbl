      *       受領数以内・単価は平均単価の許容幅(±10%)内であれば
      *       買掛マスタへ支払予定として登録し、仕入計上仕訳を仕訳
      *       ファイルへ出力する。不一致はバイヤー確認用の差異報告へ
      *       出力し計上しない。不一致は仕入先評価用に差異ログへも
      *       追記する。
      *       計上時は請求書の適格請求書発行事業者登録番号を仕入先
      *       マスタの登録状況（SAMPLE04Pで洗い替え）と照合し、
      *       未登録・番号不一致・失効・取消の仕入先は差異報告に
      *       適格外として出力する。適格外の請求書の消費税は取引日
      *       により経過措置の控除可能分（令和8年9月まで80%、
      *       令和11年9月まで50%）と控除対象外分に分けて仕訳する。
      *       計上した請求は税区分・控除可能分・控除対象外分を仕入
      *       税額明細へ追記する（消費税申告集計はSAMPLE11I）。
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE04E.
               ACCESS MODE IS RANDOM
               RECORD KEY IS KB-DENPYO-NO
               FILE STATUS IS WS-KAIKAKE-STATUS.
           SELECT SHIIRE-MASTER ASSIGN TO SHIIREMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-HINBAN
               FILE STATUS IS WS-SHIIRE-STATUS.
           SELECT FUGO-RPT ASSIGN TO SANWAYRPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FUGO-STATUS.
           SELECT FUGO-LOG ASSIGN TO SANWAYLOG
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FUGOLOG-STATUS.
           SELECT SHIIZEI-FILE ASSIGN TO SHIIZEI
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SHIIZEI-STATUS.
           SELECT OPTIONAL GYOMU-DATE-FILE ASSIGN TO GYOMUDATE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
       DATA DIVISION.
       FILE SECTION.
       FD  SEIKYU-IN-FILE
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  SEIKYU-IN-REC.
           05  IV-KINGAKU        PIC 9(10).
           05  IV-SHIHARAI-DT    PIC 9(08).
           05  FILLER            PIC X(08).
           05  IV-TOUROKU-NO     PIC X(14).
           05  IV-ZEI-GAKU       PIC 9(09).
           05  IV-TORIHIKI-DT    PIC 9(08).
           05  IV-ZEI-KBN        PIC X(02).
           05  FILLER            PIC X(07).

       FD  OPENPO-MASTER
           RECORD CONTAINS 80 CHARACTERS
           05  ZM-LOT-NO         PIC X(10).
           05  ZM-HEIKIN-TANKA   PIC S9(05)V99 COMP-3.
           05  ZM-HIKIATE-SU     PIC S9(09) COMP-3.
           05  ZM-ABC-KBN        PIC X(01).
      * 品質保留: 検査保留数と不合格数（いずれも現在庫の内数）
           05  ZM-HORYU-SU       PIC S9(05) COMP-3.
           05  ZM-FURYO-SU       PIC S9(05) COMP-3.
           05  FILLER            PIC X(01).

      * 仕入先マスタ: 適格請求書の登録状況は補助領域に保持する
      * （状態 1=登録 2=失効 3=取消）
       FD  SHIIRE-MASTER
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  SHIIRE-REC.
           05  SH-HINBAN         PIC X(10).
           05  SH-SHIIRE-CD      PIC X(06).
           05  FILLER            PIC X(24).
           05  SH-TOUROKU-NO     PIC X(14).
           05  SH-TOUROKU-JOTAI  PIC X(01).
           05  SH-TOUROKU-DT     PIC 9(08).
           05  SH-SHIKKO-DT      PIC 9(08).
           05  FILLER            PIC X(09).

      * 買掛マスタ: 承認済み請求を支払期日付きで保持する
       FD  KAIKAKE-MASTER
       01  FUGO-RPT-REC.
           05  FG-LINE           PIC X(120).

      * 差異ログ: 仕入先別の照合不一致件数・金額の集計用
       FD  FUGO-LOG
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  FUGO-LOG-REC.
           05  FL-SHORI-DT       PIC 9(08).
           05  FL-SHIIRE-CD      PIC X(06).
           05  FL-DENPYO-NO      PIC X(10).
           05  FL-HACHU-NO       PIC X(10).
           05  FL-KINGAKU        PIC 9(10).
           05  FL-RIYU           PIC X(30).
           05  FILLER            PIC X(06).

      * 仕入税額明細: 計上した請求の税区分別の消費税内訳（追記）
      *   適格 Y=適格請求書 N=適格外（控除可能分は経過措置分）
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

       FD  GYOMU-DATE-FILE
           RECORD CONTAINS 20 CHARACTERS
           LABEL RECORDS ARE STANDARD
           05  WS-ZAIKO-STATUS   PIC X(02).
           05  WS-KAIKAKE-STATUS PIC X(02).
           05  WS-FUGO-STATUS    PIC X(02).
           05  WS-FUGOLOG-STATUS PIC X(02).
           05  WS-SHIIZEI-STATUS PIC X(02).
           05  WS-SHIIRE-STATUS  PIC X(02).
           05  WS-EOF-FLAG       PIC X(01) VALUE 'N'.
           05  WS-SHIIRE-EOF     PIC X(01) VALUE 'N'.

      * 照合判定の作業域（単価許容幅は平均単価の±10%）
       01  WS-SHOGO-AREA.
           05  WS-TANKA-JOGEN    PIC S9(05)V99 COMP-3 VALUE ZEROS.
           05  WS-UKETORI-SU     PIC S9(07) COMP-3 VALUE ZEROS.

      * 仕入先別の登録状況テーブル（品番別行から仕入先ごとに拾う）
       01  WS-TOUROKU-TABLE.
           05  WS-TOUROKU-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-TT-IDX.
               10  TT-SHIIRE-CD  PIC X(06).
               10  TT-TOUROKU-NO PIC X(14).
               10  TT-JOTAI      PIC X(01).
                   88  TT-SHIKKO         VALUE '2'.
                   88  TT-TORIKESHI      VALUE '3'.
               10  TT-TOUROKU-DT PIC 9(08).
               10  TT-SHIKKO-DT  PIC 9(08).
       01  WS-TOUROKU-CNT        PIC 9(03) VALUE ZEROS.
       01  WS-TOUROKU-SCAN       PIC 9(03).
       01  WS-TOUROKU-HIT        PIC 9(03) VALUE ZEROS.
       01  WS-TOUROKU-OVER       PIC 9(07) VALUE ZEROS.

      * 適格請求書判定の作業域（経過措置の控除割合は取引日で決める）
       01  WS-TEKIKAKU-AREA.
           05  WS-TEKIKAKU-FLAG  PIC X(01) VALUE 'Y'.
               88  WS-TEKIKAKU-OK        VALUE 'Y'.
           05  WS-TEKIKAKU-RIYU  PIC X(30).
           05  WS-TORIHIKI-DT    PIC 9(08).
           05  WS-SEIDO-KAISHI-DT PIC 9(08) VALUE 20231001.
           05  WS-KEIKA80-SHURYO-DT PIC 9(08) VALUE 20260930.
           05  WS-KEIKA50-SHURYO-DT PIC 9(08) VALUE 20290930.
           05  WS-KOJO-RITSU     PIC 9(03).
           05  WS-KOJO-ZEI       PIC 9(09).
           05  WS-HIKOJO-ZEI     PIC 9(09).
           05  WS-EDIT-RITSU     PIC ZZ9.
           05  WS-EDIT-ZEI       PIC ZZZ,ZZZ,ZZ9.

       01  WS-COUNTERS.
           05  WS-INPUT-CNT      PIC 9(07) VALUE ZEROS.
           05  WS-SHONIN-CNT     PIC 9(07) VALUE ZEROS.
           05  WS-FUGO-CNT       PIC 9(07) VALUE ZEROS.
           05  WS-TEKIKAKU-NG-CNT PIC 9(07) VALUE ZEROS.

       01  WS-EDIT-AREA.
           05  WS-EDIT-CNT       PIC ZZZ,ZZ9.
           END-READ.

      * 仕訳記帳: 科目対応マスタの借方・貸方で貸借一対を書き出す
      *   SHII 仕入（税抜、消費税額なしの請求は税込）（仕入／買掛金）
      *   SHZK 仮払消費税 控除可能分      （仮払消費税／買掛金）
      *   SHZH 消費税 控除対象外分        （仕入／買掛金）
       9800-SHIWAKE-KIROKU.
           MOVE WS-SW-EVENT TO KJ-EVENT-CD
           READ KANJO-MASTER
           OPEN INPUT  OPENPO-MASTER
           OPEN INPUT  ZAIKO-MASTER
           OPEN I-O    KAIKAKE-MASTER
           OPEN INPUT  SHIIRE-MASTER
           OPEN OUTPUT FUGO-RPT
           OPEN EXTEND FUGO-LOG
           OPEN EXTEND SHIIZEI-FILE
           MOVE '===== 三way照合 差異報告 =====' TO FG-LINE
           WRITE FUGO-RPT-REC
           PERFORM 1300-LOAD-SHIIRE-TOUROKU
           PERFORM 1100-READ-SEIKYU.

       1100-READ-SEIKYU.
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

      * 登録状況展開: 仕入先マスタ行から仕入先別の登録状況を拾う
       1300-LOAD-SHIIRE-TOUROKU.
           MOVE LOW-VALUES TO SH-HINBAN
           START SHIIRE-MASTER KEY IS NOT LESS THAN SH-HINBAN
               INVALID KEY MOVE 'Y' TO WS-SHIIRE-EOF
           END-START
           PERFORM 1310-READ-SHIIRE
               UNTIL WS-SHIIRE-EOF = 'Y'.

       1310-READ-SHIIRE.
           READ SHIIRE-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SHIIRE-EOF
               NOT AT END
                   IF SH-TOUROKU-NO NOT = SPACES
                       PERFORM 1320-TOUROKU-ACCUM
                   END-IF
           END-READ.

       1320-TOUROKU-ACCUM.
           MOVE ZEROS TO WS-TOUROKU-HIT
           PERFORM 1330-TOUROKU-SCAN-ONE
               VARYING WS-TOUROKU-SCAN FROM 1 BY 1
               UNTIL WS-TOUROKU-SCAN > WS-TOUROKU-CNT
                   OR WS-TOUROKU-HIT > ZEROS
           IF WS-TOUROKU-HIT = ZEROS
               IF WS-TOUROKU-CNT < 500
                   ADD 1 TO WS-TOUROKU-CNT
                   SET WS-TT-IDX TO WS-TOUROKU-CNT
                   MOVE SH-SHIIRE-CD     TO TT-SHIIRE-CD  (WS-TT-IDX)
                   MOVE SH-TOUROKU-NO    TO TT-TOUROKU-NO (WS-TT-IDX)
                   MOVE SH-TOUROKU-JOTAI TO TT-JOTAI      (WS-TT-IDX)
                   MOVE SH-TOUROKU-DT    TO TT-TOUROKU-DT (WS-TT-IDX)
                   MOVE SH-SHIKKO-DT     TO TT-SHIKKO-DT  (WS-TT-IDX)
               ELSE
                   ADD 1 TO WS-TOUROKU-OVER
               END-IF
           END-IF.

       1330-TOUROKU-SCAN-ONE.
           SET WS-TT-IDX TO WS-TOUROKU-SCAN
           IF TT-SHIIRE-CD (WS-TT-IDX) = SH-SHIIRE-CD
               MOVE WS-TOUROKU-SCAN TO WS-TOUROKU-HIT
           END-IF.

       2000-MAIN-LOOP.
           ADD 1 TO WS-INPUT-CNT
           PERFORM 2100-SANWAY-SHOGO
           IF WS-SHOGO-OK
               IF IV-ZEI-GAKU NOT NUMERIC
                   OR IV-ZEI-GAKU > IV-KINGAKU
                   MOVE 'N' TO WS-SHOGO-FLAG
                   MOVE '消費税額不正' TO WS-FUGO-RIYU
               END-IF
           END-IF
           IF WS-SHOGO-OK
               PERFORM 2300-KAIKAKE-TOUROKU
           ELSE
                   PERFORM 9200-WRITE-FUGO
               NOT INVALID KEY
                   ADD 1 TO WS-SHONIN-CNT
                   PERFORM 2400-TEKIKAKU-HANTEI
                   PERFORM 2500-SHIIRE-SHIWAKE
           END-WRITE.

      * 適格請求書判定: 請求書の登録番号と仕入先の登録状況を照合し、
      * 適格外なら取引日で経過措置の控除割合を決める
       2400-TEKIKAKU-HANTEI.
           MOVE 'Y'    TO WS-TEKIKAKU-FLAG
           MOVE SPACES TO WS-TEKIKAKU-RIYU
           MOVE 100    TO WS-KOJO-RITSU
           IF IV-TORIHIKI-DT NUMERIC AND IV-TORIHIKI-DT > ZEROS
               MOVE IV-TORIHIKI-DT TO WS-TORIHIKI-DT
           ELSE
               MOVE WS-GYOMU-DATE  TO WS-TORIHIKI-DT
           END-IF
           MOVE ZEROS TO WS-TOUROKU-HIT
           PERFORM 2410-TOUROKU-SCAN-ONE
               VARYING WS-TOUROKU-SCAN FROM 1 BY 1
               UNTIL WS-TOUROKU-SCAN > WS-TOUROKU-CNT
                   OR WS-TOUROKU-HIT > ZEROS
           IF WS-TOUROKU-HIT > ZEROS
               SET WS-TT-IDX TO WS-TOUROKU-HIT
           END-IF
           EVALUATE TRUE
               WHEN WS-TORIHIKI-DT < WS-SEIDO-KAISHI-DT
                   CONTINUE
               WHEN WS-TOUROKU-HIT = ZEROS
                   MOVE '仕入先登録番号なし'
                       TO WS-TEKIKAKU-RIYU
               WHEN IV-TOUROKU-NO = SPACES
                   MOVE '請求書登録番号なし'
                       TO WS-TEKIKAKU-RIYU
               WHEN IV-TOUROKU-NO NOT = TT-TOUROKU-NO (WS-TT-IDX)
                   MOVE '登録番号不一致' TO WS-TEKIKAKU-RIYU
               WHEN TT-TOUROKU-DT (WS-TT-IDX) > WS-TORIHIKI-DT
                   MOVE '登録日前の取引' TO WS-TEKIKAKU-RIYU
               WHEN TT-SHIKKO (WS-TT-IDX)
                AND TT-SHIKKO-DT (WS-TT-IDX) <= WS-TORIHIKI-DT
                   MOVE '登録失効' TO WS-TEKIKAKU-RIYU
               WHEN TT-TORIKESHI (WS-TT-IDX)
                AND TT-SHIKKO-DT (WS-TT-IDX) <= WS-TORIHIKI-DT
                   MOVE '登録取消' TO WS-TEKIKAKU-RIYU
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-TEKIKAKU-RIYU NOT = SPACES
               MOVE 'N' TO WS-TEKIKAKU-FLAG
               EVALUATE TRUE
                   WHEN WS-TORIHIKI-DT <= WS-KEIKA80-SHURYO-DT
                       MOVE 80 TO WS-KOJO-RITSU
                   WHEN WS-TORIHIKI-DT <= WS-KEIKA50-SHURYO-DT
                       MOVE 50 TO WS-KOJO-RITSU
                   WHEN OTHER
                       MOVE ZEROS TO WS-KOJO-RITSU
               END-EVALUATE
           END-IF
           COMPUTE WS-KOJO-ZEI = IV-ZEI-GAKU * WS-KOJO-RITSU / 100
           COMPUTE WS-HIKOJO-ZEI = IV-ZEI-GAKU - WS-KOJO-ZEI
           IF NOT WS-TEKIKAKU-OK
               PERFORM 9300-WRITE-TEKIKAKU
           END-IF.

       2410-TOUROKU-SCAN-ONE.
           SET WS-TT-IDX TO WS-TOUROKU-SCAN
           IF TT-SHIIRE-CD (WS-TT-IDX) = IV-SHIIRE-CD
               MOVE WS-TOUROKU-SCAN TO WS-TOUROKU-HIT
           END-IF.

      * 仕入計上仕訳: 消費税額のある請求は税抜の仕入と、控除可能分・
      * 控除対象外分の消費税に分けて計上する
       2500-SHIIRE-SHIWAKE.
           MOVE IV-SHIIRE-CD TO WS-SW-AITE
           MOVE 'SHII' TO WS-SW-EVENT
           COMPUTE WS-SW-KINGAKU = IV-KINGAKU - IV-ZEI-GAKU
           PERFORM 9800-SHIWAKE-KIROKU
           IF WS-KOJO-ZEI > ZEROS
               MOVE 'SHZK' TO WS-SW-EVENT
               MOVE WS-KOJO-ZEI TO WS-SW-KINGAKU
               PERFORM 9800-SHIWAKE-KIROKU
           END-IF
           IF WS-HIKOJO-ZEI > ZEROS
               MOVE 'SHZH' TO WS-SW-EVENT
               MOVE WS-HIKOJO-ZEI TO WS-SW-KINGAKU
               PERFORM 9800-SHIWAKE-KIROKU
           END-IF
           PERFORM 2510-SHIIZEI-WRITE.

      * 仕入税額明細: 申告集計用に請求ごとの消費税内訳を追記する
       2510-SHIIZEI-WRITE.
           MOVE SPACES TO SHIIZEI-REC
           MOVE WS-GYOMU-DATE  TO SZ-SHORI-DT
           MOVE WS-TORIHIKI-DT TO SZ-TORIHIKI-DT
           MOVE IV-DENPYO-NO   TO SZ-DENPYO-NO
           MOVE IV-SHIIRE-CD   TO SZ-SHIIRE-CD
           MOVE IV-ZEI-KBN     TO SZ-ZEI-KBN
           MOVE WS-TEKIKAKU-FLAG TO SZ-TEKIKAKU
           COMPUTE SZ-ZEINUKI = IV-KINGAKU - IV-ZEI-GAKU
           MOVE IV-ZEI-GAKU    TO SZ-ZEI-GAKU
           MOVE WS-KOJO-ZEI    TO SZ-KOJO-ZEI
           MOVE WS-HIKOJO-ZEI  TO SZ-HIKOJO-ZEI
           MOVE WS-KOJO-RITSU  TO SZ-KOJO-RITSU
           WRITE SHIIZEI-REC.

       9200-WRITE-FUGO.
           ADD 1 TO WS-FUGO-CNT
           MOVE IV-KINGAKU TO WS-EDIT-KINGAKU
                  ' 事由:' WS-FUGO-RIYU
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO FG-LINE
           WRITE FUGO-RPT-REC
           MOVE SPACES TO FUGO-LOG-REC
           MOVE WS-GYOMU-DATE TO FL-SHORI-DT
           MOVE IV-SHIIRE-CD  TO FL-SHIIRE-CD
           MOVE IV-DENPYO-NO  TO FL-DENPYO-NO
           MOVE IV-HACHU-NO   TO FL-HACHU-NO
           MOVE IV-KINGAKU    TO FL-KINGAKU
           MOVE WS-FUGO-RIYU  TO FL-RIYU
           WRITE FUGO-LOG-REC.

       9300-WRITE-TEKIKAKU.
           ADD 1 TO WS-TEKIKAKU-NG-CNT
           MOVE WS-KOJO-RITSU TO WS-EDIT-RITSU
           MOVE WS-HIKOJO-ZEI TO WS-EDIT-ZEI
           MOVE SPACES TO WS-WORK-LINE
           STRING '適格外 伝票:' IV-DENPYO-NO
                  ' 仕入先:' IV-SHIIRE-CD
                  ' 事由:' WS-TEKIKAKU-RIYU
                  ' 控除率:' WS-EDIT-RITSU
                  '% 控除外:' WS-EDIT-ZEI
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO FG-LINE
           WRITE FUGO-RPT-REC.

       4000-RPT-FOOTER.
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO FG-LINE
           WRITE FUGO-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-TEKIKAKU-NG-CNT TO WS-EDIT-CNT
           STRING '適格外件数    :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO FG-LINE
           WRITE FUGO-RPT-REC
           IF WS-FUGO-CNT > ZEROS
               OR WS-TEKIKAKU-NG-CNT > ZEROS
               MOVE 4 TO WS-RETURN-CODE
           END-IF
           IF WS-TOUROKU-OVER > ZEROS
               MOVE SPACES TO WS-WORK-LINE
               MOVE WS-TOUROKU-OVER TO WS-EDIT-CNT
               STRING '登録展開あふれ:' WS-EDIT-CNT
                   DELIMITED SIZE INTO WS-WORK-LINE
               MOVE WS-WORK-LINE TO FG-LINE
               WRITE FUGO-RPT-REC
               MOVE 8 TO WS-RETURN-CODE
           END-IF.

       3000-CLOSE-FILES.
           CLOSE OPENPO-MASTER
           CLOSE ZAIKO-MASTER
           CLOSE KAIKAKE-MASTER
           CLOSE SHIIRE-MASTER
           CLOSE FUGO-RPT
           CLOSE FUGO-LOG
           CLOSE SHIIZEI-FILE.
