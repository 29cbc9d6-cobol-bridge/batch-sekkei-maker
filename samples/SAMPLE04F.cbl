      *       （SAMPLE02形式）を作成する。提案済みの請求は支払済み
      *       状態へ更新し、買掛決済仕訳を仕訳ファイルへ出力する。
      *       提案内容は支払提案リストに印字する。
      *       仕入返品のデビットノート（金額マイナスの買掛）は同じ
      *       仕入先の期日到来分と相殺し、振替は仕入先ごとに差引額で
      *       1件作成する。相殺しきれないデビット残は次回へ繰り越す。
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE04F.

      * 仕入先マスタ: 振込口座は補助領域に保持する
       FD  SHIIRE-MASTER
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  SHIIRE-REC.
           05  SH-HINBAN         PIC X(10).
           05  SH-LEAD-TIME      PIC 9(03).
           05  SH-HACHU-TANI     PIC 9(05).
           05  SH-KOZA-NO        PIC X(10).
           05  FILLER            PIC X(46).

       FD  FURIKAE-FILE
           RECORD CONTAINS 80 CHARACTERS
       01  WS-KOZA-SCAN          PIC 9(03).
       01  WS-KOZA-HIT           PIC 9(03) VALUE ZEROS.

      * 仕入先別の支払集計テーブル（期日到来請求とデビット残の相殺）
       01  WS-SHIHARAI-TABLE.
           05  WS-SHIHARAI-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-ST-IDX.
               10  ST-SHIIRE-CD  PIC X(06).
               10  ST-SEIKYU     PIC S9(13) COMP-3.
               10  ST-DEBIT      PIC S9(13) COMP-3.
               10  ST-SOSAI      PIC S9(13) COMP-3.
               10  ST-SOSAI-ZAN  PIC S9(13) COMP-3.
               10  ST-SHIHARAI   PIC S9(13) COMP-3.
               10  ST-KOZA-HIT   PIC 9(03).
               10  ST-SHORI-KBN  PIC X(01).
                   88  ST-SHORI-TAISHO VALUE 'Y'.
       01  WS-ST-CNT             PIC 9(03) VALUE ZEROS.
       01  WS-ST-SCAN            PIC 9(03).
       01  WS-ST-HIT             PIC 9(03) VALUE ZEROS.
       01  WS-ST-OVER-CNT        PIC 9(05) VALUE ZEROS.
       01  WS-SOSAI-GAKU         PIC S9(13) COMP-3.

       01  WS-COUNTERS.
           05  WS-INPUT-CNT      PIC 9(07) VALUE ZEROS.
           05  WS-TEIAN-CNT      PIC 9(07) VALUE ZEROS.
           05  WS-KOZA-NG-CNT    PIC 9(07) VALUE ZEROS.
           05  WS-FURIKAE-CNT    PIC 9(07) VALUE ZEROS.
           05  WS-SOSAI-CNT      PIC 9(07) VALUE ZEROS.
       01  WS-TEIAN-GOUKEI       PIC S9(12) VALUE ZEROS.
       01  WS-SOSAI-GOUKEI       PIC S9(12) VALUE ZEROS.

       01  WS-EDIT-AREA.
           05  WS-EDIT-CNT       PIC ZZZ,ZZ9.
           05  WS-EDIT-KINGAKU   PIC ZZ,ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-SEIKYU    PIC ZZ,ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-SOSAI     PIC ZZ,ZZZ,ZZZ,ZZ9.
           05  WS-WORK-LINE      PIC X(120).

       01  WS-RETURN-CODE        PIC 9(04) VALUE ZEROS.
           PERFORM 0300-SHIWAKE-OPEN
           PERFORM 1000-OPEN-FILES
           PERFORM 1300-LOAD-SHIIRE-KOZA
           PERFORM 1400-SEIKYU-SHUKEI
           PERFORM 1500-SOSAI-KETTEI
               VARYING WS-ST-SCAN FROM 1 BY 1
               UNTIL WS-ST-SCAN > WS-ST-CNT
           PERFORM 1600-KAIKAKE-START
           PERFORM 2000-MAIN-LOOP
               UNTIL WS-EOF-FLAG = 'Y'
           PERFORM 2500-FURIKAE-SAKUSEI
               VARYING WS-ST-SCAN FROM 1 BY 1
               UNTIL WS-ST-SCAN > WS-ST-CNT
           PERFORM 4000-RPT-FOOTER
           PERFORM 3000-CLOSE-FILES
           MOVE WS-RETURN-CODE TO RETURN-CODE
           OPEN OUTPUT FURIKAE-FILE
           OPEN OUTPUT TEIAN-RPT
           MOVE '===== 支払提案リスト =====' TO TA-LINE
           WRITE TEIAN-RPT-REC.

       1600-KAIKAKE-START.
           MOVE 'N' TO WS-EOF-FLAG
           MOVE LOW-VALUES TO KB-DENPYO-NO
           START KAIKAKE-MASTER KEY IS NOT LESS THAN KB-DENPYO-NO
               INVALID KEY MOVE 'Y' TO WS-EOF-FLAG
               MOVE WS-KOZA-SCAN TO WS-KOZA-HIT
           END-IF.

      * 支払集計: 未払買掛を仕入先別に、期日到来の請求額と
      * デビットノート（金額マイナス・期日に関係なく）の残額に分ける
       1400-SEIKYU-SHUKEI.
           PERFORM 1600-KAIKAKE-START
           PERFORM 1410-SEIKYU-SHUKEI-ONE
               UNTIL WS-EOF-FLAG = 'Y'.

       1410-SEIKYU-SHUKEI-ONE.
           IF KB-MIBARAI
               IF KB-KINGAKU < ZEROS
                   PERFORM 2900-SHIHARAI-ENTRY
                   IF WS-ST-HIT > ZEROS
                       SUBTRACT KB-KINGAKU FROM ST-DEBIT (WS-ST-IDX)
                   END-IF
               ELSE
                   IF KB-SHIHARAI-DT NOT > WS-GYOMU-DATE
                       PERFORM 2900-SHIHARAI-ENTRY
                       IF WS-ST-HIT > ZEROS
                           ADD KB-KINGAKU TO ST-SEIKYU (WS-ST-IDX)
                       END-IF
                   END-IF
               END-IF
           END-IF
           PERFORM 1100-READ-KAIKAKE.

      * 相殺額決定: 相殺額は請求額とデビット残の小さい方。差引の
      * 支払額があるのに口座がない仕入先は今回の支払対象から外す
       1500-SOSAI-KETTEI.
           SET WS-ST-IDX TO WS-ST-SCAN
           IF ST-SEIKYU (WS-ST-IDX) > ZEROS
               IF ST-DEBIT (WS-ST-IDX) < ST-SEIKYU (WS-ST-IDX)
                   MOVE ST-DEBIT (WS-ST-IDX) TO ST-SOSAI (WS-ST-IDX)
               ELSE
                   MOVE ST-SEIKYU (WS-ST-IDX) TO ST-SOSAI (WS-ST-IDX)
               END-IF
               MOVE ST-SOSAI (WS-ST-IDX) TO ST-SOSAI-ZAN (WS-ST-IDX)
               COMPUTE ST-SHIHARAI (WS-ST-IDX) =
                   ST-SEIKYU (WS-ST-IDX) - ST-SOSAI (WS-ST-IDX)
               PERFORM 2200-KOZA-SEARCH
               MOVE WS-KOZA-HIT TO ST-KOZA-HIT (WS-ST-IDX)
               IF ST-SHIHARAI (WS-ST-IDX) > ZEROS
                   AND WS-KOZA-HIT = ZEROS
                   ADD 1 TO WS-KOZA-NG-CNT
                   MOVE SPACES TO WS-WORK-LINE
                   STRING '口座未登録 仕入先:'
                          ST-SHIIRE-CD (WS-ST-IDX)
                       DELIMITED SIZE INTO WS-WORK-LINE
                   MOVE WS-WORK-LINE TO TA-LINE
                   WRITE TEIAN-RPT-REC
               ELSE
                   MOVE 'Y' TO ST-SHORI-KBN (WS-ST-IDX)
               END-IF
           END-IF.

      * 支払提案: 支払対象仕入先の期日到来請求を支払済みにし、
      * デビットノートは相殺額の範囲で消し込む（超過分は残額を残す）
       2000-MAIN-LOOP.
           ADD 1 TO WS-INPUT-CNT
           IF KB-MIBARAI
               PERFORM 2050-SHIHARAI-SEARCH
               IF WS-ST-HIT > ZEROS
                   IF ST-SHORI-TAISHO (WS-ST-IDX)
                       PERFORM 2080-KAIKAKE-KESHIKOMI
                   END-IF
               END-IF
           END-IF
           PERFORM 1100-READ-KAIKAKE.

       2050-SHIHARAI-SEARCH.
           MOVE ZEROS TO WS-ST-HIT
           PERFORM 2910-SHIHARAI-SCAN-ONE
               VARYING WS-ST-SCAN FROM 1 BY 1
               UNTIL WS-ST-SCAN > WS-ST-CNT
                   OR WS-ST-HIT > ZEROS
           IF WS-ST-HIT > ZEROS
               SET WS-ST-IDX TO WS-ST-HIT
           END-IF.

       2080-KAIKAKE-KESHIKOMI.
           IF KB-KINGAKU < ZEROS
               IF ST-SOSAI-ZAN (WS-ST-IDX) > ZEROS
                   PERFORM 2150-DEBIT-SOSAI
               END-IF
           ELSE
               IF KB-SHIHARAI-DT NOT > WS-GYOMU-DATE
                   PERFORM 2100-TEIAN-SHORI
               END-IF
           END-IF.

       2100-TEIAN-SHORI.
           SET KB-SHIHARAI-ZUMI TO TRUE
           REWRITE KAIKAKE-REC
           ADD 1 TO WS-TEIAN-CNT
           MOVE KB-KINGAKU TO WS-EDIT-KINGAKU
           MOVE SPACES TO WS-WORK-LINE
           STRING '伝票:' KB-DENPYO-NO
                  ' 仕入先:' KB-SHIIRE-CD
                  ' 金額:' WS-EDIT-KINGAKU
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO TA-LINE
           WRITE TEIAN-RPT-REC.

       2150-DEBIT-SOSAI.
           COMPUTE WS-SOSAI-GAKU = ZERO - KB-KINGAKU
           IF WS-SOSAI-GAKU > ST-SOSAI-ZAN (WS-ST-IDX)
               MOVE ST-SOSAI-ZAN (WS-ST-IDX) TO WS-SOSAI-GAKU
               ADD WS-SOSAI-GAKU TO KB-KINGAKU
           ELSE
               SET KB-SHIHARAI-ZUMI TO TRUE
           END-IF
           SUBTRACT WS-SOSAI-GAKU FROM ST-SOSAI-ZAN (WS-ST-IDX)
           REWRITE KAIKAKE-REC
           ADD 1 TO WS-SOSAI-CNT
           ADD WS-SOSAI-GAKU TO WS-SOSAI-GOUKEI
           MOVE WS-SOSAI-GAKU TO WS-EDIT-KINGAKU
           MOVE SPACES TO WS-WORK-LINE
           STRING '伝票:' KB-DENPYO-NO
                  ' 仕入先:' KB-SHIIRE-CD
                  ' 相殺:' WS-EDIT-KINGAKU
               DELIMITED SIZE INTO WS-WORK-LINE
           IF NOT KB-SHIHARAI-ZUMI
               MOVE '（デビット残あり）' TO WS-WORK-LINE(60:30)
           END-IF
           MOVE WS-WORK-LINE TO TA-LINE
           WRITE TEIAN-RPT-REC.

      * 振替作成: 仕入先ごとに差引支払額で振替依頼を1件作成する
      * （全額相殺で支払額ゼロの仕入先は振替を作らない）
       2500-FURIKAE-SAKUSEI.
           SET WS-ST-IDX TO WS-ST-SCAN
           IF ST-SHORI-TAISHO (WS-ST-IDX)
               MOVE ST-SEIKYU (WS-ST-IDX)   TO WS-EDIT-SEIKYU
               MOVE ST-SOSAI (WS-ST-IDX)    TO WS-EDIT-SOSAI
               MOVE ST-SHIHARAI (WS-ST-IDX) TO WS-EDIT-KINGAKU
               MOVE SPACES TO WS-WORK-LINE
               STRING '振替 仕入先:' ST-SHIIRE-CD (WS-ST-IDX)
                      ' 請求:' WS-EDIT-SEIKYU
                      ' 相殺:' WS-EDIT-SOSAI
                      ' 支払:' WS-EDIT-KINGAKU
                   DELIMITED SIZE INTO WS-WORK-LINE
               IF ST-SHIHARAI (WS-ST-IDX) > ZEROS
                   PERFORM 2550-FURIKAE-WRITE
               ELSE
                   MOVE '全額相殺' TO WS-WORK-LINE(100:12)
               END-IF
               MOVE WS-WORK-LINE TO TA-LINE
               WRITE TEIAN-RPT-REC
           END-IF.

       2550-FURIKAE-WRITE.
           SET WS-KZ-IDX TO ST-KOZA-HIT (WS-ST-IDX)
           MOVE SPACES TO FURIKAE-REC
           MOVE KZ-KOZA-NO (WS-KZ-IDX) TO FR-KOZA-NO
           MOVE ST-SHIHARAI (WS-ST-IDX) TO FR-KINGAKU
           MOVE WS-GYOMU-DATE TO FR-HIDUKE
           MOVE '1'           TO FR-FURIKAE-KBN
           MOVE ZEROS         TO FR-RETRY-CNT
           WRITE FURIKAE-REC
           ADD 1 TO WS-FURIKAE-CNT
           ADD ST-SHIHARAI (WS-ST-IDX) TO WS-TEIAN-GOUKEI
           MOVE 'SHIH' TO WS-SW-EVENT
           MOVE ST-SHIHARAI (WS-ST-IDX) TO WS-SW-KINGAKU
           MOVE ST-SHIIRE-CD (WS-ST-IDX) TO WS-SW-AITE
           PERFORM 9800-SHIWAKE-KIROKU.

       2200-KOZA-SEARCH.
           MOVE ZEROS TO WS-KOZA-HIT
           PERFORM 2210-KOZA-SCAN-ONE

       2210-KOZA-SCAN-ONE.
           SET WS-KZ-IDX TO WS-KOZA-SCAN
           IF KZ-SHIIRE-CD (WS-KZ-IDX) = ST-SHIIRE-CD (WS-ST-IDX)
               MOVE WS-KOZA-SCAN TO WS-KOZA-HIT
           END-IF.

      * テーブル引当: 仕入先のエントリを探し、なければ追加する
       2900-SHIHARAI-ENTRY.
           PERFORM 2050-SHIHARAI-SEARCH
           IF WS-ST-HIT = ZEROS AND WS-ST-CNT < 200
               ADD 1 TO WS-ST-CNT
               SET WS-ST-IDX TO WS-ST-CNT
               MOVE KB-SHIIRE-CD TO ST-SHIIRE-CD (WS-ST-IDX)
               MOVE ZEROS TO ST-SEIKYU    (WS-ST-IDX)
                             ST-DEBIT     (WS-ST-IDX)
                             ST-SOSAI     (WS-ST-IDX)
                             ST-SOSAI-ZAN (WS-ST-IDX)
                             ST-SHIHARAI  (WS-ST-IDX)
                             ST-KOZA-HIT  (WS-ST-IDX)
               MOVE 'N' TO ST-SHORI-KBN (WS-ST-IDX)
               MOVE WS-ST-CNT TO WS-ST-HIT
           END-IF
           IF WS-ST-HIT = ZEROS
               ADD 1 TO WS-ST-OVER-CNT
           END-IF.

       2910-SHIHARAI-SCAN-ONE.
           SET WS-ST-IDX TO WS-ST-SCAN
           IF ST-SHIIRE-CD (WS-ST-IDX) = KB-SHIIRE-CD
               MOVE WS-ST-SCAN TO WS-ST-HIT
           END-IF.

       4000-RPT-FOOTER.
           MOVE WS-TEIAN-CNT TO WS-EDIT-CNT
           MOVE SPACES TO WS-WORK-LINE
           STRING '提案件数      :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO TA-LINE
           WRITE TEIAN-RPT-REC
           MOVE WS-SOSAI-CNT TO WS-EDIT-CNT
           MOVE SPACES TO WS-WORK-LINE
           STRING '相殺件数      :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO TA-LINE
           WRITE TEIAN-RPT-REC
           MOVE WS-SOSAI-GOUKEI TO WS-EDIT-KINGAKU
           MOVE SPACES TO WS-WORK-LINE
           STRING '相殺金額合計  :' WS-EDIT-KINGAKU
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO TA-LINE
           WRITE TEIAN-RPT-REC
           MOVE WS-FURIKAE-CNT TO WS-EDIT-CNT
           MOVE SPACES TO WS-WORK-LINE
           STRING '振替件数      :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO TA-LINE
           WRITE TEIAN-RPT-REC
           MOVE WS-TEIAN-GOUKEI TO WS-EDIT-KINGAKU
           MOVE SPACES TO WS-WORK-LINE
           STRING '提案金額合計  :' WS-EDIT-KINGAKU
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO TA-LINE
           WRITE TEIAN-RPT-REC
           IF WS-KOZA-NG-CNT > ZEROS
               MOVE WS-KOZA-NG-CNT TO WS-EDIT-CNT
               MOVE SPACES TO WS-WORK-LINE
               STRING '口座未登録件数:' WS-EDIT-CNT
                   DELIMITED SIZE INTO WS-WORK-LINE
               MOVE WS-WORK-LINE TO TA-LINE
               WRITE TEIAN-RPT-REC
               MOVE 4 TO WS-RETURN-CODE
           END-IF
           IF WS-ST-OVER-CNT > ZEROS
               MOVE WS-ST-OVER-CNT TO WS-EDIT-CNT
               MOVE SPACES TO WS-WORK-LINE
               STRING '集計展開あふれ:' WS-EDIT-CNT
                   DELIMITED SIZE INTO WS-WORK-LINE
               MOVE WS-WORK-LINE TO TA-LINE
               WRITE TEIAN-RPT-REC
               MOVE 8 TO WS-RETURN-CODE
           END-IF.

       3000-CLOSE-FILES.
