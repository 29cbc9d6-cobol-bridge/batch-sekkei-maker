      *       保険料計算履歴ファイルの該当月分を改定後料率で再計算する。
      *       差額は調整通知・振替依頼へ出力し、年間累計マスタを補正
      *       する（SAMPLE06の遡及改定モード）。還付方向の差額は
      *       調整報告書のみに出力する。休業による保険料免除の月は
      *       再計算の対象としない。
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE06C.
           05  RH-NENREI         PIC 9(03).
           05  RH-FUYO-CNT       PIC 9(02).
           05  RH-GOUKEI         PIC 9(09).
           05  RH-MENJO-KBN      PIC X(01).
               88  RH-MENJO-NASHI VALUE SPACE.
           05  FILLER            PIC X(15).

       FD  RYO-MASTER
           RECORD CONTAINS 60 CHARACTERS
           ADD 1 TO WS-RIREKI-CNT
           PERFORM 2100-KAITEI-MATCH
           IF WS-KAI-HIT > ZEROS
               AND RH-MENJO-NASHI
               PERFORM 2200-SAIKEISAN
           END-IF
           PERFORM 1400-READ-RIREKI.
