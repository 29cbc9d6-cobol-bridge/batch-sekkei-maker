      * 概要: SAMPLE01が出力する外貨ジャーナルを得意先・通貨別に
      *       集計し、売掛残高の残る得意先について月末時点の適用
      *       レートで評価替えした場合の評価差額を報告する。
      *       SAMPLE07の外貨入金決済分は外貨残・帳簿円価から除く。
      *       マスタの更新は行わない（報告のみ）。
      *=================================================================
       IDENTIFICATION DIVISION.
           05  GJ-EN-KINGAKU     PIC S9(09).
           05  GJ-DATE           PIC 9(08).
           05  GJ-TORIHIKI-KBN   PIC X(01).
               88  GJ-HENPIN     VALUE '1'.
               88  GJ-KESSAI     VALUE '2'.
           05  GJ-JITSUGEN-SAEKI PIC S9(09).
           05  FILLER            PIC X(11).

       FD  KAWASE-MASTER
           RECORD CONTAINS 40 CHARACTERS
               ADD 1 TO WS-GAIKA-OVER-CNT
           END-IF
           IF WS-GAIKA-IS-FOUND
               IF GJ-HENPIN OR GJ-KESSAI
                   SUBTRACT GJ-GAIKA-KINGAKU
                       FROM GK-GAIKA-ZAN (WS-GK-IDX)
               ELSE
