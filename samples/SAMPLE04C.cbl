      * SAMPLE04C: 在庫引当登録バッチ
      * 概要: 引当依頼ファイル（受注参照・品番・倉庫・数量）を読み込み、
      *       引当マスタと在庫マスタの引当残を更新する。引当は有効在庫
      *       （現在庫－引当残－品質保留）の範囲内でのみ成立する。処理結果ログと
      *       品番・倉庫別の有効在庫報告書を出力する（SAMPLE04の引当
      *       サブシステム）。
      *=================================================================
           05  ZM-LOT-NO         PIC X(10).
           05  ZM-HEIKIN-TANKA   PIC S9(05)V99 COMP-3.
           05  ZM-HIKIATE-SU     PIC S9(09) COMP-3.
           05  ZM-ABC-KBN        PIC X(01).
      * 品質保留: 検査保留数と不合格数（いずれも現在庫の内数）
           05  ZM-HORYU-SU       PIC S9(05) COMP-3.
           05  ZM-FURYO-SU       PIC S9(05) COMP-3.
           05  FILLER            PIC X(01).

       FD  HIKIATE-LOG
           RECORD CONTAINS 80 CHARACTERS

       01  WS-HONJITSU           PIC 9(08) VALUE ZEROS.
       01  WS-YUKO-ZAIKO         PIC S9(09) COMP-3.
       01  WS-HORYU-GOKEI        PIC S9(09) COMP-3.

       01  WS-COUNTERS.
           05  WS-INPUT-CNT      PIC 9(07) VALUE ZEROS.
           05  WS-EDIT-ZAIKO     PIC -ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-HIKIATE   PIC -ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-YUKO      PIC -ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-HORYU     PIC -ZZZ,ZZZ,ZZ9.
           05  WS-ATP-LINE       PIC X(100).

       01  WS-GYOMU-DATE-AREA.
           PERFORM 1100-READ-YOYAKU.

       2100-HIKIATE-SHORI.
           PERFORM 2150-YUKO-ZAIKO-KEISAN
           IF YY-SURYO > WS-YUKO-ZAIKO
               MOVE 'N' TO HL-RESULT
               MOVE '有効在庫不足' TO HL-MSG
               PERFORM 2110-HIKIATE-TOUROKU
           END-IF.

      * 有効在庫: 現在庫－引当残－品質保留（検査保留・不合格）
      * （保留項目が未設定の行は保留なしとみなす）
       2150-YUKO-ZAIKO-KEISAN.
           IF ZM-HORYU-SU NOT NUMERIC
               MOVE ZEROS TO ZM-HORYU-SU
           END-IF
           IF ZM-FURYO-SU NOT NUMERIC
               MOVE ZEROS TO ZM-FURYO-SU
           END-IF
           COMPUTE WS-HORYU-GOKEI = ZM-HORYU-SU + ZM-FURYO-SU
           COMPUTE WS-YUKO-ZAIKO =
               ZM-ZAIKO-SU - ZM-HIKIATE-SU - WS-HORYU-GOKEI.

       2110-HIKIATE-TOUROKU.
           MOVE YY-JUCHU-NO TO HK-JUCHU-NO
           MOVE YY-HINBAN   TO HK-HINBAN
           END-READ.

       7200-ATP-LINE.
           PERFORM 2150-YUKO-ZAIKO-KEISAN
           MOVE SPACES TO WS-ATP-LINE
           MOVE ZM-ZAIKO-SU   TO WS-EDIT-ZAIKO
           MOVE ZM-HIKIATE-SU TO WS-EDIT-HIKIATE
           MOVE WS-HORYU-GOKEI TO WS-EDIT-HORYU
           MOVE WS-YUKO-ZAIKO TO WS-EDIT-YUKO
           STRING ZM-HINBAN ' ' ZM-SOKO-CD
                  ' 在庫:' WS-EDIT-ZAIKO
                  ' 引当:' WS-EDIT-HIKIATE
                  ' 保留:' WS-EDIT-HORYU
                  ' 有効:' WS-EDIT-YUKO
               DELIMITED SIZE INTO WS-ATP-LINE
           MOVE WS-ATP-LINE TO AT-LINE
