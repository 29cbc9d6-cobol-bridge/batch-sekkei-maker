      *       基準日（業務日付）までの延滞金を法定二段階利率
      *       （1か月以内は軽減利率・以後は本則利率、年度改定は
      *       延滞金利率マスタで保持）で計算し、滞納レコードへ
      *       記録する。計算結果の明細報告を出力する。不納欠損と
      *       した期別は計算せず、除外件数を報告に示す。
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE05J.
       DATA DIVISION.
       FILE SECTION.
       FD  TAINO-MASTER
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  TAINO-REC.
           05  TN-KEY.
               88  TN-MINOU      VALUE '0'.
               88  TN-NOFU-ZUMI  VALUE '1'.
               88  TN-TORIKESHI  VALUE '2'.
               88  TN-KESSON     VALUE '3'.
           05  TN-SHUNO-DT       PIC 9(08).
           05  TN-ENTAI-KIN      PIC 9(07).
           05  FILLER            PIC X(47).
      *    一部納付・一部充当の減額分について確定した未徴収の延滞金
           05  TN-ICHIBU-ENTAI   PIC 9(07).

       FD  ENTAI-RATE-MASTER
           RECORD CONTAINS 40 CHARACTERS
       01  WS-COUNTERS.
           05  WS-TAISHO-CNT     PIC 9(07) VALUE ZEROS.
           05  WS-KASAN-CNT      PIC 9(07) VALUE ZEROS.
           05  WS-KESSON-CNT     PIC 9(07) VALUE ZEROS.
           05  WS-ENTAI-GOUKEI   PIC 9(11) VALUE ZEROS.

       01  WS-EDIT-AREA.
               AT END
                   MOVE 'Y' TO WS-TAINO-EOF
               NOT AT END
                   IF TN-KESSON
                       ADD 1 TO WS-KESSON-CNT
                   END-IF
                   IF TN-MINOU AND TN-KIGEN-DT < WS-KIJUN-DT
                       ADD 1 TO WS-TAISHO-CNT
                       PERFORM 2100-ENTAI-KASAN
                   END-IF
           END-READ.

      * 残る本税の延滞金に、一部納付・一部充当で確定済みの延滞金を
      * 加えて記録する
       2100-ENTAI-KASAN.
           PERFORM 9750-ENTAI-KEISAN
           IF TN-ICHIBU-ENTAI NUMERIC
               ADD TN-ICHIBU-ENTAI TO WS-ENTAI-KIN
           END-IF
           MOVE WS-ENTAI-KIN TO TN-ENTAI-KIN
           REWRITE TAINO-REC
           IF WS-ENTAI-KIN > ZEROS
           STRING '延滞金合計    :' WS-EDIT-KINGAKU
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO EN-LINE
           WRITE ENTAI-RPT-REC
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-KESSON-CNT TO WS-EDIT-CNT
           STRING '不納欠損除外  :' WS-EDIT-CNT
               DELIMITED SIZE INTO WS-WORK-LINE
           MOVE WS-WORK-LINE TO EN-LINE
           WRITE ENTAI-RPT-REC.

       3000-CLOSE-FILES.
