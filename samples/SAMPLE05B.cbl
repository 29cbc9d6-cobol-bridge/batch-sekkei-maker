      * SAMPLE05B: 住民税 特別徴収月割明細バッチ
      * 概要: 納税通知ファイル(NOFU-FILE)の年税額を12回の月割額に展開し
      *       特別徴収用の月割明細ファイルを出力する（SAMPLE05の
      *       月割モード）。端数は第1回目に加算する。月割明細には
      *       納入先市町村の特別徴収指定番号を持たせる。
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE05B.
       DATA DIVISION.
       FILE SECTION.
       FD  NOFU-FILE
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  NOFU-REC.
           05  NF-CHOSHU-KBN     PIC X(01).
               88  NF-TOKUBETSU  VALUE '1' ' '.
               88  NF-FUTSU      VALUE '2'.
           05  FILLER            PIC X(31).

       FD  SCHEDULE-FILE
           RECORD CONTAINS 60 CHARACTERS
           05  SC-KINGAKU        PIC 9(08).
           05  SC-KIJITSU        PIC 9(08).
           05  SC-KIJITSU-ROLL   PIC X(01).
           05  SC-TOKUCHO-CD     PIC X(06).
           05  FILLER            PIC X(03).

       FD  HOLIDAY-MASTER
           RECORD CONTAINS 40 CHARACTERS
           MOVE NF-JYUMIN-NO TO SC-JYUMIN-NO
           MOVE NF-SHIMEI    TO SC-SHIMEI
           MOVE WS-KAISU     TO SC-KAISU
           MOVE NF-TOKUCHO-CD TO SC-TOKUCHO-CD
           IF WS-KAISU = 1
               ADD WS-GEPPUTU WS-HASU GIVING SC-KINGAKU
           ELSE
