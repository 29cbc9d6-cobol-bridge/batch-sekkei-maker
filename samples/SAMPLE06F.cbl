      *       リジェクト）。検証済みイベントを反映した被保険者
      *       ファイルを出力し、本人宛の得喪確認通知とSAMPLE06の
      *       月割計算が参照できるイベントジャーナルを書き出す。
      *       届出の基礎年金番号・生年月日は被保険者データへ、
      *       喪失原因はジャーナルへ引き継ぐ（SAMPLE06Hの電子届出用）。
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE06F.
       DATA DIVISION.
       FILE SECTION.
       FD  SHIKAKU-EVENT-FILE
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  SHIKAKU-EVENT-REC.
           05  EV-NENREI         PIC 9(03).
           05  EV-EVENT-DT       PIC 9(08).
           05  EV-SHAIN-NO       PIC X(08).
      * 得喪原因: 喪失 2:退職等 3:死亡 4:75歳到達 5:障害認定 9:その他
           05  EV-RIYU-CD        PIC X(01).
           05  EV-KISO-NENKIN-NO PIC X(10).
           05  EV-SEINENGAPPI    PIC 9(08).
           05  FILLER            PIC X(03).

       FD  HIHOKEN-IN-FILE
           RECORD CONTAINS 120 CHARACTERS
           05  EJ-EVENT-DT       PIC 9(08).
           05  EJ-SHORI-DT       PIC 9(08).
           05  EJ-HOKEN-KBN      PIC X(04).
           05  EJ-RIYU-CD        PIC X(01).
           05  FILLER            PIC X(26).

       FD  REJECT-RPT
           RECORD CONTAINS 80 CHARACTERS
                   15  HT-KAINYU-DT  PIC 9(08).
                   15  HT-DATTAI-DT  PIC 9(08).
                   15  HT-SHAIN-NO   PIC X(08).
                   15  HT-KISO-NENKIN-NO PIC X(10).
                   15  HT-SEINENGAPPI PIC 9(08).
                   15  FILLER        PIC X(15).
       01  WS-HIHO-CNT           PIC 9(04) VALUE ZEROS.
       01  WS-HIHO-SCAN          PIC 9(04).
       01  WS-HIHO-HIT           PIC 9(04) VALUE ZEROS.
                   MOVE EV-EVENT-DT   TO HT-KAINYU-DT (WS-HH-IDX)
                   MOVE ZEROS         TO HT-DATTAI-DT (WS-HH-IDX)
                   MOVE EV-SHAIN-NO   TO HT-SHAIN-NO (WS-HH-IDX)
                   MOVE EV-KISO-NENKIN-NO
                       TO HT-KISO-NENKIN-NO (WS-HH-IDX)
                   MOVE EV-SEINENGAPPI
                       TO HT-SEINENGAPPI (WS-HH-IDX)
                   ADD 1 TO WS-SHUTOKU-CNT
                   MOVE '資格取得を受け付けました'
                       TO KT-BUNMEN
           MOVE EV-EVENT-DT   TO EJ-EVENT-DT
           MOVE WS-GYOMU-DATE TO EJ-SHORI-DT
           MOVE EV-HOKEN-KBN  TO EJ-HOKEN-KBN
           MOVE EV-RIYU-CD    TO EJ-RIYU-CD
           WRITE EVENT-JOURNAL-REC.

       3000-CLOSE-FILES.
