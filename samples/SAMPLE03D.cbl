           05  YM-KOUSHIN-CNT    PIC 9(02).
           05  YM-NENDO          PIC 9(04).
           05  YM-TAISHOKU-DT    PIC 9(08).
           05  YM-YTD-KAZEI      PIC S9(09) COMP-3.
           05  YM-YTD-HIKAZEI    PIC S9(09) COMP-3.
           05  YM-YTD-KOYO-HOKEN PIC S9(09) COMP-3.
           05  FILLER            PIC X(28).

       FD  MEISAI-FILE
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  MEISAI-REC.
           05  MS-TOTAL-KYU      PIC 9(08).
           05  MS-BUMON-CD       PIC X(04).
           05  MS-JYUMIN-ZEI     PIC 9(07).
           05  MS-TEATE-GAKU     PIC 9(07).
           05  MS-KOYO-HOKEN     PIC 9(05).
           05  MS-SHIKYU-YM      PIC 9(06).
           05  MS-DAICHO-KOJO    PIC 9(07).
           05  FILLER            PIC X(05).

       FD  SABUN-RPT
           RECORD CONTAINS 100 CHARACTERS
           MOVE SA-SABUN (WS-SAB-IDX) TO MS-TOTAL-KYU
           MOVE KYM-BUMON-CD TO MS-BUMON-CD
           MOVE ZEROS        TO MS-JYUMIN-ZEI
                                MS-TEATE-GAKU
                                MS-KOYO-HOKEN
                                MS-DAICHO-KOJO
           MOVE WS-GYOMU-DATE(1:6) TO MS-SHIKYU-YM
           WRITE MEISAI-REC
           ADD 1 TO WS-MEISAI-CNT.

               INVALID KEY
                   ADD 1 TO WS-ERR-CNT
               NOT INVALID KEY
                   IF YM-YTD-KAZEI NOT NUMERIC
                       OR YM-YTD-HIKAZEI NOT NUMERIC
                       MOVE YM-YTD-SOUSHI TO YM-YTD-KAZEI
                       MOVE ZEROS         TO YM-YTD-HIKAZEI
                   END-IF
                   ADD SA-SABUN (WS-SAB-IDX) TO YM-YTD-SOUSHI
                   ADD SA-SABUN (WS-SAB-IDX) TO YM-YTD-KAZEI
                   ADD 1 TO YM-KOUSHIN-CNT
                   REWRITE YTD-REC
           END-READ.
