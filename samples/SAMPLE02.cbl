                   PERFORM 9800-SHIWAKE-KIROKU
               END-IF
           ELSE
               IF KM-STATUS = '2'
                   MOVE '11' TO KR-RESULT-CD
                   MOVE '休眠口座(復活手続要)' TO KR-MSG
               ELSE
                   MOVE '10' TO KR-RESULT-CD
                   MOVE '口座利用停止' TO KR-MSG
               END-IF
               ADD 1 TO WS-NG-CNT
           END-IF
           PERFORM 9100-WRITE-KEKKA.
