
      * 自行の口座振替入金は入金方法 'JIDO' で追跡できるようにする
       2200-WRITE-NYUKIN.
           MOVE SPACES       TO NYUKIN-REC
           MOVE KT-TOKUI-CD  TO NK-TOKUI-CD
           MOVE WS-HONJITSU  TO NK-NYUKIN-DT
           MOVE KR-KINGAKU   TO NK-NYUKIN-KINGAKU
