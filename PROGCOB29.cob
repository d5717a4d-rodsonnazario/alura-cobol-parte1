               PERFORM UNTIL FIM-ARQUIVO
                   IF AT-MATRICULA = WRK-MATRICULA
                       ADD 1 TO WRK-QTDE-AULAS
                       IF AT-CONTA-PRESENCA
                           ADD 1 TO WRK-QTDE-PRESENCAS
                       END-IF
                       DISPLAY AT-DATA ' ' AT-PRESENCA
