           MOVE 0 TO RUNLOG-LIDOS.
           MOVE 0 TO RUNLOG-GRAVADOS.
           MOVE 0 TO RUNLOG-RETORNO.
           MOVE SPACE TO RUNLOG-OPERADOR.
           WRITE RUNLOG-REGISTRO.
           CLOSE ARQUIVO-RUNLOG.

           MOVE RUNLOG-LIDOS-WS TO RUNLOG-LIDOS.
           MOVE RUNLOG-GRAVADOS-WS TO RUNLOG-GRAVADOS.
           MOVE RETURN-CODE TO RUNLOG-RETORNO.
           MOVE SPACE TO RUNLOG-OPERADOR.
           WRITE RUNLOG-REGISTRO.
           CLOSE ARQUIVO-RUNLOG.
