           MOVE SPOOL-PAGINAS-WS   TO SPOOL-CAT-PAGINAS.
           MOVE TOTAL-LINHAS-SPOOL TO SPOOL-CAT-LINHAS.
           MOVE SPOOL-PATH (1:30)  TO SPOOL-CAT-ARQUIVO.
           MOVE SPACE              TO SPOOL-CAT-DESTINO.
           MOVE SPACE              TO SPOOL-CAT-QUEBRA.
           MOVE SPACE              TO SPOOL-CAT-SITUACAO.
           WRITE SPOOL-CAT-REGISTRO.
           CLOSE ARQUIVO-SPOOL-CAT.
           DISPLAY "LISTAGEM GUARDADA NO SPOOL: " SPOOL-PATH.
