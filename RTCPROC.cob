      *    ROTINAS DA POLITICA DE RETENCAO (RETENCAO.DAT).
       INICIALIZA-CAMINHO-RETENCAO.
           MOVE "retencao.dat" TO RETENCAO-PATH.
           ACCEPT RETENCAO-PATH FROM ENVIRONMENT "RETENCAO_DAT".
           IF RETENCAO-PATH = SPACE
               MOVE "retencao.dat" TO RETENCAO-PATH
           END-IF.

      *    OBTEM-RETENCAO: LEITURA DIRETA PELA CHAVE; LINHA COM PRAZO
      *    ZERADO NAO VALE (O PROGRAMA FICA COM O PADRAO DELE).
       OBTEM-RETENCAO.
           MOVE "N" TO RETENCAO-ACHADA.
           MOVE 0 TO RETENCAO-MESES-WS.
           MOVE SPACE TO RETENCAO-ACAO-WS.
           PERFORM INICIALIZA-CAMINHO-RETENCAO.
           OPEN INPUT ARQUIVO-RETENCAO.
           IF RETENCAO-FILE-STATUS = "00"
                   OR RETENCAO-FILE-STATUS = "05"
               MOVE RETENCAO-ARQUIVO-WS TO RETENCAO-ARQUIVO
               READ ARQUIVO-RETENCAO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF RETENCAO-MESES IS NUMERIC
                               AND RETENCAO-MESES NOT = 0
                           MOVE "S" TO RETENCAO-ACHADA
                           MOVE RETENCAO-MESES TO RETENCAO-MESES-WS
                           MOVE RETENCAO-ACAO TO RETENCAO-ACAO-WS
                       END-IF
               END-READ
               CLOSE ARQUIVO-RETENCAO
           END-IF.
