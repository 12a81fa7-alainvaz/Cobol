      *    VITIMA; E MARCA A VITIMA INATIVA COM A ANOTACAO "FUNDIDO
      *    EM" NO PROPRIO REGISTRO. CADA ARQUIVO TOCADO DEIXA LINHA
      *    DE AUDITORIA. SO SUPERVISOR AUTENTICADO (NIVEL 3) RODA.
      *    COM PEDIDOS.DAT INDEXADO, A FUSAO TAMBEM TROCA A CHAVE
      *    ALTERNATIVA DO CLIENTE (PEDIDO-CLIENTE-CHAVE) EM TODAS AS
      *    LINHAS DO PEDIDO - CABECALHO E ITENS - NA MESMA PASSADA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               END-IF
           END-IF.

      *    REAPONTA-PEDIDOS: REGRAVA NO LUGAR AS LINHAS DA VITIMA,
      *    PERCORRENDO PELA CHAVE PRINCIPAL (A ALTERNATIVA DO CLIENTE
      *    MUDA NO REWRITE, POR ISSO NAO SE ANDA POR ELA).
       REAPONTA-PEDIDOS.
           OPEN I-O ARQUIVO-PEDIDO.
           IF PEDIDO-FILE-STATUS = "35"
           END-IF.

       REAPONTA-PROXIMO-PEDIDO.
           READ ARQUIVO-PEDIDO NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
                   AND PEDIDO-CLIENTE-CHAVE = CODIGO-VITIMA
               MOVE CODIGO-SOBREVIVENTE TO PEDIDO-CLIENTE-CHAVE
               IF PEDIDO-CABECALHO
                   MOVE CODIGO-SOBREVIVENTE
                       TO PEDIDO-CLIENTE-CODIGO
                   MOVE NOME-SOBREVIVENTE TO PEDIDO-CLIENTE-NOME
                   ADD 1 TO TOTAL-PEDIDOS-MOVIDOS
               END-IF
               REWRITE PEDIDO-REGISTRO
                   INVALID KEY
                       DISPLAY "ERRO AO REGRAVAR O PEDIDO "
                               PEDIDO-NUMERO " LINHA " PEDIDO-LINHA
               END-REWRITE
           END-IF.

       REAPONTA-FATURAS.
                               TO CREDITO-EXPOSICAO
                           MOVE DATA-HOJE
                               TO CREDITO-DATA-ATUALIZACAO
                           MOVE "N" TO CREDITO-RESTRICAO-CHEQUE
                           MOVE ZERO TO CREDITO-DATA-RESTRICAO
                           WRITE CREDITO-REGISTRO
                               INVALID KEY
                                   DISPLAY "ERRO AO CRIAR A FICHA "
