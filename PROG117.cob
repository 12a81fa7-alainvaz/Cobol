      *    QUANDO O PRECO MUDOU DESDE O ORCAMENTO, O PEDIDO RECEBE
      *    NUMERO DE NUMPED.DAT E O ORCAMENTO FICA MARCADO "C" COM O
      *    NUMERO GERADO - E DESSA MARCA QUE O PROG118 TIRA A TAXA
      *    DE CONVERSAO. ORCAMENTO VENCIDO NAO CONVERTE. O PEDIDO
      *    CONVERTIDO FICA NA EMPRESA DO CABECALHO DO ORCAMENTO
      *    (VARIAVEL EMPRESA, PADRAO 17).
      *    O PEDIDO CONVERTIDO E GRAVADO PELA CHAVE DE PEDIDOS.DAT
      *    (CABECALHO NA LINHA 000, ITENS A PARTIR DA 001, CLIENTE NA
      *    CHAVE ALTERNATIVA).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       GRAVA-PEDIDO-CONVERTIDO.
           PERFORM GERA-NUMERO-PEDIDO.
           OPEN I-O ARQUIVO-PEDIDO.
           IF PEDIDO-FILE-STATUS = "35"
               OPEN OUTPUT ARQUIVO-PEDIDO
               CLOSE ARQUIVO-PEDIDO
               OPEN I-O ARQUIVO-PEDIDO
           END-IF.

           MOVE SPACE TO PEDIDO-REGISTRO.
           MOVE "C" TO PEDIDO-TIPO.
           MOVE NUMERO-PEDIDO-GERADO TO PEDIDO-NUMERO.
           MOVE 0 TO PEDIDO-LINHA.
           MOVE CONV-CLIENTE-CODIGO TO PEDIDO-CLIENTE-CHAVE.
           MOVE CONV-CLIENTE-CODIGO TO PEDIDO-CLIENTE-CODIGO.
           MOVE CONV-CLIENTE-NOME TO PEDIDO-CLIENTE-NOME.
           ACCEPT PEDIDO-DATA FROM DATE YYYYMMDD.
           ACCEPT PEDIDO-HORA FROM TIME.
           MOVE QTDE-ITENS-ORC TO PEDIDO-QTDE-ITENS.
           MOVE "A" TO PEDIDO-SITUACAO.
           MOVE EMPRESA-CODIGO-USO TO PEDIDO-EMPRESA.
           PERFORM ESCREVE-PEDIDO-CONVERTIDO.

           MOVE 1 TO ITEM-SUB.
           PERFORM GRAVA-ITEM-CONVERTIDO
           MOVE SPACE TO PEDIDO-REGISTRO.
           MOVE "I" TO PEDIDO-TIPO.
           MOVE NUMERO-PEDIDO-GERADO TO PEDIDO-NUMERO.
           MOVE ITEM-SUB TO PEDIDO-LINHA.
           MOVE CONV-CLIENTE-CODIGO TO PEDIDO-CLIENTE-CHAVE.
           MOVE ITEM-ORC-PRODUTO (ITEM-SUB) TO ITEM-PRODUTO-CODIGO.
           MOVE ITEM-ORC-DESCRICAO (ITEM-SUB) TO ITEM-DESCRICAO.
           MOVE ITEM-ORC-QTDE (ITEM-SUB) TO ITEM-QUANTIDADE.
           MOVE ITEM-ORC-PRECO (ITEM-SUB) TO ITEM-PRECO-UNITARIO.
           MOVE EMPRESA-CODIGO-USO TO PEDIDO-EMPRESA.
           PERFORM ESCREVE-PEDIDO-CONVERTIDO.
           ADD 1 TO ITEM-SUB.

       ESCREVE-PEDIDO-CONVERTIDO.
           WRITE PEDIDO-REGISTRO
               INVALID KEY
                   DISPLAY "*** PEDIDO " PEDIDO-NUMERO " LINHA "
                           PEDIDO-LINHA " JA EXISTE EM PEDIDOS.DAT. "
                           "CONFIRA O NUMPED.DAT. ***"
           END-WRITE.

       MARCA-ORCAMENTO-CONVERTIDO.
           OPEN I-O ARQUIVO-ORCAMENTO.
           MOVE "N" TO FINAL-ARQUIVO.
