      *    DO PROG63 (CAMPCLI.DAT), RESPONDENTES E OS PEDIDOS DOS
      *    RESPONDENTES EM PEDIDOS.DAT DEPOIS DA DATA DA CAMPANHA -
      *    FINALMENTE DA PARA DIZER SE A MALA DIRETA FUNCIONOU.
      *    PEDIDOS.DAT E INDEXADO: A VARREDURA LE EM SEQUENCIA DE
      *    CHAVE (CABECALHO NA LINHA 000 SEGUIDO DOS ITENS).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           END-IF.

       SOMA-PROXIMO-PEDIDO.
           READ ARQUIVO-PEDIDO NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
