      *    GRAVADO EM PEDIDOS.DAT; REJEITADO VAI PARA QUARENTENA.DAT
      *    (MOTIVO 06) E SAI NO RELATORIO DE CONFLITOS, COMO NA
      *    CONSOLIDACAO DE CLIENTES DO PROG62.
      *    O ARQUIVO DA FILIAL NAO TRAZ EMPRESA: O LOTE INTEIRO ENTRA
      *    NA EMPRESA DE PROG116-EMPRESA (EE) OU, SEM ELA, NA
      *    PRINCIPAL (VARIAVEL EMPRESA, PADRAO 17).
      *    OS PEDIDOS ACEITOS SAO GRAVADOS PELA CHAVE DE PEDIDOS.DAT
      *    (CABECALHO NA LINHA 000, ITENS A PARTIR DA 001, CLIENTE NA
      *    CHAVE ALTERNATIVA); A IMAGEM DA FILIAL CONTINUA NO LEIAUTE
      *    ANTIGO E A AREA DE DADOS E COPIADA CAMPO A CAMPO.
      *    OS ITENS SAEM DO DEPOSITO DA EMPRESA DO LOTE (O
      *    ALMOXARIFADO DA FILIAL, ESTDEP.DAT): O ITEM-DEPOSITO E
      *    GRAVADO COM ELA E O FATURAMENTO (PROG66) CONFERE E BAIXA
      *    NESSE DEPOSITO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  FILIAL-PED-PATH           PIC X(100).
       01  QUARENTENA-FILE-STATUS    PIC XX.
       01  NUMERO-PEDIDO-FILE-STATUS PIC XX.
       01  EMPRESA-DO-LOTE           PIC 9(02) VALUE 17.
       01  EMPRESA-CODIGO-ENV        PIC X(02).
       01  FINAL-ARQUIVO             PIC X.
       01  DATA-HOJE                 PIC 9(08).

           05 CAB-QTDE-ITENS         PIC 9(03).
           05 CAB-SITUACAO           PIC X(01).
           05 FILLER                 PIC X(22).
       01  CABECALHO-GUARDADO-D REDEFINES CABECALHO-GUARDADO.
           05 FILLER                 PIC X(08).
           05 CAB-DADOS              PIC X(70).
       01  QTDE-ITENS-LOTE           PIC 9(03).
       01  TABELA-ITENS-LOTE.
           05 ITEM-LOTE OCCURS 20 TIMES PIC X(78).
           05 ITEM-LOTE-QTDE         PIC 9(05).
           05 ITEM-LOTE-PRECO        PIC 9(07)V9(02).
           05 FILLER                 PIC X(21).
       01  ITEM-LOTE-D REDEFINES ITEM-LOTE-R.
           05 FILLER                 PIC X(08).
           05 ITEM-LOTE-DADOS        PIC X(70).
       01  ITEM-SUB                  PIC 9(03).

       01  MOTIVO-REJEICAO-DESC      PIC X(30).
               MOVE "filialped.dat" TO FILIAL-PED-PATH
           END-IF.

           MOVE SPACE TO EMPRESA-CODIGO-ENV.
           ACCEPT EMPRESA-CODIGO-ENV FROM ENVIRONMENT "EMPRESA".
           IF EMPRESA-CODIGO-ENV IS NUMERIC
               MOVE EMPRESA-CODIGO-ENV TO EMPRESA-DO-LOTE
           END-IF.
           MOVE SPACE TO EMPRESA-CODIGO-ENV.
           ACCEPT EMPRESA-CODIGO-ENV FROM ENVIRONMENT "PROG116-EMPRESA".
           IF EMPRESA-CODIGO-ENV IS NUMERIC
               MOVE EMPRESA-CODIGO-ENV TO EMPRESA-DO-LOTE
           END-IF.

       PROCESSA-PROXIMO-REGISTRO.
           READ ARQUIVO-FILIAL-PED
               AT END
       GRAVA-PEDIDO-ACEITO.
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
           MOVE CAB-DADOS TO PEDIDO-DADOS.
           MOVE "A" TO PEDIDO-SITUACAO.
           MOVE EMPRESA-DO-LOTE TO PEDIDO-EMPRESA.
           MOVE CAB-CLIENTE-CODIGO TO PEDIDO-CLIENTE-CHAVE.
           PERFORM ESCREVE-PEDIDO-ACEITO.

           MOVE 1 TO ITEM-SUB.
           PERFORM GRAVA-ITEM-ACEITO
           ADD 1 TO TOTAL-ACEITOS.

       GRAVA-ITEM-ACEITO.
           MOVE ITEM-LOTE (ITEM-SUB) TO ITEM-LOTE-R.
           MOVE SPACE TO PEDIDO-REGISTRO.
           MOVE "I" TO PEDIDO-TIPO.
           MOVE NUMERO-PEDIDO-GERADO TO PEDIDO-NUMERO.
           MOVE ITEM-SUB TO PEDIDO-LINHA.
           MOVE ITEM-LOTE-DADOS TO PEDIDO-DADOS.
           MOVE EMPRESA-DO-LOTE TO ITEM-DEPOSITO.
           MOVE EMPRESA-DO-LOTE TO PEDIDO-EMPRESA.
           MOVE CAB-CLIENTE-CODIGO TO PEDIDO-CLIENTE-CHAVE.
           PERFORM ESCREVE-PEDIDO-ACEITO.
           ADD 1 TO ITEM-SUB.

       ESCREVE-PEDIDO-ACEITO.
           WRITE PEDIDO-REGISTRO
               INVALID KEY
                   DISPLAY "*** PEDIDO " PEDIDO-NUMERO " LINHA "
                           PEDIDO-LINHA " JA EXISTE EM PEDIDOS.DAT. "
                           "CONFIRA O NUMPED.DAT. ***"
           END-WRITE.

       REJEITA-PEDIDO-FILIAL.
           ADD 1 TO TOTAL-REJEITADOS.
           IF QTDE-CONFLITOS < 100
