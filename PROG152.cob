      *    RECONCILIADA CONTRA CONTROLE.DAT, COMO O PROG46 FAZ.
      *    PARAMETROS: PROG152-DATA (AAAAMMDD, PADRAO HOJE) E
      *    PROG152-HORA (HHMMSSCC, PADRAO TUDO).
      *    PEDIDOS.DAT E INDEXADO: A IMAGEM DO PEDIDO VOLTA PELA
      *    CHAVE (NUMERO + LINHA) E REGRAVA SE A LINHA JA EXISTE, COMO
      *    CLIENTES E FUNCIONARIOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               CLOSE ARQUIVO-FUNCIONARIO
               OPEN I-O ARQUIVO-FUNCIONARIO
           END-IF.
           OPEN I-O ARQUIVO-PEDIDO.
           IF PEDIDO-FILE-STATUS = "35"
               OPEN OUTPUT ARQUIVO-PEDIDO
               CLOSE ARQUIVO-PEDIDO
               OPEN I-O ARQUIVO-PEDIDO
           END-IF.

       FECHA-MASTERS.
                           JORNAL-ARQUIVO
           END-EVALUATE.

      *    REAPLICA-CLIENTE / REAPLICA-FUNCIONARIO / REAPLICA-PEDIDO:
      *    A IMAGEM VOLTA PELA CHAVE - SE O REGISTRO JA EXISTE (O
      *    RESTORE ERA MAIS NOVO QUE SE PENSAVA, OU E UMA ALTERACAO),
      *    REGRAVA.
       REAPLICA-CLIENTE.
           MOVE JORNAL-IMAGEM TO CLIENTE-REGISTRO.
           WRITE CLIENTE-REGISTRO

       REAPLICA-PEDIDO.
           MOVE JORNAL-IMAGEM TO PEDIDO-REGISTRO.
           WRITE PEDIDO-REGISTRO
               INVALID KEY
                   REWRITE PEDIDO-REGISTRO
                       INVALID KEY
                           DISPLAY "ERRO AO REAPLICAR O PEDIDO "
                                   PEDIDO-NUMERO " LINHA "
                                   PEDIDO-LINHA "."
                       NOT INVALID KEY
                           ADD 1 TO TOTAL-PEDIDOS-REAP
                   END-REWRITE
               NOT INVALID KEY
                   ADD 1 TO TOTAL-PEDIDOS-REAP
           END-WRITE.

      *    RECONCILIA-CONTROLE: DEPOIS DA REAPLICACAO, A CONTAGEM DE
      *    CLIENTES NO MASTER TEM DE BATER COM O TOTAL ESPERADO DE
