      *    (PROG66) E NOS AJUSTES DE SAIDA; PODE FICAR NEGATIVO
      *    QUANDO SE VENDE O QUE A CONTAGEM DIZIA EXISTIR. O MINIMO
      *    ALIMENTA O ALERTA DE REPOSICAO DO RELATORIO DE POSICAO
      *    (PROG101). O RESERVADO E O QUE OS PEDIDOS EM ABERTO JA
      *    SEGURARAM NA DIGITACAO (PROG65) E AINDA NAO FATURARAM - O
      *    DISPONIVEL PARA VENDER E O SALDO MENOS O RESERVADO. SOBE
      *    NA DIGITACAO E NA LIBERACAO DE ENCOMENDAS (PROG104) E
      *    DESCE NO FATURAMENTO E NO CANCELAMENTO (PROG115). FICHA
      *    ANTERIOR AO CAMPO VEM COM O RESERVADO EM BRANCO - VALE
      *    ZERO.
       FD  ARQUIVO-ESTOQUE.
       01  ESTOQUE-REGISTRO.
           05 ESTOQUE-PRODUTO-CODIGO   PIC 9(05).
           05 ESTOQUE-SALDO            PIC S9(07).
           05 ESTOQUE-MINIMO           PIC 9(07).
           05 ESTOQUE-DATA-ATUALIZACAO PIC 9(08).
           05 ESTOQUE-RESERVADO        PIC 9(07).
