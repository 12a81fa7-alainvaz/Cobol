      *    REGISTRO ANTERIOR A ESTES CAMPOS VEM EM BRANCO.
           05 PRODUTO-CUSTO     PIC 9(07)V9(02).
           05 PRODUTO-FAMILIA   PIC X(10).
      *    PESO DE EXPEDICAO DA UNIDADE, EM KG - BASE DO FRETE
      *    ESTIMADO NA ENTRADA DE PEDIDOS (PROG65). REGISTRO
      *    ANTERIOR AO CAMPO VEM EM BRANCO E PESA ZERO.
           05 PRODUTO-PESO      PIC 9(04)V9(03).
