      *    METAS.DAT: META MENSAL DE VENDAS POR VENDEDOR (CODIGO DO
      *    FUNCIONARIO) E COMPETENCIA, OPCIONALMENTE ABERTA POR
      *    FAMILIA DE PRODUTO (PRODUTO-FAMILIA). FAMILIA EM BRANCO E
      *    A META TOTAL DO MES; SEM ELA, A META DO MES E A SOMA DAS
      *    FAMILIAS. MANTIDO PELO PROG172; LIDO PELO RELATORIO DE
      *    ATINGIMENTO (PROG173) E PELA COMISSAO (PROG121), QUE PAGA
      *    O PERCENTUAL MAIOR ACIMA DO ATINGIMENTO CONFIGURADO.
       FD  ARQUIVO-META.
       01  META-REGISTRO.
           05 META-CHAVE.
              10 META-VENDEDOR      PIC 9(05).
              10 META-COMPETENCIA   PIC 9(06).
              10 META-FAMILIA       PIC X(10).
                 88 META-TOTAL-DO-MES   VALUE SPACE.
           05 META-VALOR            PIC 9(09)V9(02).
           05 META-DATA-ALTERACAO   PIC 9(08).
