      *    FRETES.DAT: TABELA DE FRETE DE CADA TRANSPORTADORA POR UF
      *    DE DESTINO E FAIXA DE PESO, MANTIDA NO PROG180. A FAIXA
      *    VAI DO PESO-ATE DA LINHA ANTERIOR (EXCLUSIVE) ATE O SEU
      *    PESO-ATE, EM KG; O VALOR E O FRETE DA FAIXA. ACIMA DA
      *    ULTIMA FAIXA DA UF VALE O VALOR DELA MAIS O VALOR POR KG
      *    EXCEDENTE.
       FD  ARQUIVO-FRETE.
       01  FRETE-REGISTRO.
           05 FRETE-CHAVE.
              10 FRETE-TRANSP-CODIGO   PIC 9(02).
              10 FRETE-UF              PIC X(02).
              10 FRETE-PESO-ATE        PIC 9(05)V9(03).
           05 FRETE-VALOR              PIC 9(05)V9(02).
           05 FRETE-VALOR-KG-EXCEDENTE PIC 9(03)V9(02).
           05 FRETE-DATA-ALTERACAO     PIC 9(08).
