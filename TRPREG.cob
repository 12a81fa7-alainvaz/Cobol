      *    TRANSPORTADORAS.DAT: CADASTRO DAS TRANSPORTADORAS, MANTIDO
      *    NO PROG180 - O QUE ANTES ERA O NOME DIGITADO A MAO NO
      *    EMBARQUE. O FORNECEDOR E O CODIGO DELA EM FORNECEDORES.DAT,
      *    POR ONDE AS NOTAS DE FRETE ENTRAM EM PAGAR.DAT (PROG105).
      *    FRETE MINIMO VALE PARA TODO PEDIDO COM FRETE; PEDIDO DE
      *    VALOR IGUAL OU MAIOR QUE O FRETE-GRATIS-ACIMA NAO PAGA
      *    FRETE (ZERO = SEM ISENCAO). A RETIRADA E LOGICA ("I").
       FD  ARQUIVO-TRANSPORTADORA.
       01  TRANSPORTADORA-REGISTRO.
           05 TRANSP-CODIGO            PIC 9(02).
           05 TRANSP-NOME              PIC X(20).
           05 TRANSP-CNPJ              PIC X(14).
           05 TRANSP-FORNECEDOR-CODIGO PIC 9(05).
           05 TRANSP-FRETE-MINIMO      PIC 9(05)V9(02).
           05 TRANSP-FRETE-GRATIS-ACIMA PIC 9(07)V9(02).
           05 TRANSP-STATUS            PIC X(01).
              88 TRANSP-ATIVA              VALUE "A".
              88 TRANSP-INATIVA            VALUE "I".
           05 TRANSP-DATA-ALTERACAO    PIC 9(08).
