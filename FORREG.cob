      *    COMPRA A MERCADORIA REVENDIDA - O QUE ANTES ERA O CADERNO
      *    ESPIRAL DO COMPRADOR. A RETIRADA E LOGICA (STATUS "I"),
      *    PARA AS ORDENS DE COMPRA ANTIGAS CONTINUAREM LEGIVEIS.
      *    OS DADOS BANCARIOS (BANCO/AGENCIA/CONTA E A FORMA DE
      *    PAGAMENTO - TED EM CONTA OU PIX PELA CHAVE) SAO OS QUE O
      *    LOTE DE PAGAMENTO (PROG183) MANDA AO BANCO; FORNECEDOR
      *    CADASTRADO ANTES DELES VEM COM OS CAMPOS EM BRANCO E NAO
      *    ENTRA NO LOTE ATE SER COMPLETADO NO PROG102.
       FD  ARQUIVO-FORNECEDOR.
       01  FORNECEDOR-REGISTRO.
           05 FORNECEDOR-CODIGO    PIC 9(05).
              88 FORNECEDOR-ATIVO      VALUE "A".
              88 FORNECEDOR-INATIVO    VALUE "I".
           05 FORNECEDOR-DATA-CADASTRO PIC 9(08).
           05 FORNECEDOR-BANCO     PIC 9(03).
           05 FORNECEDOR-AGENCIA   PIC 9(05).
           05 FORNECEDOR-CONTA     PIC X(12).
           05 FORNECEDOR-FORMA-PAGAMENTO PIC X(01).
              88 FORNECEDOR-PAGA-TED   VALUE "T".
              88 FORNECEDOR-PAGA-PIX   VALUE "P".
           05 FORNECEDOR-CHAVE-PIX PIC X(40).
