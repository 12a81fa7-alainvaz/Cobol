      *    TRANSPFAIXA.DAT: QUAL TRANSPORTADORA ATENDE CADA FAIXA DE
      *    CEP DE ENTREGA (DE/ATE), MANTIDO NO PROG179. E POR ELA QUE
      *    A ROTEIRIZACAO DO DIA SEPARA OS PEDIDOS POR CAMINHAO;
      *    PEDIDO COM CEP FORA DE QUALQUER FAIXA NAO ENTRA EM ROTA.
      *    O CODIGO E O DO CADASTRO DE TRANSPORTADORAS (PROG180) E O
      *    NOME VEM DELE; E TAMBEM POR ESTA FAIXA QUE A ENTRADA DE
      *    PEDIDOS (PROG65) ESCOLHE A TABELA DE FRETE. FAIXA ANTERIOR
      *    AO CODIGO VEM COM ELE EM BRANCO E NAO TEM FRETE.
       FD  ARQUIVO-TRANSP-FAIXA.
       01  TRANSP-FAIXA-REGISTRO.
           05 TRANSP-FAIXA-CEP-DE         PIC X(08).
           05 TRANSP-FAIXA-CEP-ATE        PIC X(08).
           05 TRANSP-FAIXA-TRANSPORTADORA PIC X(20).
           05 TRANSP-FAIXA-DATA-ALTERACAO PIC 9(08).
           05 TRANSP-FAIXA-TRANSP-CODIGO  PIC 9(02).
