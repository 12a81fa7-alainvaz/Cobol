      *    (PROG66), DO ARQUIVO DO BUREAU (PROG79) E DAS CARTAS
      *    (PROG63) - MUDANCA DE ENDERECO DEIXA DE SER MES DE
      *    FATURA ERRADA.
      *    CADA EMPRESA TEM SEUS PEDIDOS, FATURAS (COM NUMERACAO
      *    PROPRIA), TITULOS A PAGAR E FOLHA; A EMPRESA PRINCIPAL E
      *    A DA VARIAVEL EMPRESA (PADRAO 17), DONA DOS REGISTROS
      *    ANTERIORES AO CODIGO DE EMPRESA.
       FD  ARQUIVO-EMPRESA.
       01  EMPRESA-REGISTRO.
           05 EMPRESA-CODIGO       PIC 9(02).
