      *    ESTDEP.DAT: SALDO DE ESTOQUE POR DEPOSITO E PRODUTO. CADA
      *    EMPRESA DE EMPRESA.DAT (A PRINCIPAL E AS FILIAIS) TEM SEU
      *    ALMOXARIFADO, E O CODIGO DO DEPOSITO E O CODIGO DA
      *    EMPRESA. ESTOQUE.DAT CONTINUA SENDO O TOTAL DA EMPRESA
      *    TODA (SOMA DOS DEPOSITOS, SEM O QUE ESTA EM TRANSITO); ESTE
      *    ARQUIVO DIZ ONDE ESSE SALDO ESTA. O RESERVADO E O QUE OS
      *    PEDIDOS DAQUELE DEPOSITO SEGURARAM; O TRANSITO E O QUE
      *    JA SAIU DE OUTRO DEPOSITO POR TRANSFERENCIA (PROG213) E
      *    AINDA NAO TEVE O RECEBIMENTO CONFIRMADO AQUI - NAO ENTRA
      *    NO SALDO NEM NO DISPONIVEL ATE A CONFIRMACAO.
      *    O ARQUIVO NASCE NA CARGA INICIAL (PROG214), QUE POE O
      *    SALDO DE ESTOQUE.DAT INTEIRO NO DEPOSITO DA EMPRESA
      *    PRINCIPAL; SEM ELE AS ROTINAS DE DEPOSITO (EDPPROC) NAO
      *    FAZEM NADA E VALE SO O SALDO DA EMPRESA.
       FD  ARQUIVO-ESTDEP.
       01  ESTDEP-REGISTRO.
           05 ESTDEP-CHAVE.
              10 ESTDEP-DEPOSITO       PIC 9(02).
              10 ESTDEP-PRODUTO        PIC 9(05).
           05 ESTDEP-SALDO             PIC S9(07).
           05 ESTDEP-RESERVADO         PIC 9(07).
           05 ESTDEP-TRANSITO          PIC 9(07).
           05 ESTDEP-DATA-ATUALIZACAO  PIC 9(08).
