      *    TRANSF.DAT: TRANSFERENCIAS DE MERCADORIA ENTRE DEPOSITOS
      *    (PROG213) - UMA LINHA POR PRODUTO (NUMERO DA TRANSFERENCIA
      *    + SEQUENCIA DO ITEM), TODAS COM A MESMA ORIGEM E DESTINO.
      *    NA EMISSAO O SALDO SAI DO DEPOSITO DE ORIGEM E ENTRA NO
      *    TRANSITO DO DESTINO (ESTDEP.DAT), E A LINHA FICA "T"; SO
      *    QUANDO A FILIAL DE DESTINO CONFIRMA O RECEBIMENTO O
      *    TRANSITO VIRA SALDO E A LINHA FICA "R". O NUMERO VEM DA
      *    SEQUENCIA EM NUMTRF.DAT.
       FD  ARQUIVO-TRANSF.
       01  TRANSF-REGISTRO.
           05 TRANSF-CHAVE.
              10 TRANSF-NUMERO          PIC 9(07).
              10 TRANSF-ITEM            PIC 9(03).
           05 TRANSF-ORIGEM             PIC 9(02).
           05 TRANSF-DESTINO            PIC 9(02).
           05 TRANSF-PRODUTO            PIC 9(05).
           05 TRANSF-QTDE               PIC 9(07).
           05 TRANSF-DATA-ENVIO         PIC 9(08).
           05 TRANSF-OPERADOR-ENVIO     PIC X(10).
           05 TRANSF-DATA-RECEBIMENTO   PIC 9(08).
           05 TRANSF-OPERADOR-RECEBE    PIC X(10).
           05 TRANSF-SITUACAO           PIC X(01).
              88 TRANSF-EM-TRANSITO     VALUE "T".
              88 TRANSF-RECEBIDA        VALUE "R".
