      *    SALDOCRED.DAT: CREDITOS DO CLIENTE A APLICAR, UM REGISTRO
      *    POR CREDITO, CHAVEADO POR CLIENTE + SEQUENCIA (A ORDEM DE
      *    ENTRADA - O CONSUMO COMECA PELO MAIS ANTIGO). A ORIGEM DIZ
      *    DE ONDE VEIO O DINHEIRO E O DOCUMENTO APONTA O PAPEL:
      *      N = NOTA DE CREDITO NAO ABSORVIDA PELA FATURA (PROG109),
      *          DOCUMENTO = NUMERO DA NOTA DE CREDITO;
      *      P = PAGAMENTO A MAIOR NA BAIXA (PROG67) OU NO BALCAO
      *          (PROG108), DOCUMENTO = NUMERO DA FATURA;
      *      A = ADIANTAMENTO RECEBIDO NO BALCAO (PROG108),
      *          DOCUMENTO = NUMERO DO PEDIDO (ZERO SEM PEDIDO).
      *    SALDO = ORIGINAL - APLICADO EM FATURAS - REEMBOLSADO -
      *    REEMBOLSO PENDENTE - ESTORNADO. ESTORNADO E O QUE SAIU
      *    PORQUE O CHEQUE QUE GEROU O CREDITO VOLTOU (PROG108);
      *    CREDITO ANTERIOR AO CAMPO VEM COM ELE EM BRANCO. O
      *    REEMBOLSO SOLICITADO (PROG201) SAI DO SALDO NA HORA E
      *    FICA PENDENTE ATE O SUPERVISOR APROVAR
      *    (VIRA TITULO EM PAGAR.DAT, DOCUMENTO EM
      *    SALDO-CRED-DOC-REEMBOLSO) OU RECUSAR (VOLTA AO SALDO).
      *    CREDITO SEM SALDO E SEM PENDENCIA FICA "E" (ESGOTADO).
       FD  ARQUIVO-SALDO-CRED.
       01  SALDO-CRED-REGISTRO.
           05 SALDO-CRED-CHAVE.
              10 SALDO-CRED-CLIENTE       PIC 9(08).
              10 SALDO-CRED-SEQ           PIC 9(05).
           05 SALDO-CRED-ORIGEM           PIC X(01).
              88 SALDO-CRED-NOTA-CREDITO      VALUE "N".
              88 SALDO-CRED-PAGO-A-MAIOR      VALUE "P".
              88 SALDO-CRED-ADIANTAMENTO      VALUE "A".
           05 SALDO-CRED-DOCUMENTO        PIC 9(07).
           05 SALDO-CRED-DATA             PIC 9(08).
           05 SALDO-CRED-VALOR-ORIGINAL   PIC 9(09)V9(02).
           05 SALDO-CRED-VALOR-APLICADO   PIC 9(09)V9(02).
           05 SALDO-CRED-VALOR-REEMBOLSADO PIC 9(09)V9(02).
           05 SALDO-CRED-REEMBOLSO-PEND   PIC 9(09)V9(02).
           05 SALDO-CRED-SALDO            PIC 9(09)V9(02).
           05 SALDO-CRED-SITUACAO         PIC X(01).
              88 SALDO-CRED-ABERTO            VALUE "A".
              88 SALDO-CRED-ESGOTADO          VALUE "E".
           05 SALDO-CRED-DOC-REEMBOLSO    PIC X(10).
           05 SALDO-CRED-DATA-MOVIMENTO   PIC 9(08).
           05 SALDO-CRED-OPERADOR         PIC X(10).
           05 SALDO-CRED-VALOR-ESTORNADO  PIC 9(09)V9(02).
