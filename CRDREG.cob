      *    ENTRADA DE PEDIDOS NAO TRAVA, SO ACOMPANHA A EXPOSICAO.
      *    A EXPOSICAO SOBE NO FATURAMENTO (PROG66) E DESCE NA BAIXA
      *    DE PAGAMENTOS (PROG67).
      *    O LIMITE E REVISTO TODO TRIMESTRE PELA NOTA DE PAGAMENTO
      *    (PROG187) E SO MUDA COM APROVACAO DE SUPERVISOR (PROG188).
       FD  ARQUIVO-CREDITO.
       01  CREDITO-REGISTRO.
           05 CREDITO-CLIENTE-CODIGO PIC 9(08).
           05 CREDITO-LIMITE         PIC 9(09)V9(02).
           05 CREDITO-EXPOSICAO      PIC 9(09)V9(02).
           05 CREDITO-DATA-ATUALIZACAO PIC 9(08).
      *    RESTRICAO POR CHEQUE DEVOLVIDO (PROG108): "S" = O CLIENTE
      *    SO PAGA EM DINHEIRO OU CARTAO ATE O SUPERVISOR LIBERAR.
      *    BRANCO (REGISTRO ANTERIOR A ESTE CAMPO) OU "N" = SEM
      *    RESTRICAO.
           05 CREDITO-RESTRICAO-CHEQUE PIC X(01).
              88 CREDITO-SO-DINHEIRO-CARTAO VALUE "S".
           05 CREDITO-DATA-RESTRICAO   PIC 9(08).
