      *    AREA DE TRABALHO DO CRONOGRAMA DE PARCELAS (PARPROC). COM
      *    A FATURA LIDA EM FATURA-REGISTRO, O PROGRAMA PERFORMA
      *    CARREGA-PARCELAS-TITULO E RECEBE EM PARCELAS-TITULO CADA
      *    PARCELA COM VENCIMENTO, VALOR, QUANTO DELA JA ESTA PAGO E
      *    O SALDO; MAIS A QUANTIDADE DE PARCELAS EM ABERTO E
      *    QUITADAS, A PRIMEIRA EM ABERTO, E SE O PAGO FECHA
      *    EXATAMENTE NO FIM DE UMA PARCELA (PARC-TIT-FIM-EXATO).
      *    PARCELA-PATH VEM DA VARIAVEL PARCELA_DAT (INICIALIZA-
      *    CAMINHO-PARCELA).
       01  PARCELA-FILE-STATUS      PIC XX.
       01  PARCELA-PATH             PIC X(100).
       01  QTDE-PARCELAS-TITULO     PIC 9(02) VALUE 0.
       01  PARCELAS-TITULO.
           05 PARC-TIT-ENTRADA OCCURS 12 TIMES.
              10 PARC-TIT-NUMERO     PIC 9(02).
              10 PARC-TIT-VENCIMENTO PIC 9(08).
              10 PARC-TIT-VALOR      PIC 9(09)V9(02).
              10 PARC-TIT-PAGO       PIC 9(09)V9(02).
              10 PARC-TIT-SALDO      PIC 9(09)V9(02).
       01  PARC-TIT-SUB             PIC 9(02).
       01  PARC-TIT-RESTO-PAGO      PIC S9(09)V9(02).
       01  PARC-TIT-QTDE-ABERTAS    PIC 9(02).
       01  PARC-TIT-QTDE-QUITADAS   PIC 9(02).
       01  PARC-TIT-PRIMEIRA-ABERTA PIC 9(02).
       01  PARC-TIT-FIM-EXATO       PIC X(01).
       01  PARC-TIT-FINAL           PIC X(01).
       01  PARC-TIT-VENCTO-WS       PIC 9(08).
       01  PARC-TIT-VENCTO-R REDEFINES PARC-TIT-VENCTO-WS.
           05 PARC-TIT-VENCTO-ANO   PIC 9(04).
           05 PARC-TIT-VENCTO-MES   PIC 9(02).
           05 PARC-TIT-VENCTO-DIA   PIC 9(02).
