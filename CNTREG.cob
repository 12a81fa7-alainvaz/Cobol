      *    CONTAGEM.DAT: INVENTARIO FISICO (PROG161). UMA LINHA POR
      *    PRODUTO DE CADA CONTAGEM, COM O SALDO DE ESTOQUE.DAT NO
      *    MOMENTO DO CONGELAMENTO. A DIVERGENCIA E CONTADO MENOS
      *    CONGELADO; NA APROVACAO ELA E SOMADA AO SALDO ATUAL, DE
      *    MODO QUE AS VENDAS E RECEBIMENTOS LANCADOS DEPOIS DO
      *    CONGELAMENTO CONTINUAM VALENDO.
      *    SITUACAO: P=PENDENTE DE CONTAGEM, C=CONTADA,
      *    A=APROVADA (LANCADA), R=RECUSADA PELO SUPERVISOR,
      *    N=NAO CONTADA NO ENCERRAMENTO.
       FD  ARQUIVO-CONTAGEM.
       01  CONTAGEM-REGISTRO.
           05 CONTAGEM-CHAVE.
              10 CONTAGEM-NUMERO       PIC 9(07).
              10 CONTAGEM-PRODUTO      PIC 9(05).
           05 CONTAGEM-FAMILIA         PIC X(10).
           05 CONTAGEM-DATA-CONGELA    PIC 9(08).
           05 CONTAGEM-HORA-CONGELA    PIC 9(08).
           05 CONTAGEM-SALDO-CONGELADO PIC S9(07).
           05 CONTAGEM-QTDE-CONTADA    PIC 9(07).
           05 CONTAGEM-SITUACAO        PIC X(01).
              88 CONTAGEM-PENDENTE         VALUE "P".
              88 CONTAGEM-CONTADA          VALUE "C".
              88 CONTAGEM-APROVADA         VALUE "A".
              88 CONTAGEM-RECUSADA         VALUE "R".
              88 CONTAGEM-NAO-CONTADA      VALUE "N".
           05 CONTAGEM-OPERADOR        PIC X(10).
           05 CONTAGEM-APROVADOR       PIC X(10).
           05 CONTAGEM-DATA-APROVACAO  PIC 9(08).
