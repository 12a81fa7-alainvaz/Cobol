           05 CONDICAO-STATUS    PIC X(01).
              88 CONDICAO-ATIVA      VALUE "A".
              88 CONDICAO-INATIVA    VALUE "I".
      *    CRONOGRAMA EM PARCELAS (30/60/90 ETC.): QUANTIDADE DE
      *    PARCELAS E, PARA CADA UMA, DIAS CORRIDOS DESDE A EMISSAO
      *    E PERCENTUAL DO TOTAL (SOMA 100). CONDICAO ANTIGA, COM O
      *    CAMPO EM BRANCO, OU COM UMA SO PARCELA, E PARCELA UNICA
      *    EM CONDICAO-DIAS - QUE GUARDA SEMPRE OS DIAS DA ULTIMA.
           05 CONDICAO-QTDE-PARCELAS PIC 9(02).
           05 CONDICAO-PARCELA OCCURS 6 TIMES.
              10 CONDICAO-PARCELA-DIAS       PIC 9(03).
              10 CONDICAO-PARCELA-PERCENTUAL PIC 9(03)V9(02).
