      *    PROPLIM.DAT: NOTA DE COMPORTAMENTO DE PAGAMENTO POR
      *    CLIENTE E TRIMESTRE (PROG187) COM A PROPOSTA DE LIMITE
      *    QUE SAI DELA - AUMENTO, CORTE OU MANUTENCAO. AUMENTO E
      *    CORTE FICAM AGUARDANDO O SUPERVISOR (QUATRO OLHOS, COMO
      *    BAIXAPERDA.DAT), QUE DECIDE NO PROG188; SO ENTAO O
      *    CREDITO-LIMITE MUDA. A MANUTENCAO FICA REGISTRADA COMO
      *    "N" (NADA A DECIDIR) - O ARQUIVO E TAMBEM O HISTORICO DAS
      *    NOTAS. TRIMESTRE NO FORMATO AAAAT.
       FD  ARQUIVO-PROPLIM.
       01  PROPLIM-REGISTRO.
           05 PROPLIM-CLIENTE-CODIGO  PIC 9(08).
           05 PROPLIM-TRIMESTRE       PIC 9(05).
           05 PROPLIM-NOTA            PIC 9(03).
      *    TITULOS AVALIADOS, MEDIA DE DIAS ENTRE O VENCIMENTO E O
      *    PAGAMENTO (NEGATIVA = PAGA ANTES), PERCENTUAL PAGO COM
      *    ATRASO, MAIOR SALDO DEVEDOR SOBRE O LIMITE (PERCENTUAL),
      *    BAIXAS PARA PERDA E CHEQUES DEVOLVIDOS NO PERIODO.
           05 PROPLIM-TITULOS         PIC 9(05).
           05 PROPLIM-MEDIA-DIAS      PIC S9(05).
           05 PROPLIM-PERC-ATRASO     PIC 9(03).
           05 PROPLIM-USO-MAXIMO      PIC 9(05).
           05 PROPLIM-VALOR-PERDA     PIC 9(09)V9(02).
           05 PROPLIM-DEVOLVIDOS      PIC 9(03).
           05 PROPLIM-LIMITE-ATUAL    PIC 9(09)V9(02).
           05 PROPLIM-LIMITE-PROPOSTO PIC 9(09)V9(02).
           05 PROPLIM-ACAO            PIC X(01).
              88 PROPLIM-AUMENTO          VALUE "A".
              88 PROPLIM-CORTE            VALUE "C".
              88 PROPLIM-MANTEM           VALUE "M".
           05 PROPLIM-SOLICITANTE     PIC X(10).
           05 PROPLIM-DATA            PIC 9(08).
           05 PROPLIM-HORA            PIC 9(08).
           05 PROPLIM-SITUACAO        PIC X(01).
              88 PROPLIM-AGUARDANDO       VALUE "A".
              88 PROPLIM-APLICADA         VALUE "P".
              88 PROPLIM-RECUSADA         VALUE "R".
              88 PROPLIM-SEM-MUDANCA      VALUE "N".
           05 PROPLIM-DECISOR         PIC X(10).
           05 PROPLIM-DATA-DECISAO    PIC 9(08).
