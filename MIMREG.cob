      *    MOVIMOB.DAT: LIVRO DO IMOBILIZADO - UMA LINHA POR
      *    MOVIMENTO DE BEM, SO ACRESCENTADA. "D" = DEPRECIACAO DO
      *    MES (PROG186; O VALOR E A QUOTA), "B" = BAIXA (PROG185; O
      *    VALOR E O DA VENDA, ZERO NA SUCATA, E O RESULTADO E O
      *    GANHO OU A PERDA SOBRE O VALOR CONTABIL). A SOMA DAS
      *    QUOTAS "D" DA COMPETENCIA E O EVENTO DEP DO PROG126.
       FD  ARQUIVO-MOVIMOB.
       01  MOVIMOB-REGISTRO.
           05 MOVIMOB-COMPETENCIA      PIC 9(06).
           05 MOVIMOB-IMOB-CODIGO      PIC 9(06).
           05 MOVIMOB-TIPO             PIC X(01).
              88 MOVIMOB-DEPRECIACAO       VALUE "D".
              88 MOVIMOB-BAIXA             VALUE "B".
           05 MOVIMOB-DATA             PIC 9(08).
           05 MOVIMOB-VALOR            PIC 9(09)V9(02).
           05 MOVIMOB-DEPREC-ACUMULADA PIC 9(09)V9(02).
           05 MOVIMOB-VALOR-CONTABIL   PIC 9(09)V9(02).
           05 MOVIMOB-RESULTADO        PIC S9(09)V9(02).
