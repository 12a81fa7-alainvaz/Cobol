      *    SALHIST.DAT: UMA LINHA POR MUDANCA DE SALARIO GRAVADA
      *    PELO PROG41, COM O VALOR ANTERIOR E O NOVO - O QUE O
      *    REWRITE SOZINHO JOGAVA FORA. NO REAJUSTE COLETIVO (ORIGEM
      *    "C", APLICADO PELO PROG76) A LINHA LEVA TAMBEM A DATA-BASE
      *    DA CONVENCAO E A DIFERENCA RETROATIVA CALCULADA SOBRE OS
      *    MESES JA FECHADOS. ORIGEM EM BRANCO EM LINHA ANTERIOR AO
      *    CAMPO (MUDANCA INDIVIDUAL).
       FD  ARQUIVO-SALARIO-HIST.
       01  SALARIO-HIST-REGISTRO.
           05 SALARIO-HIST-FUNC-CODIGO PIC 9(05).
           05 SALARIO-HIST-DATA        PIC 9(08).
           05 SALARIO-HIST-HORA        PIC 9(08).
           05 SALARIO-HIST-OPERADOR    PIC X(10).
           05 SALARIO-HIST-ORIGEM      PIC X(01).
              88 SALARIO-HIST-INDIVIDUAL   VALUE "I" SPACE.
              88 SALARIO-HIST-COLETIVO     VALUE "C".
           05 SALARIO-HIST-DATA-BASE   PIC 9(08).
           05 SALARIO-HIST-MESES-RETRO PIC 9(02).
           05 SALARIO-HIST-RETROATIVO  PIC 9(07)V9(02).
