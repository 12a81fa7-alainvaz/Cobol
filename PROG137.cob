      *    COMPETENCIA AAAA13 OU AAAA14.
      *    PARAMETROS: PROG137-ANO (AAAA, PADRAO O ANO CORRENTE) E
      *    PROG137-PARCELA (1 OU 2, PADRAO PELO MES: ATE NOVEMBRO 1,
      *    DEZEMBRO 2). COMO NO PROG74, A LINHA DO LIVRO LEVA A
      *    EMPRESA DO FUNCIONARIO (SEM EMPRESA, A PRINCIPAL).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 FOLHA-DESCONTOS     PIC 9(07)V9(02).
           05 FOLHA-VALOR-LIQUIDO PIC 9(07)V9(02).
           05 FOLHA-DATA-CALCULO  PIC 9(08).
           05 FOLHA-EMPRESA       PIC 9(02).

       WORKING-STORAGE SECTION.

           MOVE TOTAL-DESCONTOS          TO FOLHA-DESCONTOS.
           MOVE VALOR-LIQUIDO            TO FOLHA-VALOR-LIQUIDO.
           MOVE DATA-HOJE                TO FOLHA-DATA-CALCULO.
           IF FUNCIONARIO-EMPRESA IS NUMERIC
                   AND FUNCIONARIO-EMPRESA NOT = 0
               MOVE FUNCIONARIO-EMPRESA  TO FOLHA-EMPRESA
           ELSE
               MOVE EMPRESA-CODIGO-USO   TO FOLHA-EMPRESA
           END-IF.
           WRITE FOLHA-REGISTRO.

       IMPRIME-DEMONSTRATIVO.
