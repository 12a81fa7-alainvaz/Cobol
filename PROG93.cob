      *    VARIAVEIS, TUDO), CASANDO CADA LINHA DE FIM COM A LINHA
      *    DE INICIO MAIS RECENTE DO MESMO PROGRAMA PARA CALCULAR O
      *    TEMPO DECORRIDO - "O AGING RODOU NA SEXTA?" EM SEGUNDOS,
      *    NAO EM GARIMPO DE DISPLAYS. AS LINHAS "M" DO MENU
      *    (PROG20) NAO SAO EXECUCAO E FICAM DE FORA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           IF FINAL-ARQUIVO NOT = "S"
               IF RUNLOG-DATA >= DATA-INICIAL
                       AND RUNLOG-DATA <= DATA-FINAL
                   EVALUATE TRUE
                       WHEN RUNLOG-INICIO
                           PERFORM GUARDA-INICIO
                       WHEN RUNLOG-FIM
                           PERFORM CASA-FIM
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF.

