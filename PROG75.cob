      *    SALHIST.DAT PELO PROG41 (VALOR ANTERIOR, NOVO, QUEM E
      *    QUANDO) E MARCA COM ALERTA AS MUDANCAS ACIMA DO LIMITE
      *    PERCENTUAL (PROG75-LIMITE, PADRAO 10%). CODIGO 0 LISTA O
      *    HISTORICO DE TODOS OS FUNCIONARIOS. MUDANCA DE REAJUSTE
      *    COLETIVO (PROG171/PROG76) SAI COM A DATA-BASE E A
      *    DIFERENCA RETROATIVA QUE GEROU.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   " EM " SALARIO-HIST-DATA
                   " POR " SALARIO-HIST-OPERADOR.
           DISPLAY "  DE " VALOR-EDITADO " PARA " VALOR-EDITADO-2.
           IF SALARIO-HIST-COLETIVO
               MOVE SALARIO-HIST-RETROATIVO TO VALOR-EDITADO
               DISPLAY "  REAJUSTE COLETIVO, DATA-BASE "
                       SALARIO-HIST-DATA-BASE ", RETROATIVO "
                       VALOR-EDITADO " (" SALARIO-HIST-MESES-RETRO
                       " MES(ES))"
           END-IF.
           IF SALARIO-HIST-ANTERIOR = ZERO
               DISPLAY "  (SEM BASE PARA PERCENTUAL)"
           ELSE
