      *    SEQUENCIA MENSAL QUE ERA RODADA DE MEMORIA - PROG74
      *    (FOLHA), PROG78 (ACUMULO DE FERIAS), PROG79 (BUREAU),
      *    PROG90 (ARQUIVO DA AUDITORIA), PROG70 (RESUMO DE
      *    FATURAMENTO), PROG165 (VALORIZACAO DO ESTOQUE) - VEM DO
      *    PLANO PLANOMES.DAT (GRAVADO COM O PADRAO NA PRIMEIRA
      *    EXECUCAO; PLANO GRAVADO ANTES DA VALORIZACAO PRECISA DA
      *    LINHA "06PROG165SP" ACRESCENTADA). CADA ETAPA CONCLUIDA COM
      *    RETORNO ZERO FICA REGISTRADA POR COMPETENCIA EM
      *    FECHMES.DAT E RECUSA RODAR DE NOVO - FOI ASSIM QUE O
      *    PROG78 CREDITOU DUAS VEZES - A NAO SER COM
      *    CORRENTE. AS VARIAVEIS DE COMPETENCIA DOS PROPRIOS
      *    PASSOS (PROG74-COMPETENCIA, PROG79-COMPETENCIA, ETC)
      *    DEVEM APONTAR A MESMA COMPETENCIA ANTES DE RODAR.
      *    O EXPURGO PELA POLITICA DE RETENCAO (PROG223) E A ETAPA
      *    07, COM ACAO "C": A PREVIA (PADRAO) DEVOLVE 4, O FECHAMENTO
      *    SEGUE E A ETAPA FICA PENDENTE ATE A RODADA COM
      *    PROG223-MODO=E. PLANO GRAVADO ANTES DELA PRECISA DA LINHA
      *    "07PROG223SC" ACRESCENTADA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           END-IF.

       MONTA-PLANO-PADRAO.
           MOVE 7 TO QTDE-ETAPAS.
           MOVE 01 TO ETAPA-ORDEM (1).
           MOVE "PROG74" TO ETAPA-PROGRAMA (1).
           MOVE 02 TO ETAPA-ORDEM (2).
           MOVE "PROG90" TO ETAPA-PROGRAMA (4).
           MOVE 05 TO ETAPA-ORDEM (5).
           MOVE "PROG70" TO ETAPA-PROGRAMA (5).
           MOVE 06 TO ETAPA-ORDEM (6).
           MOVE "PROG165" TO ETAPA-PROGRAMA (6).
           MOVE 07 TO ETAPA-ORDEM (7).
           MOVE "PROG223" TO ETAPA-PROGRAMA (7).
           MOVE 1 TO ETAPA-SUB.
           PERFORM PREENCHE-PADRAO-ETAPA
               UNTIL ETAPA-SUB > QTDE-ETAPAS.
           MOVE "C" TO ETAPA-ACAO-ERRO (7).

       PREENCHE-PADRAO-ETAPA.
           MOVE "S" TO ETAPA-HABILITADA (ETAPA-SUB).
