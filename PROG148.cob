      *    DEPOIS DAS 18) OU EM DIA NAO UTIL PELO CALENDARIO DA CASA
      *    (FERIADOS.DAT VIA PROG97) - ACESSO BOM DE MADRUGADA DE
      *    SABADO E PERGUNTA PARA SEGUNDA DE MANHA.
      *    AS TROCAS DE SENHA (PROG20) E AS SENHAS REDEFINIDAS PELO
      *    SUPERVISOR (PROG80) ENTRAM NO RESUMO; AS REDEFINICOES SAEM
      *    TAMBEM LISTADAS UMA A UMA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              10 SEG-FALHAS      PIC 9(05).
              10 SEG-BLOQUEIOS   PIC 9(05).
              10 SEG-DESBLOQUEIOS PIC 9(05).
              10 SEG-TROCAS      PIC 9(05).
              10 SEG-REDEFINICOES PIC 9(05).

       01  TOTAL-FORA-HORARIO   PIC 9(05) VALUE 0.
       01  TOTAL-REDEFINICOES   PIC 9(05) VALUE 0.
       01  TOTAL-EVENTOS        PIC 9(07) VALUE 0.

       PROCEDURE DIVISION.
                   IF SEGLOG-SUCESSO
                       PERFORM VERIFICA-FORA-HORARIO
                   END-IF
                   IF SEGLOG-REDEFINICAO
                       ADD 1 TO TOTAL-REDEFINICOES
                       DISPLAY "SENHA REDEFINIDA: " SEGLOG-OPERADOR
                               " TERMINAL " SEGLOG-TERMINAL " EM "
                               SEGLOG-DATA " " SEGLOG-HORA
                   END-IF
               END-IF
           END-IF.

                   ADD 1 TO SEG-BLOQUEIOS (SEG-IDX)
               WHEN SEGLOG-DESBLOQUEIO
                   ADD 1 TO SEG-DESBLOQUEIOS (SEG-IDX)
               WHEN SEGLOG-TROCA-SENHA
                   ADD 1 TO SEG-TROCAS (SEG-IDX)
               WHEN SEGLOG-REDEFINICAO
                   ADD 1 TO SEG-REDEFINICOES (SEG-IDX)
           END-EVALUATE.

       INCLUI-OPERADOR-SEG.
               MOVE ZERO TO SEG-FALHAS (SEG-IDX)
               MOVE ZERO TO SEG-BLOQUEIOS (SEG-IDX)
               MOVE ZERO TO SEG-DESBLOQUEIOS (SEG-IDX)
               MOVE ZERO TO SEG-TROCAS (SEG-IDX)
               MOVE ZERO TO SEG-REDEFINICOES (SEG-IDX)
           ELSE
               SET SEG-IDX TO QTDE-OPERADORES-SEG
           END-IF.
       IMPRIME-RESUMO.
           DISPLAY "--------------------------------------------".
           DISPLAY "OPERADOR / ACESSOS / FALHAS / BLOQUEIOS / "
                   "DESBLOQUEIOS / TROCAS DE SENHA / REDEFINICOES".
           SET SEG-IDX TO 1.
           PERFORM IMPRIME-UM-OPERADOR
               UNTIL SEG-IDX > QTDE-OPERADORES-SEG.
           DISPLAY "--------------------------------------------".
           DISPLAY "EVENTOS NO PERIODO.....: " TOTAL-EVENTOS.
           DISPLAY "ACESSOS FORA DO HORARIO: " TOTAL-FORA-HORARIO.
           DISPLAY "SENHAS REDEFINIDAS.....: " TOTAL-REDEFINICOES.

       IMPRIME-UM-OPERADOR.
           DISPLAY SEG-OPERADOR (SEG-IDX) " "
                   SEG-SUCESSOS (SEG-IDX) " "
                   SEG-FALHAS (SEG-IDX) " "
                   SEG-BLOQUEIOS (SEG-IDX) " "
                   SEG-DESBLOQUEIOS (SEG-IDX) " "
                   SEG-TROCAS (SEG-IDX) " "
                   SEG-REDEFINICOES (SEG-IDX).
           IF SEG-BLOQUEIOS (SEG-IDX) NOT = 0
               DISPLAY "  *** OPERADOR COM BLOQUEIO NO PERIODO ***"
           END-IF.
