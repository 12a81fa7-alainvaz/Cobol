       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG220.
      *    EXCECOES DA TRILHA DE ALTERACOES PARA REVISAO DO
      *    SUPERVISOR: PERCORRE ALTERACOES.DAT NO PERIODO PEDIDO
      *    (PROG220-DE / PROG220-ATE, AAAAMMDD; SEM AS VARIAVEIS,
      *    TUDO) E APONTA AS MUDANCAS QUE A FRAUDE FARIA:
      *    - CORTE DE PRECO ACIMA DE PROG220-CORTE POR CENTO (PADRAO
      *      20) NO PRECO DO CATALOGO (PROG64), NO PRECO COMBINADO
      *      DO ACORDO (PROG122) OU NA LINHA NOVA DA TABELA DE PRECOS
      *      CONTRA O PRECO DO CATALOGO (PROG123);
      *    - DESCONTO DE ACORDO QUE SOBE PROG220-DESCONTO PONTOS OU
      *      MAIS (PADRAO 10), INCLUSIVE NO ACORDO NOVO;
      *    - LIMITE DE CREDITO QUE SOBE MAIS DE PROG220-LIMITE POR
      *      CENTO (PADRAO 50) OU QUE E ZERADO (LIMITE ZERO E "SEM
      *      LIMITE DEFINIDO");
      *    - TODO ACERTO MANUAL QUE BAIXA A EXPOSICAO (PROG69).
      *    CADA EXCECAO SAI COM ARQUIVO, CHAVE, CAMPO, ANTES, DEPOIS,
      *    OPERADOR E MOMENTO. RETURN-CODE 1 QUANDO HA EXCECAO.
      *    CAMINHO: ALTERACAO_DAT (PADRAO ALTERACOES.DAT).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "ALTSEL.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "ALTREG.cob".

       WORKING-STORAGE SECTION.

           COPY "ALTWRK.cob".
       01  FINAL-ARQUIVO         PIC X.
       01  DATA-HOJE             PIC 9(08).
       01  DATA-INICIAL          PIC 9(08) VALUE 0.
       01  DATA-FINAL            PIC 9(08) VALUE 99999999.
       01  DATA-ENV              PIC X(08).

       01  PERC-CORTE            PIC 9(03) VALUE 20.
       01  PONTOS-DESCONTO       PIC 9(03) VALUE 10.
       01  PERC-LIMITE           PIC 9(03) VALUE 50.
       01  PARAMETRO-ENV         PIC X(03).

       01  MOTIVO-EXCECAO        PIC X(30).
       01  VARIACAO              PIC 9(07)V9(02).
       01  VARIACAO-EDITADA      PIC Z,ZZZ,ZZ9.99.

       01  TOTAL-LIDOS           PIC 9(07) VALUE 0.
       01  TOTAL-NO-PERIODO      PIC 9(07) VALUE 0.
       01  TOTAL-CORTES-PRECO    PIC 9(05) VALUE 0.
       01  TOTAL-DESCONTOS       PIC 9(05) VALUE 0.
       01  TOTAL-LIMITES         PIC 9(05) VALUE 0.
       01  TOTAL-EXPOSICOES      PIC 9(05) VALUE 0.
       01  TOTAL-EXCECOES        PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE 0 TO RETURN-CODE.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM INICIALIZA-CAMINHO-ALTERACAO.
           PERFORM INICIALIZA-PARAMETROS.

           OPEN INPUT ARQUIVO-ALTERACAO.
           IF ALTERACAO-FILE-STATUS = "35"
                   OR ALTERACAO-FILE-STATUS = "05"
               IF ALTERACAO-FILE-STATUS = "05"
                   CLOSE ARQUIVO-ALTERACAO
               END-IF
               DISPLAY "ALTERACOES.DAT NAO ENCONTRADO. NENHUMA "
                       "ALTERACAO A REVISAR."
           ELSE
               DISPLAY "EXCECOES DA TRILHA DE ALTERACOES - REVISAO "
                       "DO SUPERVISOR - " DATA-HOJE
               DISPLAY "PERIODO " DATA-INICIAL " A " DATA-FINAL
                       " - CORTE " PERC-CORTE "% DESCONTO +"
                       PONTOS-DESCONTO " PTS LIMITE +" PERC-LIMITE "%"
               DISPLAY "--------------------------------------------"
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM EXAMINA-PROXIMA-ALTERACAO
                   UNTIL FINAL-ARQUIVO = "S"
               CLOSE ARQUIVO-ALTERACAO
               PERFORM IMPRIME-RESUMO
           END-IF.

       PROGRAM-DONE.
           GOBACK.

       INICIALIZA-PARAMETROS.
           MOVE SPACE TO DATA-ENV.
           ACCEPT DATA-ENV FROM ENVIRONMENT "PROG220-DE".
           IF DATA-ENV IS NUMERIC
               MOVE DATA-ENV TO DATA-INICIAL
           END-IF.
           MOVE SPACE TO DATA-ENV.
           ACCEPT DATA-ENV FROM ENVIRONMENT "PROG220-ATE".
           IF DATA-ENV IS NUMERIC
               MOVE DATA-ENV TO DATA-FINAL
           END-IF.
           MOVE SPACE TO PARAMETRO-ENV.
           ACCEPT PARAMETRO-ENV FROM ENVIRONMENT "PROG220-CORTE".
           IF PARAMETRO-ENV IS NUMERIC
               MOVE PARAMETRO-ENV TO PERC-CORTE
           END-IF.
           MOVE SPACE TO PARAMETRO-ENV.
           ACCEPT PARAMETRO-ENV FROM ENVIRONMENT "PROG220-DESCONTO".
           IF PARAMETRO-ENV IS NUMERIC
               MOVE PARAMETRO-ENV TO PONTOS-DESCONTO
           END-IF.
           MOVE SPACE TO PARAMETRO-ENV.
           ACCEPT PARAMETRO-ENV FROM ENVIRONMENT "PROG220-LIMITE".
           IF PARAMETRO-ENV IS NUMERIC
               MOVE PARAMETRO-ENV TO PERC-LIMITE
           END-IF.

       EXAMINA-PROXIMA-ALTERACAO.
           READ ARQUIVO-ALTERACAO
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               ADD 1 TO TOTAL-LIDOS
               IF ALTERACAO-DATA NOT < DATA-INICIAL
                       AND ALTERACAO-DATA NOT > DATA-FINAL
                       AND ALTERACAO-DE-VALOR
                       AND NOT ALTERACAO-EXCLUSAO
                   ADD 1 TO TOTAL-NO-PERIODO
                   PERFORM CLASSIFICA-ALTERACAO
               END-IF
           END-IF.

      *    CLASSIFICA-ALTERACAO: SO CAMPOS DE VALOR (PRECO, LIMITE,
      *    EXPOSICAO, PERCENTUAL) ENTRAM; A VARIACAO E MEDIDA SOBRE O
      *    VALOR ANTERIOR, E SEM ANTERIOR NAO HA CORTE A MEDIR.
       CLASSIFICA-ALTERACAO.
           MOVE SPACE TO MOTIVO-EXCECAO.
           MOVE ZERO TO VARIACAO.
           EVALUATE TRUE
               WHEN (ALTERACAO-ARQUIVO = "PRODUTOS"
                       OR ALTERACAO-ARQUIVO = "PRECOS")
                       AND ALTERACAO-CAMPO = "PRECO"
                   PERFORM AVALIA-CORTE-PRECO
               WHEN ALTERACAO-ARQUIVO = "DESCONTOS"
                       AND ALTERACAO-CAMPO = "PRECO-ACORDADO"
                   PERFORM AVALIA-CORTE-PRECO
               WHEN ALTERACAO-ARQUIVO = "DESCONTOS"
                       AND ALTERACAO-CAMPO = "PERCENTUAL"
                   PERFORM AVALIA-AUMENTO-DESCONTO
               WHEN ALTERACAO-ARQUIVO = "CREDITO"
                       AND ALTERACAO-CAMPO = "LIMITE"
                       AND NOT ALTERACAO-INCLUSAO
                   PERFORM AVALIA-AUMENTO-LIMITE
               WHEN ALTERACAO-ARQUIVO = "CREDITO"
                       AND ALTERACAO-CAMPO = "EXPOSICAO"
                   PERFORM AVALIA-BAIXA-EXPOSICAO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF MOTIVO-EXCECAO NOT = SPACE
               ADD 1 TO TOTAL-EXCECOES
               PERFORM IMPRIME-EXCECAO
           END-IF.

       AVALIA-CORTE-PRECO.
           IF ALTERACAO-NUM-ANTERIOR > ZERO
                   AND ALTERACAO-NUM-NOVO < ALTERACAO-NUM-ANTERIOR
               COMPUTE VARIACAO ROUNDED =
                   (ALTERACAO-NUM-ANTERIOR - ALTERACAO-NUM-NOVO)
                       * 100 / ALTERACAO-NUM-ANTERIOR
               IF VARIACAO > PERC-CORTE
                   MOVE "CORTE DE PRECO (%)" TO MOTIVO-EXCECAO
                   ADD 1 TO TOTAL-CORTES-PRECO
               END-IF
           END-IF.

       AVALIA-AUMENTO-DESCONTO.
           IF ALTERACAO-NUM-NOVO > ALTERACAO-NUM-ANTERIOR
               COMPUTE VARIACAO =
                   ALTERACAO-NUM-NOVO - ALTERACAO-NUM-ANTERIOR
               IF VARIACAO NOT < PONTOS-DESCONTO
                   MOVE "DESCONTO AUMENTADO (PONTOS)"
                       TO MOTIVO-EXCECAO
                   ADD 1 TO TOTAL-DESCONTOS
               END-IF
           END-IF.

       AVALIA-AUMENTO-LIMITE.
           EVALUATE TRUE
               WHEN ALTERACAO-NUM-ANTERIOR = ZERO
                   CONTINUE
               WHEN ALTERACAO-NUM-NOVO = ZERO
                   MOVE "LIMITE ZERADO (SEM LIMITE)" TO MOTIVO-EXCECAO
                   ADD 1 TO TOTAL-LIMITES
               WHEN ALTERACAO-NUM-NOVO > ALTERACAO-NUM-ANTERIOR
                   COMPUTE VARIACAO ROUNDED =
                       (ALTERACAO-NUM-NOVO - ALTERACAO-NUM-ANTERIOR)
                           * 100 / ALTERACAO-NUM-ANTERIOR
                   IF VARIACAO > PERC-LIMITE
                       MOVE "AUMENTO DE LIMITE (%)" TO MOTIVO-EXCECAO
                       ADD 1 TO TOTAL-LIMITES
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       AVALIA-BAIXA-EXPOSICAO.
           IF ALTERACAO-NUM-NOVO < ALTERACAO-NUM-ANTERIOR
               COMPUTE VARIACAO =
                   ALTERACAO-NUM-ANTERIOR - ALTERACAO-NUM-NOVO
               MOVE "EXPOSICAO BAIXADA A MAO (R$)" TO MOTIVO-EXCECAO
               ADD 1 TO TOTAL-EXPOSICOES
           END-IF.

       IMPRIME-EXCECAO.
           MOVE VARIACAO TO VARIACAO-EDITADA.
           DISPLAY MOTIVO-EXCECAO " " VARIACAO-EDITADA " - "
                   ALTERACAO-ARQUIVO " " ALTERACAO-CHAVE.
           DISPLAY "    " ALTERACAO-CAMPO ": "
                   ALTERACAO-VALOR-ANTERIOR " -> "
                   ALTERACAO-VALOR-NOVO.
           DISPLAY "    POR " ALTERACAO-OPERADOR " (" ALTERACAO-PROGRAMA
                   ") EM " ALTERACAO-DATA " " ALTERACAO-HORA.

       IMPRIME-RESUMO.
           DISPLAY "--------------------------------------------".
           DISPLAY "ALTERACOES LIDAS...............: " TOTAL-LIDOS.
           DISPLAY "ALTERACOES DE VALOR NO PERIODO.: "
                   TOTAL-NO-PERIODO.
           DISPLAY "CORTES DE PRECO................: "
                   TOTAL-CORTES-PRECO.
           DISPLAY "DESCONTOS AUMENTADOS...........: " TOTAL-DESCONTOS.
           DISPLAY "LIMITES AUMENTADOS OU ZERADOS..: " TOTAL-LIMITES.
           DISPLAY "EXPOSICOES BAIXADAS A MAO......: "
                   TOTAL-EXPOSICOES.
           DISPLAY "EXCECOES PARA REVISAO..........: " TOTAL-EXCECOES.
           IF TOTAL-EXCECOES NOT = 0
               MOVE 1 TO RETURN-CODE
           END-IF.

           COPY "ALTPROC.cob".
