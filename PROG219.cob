       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG219.
      *    CONSULTA DA TRILHA DE ALTERACOES DOS CADASTROS COMERCIAIS:
      *    PERCORRE ALTERACOES.DAT APLICANDO OS FILTROS INFORMADOS NA
      *    TELA, NO ESTILO DO PROG146 - ARQUIVO (PRODUTOS, PRECOS,
      *    DESCONTOS, CREDITO, CONDPAGTO, CLIENTES; BRANCO = TODOS),
      *    CHAVE (BRANCO = TODAS; PRODUTO, CLIENTE OU CONDICAO COMO
      *    GRAVADO, CLIENTE/PRODUTO NOS ACORDOS E PRODUTO/VIGENCIA NA
      *    TABELA DE PRECOS), OPERADOR (BRANCO = TODOS) E PERIODO
      *    DE/ATE (ZERO = SEM CORTE). RESPONDE AO "QUEM MUDOU ESTE
      *    PRECO, DE QUANTO PARA QUANTO, E QUANDO?".
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
       01  FINAL-ARQUIVO        PIC X.
       01  DATA-HOJE            PIC 9(08).

       01  FILTRO-ARQUIVO       PIC X(10).
       01  FILTRO-CHAVE         PIC X(20).
       01  FILTRO-OPERADOR      PIC X(10).
       01  FILTRO-DATA-DE       PIC 9(08).
       01  FILTRO-DATA-ATE      PIC 9(08).

       01  TOTAL-LIDOS          PIC 9(07) VALUE 0.
       01  TOTAL-LISTADOS       PIC 9(07) VALUE 0.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE 0 TO RETURN-CODE.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM INICIALIZA-CAMINHO-ALTERACAO.
           PERFORM CAPTURA-FILTROS.

           OPEN INPUT ARQUIVO-ALTERACAO.
           IF ALTERACAO-FILE-STATUS = "35"
                   OR ALTERACAO-FILE-STATUS = "05"
               IF ALTERACAO-FILE-STATUS = "05"
                   CLOSE ARQUIVO-ALTERACAO
               END-IF
               DISPLAY "ALTERACOES.DAT NAO ENCONTRADO. NENHUMA "
                       "ALTERACAO REGISTRADA."
               MOVE 1 TO RETURN-CODE
           ELSE
               DISPLAY "CONSULTA DA TRILHA DE ALTERACOES - "
                       DATA-HOJE
               DISPLAY "--------------------------------------------"
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM FILTRA-PROXIMA-ALTERACAO
                   UNTIL FINAL-ARQUIVO = "S"
               CLOSE ARQUIVO-ALTERACAO
               DISPLAY "--------------------------------------------"
               DISPLAY "ALTERACOES LIDAS...: " TOTAL-LIDOS
               DISPLAY "ALTERACOES LISTADAS: " TOTAL-LISTADOS
           END-IF.

       PROGRAM-DONE.
           GOBACK.

       CAPTURA-FILTROS.
           DISPLAY "ARQUIVO (PRODUTOS, PRECOS, DESCONTOS, CREDITO, "
                   "CONDPAGTO, CLIENTES; BRANCO = TODOS): ".
           ACCEPT FILTRO-ARQUIVO.
           DISPLAY "CHAVE (BRANCO = TODAS): ".
           ACCEPT FILTRO-CHAVE.
           DISPLAY "OPERADOR (BRANCO = TODOS): ".
           ACCEPT FILTRO-OPERADOR.
           DISPLAY "DATA DE (AAAAMMDD, 0 = SEM CORTE): ".
           ACCEPT FILTRO-DATA-DE.
           DISPLAY "DATA ATE (AAAAMMDD, 0 = SEM CORTE): ".
           ACCEPT FILTRO-DATA-ATE.

       FILTRA-PROXIMA-ALTERACAO.
           READ ARQUIVO-ALTERACAO
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               ADD 1 TO TOTAL-LIDOS
               PERFORM AVALIA-FILTROS
           END-IF.

       AVALIA-FILTROS.
           EVALUATE TRUE
               WHEN FILTRO-ARQUIVO NOT = SPACE
                       AND ALTERACAO-ARQUIVO NOT = FILTRO-ARQUIVO
                   CONTINUE
               WHEN FILTRO-CHAVE NOT = SPACE
                       AND ALTERACAO-CHAVE NOT = FILTRO-CHAVE
                   CONTINUE
               WHEN FILTRO-OPERADOR NOT = SPACE
                       AND ALTERACAO-OPERADOR NOT = FILTRO-OPERADOR
                   CONTINUE
               WHEN FILTRO-DATA-DE NOT = 0
                       AND ALTERACAO-DATA < FILTRO-DATA-DE
                   CONTINUE
               WHEN FILTRO-DATA-ATE NOT = 0
                       AND ALTERACAO-DATA > FILTRO-DATA-ATE
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO TOTAL-LISTADOS
                   DISPLAY ALTERACAO-DATA " " ALTERACAO-HORA " "
                           ALTERACAO-PROGRAMA " " ALTERACAO-OPERADOR
                           " " ALTERACAO-OPERACAO " "
                           ALTERACAO-ARQUIVO " " ALTERACAO-CHAVE
                   DISPLAY "    " ALTERACAO-CAMPO ": "
                           ALTERACAO-VALOR-ANTERIOR " -> "
                           ALTERACAO-VALOR-NOVO
           END-EVALUATE.

           COPY "ALTPROC.cob".
