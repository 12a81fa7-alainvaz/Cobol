      *    UMA. A APLICACAO REGRAVA O FUNCIONARIO (E ALIMENTA O
      *    HISTORICO SALARIAL QUANDO FOR SALARIO); A DECISAO E
      *    MARCADA NO PROPRIO REGISTRO PENDENTE E GRAVADA NA TRILHA
      *    DE AUDITORIA, COMO A SOLICITACAO JA FOI. O REAJUSTE
      *    COLETIVO (PROG171) CHEGA COMO UM LOTE DE LINHAS "C": O
      *    SUPERVISOR VE O RESUMO DO LOTE E DECIDE UMA VEZ SO PARA
      *    TODAS AS LINHAS DELE. NA APLICACAO, ALEM DO SALARIO E DO
      *    HISTORICO, A DIFERENCA RETROATIVA DE CADA FUNCIONARIO E
      *    CALCULADA SOBRE O BRUTO DOS LIVROS DA FOLHA DOS MESES JA
      *    FECHADOS DESDE A DATA-BASE E GRAVADA EM RETROATIVOS.DAT,
      *    PARA A PROXIMA FOLHA (PROG74) PAGAR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           COPY "SALSEL.cob".
           COPY "AUDSEL.cob".
           COPY "SESSEL.cob".
           COPY "RTRSEL.cob".
           SELECT OPTIONAL ARQUIVO-FOLHA
               ASSIGN TO FOLHA-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FOLHA-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "SALREG.cob".
           COPY "AUDREG.cob".
           COPY "SESREG.cob".
           COPY "RTRREG.cob".

       FD  ARQUIVO-FOLHA.
       01  FOLHA-REGISTRO.
           05 FOLHA-COMPETENCIA   PIC 9(06).
           05 FOLHA-FUNC-CODIGO   PIC 9(05).
           05 FOLHA-FUNC-NOME     PIC X(20).
           05 FOLHA-DEPARTAMENTO  PIC X(10).
           05 FOLHA-VALOR-BRUTO   PIC 9(07)V9(02).
           05 FOLHA-DESCONTOS     PIC 9(07)V9(02).
           05 FOLHA-VALOR-LIQUIDO PIC 9(07)V9(02).
           05 FOLHA-DATA-CALCULO  PIC 9(08).
           05 FOLHA-EMPRESA       PIC 9(02).

       WORKING-STORAGE SECTION.

       01  SALARIO-ANTERIOR         PIC 9(07)V9(02).
       01  APLICACAO-FALHOU         PIC X.

      *    LOTES DE REAJUSTE COLETIVO AGUARDANDO, LEVANTADOS ANTES
      *    DA REVISAO PARA O RESUMO; A DECISAO DA PRIMEIRA LINHA DO
      *    LOTE VALE PARA AS DEMAIS.
       01  QTDE-LOTES               PIC 9(02) VALUE 0.
       01  TABELA-LOTES.
           05 LOTE-ENTRADA OCCURS 20 TIMES
                   INDEXED BY LOTE-IDX.
              10 LOTE-NUMERO        PIC 9(14).
              10 LOTE-QTDE          PIC 9(05).
              10 LOTE-TOTAL-NOVO    PIC 9(11)V9(02).
              10 LOTE-PERCENTUAL    PIC 9(03)V9(02).
              10 LOTE-DATA-BASE     PIC 9(08).
       01  LOTE-DECIDIDO            PIC 9(14) VALUE 0.
       01  DECISAO-LOTE             PIC X VALUE SPACE.
       01  PERCENTUAL-EDITADO       PIC ZZ9.99.

      *    DIFERENCA RETROATIVA: PERCENTUAL DO LOTE SOBRE O BRUTO DE
      *    CADA LIVRO FOLHA.AAAAMM.DAT DA DATA-BASE ATE O MES
      *    ANTERIOR AO CORRENTE.
       01  RETROATIVO-FILE-STATUS   PIC XX.
       01  RETROATIVO-PATH          PIC X(100).
       01  FOLHA-FILE-STATUS        PIC XX.
       01  FOLHA-PATH               PIC X(100).
       01  FINAL-FOLHA              PIC X.
       01  DATA-HOJE                PIC 9(08).
       01  COMPET-ATUAL             PIC 9(06).
       01  COMPET-RETRO             PIC 9(06).
       01  COMPET-RETRO-R REDEFINES COMPET-RETRO.
           05 COMPET-RETRO-ANO      PIC 9(04).
           05 COMPET-RETRO-MES      PIC 9(02).
       01  COMPET-INICIO-RETRO      PIC 9(06).
       01  COMPET-FIM-RETRO         PIC 9(06).
       01  MESES-RETRO              PIC 9(02).
       01  DIFERENCA-MES            PIC 9(07)V9(02).
       01  VALOR-RETROATIVO         PIC 9(07)V9(02).

       01  TOTAL-APLICADAS          PIC 9(05) VALUE 0.
       01  TOTAL-RECUSADAS          PIC 9(05) VALUE 0.
       01  VALOR-EDITADO            PIC $$,$$$,$$9.99.
               GO TO PROGRAM-DONE
           END-IF.

           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE COMPET-ATUAL = DATA-HOJE / 100.
           PERFORM CARREGA-LOTES.

           OPEN I-O ARQUIVO-PENDENTE.
           IF PENDENTE-FILE-STATUS = "35"
               DISPLAY "PENDENTES.DAT NAO ENCONTRADO. NADA AGUARDANDO "
               MOVE "funcionarios.dat" TO FUNCIONARIO-PATH
           END-IF.

           MOVE "retroativos.dat" TO RETROATIVO-PATH.
           ACCEPT RETROATIVO-PATH FROM ENVIRONMENT "RETROATIVO_DAT".
           IF RETROATIVO-PATH = SPACE
               MOVE "retroativos.dat" TO RETROATIVO-PATH
           END-IF.

      *    INICIALIZA-OPERADOR: A IDENTIDADE VEM DA SESSAO
      *    AUTENTICADA PELO PROG20 (SESSAO.DAT); A VARIAVEL DE
      *    AMBIENTE SO VALE COMO RESERVA QUANDO NAO HA SESSAO.
               MOVE "DESCONHEC" TO OPERADOR-ID
           END-IF.

      *    CARREGA-LOTES: PASSADA DE LEITURA SOBRE PENDENTES.DAT
      *    SOMANDO, POR LOTE DE REAJUSTE COLETIVO AGUARDANDO, A
      *    QUANTIDADE DE FUNCIONARIOS E A FOLHA PROPOSTA.
       CARREGA-LOTES.
           OPEN INPUT ARQUIVO-PENDENTE.
           IF PENDENTE-FILE-STATUS = "00"
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM CARREGA-PROXIMO-LOTE
                   UNTIL FINAL-ARQUIVO = "S"
               CLOSE ARQUIVO-PENDENTE
           ELSE
               IF PENDENTE-FILE-STATUS = "05"
                   CLOSE ARQUIVO-PENDENTE
               END-IF
           END-IF.

       CARREGA-PROXIMO-LOTE.
           READ ARQUIVO-PENDENTE
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               IF PENDENTE-COLETIVO AND PENDENTE-AGUARDANDO
                   SET LOTE-IDX TO 1
                   SEARCH LOTE-ENTRADA
                       AT END
                           CONTINUE
                       WHEN LOTE-IDX > QTDE-LOTES
                           PERFORM INCLUI-LOTE
                       WHEN LOTE-NUMERO (LOTE-IDX) = PENDENTE-LOTE
                           PERFORM SOMA-LOTE
                   END-SEARCH
               END-IF
           END-IF.

       INCLUI-LOTE.
           IF QTDE-LOTES < 20
               ADD 1 TO QTDE-LOTES
               SET LOTE-IDX TO QTDE-LOTES
               MOVE PENDENTE-LOTE TO LOTE-NUMERO (LOTE-IDX)
               MOVE 0 TO LOTE-QTDE (LOTE-IDX)
               MOVE ZERO TO LOTE-TOTAL-NOVO (LOTE-IDX)
               MOVE PENDENTE-PERCENTUAL TO LOTE-PERCENTUAL (LOTE-IDX)
               MOVE PENDENTE-DATA-BASE TO LOTE-DATA-BASE (LOTE-IDX)
               PERFORM SOMA-LOTE
           END-IF.

       SOMA-LOTE.
           ADD 1 TO LOTE-QTDE (LOTE-IDX).
           ADD PENDENTE-SALARIO-NOVO TO LOTE-TOTAL-NOVO (LOTE-IDX).

       REVISA-PROXIMA-PENDENCIA.
           READ ARQUIVO-PENDENTE
               AT END
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               IF PENDENTE-AGUARDANDO
                   IF PENDENTE-COLETIVO
                           AND PENDENTE-LOTE = LOTE-DECIDIDO
                       PERFORM APLICA-DECISAO-LOTE
                   ELSE
                       PERFORM REVISA-PENDENCIA
                   END-IF
               END-IF
           END-IF.

      *    APLICA-DECISAO-LOTE: DEMAIS LINHAS DE UM LOTE JA DECIDIDO
      *    SEGUEM A DECISAO DA PRIMEIRA, SEM PERGUNTAR DE NOVO.
       APLICA-DECISAO-LOTE.
           MOVE PENDENTE-SALARIO-NOVO TO VALOR-EDITADO.
           DISPLAY "LOTE " PENDENTE-LOTE ": " PENDENTE-FUNC-CODIGO
                   " - " PENDENTE-FUNC-NOME " " VALOR-EDITADO.
           EVALUATE DECISAO-LOTE
               WHEN "A"
                   PERFORM APLICA-PENDENCIA
               WHEN "R"
                   PERFORM RECUSA-PENDENCIA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       REVISA-PENDENCIA.
           DISPLAY " ".
           EVALUATE TRUE
                           PENDENTE-FUNC-CODIGO " - "
                           PENDENTE-FUNC-NOME
                   DISPLAY "  NOVO SALARIO: " VALOR-EDITADO
               WHEN PENDENTE-COLETIVO
                   PERFORM EXIBE-RESUMO-LOTE
               WHEN PENDENTE-BANCARIO
                   DISPLAY "PENDENCIA: MUDAR DADOS BANCARIOS DO "
                           "FUNCIONARIO " PENDENTE-FUNC-CODIGO " - "
                   DISPLAY "PENDENCIA: DESLIGAR O FUNCIONARIO "
                           PENDENTE-FUNC-CODIGO " - "
                           PENDENTE-FUNC-NOME
                   EVALUATE PENDENTE-TIPO-SAIDA
                       WHEN "S"
                           DISPLAY "  TIPO: SEM JUSTA CAUSA"
                       WHEN "J"
                           DISPLAY "  TIPO: JUSTA CAUSA"
                       WHEN "P"
                           DISPLAY "  TIPO: PEDIDO DE DEMISSAO"
                       WHEN "A"
                           DISPLAY "  TIPO: ACORDO"
                       WHEN OTHER
                           DISPLAY "  TIPO: NAO INFORMADO"
                   END-EVALUATE
           END-EVALUATE.
           DISPLAY "  SOLICITADO POR " PENDENTE-SOLICITANTE
                   " EM " PENDENTE-DATA.
               UNTIL DECISAO = "A" OR DECISAO = "R"
                  OR DECISAO = "P" OR DECISAO = "F".

           IF PENDENTE-COLETIVO
               MOVE PENDENTE-LOTE TO LOTE-DECIDIDO
               MOVE DECISAO TO DECISAO-LOTE
           END-IF.

           EVALUATE DECISAO
               WHEN "A"
                   PERFORM APLICA-PENDENCIA
               WHEN "R"
                   PERFORM RECUSA-PENDENCIA
               WHEN "F"
                   MOVE "S" TO FINAL-ARQUIVO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    EXIBE-RESUMO-LOTE: O LOTE INTEIRO NUMA TELA - A DECISAO
      *    VALE PARA TODOS OS FUNCIONARIOS DELE.
       EXIBE-RESUMO-LOTE.
           DISPLAY "PENDENCIA: REAJUSTE COLETIVO - LOTE "
                   PENDENTE-LOTE.
           MOVE PENDENTE-PERCENTUAL TO PERCENTUAL-EDITADO.
           DISPLAY "  PERCENTUAL " PERCENTUAL-EDITADO
                   "%  DATA-BASE " PENDENTE-DATA-BASE.
           SET LOTE-IDX TO 1.
           SEARCH LOTE-ENTRADA
               AT END
                   CONTINUE
               WHEN LOTE-IDX > QTDE-LOTES
                   CONTINUE
               WHEN LOTE-NUMERO (LOTE-IDX) = PENDENTE-LOTE
                   MOVE LOTE-TOTAL-NOVO (LOTE-IDX) TO VALOR-EDITADO
                   DISPLAY "  " LOTE-QTDE (LOTE-IDX)
                           " FUNCIONARIO(S), FOLHA PROPOSTA "
                           VALOR-EDITADO
           END-SEARCH.
           DISPLAY "  A DECISAO VALE PARA O LOTE INTEIRO.".

       RECUSA-PENDENCIA.
           MOVE "R" TO PENDENTE-SITUACAO.
           REWRITE PENDENTE-REGISTRO.
           ADD 1 TO TOTAL-RECUSADAS.
           PERFORM GRAVA-AUDITORIA-DECISAO.
           DISPLAY "PENDENCIA RECUSADA.".

       PEDE-DECISAO.
           DISPLAY "DECISAO: A=APLICAR R=RECUSAR P=PULAR F=ENCERRAR".
           ACCEPT DECISAO.

       EFETIVA-MUDANCA.
           EVALUATE TRUE
               WHEN PENDENTE-SALARIO OR PENDENTE-COLETIVO
                   MOVE FUNCIONARIO-SALARIO TO SALARIO-ANTERIOR
                   MOVE PENDENTE-SALARIO-NOVO TO FUNCIONARIO-SALARIO
               WHEN PENDENTE-BANCARIO
               WHEN OTHER
                   MOVE "I" TO FUNCIONARIO-STATUS
                   ACCEPT FUNCIONARIO-DATA-SAIDA FROM DATE YYYYMMDD
                   MOVE PENDENTE-TIPO-SAIDA TO FUNCIONARIO-TIPO-SAIDA
           END-EVALUATE.
           REWRITE FUNCIONARIO-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR O FUNCIONARIO."
                   MOVE "S" TO APLICACAO-FALHOU
               NOT INVALID KEY
                   MOVE ZERO TO VALOR-RETROATIVO
                   MOVE 0 TO MESES-RETRO
                   IF PENDENTE-COLETIVO
                       PERFORM CALCULA-RETROATIVO
                   END-IF
                   IF PENDENTE-SALARIO OR PENDENTE-COLETIVO
                       PERFORM GRAVA-HISTORICO-SALARIO
                   END-IF
           END-REWRITE.

      *    CALCULA-RETROATIVO: MES A MES, DA DATA-BASE ATE O MES
      *    ANTERIOR AO CORRENTE (O CORRENTE AINDA VAI SER PAGO COM O
      *    SALARIO NOVO), O PERCENTUAL DO LOTE SOBRE O BRUTO QUE O
      *    LIVRO DAQUELE MES REGISTROU. MES SEM LIVRO OU SEM O
      *    FUNCIONARIO NAO GERA DIFERENCA.
       CALCULA-RETROATIVO.
           COMPUTE COMPET-RETRO = PENDENTE-DATA-BASE / 100.
           MOVE COMPET-RETRO TO COMPET-INICIO-RETRO.
           MOVE 0 TO COMPET-FIM-RETRO.
           PERFORM SOMA-MES-RETROATIVO
               UNTIL COMPET-RETRO NOT < COMPET-ATUAL.
           IF VALOR-RETROATIVO > ZERO
               PERFORM GRAVA-RETROATIVO
               MOVE VALOR-RETROATIVO TO VALOR-EDITADO
               DISPLAY "  DIFERENCA RETROATIVA (" MESES-RETRO
                       " MES(ES)): " VALOR-EDITADO
           END-IF.

       SOMA-MES-RETROATIVO.
           MOVE SPACE TO FOLHA-PATH.
           STRING "folha." DELIMITED BY SIZE
                  COMPET-RETRO DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
               INTO FOLHA-PATH.
           OPEN INPUT ARQUIVO-FOLHA.
           IF FOLHA-FILE-STATUS = "00"
               MOVE "N" TO FINAL-FOLHA
               PERFORM PROCURA-NA-FOLHA
                   UNTIL FINAL-FOLHA = "S"
               CLOSE ARQUIVO-FOLHA
           ELSE
               IF FOLHA-FILE-STATUS = "05"
                   CLOSE ARQUIVO-FOLHA
               END-IF
           END-IF.
           IF COMPET-RETRO-MES = 12
               ADD 1 TO COMPET-RETRO-ANO
               MOVE 1 TO COMPET-RETRO-MES
           ELSE
               ADD 1 TO COMPET-RETRO-MES
           END-IF.

       PROCURA-NA-FOLHA.
           READ ARQUIVO-FOLHA
               AT END
                   MOVE "S" TO FINAL-FOLHA
           END-READ.
           IF FINAL-FOLHA NOT = "S"
               IF FOLHA-FUNC-CODIGO = PENDENTE-FUNC-CODIGO
                   COMPUTE DIFERENCA-MES ROUNDED =
                       FOLHA-VALOR-BRUTO * PENDENTE-PERCENTUAL / 100
                   ADD DIFERENCA-MES TO VALOR-RETROATIVO
                   ADD 1 TO MESES-RETRO
                   MOVE COMPET-RETRO TO COMPET-FIM-RETRO
                   MOVE "S" TO FINAL-FOLHA
               END-IF
           END-IF.

       GRAVA-RETROATIVO.
           OPEN I-O ARQUIVO-RETROATIVO.
           IF RETROATIVO-FILE-STATUS = "35"
               OPEN OUTPUT ARQUIVO-RETROATIVO
               CLOSE ARQUIVO-RETROATIVO
               OPEN I-O ARQUIVO-RETROATIVO
           END-IF.
           MOVE PENDENTE-FUNC-CODIGO TO RETROATIVO-FUNC-CODIGO.
           MOVE PENDENTE-LOTE TO RETROATIVO-LOTE.
           MOVE PENDENTE-DATA-BASE TO RETROATIVO-DATA-BASE.
           MOVE PENDENTE-PERCENTUAL TO RETROATIVO-PERCENTUAL.
           MOVE COMPET-INICIO-RETRO TO RETROATIVO-COMPET-INICIO.
           MOVE COMPET-FIM-RETRO TO RETROATIVO-COMPET-FIM.
           MOVE MESES-RETRO TO RETROATIVO-MESES.
           MOVE VALOR-RETROATIVO TO RETROATIVO-VALOR.
           MOVE "A" TO RETROATIVO-SITUACAO.
           MOVE 0 TO RETROATIVO-COMPET-PAGO.
           WRITE RETROATIVO-REGISTRO
               INVALID KEY
                   DISPLAY "RETROATIVO DESTE LOTE JA REGISTRADO "
                           "PARA O FUNCIONARIO."
           END-WRITE.
           CLOSE ARQUIVO-RETROATIVO.

      *    GRAVA-HISTORICO-SALARIO: MESMA LINHA DE SALHIST.DAT QUE O
      *    PROG41 GRAVA NAS MUDANCAS DENTRO DO LIMITE.
       GRAVA-HISTORICO-SALARIO.
           ACCEPT SALARIO-HIST-DATA FROM DATE YYYYMMDD.
           ACCEPT SALARIO-HIST-HORA FROM TIME.
           MOVE OPERADOR-ID TO SALARIO-HIST-OPERADOR.
           IF PENDENTE-COLETIVO
               MOVE "C" TO SALARIO-HIST-ORIGEM
               MOVE PENDENTE-DATA-BASE TO SALARIO-HIST-DATA-BASE
           ELSE
               MOVE "I" TO SALARIO-HIST-ORIGEM
               MOVE ZERO TO SALARIO-HIST-DATA-BASE
           END-IF.
           MOVE MESES-RETRO TO SALARIO-HIST-MESES-RETRO.
           MOVE VALOR-RETROATIVO TO SALARIO-HIST-RETROATIVO.
           WRITE SALARIO-HIST-REGISTRO.
           CLOSE ARQUIVO-SALARIO-HIST.

