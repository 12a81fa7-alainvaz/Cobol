       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG208.
      *    RELATORIO DE ROTATIVIDADE E TEMPO DE CASA DO PESSOAL, TIRADO
      *    DO CADASTRO (FUNCIONARIOS.DAT) PELAS DATAS DE ADMISSAO E DE
      *    SAIDA E PELO DEPARTAMENTO:
      *      - NO PERIODO, POR DEPARTAMENTO: QUADRO NO INICIO E NO
      *        FIM, ADMISSOES, DESLIGAMENTOS, QUADRO MEDIO ((INICIO +
      *        FIM) / 2), ROTATIVIDADE (DESLIGAMENTOS / QUADRO MEDIO,
      *        EM %) E SAIDAS PRECOCES - QUEM SAIU DENTRO DOS 90 DIAS
      *        DE EXPERIENCIA;
      *      - O QUADRO NO FIM DO PERIODO CONTRA O AUTORIZADO EM
      *        ORCDEPTO.DAT (PROG139) NA COMPETENCIA FINAL;
      *      - A TENDENCIA DOS 12 MESES ATE O FIM DO PERIODO
      *        (ADMISSOES, DESLIGAMENTOS E QUADRO NO FIM DE CADA MES);
      *      - O TEMPO DE CASA DE QUEM ESTA ATIVO HOJE, EM FAIXAS.
      *    PERIODO: PROG208-INICIO E PROG208-FIM (AAAAMM); PADRAO O
      *    TRIMESTRE QUE TERMINA NO MES ANTERIOR. AS CONTAS SAO POR
      *    COMPETENCIA: QUEM ENTROU NO MES CONTA NO QUADRO DO FIM DO
      *    MES, QUEM SAIU NO MES JA NAO CONTA. DIAS EM 30/360.
      *    ADMISSAO ZERO (REGISTRO ANTERIOR AO CAMPO) VALE "DESDE
      *    SEMPRE" E FICA NA FAIXA "NAO INFORMADA"; DESLIGADO SEM DATA
      *    DE SAIDA NAO ENTRA EM QUADRO NENHUM NEM NOS DESLIGAMENTOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CSELEC.cob".
           COPY "ODPSEL.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "CARQF.cob".
           COPY "ODPREG.cob".

       WORKING-STORAGE SECTION.

       01  FUNCIONARIO-FILE-STATUS   PIC XX.
       01  FUNCIONARIO-PATH          PIC X(100).
       01  ORCDEP-FILE-STATUS        PIC XX.
       01  ORCDEP-PATH               PIC X(100).
       01  FINAL-ARQUIVO             PIC X.
       01  DATA-HOJE                 PIC 9(08).

       01  COMPETENCIA-ENV           PIC X(06).
       01  COMPETENCIA-INICIO        PIC 9(06).
       01  COMPETENCIA-FIM           PIC 9(06).
       01  COMPETENCIA-ANTES         PIC 9(06).
      *    COMPETENCIA QUE ANDA PARA TRAS (VOLTA-UM-MES).
       01  COMPETENCIA-CALC          PIC 9(06).
       01  COMPETENCIA-CALC-R REDEFINES COMPETENCIA-CALC.
           05 CALC-ANO               PIC 9(04).
           05 CALC-MES               PIC 9(02).

      *    DADOS DO FUNCIONARIO EM EXAME.
       01  ADMISSAO-WS               PIC 9(08).
       01  SAIDA-WS                  PIC 9(08).
       01  COMP-ADMISSAO             PIC 9(06).
       01  COMP-SAIDA                PIC 9(06).
       01  JA-SAIU                   PIC X.
       01  COMP-TESTE                PIC 9(06).
       01  ESTAVA-ATIVO              PIC X.
       01  DEPARTAMENTO-BUSCA        PIC X(10).

      *    DIAS ENTRE DUAS DATAS (30/360).
       01  DATA-INICIAL-WS           PIC 9(08).
       01  DATA-INICIAL-R REDEFINES DATA-INICIAL-WS.
           05 INIC-ANO               PIC 9(04).
           05 INIC-MES               PIC 9(02).
           05 INIC-DIA               PIC 9(02).
       01  DATA-FINAL-WS             PIC 9(08).
       01  DATA-FINAL-R REDEFINES DATA-FINAL-WS.
           05 FINAL-ANO              PIC 9(04).
           05 FINAL-MES              PIC 9(02).
           05 FINAL-DIA              PIC 9(02).
       01  DIAS-ENTRE                PIC S9(07).

      *    DEPARTAMENTOS.
       01  QTDE-DEPTOS               PIC 9(03) VALUE 0.
       01  TABELA-DEPTOS.
           05 DEP-ENTRADA OCCURS 50 TIMES INDEXED BY DEP-IDX.
              10 DEP-NOME            PIC X(10).
              10 DEP-QUADRO-INICIO   PIC 9(05).
              10 DEP-QUADRO-FIM      PIC 9(05).
              10 DEP-ADMISSOES       PIC 9(05).
              10 DEP-DESLIGAMENTOS   PIC 9(05).
              10 DEP-PRECOCES        PIC 9(05).
       01  DEPTOS-CHEIA              PIC X VALUE "N".
           88 AVISO-DEPTOS-EXIBIDO       VALUE "S".
       01  DEPTO-ACHADO              PIC X.
       01  DEP-SUB                   PIC 9(03).

      *    TENDENCIA DOS 12 MESES (O 12 E O MES FINAL DO PERIODO).
       01  TABELA-TENDENCIA.
           05 TND-ENTRADA OCCURS 12 TIMES.
              10 TND-COMPETENCIA     PIC 9(06).
              10 TND-ADMISSOES       PIC 9(05).
              10 TND-DESLIGAMENTOS   PIC 9(05).
              10 TND-QUADRO          PIC 9(05).
       01  TND-SUB                   PIC 9(02).

      *    FAIXAS DE TEMPO DE CASA DOS ATIVOS HOJE.
       01  TABELA-FAIXAS.
           05 FAIXA-ENTRADA OCCURS 7 TIMES.
              10 FAIXA-DESCRICAO     PIC X(20).
              10 FAIXA-QTDE          PIC 9(05).
       01  FAIXA-SUB                 PIC 9(02).

       01  TOTAL-INICIO              PIC 9(05) VALUE 0.
       01  TOTAL-FIM                 PIC 9(05) VALUE 0.
       01  TOTAL-ADMISSOES           PIC 9(05) VALUE 0.
       01  TOTAL-DESLIGAMENTOS       PIC 9(05) VALUE 0.
       01  TOTAL-PRECOCES            PIC 9(05) VALUE 0.
       01  TOTAL-ATIVOS-HOJE         PIC 9(05) VALUE 0.

       01  QUADRO-MEDIO              PIC 9(05)V9(01).
       01  QUADRO-MEDIO-EDITADO      PIC ZZZZ9.9.
       01  ROTATIVIDADE              PIC 9(04)V9(02).
       01  ROTATIVIDADE-EDITADA      PIC ZZZ9.99.
       01  QUADRO-AUTORIZADO         PIC 9(04).
       01  DIFERENCA-QUADRO          PIC S9(05).
       01  DIFERENCA-EDITADA         PIC -ZZZZ9.
       01  MARCA-LINHA               PIC X(16).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE 0 TO RETURN-CODE.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM INICIALIZA-CAMINHOS.
           PERFORM INICIALIZA-PARAMETROS.
           PERFORM INICIALIZA-TABELAS.

           OPEN INPUT ARQUIVO-FUNCIONARIO.
           IF FUNCIONARIO-FILE-STATUS = "35"
               DISPLAY "FUNCIONARIOS.DAT NAO ENCONTRADO. NENHUM "
                       "FUNCIONARIO."
               GO TO PROGRAM-DONE
           END-IF.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM EXAMINA-PROXIMO-FUNCIONARIO
               UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-FUNCIONARIO.

           PERFORM IMPRIME-PERIODO.
           PERFORM IMPRIME-QUADRO-AUTORIZADO.
           PERFORM IMPRIME-TENDENCIA.
           PERFORM IMPRIME-TEMPO-DE-CASA.

       PROGRAM-DONE.
           GOBACK.

       INICIALIZA-CAMINHOS.
           MOVE "funcionarios.dat" TO FUNCIONARIO-PATH.
           ACCEPT FUNCIONARIO-PATH FROM ENVIRONMENT "FUNCIONARIO_DAT".
           IF FUNCIONARIO-PATH = SPACE
               MOVE "funcionarios.dat" TO FUNCIONARIO-PATH
           END-IF.

           MOVE "orcdepto.dat" TO ORCDEP-PATH.
           ACCEPT ORCDEP-PATH FROM ENVIRONMENT "ORCDEPTO_DAT".
           IF ORCDEP-PATH = SPACE
               MOVE "orcdepto.dat" TO ORCDEP-PATH
           END-IF.

      *    INICIALIZA-PARAMETROS: SEM O PERIODO, O TRIMESTRE QUE
      *    TERMINA NO MES ANTERIOR (O RELATORIO RODA NO COMECO DO
      *    TRIMESTRE SEGUINTE).
       INICIALIZA-PARAMETROS.
           COMPUTE COMPETENCIA-CALC = DATA-HOJE / 100.
           PERFORM VOLTA-UM-MES.
           MOVE COMPETENCIA-CALC TO COMPETENCIA-FIM.
           MOVE SPACE TO COMPETENCIA-ENV.
           ACCEPT COMPETENCIA-ENV FROM ENVIRONMENT "PROG208-FIM".
           IF COMPETENCIA-ENV IS NUMERIC
               MOVE COMPETENCIA-ENV TO COMPETENCIA-FIM
           END-IF.

           MOVE COMPETENCIA-FIM TO COMPETENCIA-CALC.
           PERFORM VOLTA-UM-MES.
           PERFORM VOLTA-UM-MES.
           MOVE COMPETENCIA-CALC TO COMPETENCIA-INICIO.
           MOVE SPACE TO COMPETENCIA-ENV.
           ACCEPT COMPETENCIA-ENV FROM ENVIRONMENT "PROG208-INICIO".
           IF COMPETENCIA-ENV IS NUMERIC
               MOVE COMPETENCIA-ENV TO COMPETENCIA-INICIO
           END-IF.
           IF COMPETENCIA-INICIO > COMPETENCIA-FIM
               DISPLAY "*** INICIO DEPOIS DO FIM - USADO SO O MES "
                       COMPETENCIA-FIM " ***"
               MOVE COMPETENCIA-FIM TO COMPETENCIA-INICIO
           END-IF.

      *    O QUADRO DO INICIO E O DO FIM DO MES ANTERIOR AO PERIODO.
           MOVE COMPETENCIA-INICIO TO COMPETENCIA-CALC.
           PERFORM VOLTA-UM-MES.
           MOVE COMPETENCIA-CALC TO COMPETENCIA-ANTES.

       VOLTA-UM-MES.
           IF CALC-MES = 1
               SUBTRACT 1 FROM CALC-ANO
               MOVE 12 TO CALC-MES
           ELSE
               SUBTRACT 1 FROM CALC-MES
           END-IF.

       INICIALIZA-TABELAS.
           MOVE COMPETENCIA-FIM TO COMPETENCIA-CALC.
           MOVE 12 TO TND-SUB.
           PERFORM MONTA-MES-TENDENCIA
               UNTIL TND-SUB = 0.
           MOVE "MENOS DE 90 DIAS" TO FAIXA-DESCRICAO (1).
           MOVE "90 DIAS A 1 ANO" TO FAIXA-DESCRICAO (2).
           MOVE "1 A 2 ANOS" TO FAIXA-DESCRICAO (3).
           MOVE "2 A 5 ANOS" TO FAIXA-DESCRICAO (4).
           MOVE "5 A 10 ANOS" TO FAIXA-DESCRICAO (5).
           MOVE "10 ANOS OU MAIS" TO FAIXA-DESCRICAO (6).
           MOVE "NAO INFORMADA" TO FAIXA-DESCRICAO (7).
           MOVE 1 TO FAIXA-SUB.
           PERFORM ZERA-FAIXA
               UNTIL FAIXA-SUB > 7.

       MONTA-MES-TENDENCIA.
           MOVE COMPETENCIA-CALC TO TND-COMPETENCIA (TND-SUB).
           MOVE ZERO TO TND-ADMISSOES (TND-SUB).
           MOVE ZERO TO TND-DESLIGAMENTOS (TND-SUB).
           MOVE ZERO TO TND-QUADRO (TND-SUB).
           PERFORM VOLTA-UM-MES.
           SUBTRACT 1 FROM TND-SUB.

       ZERA-FAIXA.
           MOVE ZERO TO FAIXA-QTDE (FAIXA-SUB).
           ADD 1 TO FAIXA-SUB.

      *    EXAMINA-PROXIMO-FUNCIONARIO: UMA LEITURA DO CADASTRO
      *    ALIMENTA O PERIODO, A TENDENCIA E AS FAIXAS.
       EXAMINA-PROXIMO-FUNCIONARIO.
           READ ARQUIVO-FUNCIONARIO NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               PERFORM PREPARA-DATAS-FUNCIONARIO
               PERFORM ACUMULA-PERIODO
               MOVE 1 TO TND-SUB
               PERFORM ACUMULA-MES-TENDENCIA
                   UNTIL TND-SUB > 12
               IF JA-SAIU NOT = "S"
                   PERFORM ACUMULA-TEMPO-DE-CASA
               END-IF
           END-IF.

       PREPARA-DATAS-FUNCIONARIO.
           MOVE ZERO TO ADMISSAO-WS.
           IF FUNCIONARIO-DATA-ADMISSAO IS NUMERIC
               MOVE FUNCIONARIO-DATA-ADMISSAO TO ADMISSAO-WS
           END-IF.
           COMPUTE COMP-ADMISSAO = ADMISSAO-WS / 100.
           MOVE ZERO TO SAIDA-WS.
           MOVE "N" TO JA-SAIU.
           IF FUNCIONARIO-INATIVO
               MOVE "S" TO JA-SAIU
               IF FUNCIONARIO-DATA-SAIDA IS NUMERIC
                   MOVE FUNCIONARIO-DATA-SAIDA TO SAIDA-WS
               END-IF
           END-IF.
           COMPUTE COMP-SAIDA = SAIDA-WS / 100.

       ACUMULA-PERIODO.
           IF FUNCIONARIO-DEPARTAMENTO = SPACE
               MOVE "(SEM DEPTO)" TO DEPARTAMENTO-BUSCA
           ELSE
               MOVE FUNCIONARIO-DEPARTAMENTO TO DEPARTAMENTO-BUSCA
           END-IF.
           PERFORM LOCALIZA-DEPARTAMENTO.
           IF DEPTO-ACHADO = "S"
               MOVE COMPETENCIA-ANTES TO COMP-TESTE
               PERFORM VERIFICA-ATIVO-NA-COMPETENCIA
               IF ESTAVA-ATIVO = "S"
                   ADD 1 TO DEP-QUADRO-INICIO (DEP-IDX)
               END-IF
               MOVE COMPETENCIA-FIM TO COMP-TESTE
               PERFORM VERIFICA-ATIVO-NA-COMPETENCIA
               IF ESTAVA-ATIVO = "S"
                   ADD 1 TO DEP-QUADRO-FIM (DEP-IDX)
               END-IF
               IF COMP-ADMISSAO NOT < COMPETENCIA-INICIO
                       AND COMP-ADMISSAO NOT > COMPETENCIA-FIM
                   ADD 1 TO DEP-ADMISSOES (DEP-IDX)
               END-IF
               IF JA-SAIU = "S"
                       AND COMP-SAIDA NOT < COMPETENCIA-INICIO
                       AND COMP-SAIDA NOT > COMPETENCIA-FIM
                   ADD 1 TO DEP-DESLIGAMENTOS (DEP-IDX)
                   PERFORM VERIFICA-SAIDA-PRECOCE
               END-IF
           END-IF.

      *    VERIFICA-SAIDA-PRECOCE: SAIU DENTRO DOS 90 DIAS DE
      *    EXPERIENCIA (SO COM A DATA DE ADMISSAO CONHECIDA).
       VERIFICA-SAIDA-PRECOCE.
           IF ADMISSAO-WS NOT = 0
               MOVE ADMISSAO-WS TO DATA-INICIAL-WS
               MOVE SAIDA-WS TO DATA-FINAL-WS
               PERFORM CALCULA-DIAS-ENTRE
               IF DIAS-ENTRE <= 90
                   ADD 1 TO DEP-PRECOCES (DEP-IDX)
               END-IF
           END-IF.

      *    VERIFICA-ATIVO-NA-COMPETENCIA: NO QUADRO DO FIM DO MES
      *    COMP-TESTE - JA ADMITIDO E AINDA NAO DESLIGADO.
       VERIFICA-ATIVO-NA-COMPETENCIA.
           MOVE "N" TO ESTAVA-ATIVO.
           IF COMP-ADMISSAO NOT > COMP-TESTE
               IF JA-SAIU NOT = "S" OR COMP-SAIDA > COMP-TESTE
                   MOVE "S" TO ESTAVA-ATIVO
               END-IF
           END-IF.

       ACUMULA-MES-TENDENCIA.
           IF COMP-ADMISSAO = TND-COMPETENCIA (TND-SUB)
               ADD 1 TO TND-ADMISSOES (TND-SUB)
           END-IF.
           IF JA-SAIU = "S"
                   AND COMP-SAIDA = TND-COMPETENCIA (TND-SUB)
               ADD 1 TO TND-DESLIGAMENTOS (TND-SUB)
           END-IF.
           MOVE TND-COMPETENCIA (TND-SUB) TO COMP-TESTE.
           PERFORM VERIFICA-ATIVO-NA-COMPETENCIA.
           IF ESTAVA-ATIVO = "S"
               ADD 1 TO TND-QUADRO (TND-SUB)
           END-IF.
           ADD 1 TO TND-SUB.

       ACUMULA-TEMPO-DE-CASA.
           ADD 1 TO TOTAL-ATIVOS-HOJE.
           IF ADMISSAO-WS = 0
               MOVE 7 TO FAIXA-SUB
           ELSE
               MOVE ADMISSAO-WS TO DATA-INICIAL-WS
               MOVE DATA-HOJE TO DATA-FINAL-WS
               PERFORM CALCULA-DIAS-ENTRE
               EVALUATE TRUE
                   WHEN DIAS-ENTRE < 90
                       MOVE 1 TO FAIXA-SUB
                   WHEN DIAS-ENTRE < 360
                       MOVE 2 TO FAIXA-SUB
                   WHEN DIAS-ENTRE < 720
                       MOVE 3 TO FAIXA-SUB
                   WHEN DIAS-ENTRE < 1800
                       MOVE 4 TO FAIXA-SUB
                   WHEN DIAS-ENTRE < 3600
                       MOVE 5 TO FAIXA-SUB
                   WHEN OTHER
                       MOVE 6 TO FAIXA-SUB
               END-EVALUATE
           END-IF.
           ADD 1 TO FAIXA-QTDE (FAIXA-SUB).

       CALCULA-DIAS-ENTRE.
           COMPUTE DIAS-ENTRE =
               (FINAL-ANO - INIC-ANO) * 360
               + (FINAL-MES - INIC-MES) * 30
               + (FINAL-DIA - INIC-DIA).

       LOCALIZA-DEPARTAMENTO.
           MOVE "N" TO DEPTO-ACHADO.
           SET DEP-IDX TO 1.
           SEARCH DEP-ENTRADA
               AT END
                   CONTINUE
               WHEN DEP-IDX > QTDE-DEPTOS
                   CONTINUE
               WHEN DEP-NOME (DEP-IDX) = DEPARTAMENTO-BUSCA
                   MOVE "S" TO DEPTO-ACHADO
           END-SEARCH.
           IF DEPTO-ACHADO NOT = "S"
               IF QTDE-DEPTOS < 50
                   ADD 1 TO QTDE-DEPTOS
                   SET DEP-IDX TO QTDE-DEPTOS
                   MOVE DEPARTAMENTO-BUSCA TO DEP-NOME (DEP-IDX)
                   MOVE ZERO TO DEP-QUADRO-INICIO (DEP-IDX)
                   MOVE ZERO TO DEP-QUADRO-FIM (DEP-IDX)
                   MOVE ZERO TO DEP-ADMISSOES (DEP-IDX)
                   MOVE ZERO TO DEP-DESLIGAMENTOS (DEP-IDX)
                   MOVE ZERO TO DEP-PRECOCES (DEP-IDX)
                   MOVE "S" TO DEPTO-ACHADO
               ELSE
                   IF NOT AVISO-DEPTOS-EXIBIDO
                       DISPLAY "*** ATENCAO: LIMITE DE 50 "
                               "DEPARTAMENTOS ATINGIDO - O RESTO FICA "
                               "DE FORA ***"
                       MOVE "S" TO DEPTOS-CHEIA
                   END-IF
               END-IF
           END-IF.

       IMPRIME-PERIODO.
           DISPLAY "ROTATIVIDADE DE PESSOAL - PERIODO "
                   COMPETENCIA-INICIO " A " COMPETENCIA-FIM.
           DISPLAY "============================================".
           DISPLAY "DEPTO      INICIO    FIM ADMIS DESLG  QUADRO MEDIO"
                   "  ROTAT %  PRECOCES".
           MOVE 1 TO DEP-SUB.
           PERFORM IMPRIME-UM-DEPARTAMENTO
               UNTIL DEP-SUB > QTDE-DEPTOS.
           DISPLAY "--------------------------------------------".
           COMPUTE QUADRO-MEDIO ROUNDED =
               (TOTAL-INICIO + TOTAL-FIM) / 2.
           PERFORM CALCULA-ROTATIVIDADE-TOTAL.
           DISPLAY "QUADRO NO INICIO........: " TOTAL-INICIO.
           DISPLAY "QUADRO NO FIM...........: " TOTAL-FIM.
           DISPLAY "ADMISSOES...............: " TOTAL-ADMISSOES.
           DISPLAY "DESLIGAMENTOS...........: " TOTAL-DESLIGAMENTOS.
           MOVE QUADRO-MEDIO TO QUADRO-MEDIO-EDITADO.
           DISPLAY "QUADRO MEDIO............: " QUADRO-MEDIO-EDITADO.
           MOVE ROTATIVIDADE TO ROTATIVIDADE-EDITADA.
           DISPLAY "ROTATIVIDADE............: " ROTATIVIDADE-EDITADA
                   " %".
           DISPLAY "SAIDAS NA EXPERIENCIA...: " TOTAL-PRECOCES.

       IMPRIME-UM-DEPARTAMENTO.
           ADD DEP-QUADRO-INICIO (DEP-SUB) TO TOTAL-INICIO.
           ADD DEP-QUADRO-FIM (DEP-SUB) TO TOTAL-FIM.
           ADD DEP-ADMISSOES (DEP-SUB) TO TOTAL-ADMISSOES.
           ADD DEP-DESLIGAMENTOS (DEP-SUB) TO TOTAL-DESLIGAMENTOS.
           ADD DEP-PRECOCES (DEP-SUB) TO TOTAL-PRECOCES.
           COMPUTE QUADRO-MEDIO ROUNDED =
               (DEP-QUADRO-INICIO (DEP-SUB)
                + DEP-QUADRO-FIM (DEP-SUB)) / 2.
           IF QUADRO-MEDIO = 0
               MOVE ZERO TO ROTATIVIDADE
           ELSE
               COMPUTE ROTATIVIDADE ROUNDED =
                   DEP-DESLIGAMENTOS (DEP-SUB) * 100 / QUADRO-MEDIO
                   ON SIZE ERROR
                       MOVE 9999.99 TO ROTATIVIDADE
               END-COMPUTE
           END-IF.
           MOVE QUADRO-MEDIO TO QUADRO-MEDIO-EDITADO.
           MOVE ROTATIVIDADE TO ROTATIVIDADE-EDITADA.
           DISPLAY DEP-NOME (DEP-SUB) " " DEP-QUADRO-INICIO (DEP-SUB)
                   "  " DEP-QUADRO-FIM (DEP-SUB)
                   " " DEP-ADMISSOES (DEP-SUB)
                   " " DEP-DESLIGAMENTOS (DEP-SUB)
                   "      " QUADRO-MEDIO-EDITADO
                   "  " ROTATIVIDADE-EDITADA
                   "     " DEP-PRECOCES (DEP-SUB).
           ADD 1 TO DEP-SUB.

       CALCULA-ROTATIVIDADE-TOTAL.
           IF QUADRO-MEDIO = 0
               MOVE ZERO TO ROTATIVIDADE
           ELSE
               COMPUTE ROTATIVIDADE ROUNDED =
                   TOTAL-DESLIGAMENTOS * 100 / QUADRO-MEDIO
                   ON SIZE ERROR
                       MOVE 9999.99 TO ROTATIVIDADE
               END-COMPUTE
           END-IF.

      *    IMPRIME-QUADRO-AUTORIZADO: QUADRO NO FIM DO PERIODO CONTRA
      *    O ORCADO NA COMPETENCIA FINAL (PROG139).
       IMPRIME-QUADRO-AUTORIZADO.
           DISPLAY " ".
           DISPLAY "QUADRO REAL X AUTORIZADO (ORCDEPTO.DAT) - "
                   "COMPETENCIA " COMPETENCIA-FIM.
           DISPLAY "DEPTO        REAL  AUTORIZ  DIFERENCA".
           OPEN INPUT ARQUIVO-ORCDEP.
           IF ORCDEP-FILE-STATUS = "35"
               DISPLAY "ORCDEPTO.DAT NAO ENCONTRADO - SEM QUADRO "
                       "AUTORIZADO."
           ELSE
               MOVE 1 TO DEP-SUB
               PERFORM IMPRIME-UM-AUTORIZADO
                   UNTIL DEP-SUB > QTDE-DEPTOS
               CLOSE ARQUIVO-ORCDEP
           END-IF.

       IMPRIME-UM-AUTORIZADO.
           MOVE DEP-NOME (DEP-SUB) TO ORCDEP-DEPARTAMENTO.
           MOVE COMPETENCIA-FIM TO ORCDEP-COMPETENCIA.
           READ ARQUIVO-ORCDEP
               INVALID KEY
                   DISPLAY DEP-NOME (DEP-SUB) "  "
                           DEP-QUADRO-FIM (DEP-SUB)
                           "        -  SEM ORCAMENTO"
               NOT INVALID KEY
                   MOVE ORCDEP-QUADRO TO QUADRO-AUTORIZADO
                   COMPUTE DIFERENCA-QUADRO =
                       DEP-QUADRO-FIM (DEP-SUB) - QUADRO-AUTORIZADO
                   MOVE DIFERENCA-QUADRO TO DIFERENCA-EDITADA
                   EVALUATE TRUE
                       WHEN DIFERENCA-QUADRO > 0
                           MOVE "ACIMA DO QUADRO" TO MARCA-LINHA
                       WHEN DIFERENCA-QUADRO < 0
                           MOVE "VAGAS EM ABERTO" TO MARCA-LINHA
                       WHEN OTHER
                           MOVE SPACE TO MARCA-LINHA
                   END-EVALUATE
                   DISPLAY DEP-NOME (DEP-SUB) "  "
                           DEP-QUADRO-FIM (DEP-SUB) "     "
                           QUADRO-AUTORIZADO "     "
                           DIFERENCA-EDITADA "  " MARCA-LINHA
           END-READ.
           ADD 1 TO DEP-SUB.

       IMPRIME-TENDENCIA.
           DISPLAY " ".
           DISPLAY "TENDENCIA DOS ULTIMOS 12 MESES:".
           DISPLAY "MES      ADMIS DESLG QUADRO".
           MOVE 1 TO TND-SUB.
           PERFORM IMPRIME-UM-MES
               UNTIL TND-SUB > 12.

       IMPRIME-UM-MES.
           DISPLAY TND-COMPETENCIA (TND-SUB) "   "
                   TND-ADMISSOES (TND-SUB) " "
                   TND-DESLIGAMENTOS (TND-SUB) " "
                   TND-QUADRO (TND-SUB).
           ADD 1 TO TND-SUB.

       IMPRIME-TEMPO-DE-CASA.
           DISPLAY " ".
           DISPLAY "TEMPO DE CASA DOS ATIVOS EM " DATA-HOJE ":".
           MOVE 1 TO FAIXA-SUB.
           PERFORM IMPRIME-UMA-FAIXA
               UNTIL FAIXA-SUB > 7.
           DISPLAY "--------------------------------------------".
           DISPLAY "ATIVOS..................: " TOTAL-ATIVOS-HOJE.

       IMPRIME-UMA-FAIXA.
           DISPLAY "  " FAIXA-DESCRICAO (FAIXA-SUB) " "
                   FAIXA-QTDE (FAIXA-SUB).
           ADD 1 TO FAIXA-SUB.
