       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG167.
      *    DEPOSITO MENSAL DO FGTS: A CONTA DE 8% QUE SAIA A MAO DO
      *    REGISTRO DA FOLHA. A BASE DE CADA FUNCIONARIO NA
      *    COMPETENCIA E:
      *      O BRUTO DO LIVRO DA FOLHA (FOLHA.AAAAMM.DAT, PROG74 -
      *        JA COM AS HORAS EXTRAS DO APONTAMENTO, PROG136);
      *      O DECIMO TERCEIRO (PROG137): EM NOVEMBRO A PARCELA 1
      *        (FOLHA.AAAA13.DAT); EM DEZEMBRO O BRUTO DA PARCELA 2
      *        (FOLHA.AAAA14.DAT) MENOS O QUE JA FOI BASE EM
      *        NOVEMBRO;
      *      AS RESCISOES DA COMPETENCIA (RESCISOES.DAT, PROG166):
      *        SALDO DE SALARIO, DECIMO PROPORCIONAL E AVISO
      *        PREVIO - FERIAS INDENIZADAS NAO ENTRAM.
      *    GRAVA O ARQUIVO DE DEPOSITO FGTS.AAAAMM.DAT (HEADER,
      *    DETALHE, TRAILER NO DESENHO DO PROG134), RELE E CONFERE O
      *    TRAILER, E IMPRIME A CONFERENCIA POR DEPARTAMENTO. O
      *    DEPOSITO VAI AO RAZAO PELO EVENTO FGT DO PROG126.
      *    COMPETENCIA: PROG167-COMPETENCIA (AAAAMM), PADRAO O MES
      *    CORRENTE. SEM O LIVRO DA FOLHA, NADA E GERADO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "RSCSEL.cob".
           COPY "FGTSEL.cob".
           COPY "EMPSEL.cob".
           SELECT OPTIONAL ARQUIVO-FOLHA
               ASSIGN TO FOLHA-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FOLHA-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "RSCREG.cob".
           COPY "FGTREG.cob".
           COPY "EMPREG.cob".

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

       01  RESCISAO-FILE-STATUS    PIC XX.
       01  RESCISAO-PATH           PIC X(100).
       01  FGTS-FILE-STATUS        PIC XX.
       01  FGTS-PATH               PIC X(100).
       01  FOLHA-FILE-STATUS       PIC XX.
       01  FOLHA-PATH              PIC X(100).
       01  FINAL-ARQUIVO           PIC X.
       01  DATA-HOJE               PIC 9(08).

       01  COMPETENCIA             PIC 9(06).
       01  COMPETENCIA-R REDEFINES COMPETENCIA.
           05 COMPETENCIA-ANO      PIC 9(04).
           05 COMPETENCIA-MES      PIC 9(02).
       01  COMPETENCIA-ENV         PIC X(06).
       01  COMPETENCIA-LIVRO       PIC 9(06).

       01  ALIQUOTA-FGTS           PIC 9(02)V9(02) VALUE 8.

      *    BASE DE CADA FUNCIONARIO, SOMADA DAS TRES ORIGENS.
       01  QTDE-FUNCIONARIOS       PIC 9(03) VALUE 0.
       01  TABELA-FUNCIONARIOS.
           05 FUN-ENTRADA OCCURS 500 TIMES
                   INDEXED BY FUN-IDX.
              10 FUN-CODIGO           PIC 9(05).
              10 FUN-NOME             PIC X(20).
              10 FUN-DEPARTAMENTO     PIC X(10).
              10 FUN-BASE-FOLHA       PIC S9(07)V9(02).
              10 FUN-BASE-DECIMO      PIC S9(07)V9(02).
              10 FUN-BASE-RESCISAO    PIC S9(07)V9(02).
              10 FUN-BASE             PIC S9(07)V9(02).
              10 FUN-DEPOSITO         PIC 9(07)V9(02).
       01  FUN-ACHADO              PIC X.
       01  INCLUI-SE-FALTAR        PIC X.
       01  CODIGO-PROCURADO        PIC 9(05).
       01  NOME-PROCURADO          PIC X(20).
       01  DEPARTAMENTO-PROCURADO  PIC X(10).
       01  SINAL-DECIMO            PIC S9(01).

       01  QTDE-DEPARTAMENTOS      PIC 9(03) VALUE 0.
       01  TABELA-DEPARTAMENTOS.
           05 DEPTO-ENTRADA OCCURS 50 TIMES
                   INDEXED BY DEPTO-IDX.
              10 DEPTO-NOME           PIC X(10).
              10 DEPTO-QTDE           PIC 9(05).
              10 DEPTO-BASE           PIC 9(11)V9(02).
              10 DEPTO-DEPOSITO       PIC 9(11)V9(02).

       01  QTDE-DETALHES           PIC 9(07) VALUE 0.
       01  TOTAL-BASE              PIC 9(13)V9(02) VALUE 0.
       01  TOTAL-DEPOSITO          PIC 9(13)V9(02) VALUE 0.
       01  TOTAL-BASE-FOLHA        PIC S9(13)V9(02) VALUE 0.
       01  TOTAL-BASE-DECIMO       PIC S9(13)V9(02) VALUE 0.
       01  TOTAL-BASE-RESCISAO     PIC S9(13)V9(02) VALUE 0.
       01  TOTAL-SEM-BASE          PIC 9(05) VALUE 0.
       01  TOTAL-FORA-TABELA       PIC 9(05) VALUE 0.

       01  QTDE-RELIDA             PIC 9(07) VALUE 0.
       01  BASE-RELIDA             PIC 9(13)V9(02) VALUE 0.
       01  DEPOSITO-RELIDO         PIC 9(13)V9(02) VALUE 0.
       01  TRAILER-QTDE-LIDO       PIC 9(07) VALUE 0.
       01  TRAILER-BASE-LIDA       PIC 9(13)V9(02) VALUE 0.
       01  TRAILER-DEPOSITO-LIDO   PIC 9(13)V9(02) VALUE 0.
       01  ACHOU-TRAILER           PIC X VALUE "N".

       01  VALOR-EDITADO           PIC $$,$$$,$$$,$$9.99.
       01  VALOR-EDITADO-2         PIC $$,$$$,$$$,$$9.99.

       01  EMPRESA-FILE-STATUS     PIC XX.
       01  EMPRESA-PATH            PIC X(100).
       01  EMPRESA-CODIGO-USO      PIC 9(02) VALUE 17.
       01  EMPRESA-CODIGO-ENV      PIC X(02).
       01  RAZAO-SOCIAL-EMPRESA    PIC X(40)
           VALUE "EMPRESA 17 COMERCIO E SERVICOS".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE 0 TO RETURN-CODE.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM INICIALIZA-COMPETENCIA.
           PERFORM INICIALIZA-CAMINHOS.
           PERFORM BUSCA-DADOS-EMPRESA.

           MOVE COMPETENCIA TO COMPETENCIA-LIVRO.
           PERFORM MONTA-CAMINHO-FOLHA.
           OPEN INPUT ARQUIVO-FOLHA.
           IF FOLHA-FILE-STATUS NOT = "00"
               IF FOLHA-FILE-STATUS = "05"
                   CLOSE ARQUIVO-FOLHA
               END-IF
               DISPLAY "LIVRO DA COMPETENCIA NAO ENCONTRADO: "
                       FOLHA-PATH ". RODE O PROG74 ANTES."
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM SOMA-PROXIMA-FOLHA
                   UNTIL FINAL-ARQUIVO = "S"
               CLOSE ARQUIVO-FOLHA
               PERFORM SOMA-DECIMO-TERCEIRO
               PERFORM SOMA-RESCISOES
               PERFORM GERA-ARQUIVO-FGTS
               PERFORM IMPRIME-CONFERENCIA
               PERFORM CONFERE-ARQUIVO-FGTS
           END-IF.

       PROGRAM-DONE.
           GOBACK.

       INICIALIZA-COMPETENCIA.
           COMPUTE COMPETENCIA = DATA-HOJE / 100.
           MOVE SPACE TO COMPETENCIA-ENV.
           ACCEPT COMPETENCIA-ENV FROM ENVIRONMENT
               "PROG167-COMPETENCIA".
           IF COMPETENCIA-ENV IS NUMERIC
               MOVE COMPETENCIA-ENV TO COMPETENCIA
           END-IF.

       INICIALIZA-CAMINHOS.
           MOVE "rescisoes.dat" TO RESCISAO-PATH.
           ACCEPT RESCISAO-PATH FROM ENVIRONMENT "RESCISAO_DAT".
           IF RESCISAO-PATH = SPACE
               MOVE "rescisoes.dat" TO RESCISAO-PATH
           END-IF.

           MOVE SPACE TO FGTS-PATH.
           STRING "fgts." DELIMITED BY SIZE
                  COMPETENCIA DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
               INTO FGTS-PATH.

       MONTA-CAMINHO-FOLHA.
           MOVE SPACE TO FOLHA-PATH.
           STRING "folha." DELIMITED BY SIZE
                  COMPETENCIA-LIVRO DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
               INTO FOLHA-PATH.

       BUSCA-DADOS-EMPRESA.
           MOVE "empresa.dat" TO EMPRESA-PATH.
           ACCEPT EMPRESA-PATH FROM ENVIRONMENT "EMPRESA_DAT".
           IF EMPRESA-PATH = SPACE
               MOVE "empresa.dat" TO EMPRESA-PATH
           END-IF.
           MOVE SPACE TO EMPRESA-CODIGO-ENV.
           ACCEPT EMPRESA-CODIGO-ENV FROM ENVIRONMENT "EMPRESA".
           IF EMPRESA-CODIGO-ENV IS NUMERIC
               MOVE EMPRESA-CODIGO-ENV TO EMPRESA-CODIGO-USO
           END-IF.
           OPEN INPUT ARQUIVO-EMPRESA.
           IF EMPRESA-FILE-STATUS = "35"
               CONTINUE
           ELSE
               MOVE EMPRESA-CODIGO-USO TO EMPRESA-CODIGO
               READ ARQUIVO-EMPRESA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EMPRESA-RAZAO-SOCIAL
                           TO RAZAO-SOCIAL-EMPRESA
               END-READ
               CLOSE ARQUIVO-EMPRESA
           END-IF.

       SOMA-PROXIMA-FOLHA.
           READ ARQUIVO-FOLHA
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               MOVE FOLHA-FUNC-CODIGO TO CODIGO-PROCURADO
               MOVE FOLHA-FUNC-NOME TO NOME-PROCURADO
               MOVE FOLHA-DEPARTAMENTO TO DEPARTAMENTO-PROCURADO
               MOVE "S" TO INCLUI-SE-FALTAR
               PERFORM LOCALIZA-FUNCIONARIO
               IF FUN-ACHADO = "S"
                   ADD FOLHA-VALOR-BRUTO TO FUN-BASE-FOLHA (FUN-IDX)
               END-IF
           END-IF.

      *    SOMA-DECIMO-TERCEIRO: A PARCELA 1 E BASE EM NOVEMBRO; EM
      *    DEZEMBRO A BASE E O BRUTO DA PARCELA 2 MENOS A PARCELA 1,
      *    QUE JA FOI DEPOSITADA.
       SOMA-DECIMO-TERCEIRO.
           EVALUATE COMPETENCIA-MES
               WHEN 11
                   COMPUTE COMPETENCIA-LIVRO =
                       COMPETENCIA-ANO * 100 + 13
                   MOVE 1 TO SINAL-DECIMO
                   MOVE "S" TO INCLUI-SE-FALTAR
                   PERFORM SOMA-LIVRO-DECIMO
               WHEN 12
                   COMPUTE COMPETENCIA-LIVRO =
                       COMPETENCIA-ANO * 100 + 14
                   MOVE 1 TO SINAL-DECIMO
                   MOVE "S" TO INCLUI-SE-FALTAR
                   PERFORM SOMA-LIVRO-DECIMO
                   COMPUTE COMPETENCIA-LIVRO =
                       COMPETENCIA-ANO * 100 + 13
                   MOVE -1 TO SINAL-DECIMO
                   MOVE "N" TO INCLUI-SE-FALTAR
                   PERFORM SOMA-LIVRO-DECIMO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       SOMA-LIVRO-DECIMO.
           PERFORM MONTA-CAMINHO-FOLHA.
           OPEN INPUT ARQUIVO-FOLHA.
           IF FOLHA-FILE-STATUS = "00"
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM SOMA-PROXIMO-DECIMO
                   UNTIL FINAL-ARQUIVO = "S"
               CLOSE ARQUIVO-FOLHA
           ELSE
               IF FOLHA-FILE-STATUS = "05"
                   CLOSE ARQUIVO-FOLHA
               END-IF
               IF SINAL-DECIMO > 0
                   DISPLAY "LIVRO DO DECIMO TERCEIRO NAO ENCONTRADO: "
                           FOLHA-PATH ". DECIMO FORA DA BASE."
               END-IF
           END-IF.

       SOMA-PROXIMO-DECIMO.
           READ ARQUIVO-FOLHA
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               MOVE FOLHA-FUNC-CODIGO TO CODIGO-PROCURADO
               MOVE FOLHA-FUNC-NOME TO NOME-PROCURADO
               MOVE FOLHA-DEPARTAMENTO TO DEPARTAMENTO-PROCURADO
               PERFORM LOCALIZA-FUNCIONARIO
               IF FUN-ACHADO = "S"
                   COMPUTE FUN-BASE-DECIMO (FUN-IDX) =
                       FUN-BASE-DECIMO (FUN-IDX)
                     + FOLHA-VALOR-BRUTO * SINAL-DECIMO
                   IF FUN-BASE-DECIMO (FUN-IDX) < 0
                       MOVE ZERO TO FUN-BASE-DECIMO (FUN-IDX)
                   END-IF
               END-IF
           END-IF.

      *    SOMA-RESCISOES: VERBAS DA RESCISAO QUE TEM FGTS - SALDO DE
      *    SALARIO, DECIMO PROPORCIONAL E AVISO PREVIO.
       SOMA-RESCISOES.
           OPEN INPUT ARQUIVO-RESCISAO.
           IF RESCISAO-FILE-STATUS = "00"
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM SOMA-PROXIMA-RESCISAO
                   UNTIL FINAL-ARQUIVO = "S"
               CLOSE ARQUIVO-RESCISAO
           ELSE
               IF RESCISAO-FILE-STATUS = "05"
                   CLOSE ARQUIVO-RESCISAO
               END-IF
           END-IF.

       SOMA-PROXIMA-RESCISAO.
           READ ARQUIVO-RESCISAO NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
                   AND RESCISAO-COMPETENCIA = COMPETENCIA
               MOVE RESCISAO-FUNC-CODIGO TO CODIGO-PROCURADO
               MOVE RESCISAO-FUNC-NOME TO NOME-PROCURADO
               MOVE RESCISAO-DEPARTAMENTO TO DEPARTAMENTO-PROCURADO
               MOVE "S" TO INCLUI-SE-FALTAR
               PERFORM LOCALIZA-FUNCIONARIO
               IF FUN-ACHADO = "S"
                   COMPUTE FUN-BASE-RESCISAO (FUN-IDX) =
                       FUN-BASE-RESCISAO (FUN-IDX)
                     + RESCISAO-SALDO-SALARIO
                     + RESCISAO-DECIMO-PROPORC
                     + RESCISAO-AVISO-PREVIO
               END-IF
           END-IF.

       LOCALIZA-FUNCIONARIO.
           MOVE "N" TO FUN-ACHADO.
           SET FUN-IDX TO 1.
           SEARCH FUN-ENTRADA
               AT END
                   IF INCLUI-SE-FALTAR = "S"
                       PERFORM INCLUI-FUNCIONARIO
                   END-IF
               WHEN FUN-IDX > QTDE-FUNCIONARIOS
                   IF INCLUI-SE-FALTAR = "S"
                       PERFORM INCLUI-FUNCIONARIO
                   END-IF
               WHEN FUN-CODIGO (FUN-IDX) = CODIGO-PROCURADO
                   MOVE "S" TO FUN-ACHADO
           END-SEARCH.

       INCLUI-FUNCIONARIO.
           IF QTDE-FUNCIONARIOS < 500
               ADD 1 TO QTDE-FUNCIONARIOS
               SET FUN-IDX TO QTDE-FUNCIONARIOS
               MOVE CODIGO-PROCURADO TO FUN-CODIGO (FUN-IDX)
               MOVE NOME-PROCURADO TO FUN-NOME (FUN-IDX)
               MOVE DEPARTAMENTO-PROCURADO
                   TO FUN-DEPARTAMENTO (FUN-IDX)
               MOVE ZERO TO FUN-BASE-FOLHA (FUN-IDX)
               MOVE ZERO TO FUN-BASE-DECIMO (FUN-IDX)
               MOVE ZERO TO FUN-BASE-RESCISAO (FUN-IDX)
               MOVE ZERO TO FUN-BASE (FUN-IDX)
               MOVE ZERO TO FUN-DEPOSITO (FUN-IDX)
               MOVE "S" TO FUN-ACHADO
           ELSE
               ADD 1 TO TOTAL-FORA-TABELA
               DISPLAY "*** MAIS DE 500 FUNCIONARIOS NA BASE - "
                       CODIGO-PROCURADO " FICOU FORA. ***"
           END-IF.

       GERA-ARQUIVO-FGTS.
           OPEN OUTPUT ARQUIVO-FGTS.

           MOVE SPACE TO FGTS-REGISTRO.
           MOVE "1" TO FGTS-HEADER-TIPO.
           MOVE EMPRESA-CODIGO-USO TO FGTS-HEADER-EMPRESA.
           MOVE COMPETENCIA TO FGTS-HEADER-COMPET.
           MOVE DATA-HOJE TO FGTS-HEADER-DATA.
           WRITE FGTS-REGISTRO.

           SET FUN-IDX TO 1.
           PERFORM GRAVA-DETALHE-FGTS
               UNTIL FUN-IDX > QTDE-FUNCIONARIOS.

           MOVE SPACE TO FGTS-REGISTRO.
           MOVE "9" TO FGTS-TRAILER-TIPO.
           MOVE QTDE-DETALHES TO FGTS-TRAILER-QTDE.
           MOVE TOTAL-BASE TO FGTS-TRAILER-BASE.
           MOVE TOTAL-DEPOSITO TO FGTS-TRAILER-DEPOSITO.
           WRITE FGTS-REGISTRO.

           CLOSE ARQUIVO-FGTS.

      *    GRAVA-DETALHE-FGTS: BASE ZERADA (SO O ACERTO DA PARCELA 1
      *    EM DEZEMBRO, POR EXEMPLO) NAO VAI AO ARQUIVO.
       GRAVA-DETALHE-FGTS.
           COMPUTE FUN-BASE (FUN-IDX) =
               FUN-BASE-FOLHA (FUN-IDX) + FUN-BASE-DECIMO (FUN-IDX)
             + FUN-BASE-RESCISAO (FUN-IDX).
           IF FUN-BASE (FUN-IDX) > 0
               COMPUTE FUN-DEPOSITO (FUN-IDX) ROUNDED =
                   FUN-BASE (FUN-IDX) * ALIQUOTA-FGTS / 100
               MOVE SPACE TO FGTS-REGISTRO
               MOVE "2" TO FGTS-DET-TIPO
               MOVE FUN-CODIGO (FUN-IDX) TO FGTS-DET-CODIGO
               MOVE FUN-NOME (FUN-IDX) TO FGTS-DET-NOME
               MOVE FUN-DEPARTAMENTO (FUN-IDX)
                   TO FGTS-DET-DEPARTAMENTO
               MOVE FUN-BASE (FUN-IDX) TO FGTS-DET-BASE
               MOVE FUN-DEPOSITO (FUN-IDX) TO FGTS-DET-DEPOSITO
               WRITE FGTS-REGISTRO
               ADD 1 TO QTDE-DETALHES
               ADD FUN-BASE (FUN-IDX) TO TOTAL-BASE
               ADD FUN-DEPOSITO (FUN-IDX) TO TOTAL-DEPOSITO
               ADD FUN-BASE-FOLHA (FUN-IDX) TO TOTAL-BASE-FOLHA
               ADD FUN-BASE-DECIMO (FUN-IDX) TO TOTAL-BASE-DECIMO
               ADD FUN-BASE-RESCISAO (FUN-IDX)
                   TO TOTAL-BASE-RESCISAO
               PERFORM ACUMULA-DEPARTAMENTO
           ELSE
               ADD 1 TO TOTAL-SEM-BASE
           END-IF.
           SET FUN-IDX UP BY 1.

       ACUMULA-DEPARTAMENTO.
           SET DEPTO-IDX TO 1.
           SEARCH DEPTO-ENTRADA
               AT END
                   CONTINUE
               WHEN DEPTO-IDX > QTDE-DEPARTAMENTOS
                   PERFORM INCLUI-DEPARTAMENTO
               WHEN DEPTO-NOME (DEPTO-IDX) =
                       FUN-DEPARTAMENTO (FUN-IDX)
                   PERFORM SOMA-DEPARTAMENTO
           END-SEARCH.

       INCLUI-DEPARTAMENTO.
           IF QTDE-DEPARTAMENTOS < 50
               ADD 1 TO QTDE-DEPARTAMENTOS
               SET DEPTO-IDX TO QTDE-DEPARTAMENTOS
               MOVE FUN-DEPARTAMENTO (FUN-IDX)
                   TO DEPTO-NOME (DEPTO-IDX)
               MOVE 0 TO DEPTO-QTDE (DEPTO-IDX)
               MOVE ZERO TO DEPTO-BASE (DEPTO-IDX)
               MOVE ZERO TO DEPTO-DEPOSITO (DEPTO-IDX)
               PERFORM SOMA-DEPARTAMENTO
           END-IF.

       SOMA-DEPARTAMENTO.
           ADD 1 TO DEPTO-QTDE (DEPTO-IDX).
           ADD FUN-BASE (FUN-IDX) TO DEPTO-BASE (DEPTO-IDX).
           ADD FUN-DEPOSITO (FUN-IDX) TO DEPTO-DEPOSITO (DEPTO-IDX).

      *    IMPRIME-CONFERENCIA: FUNCIONARIOS AGRUPADOS POR
      *    DEPARTAMENTO, COM A ORIGEM DA BASE, E O TOTAL DE CADA UM.
       IMPRIME-CONFERENCIA.
           DISPLAY "==============================================".
           DISPLAY RAZAO-SOCIAL-EMPRESA.
           DISPLAY "CONFERENCIA DO FGTS - COMPETENCIA " COMPETENCIA.
           SET DEPTO-IDX TO 1.
           PERFORM IMPRIME-DEPARTAMENTO
               UNTIL DEPTO-IDX > QTDE-DEPARTAMENTOS.
           DISPLAY "==============================================".
           DISPLAY "FUNCIONARIOS NO ARQUIVO: " QTDE-DETALHES.
           DISPLAY "SEM BASE NO MES........: " TOTAL-SEM-BASE.
           MOVE TOTAL-BASE-FOLHA TO VALOR-EDITADO.
           DISPLAY "BASE DA FOLHA..........: " VALOR-EDITADO.
           MOVE TOTAL-BASE-DECIMO TO VALOR-EDITADO.
           DISPLAY "BASE DO 13. SALARIO....: " VALOR-EDITADO.
           MOVE TOTAL-BASE-RESCISAO TO VALOR-EDITADO.
           DISPLAY "BASE DAS RESCISOES.....: " VALOR-EDITADO.
           MOVE TOTAL-BASE TO VALOR-EDITADO.
           DISPLAY "BASE TOTAL.............: " VALOR-EDITADO.
           MOVE TOTAL-DEPOSITO TO VALOR-EDITADO.
           DISPLAY "DEPOSITO (8%)..........: " VALOR-EDITADO.
           IF TOTAL-FORA-TABELA NOT = 0
               DISPLAY "*** FUNCIONARIOS FORA DA TABELA: "
                       TOTAL-FORA-TABELA " - ARQUIVO INCOMPLETO. ***"
               MOVE 1 TO RETURN-CODE
           END-IF.

       IMPRIME-DEPARTAMENTO.
           DISPLAY "----------------------------------------------".
           DISPLAY "DEPARTAMENTO " DEPTO-NOME (DEPTO-IDX).
           SET FUN-IDX TO 1.
           PERFORM IMPRIME-FUNCIONARIO-DEPTO
               UNTIL FUN-IDX > QTDE-FUNCIONARIOS.
           MOVE DEPTO-BASE (DEPTO-IDX) TO VALOR-EDITADO.
           MOVE DEPTO-DEPOSITO (DEPTO-IDX) TO VALOR-EDITADO-2.
           DISPLAY "  TOTAL " DEPTO-QTDE (DEPTO-IDX)
                   " FUNC.  BASE " VALOR-EDITADO
                   "  DEPOSITO " VALOR-EDITADO-2.
           SET DEPTO-IDX UP BY 1.

       IMPRIME-FUNCIONARIO-DEPTO.
           IF FUN-DEPARTAMENTO (FUN-IDX) = DEPTO-NOME (DEPTO-IDX)
                   AND FUN-BASE (FUN-IDX) > 0
               MOVE FUN-BASE (FUN-IDX) TO VALOR-EDITADO
               MOVE FUN-DEPOSITO (FUN-IDX) TO VALOR-EDITADO-2
               DISPLAY "  " FUN-CODIGO (FUN-IDX) " "
                       FUN-NOME (FUN-IDX) " BASE " VALOR-EDITADO
                       " DEPOSITO " VALOR-EDITADO-2
               IF FUN-BASE-DECIMO (FUN-IDX) NOT = ZERO
                   MOVE FUN-BASE-DECIMO (FUN-IDX) TO VALOR-EDITADO
                   DISPLAY "        (13. SALARIO NA BASE: "
                           VALOR-EDITADO ")"
               END-IF
               IF FUN-BASE-RESCISAO (FUN-IDX) NOT = ZERO
                   MOVE FUN-BASE-RESCISAO (FUN-IDX) TO VALOR-EDITADO
                   DISPLAY "        (RESCISAO NA BASE: "
                           VALOR-EDITADO ")"
               END-IF
           END-IF.
           SET FUN-IDX UP BY 1.

      *    CONFERE-ARQUIVO-FGTS: RELE O ARQUIVO GRAVADO E CONFERE O
      *    TRAILER, MESMA DISCIPLINA DO PROG134.
       CONFERE-ARQUIVO-FGTS.
           MOVE 0 TO QTDE-RELIDA.
           MOVE ZERO TO BASE-RELIDA.
           MOVE ZERO TO DEPOSITO-RELIDO.
           MOVE "N" TO ACHOU-TRAILER.
           OPEN INPUT ARQUIVO-FGTS.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM CONFERE-PROXIMO-REGISTRO
               UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-FGTS.

           IF ACHOU-TRAILER = "S"
                   AND TRAILER-QTDE-LIDO = QTDE-RELIDA
                   AND TRAILER-BASE-LIDA = BASE-RELIDA
                   AND TRAILER-DEPOSITO-LIDO = DEPOSITO-RELIDO
                   AND QTDE-RELIDA = QTDE-DETALHES
               DISPLAY "TOTAIS CONFEREM (" QTDE-RELIDA
                       " DEPOSITO(S)). ARQUIVO LIBERADO: " FGTS-PATH
           ELSE
               DISPLAY "*** TOTAIS DO TRAILER NAO CONFEREM COM A "
                       "RELEITURA. ARQUIVO NAO LIBERADO. ***"
               MOVE 1 TO RETURN-CODE
           END-IF.

       CONFERE-PROXIMO-REGISTRO.
           READ ARQUIVO-FGTS
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               EVALUATE FGTS-REGISTRO (1:1)
                   WHEN "2"
                       ADD 1 TO QTDE-RELIDA
                       ADD FGTS-DET-BASE TO BASE-RELIDA
                       ADD FGTS-DET-DEPOSITO TO DEPOSITO-RELIDO
                   WHEN "9"
                       MOVE "S" TO ACHOU-TRAILER
                       MOVE FGTS-TRAILER-QTDE TO TRAILER-QTDE-LIDO
                       MOVE FGTS-TRAILER-BASE TO TRAILER-BASE-LIDA
                       MOVE FGTS-TRAILER-DEPOSITO
                           TO TRAILER-DEPOSITO-LIDO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
