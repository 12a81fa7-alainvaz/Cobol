      *    TEM DE SER IGUAL A CREDITO, SENAO O RETURN-CODE SOBE E
      *    NADA SAI DO PREDIO - MESMA DISCIPLINA DO PROG79 COM O
      *    BUREAU. COMPETENCIA: PROG126-COMPETENCIA (AAAAMM), PADRAO
      *    O MES CORRENTE. OS IMPOSTOS DESTACADOS NAS SAIDAS DA
      *    COMPETENCIA (IMPOSTOS.DAT, LIQUIDOS DOS ESTORNOS DAS NOTAS
      *    DE CREDITO - OS MESMOS TOTAIS DO LIVRO DE SAIDAS, PROG158)
      *    SAEM NOS EVENTOS ICM, IPI E ISS; MES COM MAIS ESTORNO QUE
      *    SAIDA INVERTE A PARTIDA DO EVENTO. O LIQUIDO DAS
      *    RESCISOES DA COMPETENCIA (RESCISOES.DAT, PROG166) SAI NO
      *    EVENTO RES E O DEPOSITO DO FGTS (TRAILER DE
      *    FGTS.AAAAMM.DAT, PROG167) NO EVENTO FGT - DESPESA CONTRA
      *    FGTS A RECOLHER. AS QUOTAS DE DEPRECIACAO DA COMPETENCIA
      *    (LINHAS "D" DO LIVRO DO IMOBILIZADO, MOVIMOB.DAT,
      *    PROG186) SAEM NO EVENTO DEP - DESPESA CONTRA DEPRECIACAO
      *    ACUMULADA.
      *    POR EMPRESA: PROG126-EMPRESA (EE) EXPORTA SO A EMPRESA
      *    PEDIDA, EM RAZAO.EE.AAAAMM.DAT; SEM ELA (OU 00) SAI O
      *    CONSOLIDADO DE TODAS, NO RAZAO.AAAAMM.DAT DE SEMPRE. O
      *    CODIGO DA EMPRESA VAI EM CADA LANCAMENTO (00 NO
      *    CONSOLIDADO). FAT/REC SEGUEM A EMPRESA DA FATURA, ICM/IPI/ISS
      *    A DA FATURA DO IMPOSTO, FOL A DO LIVRO DA FOLHA, RES A DO
      *    FUNCIONARIO E FGT A DO HEADER DO ARQUIVO DO FGTS. O
      *    IMOBILIZADO (DEP) E DA EMPRESA PRINCIPAL. REGISTRO SEM
      *    EMPRESA E DA PRINCIPAL (VARIAVEL EMPRESA, PADRAO 17).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FATSEL.cob".
           COPY "CTASEL.cob".
           COPY "ITRSEL.cob".
           COPY "RSCSEL.cob".
           COPY "FGTSEL.cob".
           COPY "MIMSEL.cob".
           COPY "CSELEC.cob".
           SELECT ARQUIVO-FOLHA
               ASSIGN TO FOLHA-PATH
               ORGANIZATION IS SEQUENTIAL
       FILE SECTION.
           COPY "FATREG.cob".
           COPY "CTAREG.cob".
           COPY "ITRREG.cob".
           COPY "RSCREG.cob".
           COPY "FGTREG.cob".
           COPY "MIMREG.cob".
           COPY "CARQF.cob".

       FD  ARQUIVO-FOLHA.
       01  FOLHA-REGISTRO.
           05 FOLHA-DESCONTOS     PIC 9(07)V9(02).
           05 FOLHA-VALOR-LIQUIDO PIC 9(07)V9(02).
           05 FOLHA-DATA-CALCULO  PIC 9(08).
           05 FOLHA-EMPRESA       PIC 9(02).

       FD  ARQUIVO-RAZAO.
       01  RAZAO-REGISTRO          PIC X(60).
           05 RAZAO-NATUREZA       PIC X(01).
           05 RAZAO-VALOR          PIC 9(13)V9(02).
           05 RAZAO-EVENTO         PIC X(03).
           05 RAZAO-EMPRESA        PIC 9(02).
           05 FILLER               PIC X(22).

       WORKING-STORAGE SECTION.

       01  FOLHA-PATH           PIC X(100).
       01  RAZAO-FILE-STATUS    PIC XX.
       01  RAZAO-PATH           PIC X(100).
       01  IMPOSTO-FILE-STATUS  PIC XX.
       01  IMPOSTO-PATH         PIC X(100).
       01  RESCISAO-FILE-STATUS PIC XX.
       01  RESCISAO-PATH        PIC X(100).
       01  FGTS-FILE-STATUS     PIC XX.
       01  FGTS-PATH            PIC X(100).
       01  MOVIMOB-FILE-STATUS  PIC XX.
       01  MOVIMOB-PATH         PIC X(100).
       01  FUNCIONARIO-FILE-STATUS PIC XX.
       01  FUNCIONARIO-PATH     PIC X(100).
       01  FINAL-ARQUIVO        PIC X.
       01  DATA-HOJE            PIC 9(08).

       01  COMPETENCIA-ENV      PIC X(06).
       01  COMPETENCIA-LIDA     PIC 9(06).

      *    EMPRESA DA EXPORTACAO (ZERO = CONSOLIDADO) E A EMPRESA DO
      *    REGISTRO LIDO, JA COM O REGISTRO SEM EMPRESA NA PRINCIPAL.
       01  EMPRESA-PRINCIPAL-USO PIC 9(02) VALUE 17.
       01  EMPRESA-EXPORTACAO   PIC 9(02) VALUE 0.
       01  EMPRESA-CODIGO-ENV   PIC X(02).
       01  EMPRESA-DO-REGISTRO  PIC 9(02).
       01  EMPRESA-DO-FGTS      PIC X VALUE "S".
       01  ENTRA-NA-EXPORTACAO  PIC X.

       01  TOTAL-FATURADO       PIC 9(13)V9(02) VALUE 0.
       01  TOTAL-RECEBIDO       PIC 9(13)V9(02) VALUE 0.
       01  TOTAL-FOLHA-LIQUIDA  PIC 9(13)V9(02) VALUE 0.
       01  TOTAL-ICMS-LIQUIDO   PIC S9(13)V9(02) VALUE 0.
       01  TOTAL-IPI-LIQUIDO    PIC S9(13)V9(02) VALUE 0.
       01  TOTAL-ISS-LIQUIDO    PIC S9(13)V9(02) VALUE 0.
       01  TOTAL-RESCISAO-LIQUIDA PIC 9(13)V9(02) VALUE 0.
       01  TOTAL-DEPOSITO-FGTS  PIC 9(13)V9(02) VALUE 0.
       01  TOTAL-DEPRECIACAO    PIC 9(13)V9(02) VALUE 0.
       01  INVERTE-PARTIDA      PIC X VALUE "N".

       01  SEQ-LANCAMENTO       PIC 9(05) VALUE 0.
       01  FALTA-MAPA           PIC X VALUE "N".
           ELSE
               PERFORM TOTALIZA-FATURAMENTO
               PERFORM TOTALIZA-FOLHA
               PERFORM TOTALIZA-IMPOSTOS
               PERFORM TOTALIZA-RESCISOES
               PERFORM TOTALIZA-FGTS
               PERFORM TOTALIZA-DEPRECIACAO
               PERFORM GERA-ARQUIVO-RAZAO
               CLOSE ARQUIVO-CONTA
               IF FALTA-MAPA = "S"
           IF COMPETENCIA-ENV IS NUMERIC
               MOVE COMPETENCIA-ENV TO COMPETENCIA
           END-IF.
           MOVE SPACE TO EMPRESA-CODIGO-ENV.
           ACCEPT EMPRESA-CODIGO-ENV FROM ENVIRONMENT "EMPRESA".
           IF EMPRESA-CODIGO-ENV IS NUMERIC
               MOVE EMPRESA-CODIGO-ENV TO EMPRESA-PRINCIPAL-USO
           END-IF.
           MOVE SPACE TO EMPRESA-CODIGO-ENV.
           ACCEPT EMPRESA-CODIGO-ENV FROM ENVIRONMENT "PROG126-EMPRESA".
           IF EMPRESA-CODIGO-ENV IS NUMERIC
               MOVE EMPRESA-CODIGO-ENV TO EMPRESA-EXPORTACAO
           END-IF.
           IF EMPRESA-EXPORTACAO = 0
               DISPLAY "EXPORTACAO CONTABIL CONSOLIDADA - TODAS AS "
                       "EMPRESAS"
           ELSE
               DISPLAY "EXPORTACAO CONTABIL DA EMPRESA "
                       EMPRESA-EXPORTACAO
           END-IF.

       INICIALIZA-CAMINHOS.
           MOVE "faturas.dat" TO FATURA-PATH.
               MOVE "contas.dat" TO CONTA-PATH
           END-IF.

           MOVE "impostos.dat" TO IMPOSTO-PATH.
           ACCEPT IMPOSTO-PATH FROM ENVIRONMENT "IMPOSTO_DAT".
           IF IMPOSTO-PATH = SPACE
               MOVE "impostos.dat" TO IMPOSTO-PATH
           END-IF.

           MOVE "rescisoes.dat" TO RESCISAO-PATH.
           ACCEPT RESCISAO-PATH FROM ENVIRONMENT "RESCISAO_DAT".
           IF RESCISAO-PATH = SPACE
               MOVE "rescisoes.dat" TO RESCISAO-PATH
           END-IF.

           MOVE "movimob.dat" TO MOVIMOB-PATH.
           ACCEPT MOVIMOB-PATH FROM ENVIRONMENT "MOVIMOB_DAT".
           IF MOVIMOB-PATH = SPACE
               MOVE "movimob.dat" TO MOVIMOB-PATH
           END-IF.

           MOVE "funcionarios.dat" TO FUNCIONARIO-PATH.
           ACCEPT FUNCIONARIO-PATH FROM ENVIRONMENT "FUNCIONARIO_DAT".
           IF FUNCIONARIO-PATH = SPACE
               MOVE "funcionarios.dat" TO FUNCIONARIO-PATH
           END-IF.

           MOVE SPACE TO FOLHA-PATH.
           STRING "folha." DELIMITED BY SIZE
                  COMPETENCIA DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
               INTO FOLHA-PATH.

           MOVE SPACE TO FGTS-PATH.
           STRING "fgts." DELIMITED BY SIZE
                  COMPETENCIA DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
               INTO FGTS-PATH.

           MOVE SPACE TO RAZAO-PATH.
           IF EMPRESA-EXPORTACAO = 0
               STRING "razao." DELIMITED BY SIZE
                      COMPETENCIA DELIMITED BY SIZE
                      ".dat" DELIMITED BY SIZE
                   INTO RAZAO-PATH
           ELSE
               STRING "razao." DELIMITED BY SIZE
                      EMPRESA-EXPORTACAO DELIMITED BY SIZE
                      "." DELIMITED BY SIZE
                      COMPETENCIA DELIMITED BY SIZE
                      ".dat" DELIMITED BY SIZE
                   INTO RAZAO-PATH
           END-IF.

      *    CONFERE-EMPRESA-REGISTRO: EMPRESA-DO-REGISTRO CHEGA COM O
      *    CAMPO LIDO (ZERO OU NAO NUMERICO VIRA A PRINCIPAL) E SAI
      *    ENTRA-NA-EXPORTACAO "S" SE O REGISTRO E DA EXPORTACAO.
       CONFERE-EMPRESA-REGISTRO.
           IF EMPRESA-DO-REGISTRO IS NOT NUMERIC
                   OR EMPRESA-DO-REGISTRO = 0
               MOVE EMPRESA-PRINCIPAL-USO TO EMPRESA-DO-REGISTRO
           END-IF.
           IF EMPRESA-EXPORTACAO = 0
                   OR EMPRESA-DO-REGISTRO = EMPRESA-EXPORTACAO
               MOVE "S" TO ENTRA-NA-EXPORTACAO
           ELSE
               MOVE "N" TO ENTRA-NA-EXPORTACAO
           END-IF.

      *    TOTALIZA-FATURAMENTO: EMISSOES E RECEBIMENTOS DA
      *    COMPETENCIA. O RECEBIMENTO E APROXIMADO PELO VALOR
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               MOVE FATURA-EMPRESA TO EMPRESA-DO-REGISTRO
               PERFORM CONFERE-EMPRESA-REGISTRO
           END-IF.
           IF FINAL-ARQUIVO NOT = "S" AND ENTRA-NA-EXPORTACAO = "S"
               COMPUTE COMPETENCIA-LIDA = FATURA-DATA-EMISSAO / 100
               IF COMPETENCIA-LIDA = COMPETENCIA
                   ADD FATURA-VALOR-TOTAL TO TOTAL-FATURADO
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               MOVE FOLHA-EMPRESA TO EMPRESA-DO-REGISTRO
               PERFORM CONFERE-EMPRESA-REGISTRO
               IF ENTRA-NA-EXPORTACAO = "S"
                   ADD FOLHA-VALOR-LIQUIDO TO TOTAL-FOLHA-LIQUIDA
               END-IF
           END-IF.

      *    TOTALIZA-IMPOSTOS: SAIDAS MENOS ESTORNOS DA COMPETENCIA,
      *    POR TRIBUTO. POR EMPRESA, A LINHA VALE PELA EMPRESA DA
      *    FATURA DE ORIGEM (FATURA JA ARQUIVADA FICA NA PRINCIPAL).
       TOTALIZA-IMPOSTOS.
           OPEN INPUT ARQUIVO-IMPOSTO.
           IF IMPOSTO-FILE-STATUS = "35"
               CONTINUE
           ELSE
               IF EMPRESA-EXPORTACAO NOT = 0
                   OPEN INPUT ARQUIVO-FATURA
               END-IF
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM TOTALIZA-PROXIMO-IMPOSTO
                   UNTIL FINAL-ARQUIVO = "S"
               IF EMPRESA-EXPORTACAO NOT = 0
                   CLOSE ARQUIVO-FATURA
               END-IF
               CLOSE ARQUIVO-IMPOSTO
           END-IF.

       BUSCA-EMPRESA-DO-IMPOSTO.
           MOVE ZERO TO EMPRESA-DO-REGISTRO.
           IF EMPRESA-EXPORTACAO NOT = 0
               MOVE IMPOSTO-FATURA-NUMERO TO FATURA-NUMERO
               READ ARQUIVO-FATURA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FATURA-EMPRESA TO EMPRESA-DO-REGISTRO
               END-READ
           END-IF.
           PERFORM CONFERE-EMPRESA-REGISTRO.

       TOTALIZA-PROXIMO-IMPOSTO.
           READ ARQUIVO-IMPOSTO
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               COMPUTE COMPETENCIA-LIDA = IMPOSTO-DATA / 100
               IF COMPETENCIA-LIDA = COMPETENCIA
                   PERFORM BUSCA-EMPRESA-DO-IMPOSTO
               END-IF
               IF COMPETENCIA-LIDA = COMPETENCIA
                       AND ENTRA-NA-EXPORTACAO = "S"
                   EVALUATE TRUE
                       WHEN IMPOSTO-ICMS AND IMPOSTO-ESTORNO
                           SUBTRACT IMPOSTO-VALOR
                               FROM TOTAL-ICMS-LIQUIDO
                       WHEN IMPOSTO-ICMS
                           ADD IMPOSTO-VALOR TO TOTAL-ICMS-LIQUIDO
                       WHEN IMPOSTO-IPI AND IMPOSTO-ESTORNO
                           SUBTRACT IMPOSTO-VALOR
                               FROM TOTAL-IPI-LIQUIDO
                       WHEN IMPOSTO-IPI
                           ADD IMPOSTO-VALOR TO TOTAL-IPI-LIQUIDO
                       WHEN IMPOSTO-ISS AND IMPOSTO-ESTORNO
                           SUBTRACT IMPOSTO-VALOR
                               FROM TOTAL-ISS-LIQUIDO
                       WHEN IMPOSTO-ISS
                           ADD IMPOSTO-VALOR TO TOTAL-ISS-LIQUIDO
                   END-EVALUATE
               END-IF
           END-IF.

      *    TOTALIZA-RESCISOES: POR EMPRESA, A RESCISAO VALE PELA
      *    EMPRESA DO FUNCIONARIO NO CADASTRO.
       TOTALIZA-RESCISOES.
           OPEN INPUT ARQUIVO-RESCISAO.
           IF RESCISAO-FILE-STATUS = "35"
               CONTINUE
           ELSE
               IF EMPRESA-EXPORTACAO NOT = 0
                   OPEN INPUT ARQUIVO-FUNCIONARIO
               END-IF
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM TOTALIZA-PROXIMA-RESCISAO
                   UNTIL FINAL-ARQUIVO = "S"
               IF EMPRESA-EXPORTACAO NOT = 0
                   CLOSE ARQUIVO-FUNCIONARIO
               END-IF
               CLOSE ARQUIVO-RESCISAO
           END-IF.

       TOTALIZA-PROXIMA-RESCISAO.
           READ ARQUIVO-RESCISAO NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
                   AND RESCISAO-COMPETENCIA = COMPETENCIA
               PERFORM BUSCA-EMPRESA-DA-RESCISAO
               IF ENTRA-NA-EXPORTACAO = "S"
                   ADD RESCISAO-VALOR-LIQUIDO
                       TO TOTAL-RESCISAO-LIQUIDA
               END-IF
           END-IF.

       BUSCA-EMPRESA-DA-RESCISAO.
           MOVE ZERO TO EMPRESA-DO-REGISTRO.
           IF EMPRESA-EXPORTACAO NOT = 0
               MOVE RESCISAO-FUNC-CODIGO TO FUNCIONARIO-CODIGO
               READ ARQUIVO-FUNCIONARIO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FUNCIONARIO-EMPRESA TO EMPRESA-DO-REGISTRO
               END-READ
           END-IF.
           PERFORM CONFERE-EMPRESA-REGISTRO.

      *    TOTALIZA-FGTS: O DEPOSITO DA COMPETENCIA E O DO TRAILER
      *    DO ARQUIVO JA CONFERIDO PELO PROG167.
       TOTALIZA-FGTS.
           OPEN INPUT ARQUIVO-FGTS.
           IF FGTS-FILE-STATUS = "35"
               CONTINUE
           ELSE
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM TOTALIZA-PROXIMO-FGTS
                   UNTIL FINAL-ARQUIVO = "S"
               CLOSE ARQUIVO-FGTS
           END-IF.

       TOTALIZA-PROXIMO-FGTS.
           READ ARQUIVO-FGTS
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
                   AND FGTS-REGISTRO (1:1) = "1"
               MOVE FGTS-HEADER-EMPRESA TO EMPRESA-DO-REGISTRO
               PERFORM CONFERE-EMPRESA-REGISTRO
               MOVE ENTRA-NA-EXPORTACAO TO EMPRESA-DO-FGTS
           END-IF.
           IF FINAL-ARQUIVO NOT = "S"
                   AND FGTS-REGISTRO (1:1) = "9"
                   AND EMPRESA-DO-FGTS = "S"
               MOVE FGTS-TRAILER-DEPOSITO TO TOTAL-DEPOSITO-FGTS
           END-IF.

      *    TOTALIZA-DEPRECIACAO: QUOTAS "D" DA COMPETENCIA NO LIVRO
      *    DO IMOBILIZADO. A BAIXA ("B") NAO ENTRA AQUI. O
      *    IMOBILIZADO E DA EMPRESA PRINCIPAL.
       TOTALIZA-DEPRECIACAO.
           OPEN INPUT ARQUIVO-MOVIMOB.
           EVALUATE TRUE
               WHEN MOVIMOB-FILE-STATUS = "35"
                   CONTINUE
               WHEN EMPRESA-EXPORTACAO NOT = 0
                   AND EMPRESA-EXPORTACAO NOT = EMPRESA-PRINCIPAL-USO
                   CLOSE ARQUIVO-MOVIMOB
               WHEN OTHER
                   MOVE "N" TO FINAL-ARQUIVO
                   PERFORM TOTALIZA-PROXIMA-QUOTA
                       UNTIL FINAL-ARQUIVO = "S"
                   CLOSE ARQUIVO-MOVIMOB
           END-EVALUATE.

       TOTALIZA-PROXIMA-QUOTA.
           READ ARQUIVO-MOVIMOB
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
                   AND MOVIMOB-DEPRECIACAO
                   AND MOVIMOB-COMPETENCIA = COMPETENCIA
               ADD MOVIMOB-VALOR TO TOTAL-DEPRECIACAO
           END-IF.

       GERA-ARQUIVO-RAZAO.
               MOVE "FOL" TO CONTA-EVENTO
               PERFORM GRAVA-PARTIDA-DOBRADA
           END-IF.
           IF TOTAL-ICMS-LIQUIDO NOT = ZERO
               MOVE "ICM" TO CONTA-EVENTO
               IF TOTAL-ICMS-LIQUIDO < ZERO
                   MOVE "S" TO INVERTE-PARTIDA
               END-IF
               PERFORM GRAVA-PARTIDA-DOBRADA
               MOVE "N" TO INVERTE-PARTIDA
           END-IF.
           IF TOTAL-IPI-LIQUIDO NOT = ZERO
               MOVE "IPI" TO CONTA-EVENTO
               IF TOTAL-IPI-LIQUIDO < ZERO
                   MOVE "S" TO INVERTE-PARTIDA
               END-IF
               PERFORM GRAVA-PARTIDA-DOBRADA
               MOVE "N" TO INVERTE-PARTIDA
           END-IF.
           IF TOTAL-ISS-LIQUIDO NOT = ZERO
               MOVE "ISS" TO CONTA-EVENTO
               IF TOTAL-ISS-LIQUIDO < ZERO
                   MOVE "S" TO INVERTE-PARTIDA
               END-IF
               PERFORM GRAVA-PARTIDA-DOBRADA
               MOVE "N" TO INVERTE-PARTIDA
           END-IF.
           IF TOTAL-RESCISAO-LIQUIDA NOT = ZERO
               MOVE "RES" TO CONTA-EVENTO
               PERFORM GRAVA-PARTIDA-DOBRADA
           END-IF.
           IF TOTAL-DEPOSITO-FGTS NOT = ZERO
               MOVE "FGT" TO CONTA-EVENTO
               PERFORM GRAVA-PARTIDA-DOBRADA
           END-IF.
           IF TOTAL-DEPRECIACAO NOT = ZERO
               MOVE "DEP" TO CONTA-EVENTO
               PERFORM GRAVA-PARTIDA-DOBRADA
           END-IF.
           CLOSE ARQUIVO-RAZAO.
           DISPLAY "ARQUIVO DO RAZAO GRAVADO EM: " RAZAO-PATH.

      *    GRAVA-PARTIDA-DOBRADA: LE O MAPA DO EVENTO E GRAVA O PAR
      *    DEBITO/CREDITO COM O TOTAL DO EVENTO. COM INVERTE-PARTIDA
      *    LIGADO (IMPOSTO LIQUIDO NEGATIVO) AS CONTAS TROCAM DE LADO
      *    E O VALOR VAI EM MODULO.
       GRAVA-PARTIDA-DOBRADA.
           READ ARQUIVO-CONTA
               INVALID KEY
           MOVE SPACE TO RAZAO-REGISTRO.
           MOVE SEQ-LANCAMENTO TO RAZAO-SEQ.
           MOVE COMPETENCIA TO RAZAO-COMPETENCIA.
           IF INVERTE-PARTIDA = "S"
               MOVE CONTA-CREDITO TO RAZAO-CONTA
           ELSE
               MOVE CONTA-DEBITO TO RAZAO-CONTA
           END-IF.
           MOVE "D" TO RAZAO-NATUREZA.
           PERFORM MOVE-VALOR-EVENTO.
           MOVE CONTA-EVENTO TO RAZAO-EVENTO.
           MOVE EMPRESA-EXPORTACAO TO RAZAO-EMPRESA.
           WRITE RAZAO-REGISTRO.
           ADD 1 TO TOTAL-LANCAMENTOS.

           MOVE SPACE TO RAZAO-REGISTRO.
           MOVE SEQ-LANCAMENTO TO RAZAO-SEQ.
           MOVE COMPETENCIA TO RAZAO-COMPETENCIA.
           IF INVERTE-PARTIDA = "S"
               MOVE CONTA-DEBITO TO RAZAO-CONTA
           ELSE
               MOVE CONTA-CREDITO TO RAZAO-CONTA
           END-IF.
           MOVE "C" TO RAZAO-NATUREZA.
           PERFORM MOVE-VALOR-EVENTO.
           MOVE CONTA-EVENTO TO RAZAO-EVENTO.
           MOVE EMPRESA-EXPORTACAO TO RAZAO-EMPRESA.
           WRITE RAZAO-REGISTRO.
           ADD 1 TO TOTAL-LANCAMENTOS.

                   MOVE TOTAL-RECEBIDO TO RAZAO-VALOR
               WHEN "FOL"
                   MOVE TOTAL-FOLHA-LIQUIDA TO RAZAO-VALOR
               WHEN "ICM"
                   MOVE TOTAL-ICMS-LIQUIDO TO RAZAO-VALOR
               WHEN "IPI"
                   MOVE TOTAL-IPI-LIQUIDO TO RAZAO-VALOR
               WHEN "ISS"
                   MOVE TOTAL-ISS-LIQUIDO TO RAZAO-VALOR
               WHEN "RES"
                   MOVE TOTAL-RESCISAO-LIQUIDA TO RAZAO-VALOR
               WHEN "FGT"
                   MOVE TOTAL-DEPOSITO-FGTS TO RAZAO-VALOR
               WHEN "DEP"
                   MOVE TOTAL-DEPRECIACAO TO RAZAO-VALOR
               WHEN OTHER
                   MOVE ZERO TO RAZAO-VALOR
           END-EVALUATE.
