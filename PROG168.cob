       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG168.
      *    INFORME ANUAL DE RENDIMENTOS: A SOMA QUE O RH FAZIA TODO
      *    FEVEREIRO, LIVRO POR LIVRO. PARA CADA FUNCIONARIO QUE
      *    RECEBEU NO ANO - ATIVO OU DESLIGADO - ACUMULA:
      *      OS DOZE LIVROS DA FOLHA (FOLHA.AAAAMM.DAT, PROG74):
      *        BRUTO TRIBUTAVEL, PREVIDENCIA (REFEITA PELAS FAIXAS DE
      *        TABFOLHA.DAT EM VIGOR NO MES) E IMPOSTO (O DESCONTO DO
      *        LIVRO MENOS A PREVIDENCIA E MENOS OS BENEFICIOS
      *        DESCONTADOS NO MES, QUE VEM DO LIVRO DE BENEFICIOS
      *        BENEF.AAAAMM.DAT - O LIVRO DA FOLHA GUARDA SO A SOMA);
      *      O DECIMO TERCEIRO (PROG137), EM SEPARADO COM AS SUAS
      *        RETENCOES: A PARCELA 2 (FOLHA.AAAA14.DAT) TRAZ O
      *        VALOR CHEIO; QUEM SO TEM A PARCELA 1 (FOLHA.AAAA13.DAT)
      *        FICA COM ELA;
      *      AS RESCISOES DO ANO (RESCISOES.DAT, PROG166): SALDO DE
      *        SALARIO NO TRIBUTAVEL, DECIMO PROPORCIONAL NO DECIMO
      *        (MENOS A PARCELA 1 JA CONTADA), FERIAS E AVISO
      *        INDENIZADOS COMO ISENTOS;
      *    E OS DEPENDENTES DE DEPENDENTES.DAT QUE DEDUZIAM EM
      *    DEZEMBRO (FILHO ATE 21 ANOS, COMO NO PROG74).
      *    IMPRIME UM INFORME POR FUNCIONARIO COM O TIMBRE DE
      *    EMPRESA.DAT E GRAVA INFORME.AAAA.DAT COM OS TOTAIS DE CADA
      *    UM E DA EMPRESA PARA A DECLARACAO ANUAL DE RETENCOES.
      *    ANO: PROG168-ANO (AAAA), PADRAO O ANO ANTERIOR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CSELEC.cob".
           COPY "FXSEL.cob".
           COPY "DPDSEL.cob".
           COPY "RSCSEL.cob".
           COPY "EMPSEL.cob".
           COPY "INFSEL.cob".
           COPY "LBNSEL.cob".
           SELECT OPTIONAL ARQUIVO-FOLHA
               ASSIGN TO FOLHA-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FOLHA-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "CARQF.cob".
           COPY "FXREG.cob".
           COPY "DPDREG.cob".
           COPY "RSCREG.cob".
           COPY "EMPREG.cob".
           COPY "INFREG.cob".
           COPY "LBNREG.cob".

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

       01  FUNCIONARIO-FILE-STATUS PIC XX.
       01  FUNCIONARIO-PATH        PIC X(100).
       01  DEPENDENTE-FILE-STATUS  PIC XX.
       01  DEPENDENTE-PATH         PIC X(100).
       01  RESCISAO-FILE-STATUS    PIC XX.
       01  RESCISAO-PATH           PIC X(100).
       01  INFORME-FILE-STATUS     PIC XX.
       01  INFORME-PATH            PIC X(100).
       01  FOLHA-FILE-STATUS       PIC XX.
       01  FOLHA-PATH              PIC X(100).
       01  LIVRO-BENEF-FILE-STATUS PIC XX.
       01  LIVRO-BENEF-PATH        PIC X(100).
       01  FINAL-BENEF             PIC X.
       01  FINAL-ARQUIVO           PIC X.
       01  FINAL-FOLHA             PIC X.
       01  FINAL-DEPENDENTES       PIC X.
       01  TEM-CADASTRO            PIC X VALUE "N".
       01  TEM-DEPENDENTES         PIC X VALUE "N".

       01  DATA-HOJE               PIC 9(08).
       01  DATA-HOJE-R REDEFINES DATA-HOJE.
           05 HOJE-ANO             PIC 9(04).
           05 HOJE-MMDD            PIC 9(04).
       01  ANO-INFORME             PIC 9(04).
       01  ANO-ENV                 PIC X(04).
       01  MES-LIVRO               PIC 9(02).
       01  COMPETENCIA-LIVRO       PIC 9(06).
       01  COMPETENCIA-FAIXAS      PIC 9(06).
       01  ANO-SAIDA               PIC 9(04).
       01  TIPO-LIVRO              PIC X(01).
           88 LIVRO-MENSAL             VALUE "M".
           88 LIVRO-PARCELA-1          VALUE "1".
           88 LIVRO-PARCELA-2          VALUE "2".
       01  LIVROS-LIDOS            PIC 9(02) VALUE 0.

      *    ACUMULADOS DO ANO POR FUNCIONARIO.
       01  QTDE-FUNCIONARIOS       PIC 9(03) VALUE 0.
       01  TABELA-FUNCIONARIOS.
           05 FUN-ENTRADA OCCURS 500 TIMES
                   INDEXED BY FUN-IDX.
              10 FUN-CODIGO           PIC 9(05).
              10 FUN-NOME             PIC X(20).
              10 FUN-RENDIMENTO       PIC S9(09)V9(02).
              10 FUN-PREVIDENCIA      PIC S9(09)V9(02).
              10 FUN-IMPOSTO          PIC S9(09)V9(02).
              10 FUN-DECIMO           PIC S9(09)V9(02).
              10 FUN-PREV-DECIMO      PIC S9(09)V9(02).
              10 FUN-IMP-DECIMO       PIC S9(09)V9(02).
              10 FUN-ISENTOS          PIC S9(09)V9(02).
              10 FUN-PARCELA-2        PIC X(01).
       01  FUN-ACHADO              PIC X.
       01  CODIGO-PROCURADO        PIC 9(05).
       01  NOME-PROCURADO          PIC X(20).
       01  TOTAL-FORA-TABELA       PIC 9(05) VALUE 0.

      *    BENEFICIOS DESCONTADOS NO MES POR FUNCIONARIO (LIVRO
      *    BENEF.AAAAMM.DAT DO PROG74), QUE SAEM DO DESCONTO DO LIVRO
      *    ANTES DA SEPARACAO ENTRE PREVIDENCIA E IMPOSTO.
       01  QTDE-BENEF-MES          PIC 9(03) VALUE 0.
       01  TABELA-BENEF-MES.
           05 BENEF-MES-ENTRADA OCCURS 500 TIMES
                   INDEXED BY BENEF-MES-IDX.
              10 BENEF-MES-CODIGO     PIC 9(05).
              10 BENEF-MES-VALOR      PIC 9(07)V9(02).
       01  DESCONTOS-DE-LEI        PIC 9(07)V9(02).

       01  VALOR-BRUTO             PIC 9(07)V9(02).
       01  VALOR-PREVIDENCIA       PIC 9(07)V9(02).
       01  VALOR-IMPOSTO           PIC 9(07)V9(02).
       01  IMPOSTO-RETIDO          PIC S9(07)V9(02).
       01  BASE-IMPOSTO            PIC S9(07)V9(02).
       01  FAIXA-ISENTA-IMPOSTO    PIC 9(07)V9(02) VALUE 2500.

      *    FAIXAS EM VIGOR NA COMPETENCIA DO LIVRO, COMO NO PROG74.
       01  FAIXA-FILE-STATUS       PIC XX.
       01  FAIXA-PATH              PIC X(100).
       01  FINAL-FAIXA             PIC X.
       01  VIGENCIA-INSS-USO       PIC 9(06) VALUE 0.
       01  VIGENCIA-IRRF-USO       PIC 9(06) VALUE 0.
       01  QTDE-FAIXAS-INSS        PIC 9(02) VALUE 0.
       01  TABELA-FAIXAS-INSS.
           05 FX-INSS-ENTRADA OCCURS 10 TIMES.
              10 FX-INSS-LIMITE    PIC 9(07)V9(02).
              10 FX-INSS-ALIQUOTA  PIC 9(02)V9(02).
       01  QTDE-FAIXAS-IRRF        PIC 9(02) VALUE 0.
       01  TABELA-FAIXAS-IRRF.
           05 FX-IRRF-ENTRADA OCCURS 10 TIMES.
              10 FX-IRRF-LIMITE    PIC 9(07)V9(02).
              10 FX-IRRF-ALIQUOTA  PIC 9(02)V9(02).
              10 FX-IRRF-DEDUZIR   PIC 9(07)V9(02).
       01  FX-SUB                  PIC 9(02).
       01  FAIXA-APLICADA          PIC X.
       01  BASE-FATIA              PIC 9(07)V9(02).
       01  LIMITE-ANTERIOR         PIC 9(07)V9(02).
       01  VALOR-FATIA             PIC 9(07)V9(02).
       01  IMPOSTO-CALCULADO       PIC S9(07)V9(02).

      *    DEPENDENTES QUE DEDUZIAM EM DEZEMBRO DO ANO.
       01  QTDE-DEPENDENTES-FUNC   PIC 9(02).
       01  NASCIMENTO-WS           PIC 9(08).
       01  NASCIMENTO-R REDEFINES NASCIMENTO-WS.
           05 NASC-ANO             PIC 9(04).
           05 NASC-MES             PIC 9(02).
           05 NASC-DIA             PIC 9(02).
       01  IDADE-ANOS              PIC S9(03).

       01  SITUACAO-FUNC           PIC X(01).
       01  DATA-SAIDA-FUNC         PIC 9(08).

       01  QTDE-DETALHES           PIC 9(07) VALUE 0.
       01  TOTAL-RENDIMENTO        PIC 9(13)V9(02) VALUE 0.
       01  TOTAL-PREVIDENCIA       PIC 9(13)V9(02) VALUE 0.
       01  TOTAL-IMPOSTO           PIC 9(13)V9(02) VALUE 0.
       01  TOTAL-DECIMO            PIC 9(13)V9(02) VALUE 0.
       01  TOTAL-PREV-DECIMO       PIC 9(13)V9(02) VALUE 0.
       01  TOTAL-IMP-DECIMO        PIC 9(13)V9(02) VALUE 0.
       01  TOTAL-ISENTOS           PIC 9(13)V9(02) VALUE 0.
       01  TOTAL-DESLIGADOS        PIC 9(05) VALUE 0.
       01  VALOR-EDITADO           PIC $$,$$$,$$$,$$9.99.

       01  EMPRESA-FILE-STATUS     PIC XX.
       01  EMPRESA-PATH            PIC X(100).
       01  EMPRESA-CODIGO-USO      PIC 9(02) VALUE 17.
       01  EMPRESA-CODIGO-ENV      PIC X(02).
       01  TEM-EMPRESA             PIC X VALUE "N".
       01  RAZAO-SOCIAL-EMPRESA    PIC X(40)
           VALUE "EMPRESA 17 COMERCIO E SERVICOS".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE 0 TO RETURN-CODE.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM INICIALIZA-PARAMETROS.
           PERFORM INICIALIZA-CAMINHOS.
           PERFORM BUSCA-DADOS-EMPRESA.

           MOVE 1 TO MES-LIVRO.
           PERFORM SOMA-LIVRO-MENSAL
               UNTIL MES-LIVRO > 12.
           PERFORM SOMA-DECIMO-TERCEIRO.
           PERFORM SOMA-RESCISOES.

           IF LIVROS-LIDOS = 0
               DISPLAY "NENHUM LIVRO DA FOLHA ENCONTRADO PARA "
                       ANO-INFORME ". INFORMES NAO GERADOS."
               MOVE 1 TO RETURN-CODE
           ELSE
               OPEN INPUT ARQUIVO-FUNCIONARIO
               IF FUNCIONARIO-FILE-STATUS = "00"
                       OR FUNCIONARIO-FILE-STATUS = "05"
                   MOVE "S" TO TEM-CADASTRO
               END-IF
               OPEN INPUT ARQUIVO-DEPENDENTE
               IF DEPENDENTE-FILE-STATUS = "00"
                       OR DEPENDENTE-FILE-STATUS = "05"
                   MOVE "S" TO TEM-DEPENDENTES
               END-IF
               PERFORM GERA-INFORMES
               IF TEM-DEPENDENTES = "S"
                   CLOSE ARQUIVO-DEPENDENTE
               END-IF
               IF TEM-CADASTRO = "S"
                   CLOSE ARQUIVO-FUNCIONARIO
               END-IF
               PERFORM IMPRIME-TOTAIS
           END-IF.

       PROGRAM-DONE.
           GOBACK.

       INICIALIZA-PARAMETROS.
           COMPUTE ANO-INFORME = HOJE-ANO - 1.
           MOVE SPACE TO ANO-ENV.
           ACCEPT ANO-ENV FROM ENVIRONMENT "PROG168-ANO".
           IF ANO-ENV IS NUMERIC
               MOVE ANO-ENV TO ANO-INFORME
           END-IF.

       INICIALIZA-CAMINHOS.
           MOVE "funcionarios.dat" TO FUNCIONARIO-PATH.
           ACCEPT FUNCIONARIO-PATH FROM ENVIRONMENT "FUNCIONARIO_DAT".
           IF FUNCIONARIO-PATH = SPACE
               MOVE "funcionarios.dat" TO FUNCIONARIO-PATH
           END-IF.

           MOVE "tabfolha.dat" TO FAIXA-PATH.
           ACCEPT FAIXA-PATH FROM ENVIRONMENT "TABFOLHA_DAT".
           IF FAIXA-PATH = SPACE
               MOVE "tabfolha.dat" TO FAIXA-PATH
           END-IF.

           MOVE "dependentes.dat" TO DEPENDENTE-PATH.
           ACCEPT DEPENDENTE-PATH FROM ENVIRONMENT "DEPENDENTE_DAT".
           IF DEPENDENTE-PATH = SPACE
               MOVE "dependentes.dat" TO DEPENDENTE-PATH
           END-IF.

           MOVE "rescisoes.dat" TO RESCISAO-PATH.
           ACCEPT RESCISAO-PATH FROM ENVIRONMENT "RESCISAO_DAT".
           IF RESCISAO-PATH = SPACE
               MOVE "rescisoes.dat" TO RESCISAO-PATH
           END-IF.

           MOVE SPACE TO INFORME-PATH.
           STRING "informe." DELIMITED BY SIZE
                  ANO-INFORME DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
               INTO INFORME-PATH.

      *    BUSCA-DADOS-EMPRESA: O TIMBRE DO INFORME (RAZAO SOCIAL,
      *    ENDERECO E CNPJ) VEM DE EMPRESA.DAT (PROG132); SEM
      *    PARAMETROS, SO O LETREIRO DE SEMPRE.
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
                       MOVE "S" TO TEM-EMPRESA
                       MOVE EMPRESA-RAZAO-SOCIAL
                           TO RAZAO-SOCIAL-EMPRESA
               END-READ
               CLOSE ARQUIVO-EMPRESA
           END-IF.

      *    CARREGA-FAIXAS-VIGENTES: FAIXAS EM VIGOR NA
      *    COMPETENCIA-FAIXAS; RECARREGADAS A CADA LIVRO, PORQUE A
      *    TABELA PODE TER MUDADO NO MEIO DO ANO.
       CARREGA-FAIXAS-VIGENTES.
           MOVE 0 TO VIGENCIA-INSS-USO.
           MOVE 0 TO VIGENCIA-IRRF-USO.
           MOVE 0 TO QTDE-FAIXAS-INSS.
           MOVE 0 TO QTDE-FAIXAS-IRRF.
           OPEN INPUT ARQUIVO-FAIXA.
           IF FAIXA-FILE-STATUS = "35"
               CONTINUE
           ELSE
               MOVE "N" TO FINAL-FAIXA
               PERFORM ACHA-VIGENCIA-FAIXA
                   UNTIL FINAL-FAIXA = "S"
               CLOSE ARQUIVO-FAIXA
               OPEN INPUT ARQUIVO-FAIXA
               MOVE "N" TO FINAL-FAIXA
               PERFORM CARREGA-UMA-FAIXA
                   UNTIL FINAL-FAIXA = "S"
               CLOSE ARQUIVO-FAIXA
           END-IF.

       ACHA-VIGENCIA-FAIXA.
           READ ARQUIVO-FAIXA NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-FAIXA
           END-READ.
           IF FINAL-FAIXA NOT = "S"
               IF FAIXA-VIGENCIA <= COMPETENCIA-FAIXAS
                   IF FAIXA-INSS
                           AND FAIXA-VIGENCIA > VIGENCIA-INSS-USO
                       MOVE FAIXA-VIGENCIA TO VIGENCIA-INSS-USO
                   END-IF
                   IF FAIXA-IRRF
                           AND FAIXA-VIGENCIA > VIGENCIA-IRRF-USO
                       MOVE FAIXA-VIGENCIA TO VIGENCIA-IRRF-USO
                   END-IF
               END-IF
           END-IF.

       CARREGA-UMA-FAIXA.
           READ ARQUIVO-FAIXA NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-FAIXA
           END-READ.
           IF FINAL-FAIXA NOT = "S"
               EVALUATE TRUE
                   WHEN FAIXA-INSS
                           AND FAIXA-VIGENCIA = VIGENCIA-INSS-USO
                           AND QTDE-FAIXAS-INSS < 10
                       ADD 1 TO QTDE-FAIXAS-INSS
                       MOVE FAIXA-LIMITE
                           TO FX-INSS-LIMITE (QTDE-FAIXAS-INSS)
                       MOVE FAIXA-ALIQUOTA
                           TO FX-INSS-ALIQUOTA (QTDE-FAIXAS-INSS)
                   WHEN FAIXA-IRRF
                           AND FAIXA-VIGENCIA = VIGENCIA-IRRF-USO
                           AND QTDE-FAIXAS-IRRF < 10
                       ADD 1 TO QTDE-FAIXAS-IRRF
                       MOVE FAIXA-LIMITE
                           TO FX-IRRF-LIMITE (QTDE-FAIXAS-IRRF)
                       MOVE FAIXA-ALIQUOTA
                           TO FX-IRRF-ALIQUOTA (QTDE-FAIXAS-IRRF)
                       MOVE FAIXA-DEDUZIR
                           TO FX-IRRF-DEDUZIR (QTDE-FAIXAS-IRRF)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       SOMA-LIVRO-MENSAL.
           COMPUTE COMPETENCIA-LIVRO = ANO-INFORME * 100 + MES-LIVRO.
           MOVE COMPETENCIA-LIVRO TO COMPETENCIA-FAIXAS.
           MOVE "M" TO TIPO-LIVRO.
           PERFORM LE-LIVRO-FOLHA.
           ADD 1 TO MES-LIVRO.

      *    SOMA-DECIMO-TERCEIRO: PRIMEIRO A PARCELA 1; A PARCELA 2
      *    TRAZ O DECIMO CHEIO E SUBSTITUI A PARCELA 1 DE QUEM ESTA
      *    NELA. FAIXAS DE DEZEMBRO, COMO NO PROG137.
       SOMA-DECIMO-TERCEIRO.
           COMPUTE COMPETENCIA-FAIXAS = ANO-INFORME * 100 + 12.
           COMPUTE COMPETENCIA-LIVRO = ANO-INFORME * 100 + 13.
           MOVE "1" TO TIPO-LIVRO.
           PERFORM LE-LIVRO-FOLHA.
           COMPUTE COMPETENCIA-LIVRO = ANO-INFORME * 100 + 14.
           MOVE "2" TO TIPO-LIVRO.
           PERFORM LE-LIVRO-FOLHA.

       LE-LIVRO-FOLHA.
           MOVE SPACE TO FOLHA-PATH.
           STRING "folha." DELIMITED BY SIZE
                  COMPETENCIA-LIVRO DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
               INTO FOLHA-PATH.
           OPEN INPUT ARQUIVO-FOLHA.
           IF FOLHA-FILE-STATUS = "00"
               ADD 1 TO LIVROS-LIDOS
               PERFORM CARREGA-FAIXAS-VIGENTES
               PERFORM CARREGA-BENEFICIOS-MES
               MOVE "N" TO FINAL-FOLHA
               PERFORM SOMA-PROXIMA-FOLHA
                   UNTIL FINAL-FOLHA = "S"
               CLOSE ARQUIVO-FOLHA
           ELSE
               IF FOLHA-FILE-STATUS = "05"
                   CLOSE ARQUIVO-FOLHA
               END-IF
           END-IF.

      *    SOMA-PROXIMA-FOLHA: O LIVRO GUARDA SO O TOTAL DE
      *    DESCONTOS; A PREVIDENCIA E REFEITA SOBRE O BRUTO E O QUE
      *    SOBRA DO DESCONTO E O IMPOSTO RETIDO.
       SOMA-PROXIMA-FOLHA.
           READ ARQUIVO-FOLHA
               AT END
                   MOVE "S" TO FINAL-FOLHA
           END-READ.
           IF FINAL-FOLHA NOT = "S"
               MOVE FOLHA-FUNC-CODIGO TO CODIGO-PROCURADO
               MOVE FOLHA-FUNC-NOME TO NOME-PROCURADO
               PERFORM LOCALIZA-FUNCIONARIO
               IF FUN-ACHADO = "S"
                   MOVE FOLHA-VALOR-BRUTO TO VALOR-BRUTO
                   PERFORM TIRA-BENEFICIOS-DESCONTO
                   MOVE ZERO TO VALOR-PREVIDENCIA
                   IF DESCONTOS-DE-LEI NOT = ZERO
                       PERFORM CALCULA-PREVIDENCIA
                       IF VALOR-PREVIDENCIA > DESCONTOS-DE-LEI
                           MOVE DESCONTOS-DE-LEI TO VALOR-PREVIDENCIA
                       END-IF
                   END-IF
                   COMPUTE IMPOSTO-RETIDO =
                       DESCONTOS-DE-LEI - VALOR-PREVIDENCIA
                   PERFORM ACUMULA-LINHA-FOLHA
               END-IF
           END-IF.

      *    CARREGA-BENEFICIOS-MES: SO NO LIVRO MENSAL - SOMA POR
      *    FUNCIONARIO A PARTE DESCONTADA DE CADA BENEFICIO DO MES.
      *    SEM LIVRO DE BENEFICIOS, A TABELA FICA VAZIA E O DESCONTO
      *    DO LIVRO DA FOLHA E TODO DE LEI, COMO ANTES.
       CARREGA-BENEFICIOS-MES.
           MOVE 0 TO QTDE-BENEF-MES.
           IF LIVRO-MENSAL
               MOVE SPACE TO LIVRO-BENEF-PATH
               STRING "benef." DELIMITED BY SIZE
                      COMPETENCIA-LIVRO DELIMITED BY SIZE
                      ".dat" DELIMITED BY SIZE
                   INTO LIVRO-BENEF-PATH
               OPEN INPUT ARQUIVO-LIVRO-BENEF
               IF LIVRO-BENEF-FILE-STATUS = "00"
                   MOVE "N" TO FINAL-BENEF
                   PERFORM CARREGA-UM-BENEFICIO-MES
                       UNTIL FINAL-BENEF = "S"
                   CLOSE ARQUIVO-LIVRO-BENEF
               ELSE
                   IF LIVRO-BENEF-FILE-STATUS = "05"
                       CLOSE ARQUIVO-LIVRO-BENEF
                   END-IF
               END-IF
           END-IF.

       CARREGA-UM-BENEFICIO-MES.
           READ ARQUIVO-LIVRO-BENEF
               AT END
                   MOVE "S" TO FINAL-BENEF
           END-READ.
           IF FINAL-BENEF NOT = "S"
               SET BENEF-MES-IDX TO 1
               SEARCH BENEF-MES-ENTRADA
                   AT END
                       PERFORM INCLUI-BENEFICIO-MES
                   WHEN BENEF-MES-IDX > QTDE-BENEF-MES
                       PERFORM INCLUI-BENEFICIO-MES
                   WHEN BENEF-MES-CODIGO (BENEF-MES-IDX) =
                           LIVRO-BENEF-FUNC-CODIGO
                       ADD LIVRO-BENEF-VALOR-FUNC
                           TO BENEF-MES-VALOR (BENEF-MES-IDX)
               END-SEARCH
           END-IF.

       INCLUI-BENEFICIO-MES.
           IF QTDE-BENEF-MES < 500
               ADD 1 TO QTDE-BENEF-MES
               SET BENEF-MES-IDX TO QTDE-BENEF-MES
               MOVE LIVRO-BENEF-FUNC-CODIGO
                   TO BENEF-MES-CODIGO (BENEF-MES-IDX)
               MOVE LIVRO-BENEF-VALOR-FUNC
                   TO BENEF-MES-VALOR (BENEF-MES-IDX)
           END-IF.

      *    TIRA-BENEFICIOS-DESCONTO: DESCONTOS-DE-LEI E O DESCONTO DO
      *    LIVRO MENOS OS BENEFICIOS DO FUNCIONARIO NO MES.
       TIRA-BENEFICIOS-DESCONTO.
           MOVE FOLHA-DESCONTOS TO DESCONTOS-DE-LEI.
           IF QTDE-BENEF-MES NOT = 0
               SET BENEF-MES-IDX TO 1
               SEARCH BENEF-MES-ENTRADA
                   AT END
                       CONTINUE
                   WHEN BENEF-MES-IDX > QTDE-BENEF-MES
                       CONTINUE
                   WHEN BENEF-MES-CODIGO (BENEF-MES-IDX) =
                           FOLHA-FUNC-CODIGO
                       IF BENEF-MES-VALOR (BENEF-MES-IDX)
                               < DESCONTOS-DE-LEI
                           SUBTRACT BENEF-MES-VALOR (BENEF-MES-IDX)
                               FROM DESCONTOS-DE-LEI
                       ELSE
                           MOVE ZERO TO DESCONTOS-DE-LEI
                       END-IF
               END-SEARCH
           END-IF.

       ACUMULA-LINHA-FOLHA.
           EVALUATE TRUE
               WHEN LIVRO-MENSAL
                   ADD FOLHA-VALOR-BRUTO TO FUN-RENDIMENTO (FUN-IDX)
                   ADD VALOR-PREVIDENCIA
                       TO FUN-PREVIDENCIA (FUN-IDX)
                   ADD IMPOSTO-RETIDO TO FUN-IMPOSTO (FUN-IDX)
               WHEN LIVRO-PARCELA-1
                   IF FUN-PARCELA-2 (FUN-IDX) NOT = "S"
                       ADD FOLHA-VALOR-BRUTO TO FUN-DECIMO (FUN-IDX)
                   END-IF
               WHEN LIVRO-PARCELA-2
                   MOVE "S" TO FUN-PARCELA-2 (FUN-IDX)
                   MOVE FOLHA-VALOR-BRUTO TO FUN-DECIMO (FUN-IDX)
                   MOVE VALOR-PREVIDENCIA
                       TO FUN-PREV-DECIMO (FUN-IDX)
                   MOVE IMPOSTO-RETIDO TO FUN-IMP-DECIMO (FUN-IDX)
           END-EVALUATE.

      *    SOMA-RESCISOES: TERMOS COM SAIDA NO ANO. A PARTE DO
      *    DECIMO NAS RETENCOES E REFEITA COMO NO PROG166 (FAIXAS DA
      *    COMPETENCIA DA SAIDA); O RESTO E DO SALDO DE SALARIO.
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
               COMPUTE ANO-SAIDA = RESCISAO-DATA-SAIDA / 10000
               IF ANO-SAIDA = ANO-INFORME
                   MOVE RESCISAO-FUNC-CODIGO TO CODIGO-PROCURADO
                   MOVE RESCISAO-FUNC-NOME TO NOME-PROCURADO
                   PERFORM LOCALIZA-FUNCIONARIO
                   IF FUN-ACHADO = "S"
                       ADD 1 TO LIVROS-LIDOS
                       PERFORM ACUMULA-RESCISAO
                   END-IF
               END-IF
           END-IF.

       ACUMULA-RESCISAO.
           ADD RESCISAO-SALDO-SALARIO TO FUN-RENDIMENTO (FUN-IDX).
           COMPUTE FUN-ISENTOS (FUN-IDX) = FUN-ISENTOS (FUN-IDX)
               + RESCISAO-FERIAS-VENCIDAS + RESCISAO-FERIAS-PROPORC
               + RESCISAO-TERCO-FERIAS + RESCISAO-AVISO-PREVIO.
           COMPUTE FUN-DECIMO (FUN-IDX) = FUN-DECIMO (FUN-IDX)
               + RESCISAO-DECIMO-PROPORC - RESCISAO-ADIANTAMENTO.
           IF FUN-DECIMO (FUN-IDX) < 0
               MOVE ZERO TO FUN-DECIMO (FUN-IDX)
           END-IF.
           MOVE ZERO TO VALOR-PREVIDENCIA.
           MOVE ZERO TO VALOR-IMPOSTO.
           IF RESCISAO-DECIMO-PROPORC NOT = ZERO
               MOVE RESCISAO-COMPETENCIA TO COMPETENCIA-FAIXAS
               PERFORM CARREGA-FAIXAS-VIGENTES
               MOVE RESCISAO-DECIMO-PROPORC TO VALOR-BRUTO
               PERFORM CALCULA-PREVIDENCIA
               PERFORM CALCULA-IMPOSTO
               IF VALOR-PREVIDENCIA > RESCISAO-PREVIDENCIA
                   MOVE RESCISAO-PREVIDENCIA TO VALOR-PREVIDENCIA
               END-IF
               IF VALOR-IMPOSTO > RESCISAO-IMPOSTO
                   MOVE RESCISAO-IMPOSTO TO VALOR-IMPOSTO
               END-IF
           END-IF.
           ADD VALOR-PREVIDENCIA TO FUN-PREV-DECIMO (FUN-IDX).
           ADD VALOR-IMPOSTO TO FUN-IMP-DECIMO (FUN-IDX).
           COMPUTE FUN-PREVIDENCIA (FUN-IDX) =
               FUN-PREVIDENCIA (FUN-IDX)
             + RESCISAO-PREVIDENCIA - VALOR-PREVIDENCIA.
           COMPUTE FUN-IMPOSTO (FUN-IDX) =
               FUN-IMPOSTO (FUN-IDX)
             + RESCISAO-IMPOSTO - VALOR-IMPOSTO.

       LOCALIZA-FUNCIONARIO.
           MOVE "N" TO FUN-ACHADO.
           SET FUN-IDX TO 1.
           SEARCH FUN-ENTRADA
               AT END
                   PERFORM INCLUI-FUNCIONARIO
               WHEN FUN-IDX > QTDE-FUNCIONARIOS
                   PERFORM INCLUI-FUNCIONARIO
               WHEN FUN-CODIGO (FUN-IDX) = CODIGO-PROCURADO
                   MOVE "S" TO FUN-ACHADO
           END-SEARCH.

       INCLUI-FUNCIONARIO.
           IF QTDE-FUNCIONARIOS < 500
               ADD 1 TO QTDE-FUNCIONARIOS
               SET FUN-IDX TO QTDE-FUNCIONARIOS
               MOVE CODIGO-PROCURADO TO FUN-CODIGO (FUN-IDX)
               MOVE NOME-PROCURADO TO FUN-NOME (FUN-IDX)
               MOVE ZERO TO FUN-RENDIMENTO (FUN-IDX)
               MOVE ZERO TO FUN-PREVIDENCIA (FUN-IDX)
               MOVE ZERO TO FUN-IMPOSTO (FUN-IDX)
               MOVE ZERO TO FUN-DECIMO (FUN-IDX)
               MOVE ZERO TO FUN-PREV-DECIMO (FUN-IDX)
               MOVE ZERO TO FUN-IMP-DECIMO (FUN-IDX)
               MOVE ZERO TO FUN-ISENTOS (FUN-IDX)
               MOVE "N" TO FUN-PARCELA-2 (FUN-IDX)
               MOVE "S" TO FUN-ACHADO
           ELSE
               ADD 1 TO TOTAL-FORA-TABELA
               DISPLAY "*** MAIS DE 500 FUNCIONARIOS NO ANO - "
                       CODIGO-PROCURADO " FICOU FORA. ***"
           END-IF.

       CALCULA-PREVIDENCIA.
           IF QTDE-FAIXAS-INSS = 0
               COMPUTE VALOR-PREVIDENCIA ROUNDED =
                   VALOR-BRUTO * 0.09
           ELSE
               MOVE ZERO TO VALOR-PREVIDENCIA
               MOVE ZERO TO LIMITE-ANTERIOR
               MOVE 1 TO FX-SUB
               PERFORM SOMA-FATIA-PREVIDENCIA
                   UNTIL FX-SUB > QTDE-FAIXAS-INSS
                      OR LIMITE-ANTERIOR >= VALOR-BRUTO
           END-IF.

       SOMA-FATIA-PREVIDENCIA.
           IF VALOR-BRUTO < FX-INSS-LIMITE (FX-SUB)
               COMPUTE BASE-FATIA =
                   VALOR-BRUTO - LIMITE-ANTERIOR
           ELSE
               COMPUTE BASE-FATIA =
                   FX-INSS-LIMITE (FX-SUB) - LIMITE-ANTERIOR
           END-IF.
           COMPUTE VALOR-FATIA ROUNDED =
               BASE-FATIA * FX-INSS-ALIQUOTA (FX-SUB) / 100.
           ADD VALOR-FATIA TO VALOR-PREVIDENCIA.
           MOVE FX-INSS-LIMITE (FX-SUB) TO LIMITE-ANTERIOR.
           ADD 1 TO FX-SUB.

       CALCULA-IMPOSTO.
           IF QTDE-FAIXAS-IRRF = 0
               COMPUTE BASE-IMPOSTO =
                   VALOR-BRUTO - FAIXA-ISENTA-IMPOSTO
               IF BASE-IMPOSTO > 0
                   COMPUTE VALOR-IMPOSTO ROUNDED =
                       BASE-IMPOSTO * 0.075
               ELSE
                   MOVE ZERO TO VALOR-IMPOSTO
               END-IF
           ELSE
               COMPUTE BASE-IMPOSTO =
                   VALOR-BRUTO - VALOR-PREVIDENCIA
               IF BASE-IMPOSTO < 0
                   MOVE ZERO TO BASE-IMPOSTO
               END-IF
               MOVE ZERO TO VALOR-IMPOSTO
               MOVE "N" TO FAIXA-APLICADA
               MOVE 1 TO FX-SUB
               PERFORM APLICA-FAIXA-IMPOSTO
                   UNTIL FX-SUB > QTDE-FAIXAS-IRRF
                      OR FAIXA-APLICADA = "S"
           END-IF.

       APLICA-FAIXA-IMPOSTO.
           IF BASE-IMPOSTO <= FX-IRRF-LIMITE (FX-SUB)
                   OR FX-SUB = QTDE-FAIXAS-IRRF
               COMPUTE IMPOSTO-CALCULADO ROUNDED =
                   BASE-IMPOSTO * FX-IRRF-ALIQUOTA (FX-SUB) / 100
                   - FX-IRRF-DEDUZIR (FX-SUB)
               IF IMPOSTO-CALCULADO < 0
                   MOVE ZERO TO IMPOSTO-CALCULADO
               END-IF
               MOVE IMPOSTO-CALCULADO TO VALOR-IMPOSTO
               MOVE "S" TO FAIXA-APLICADA
           END-IF.
           ADD 1 TO FX-SUB.

       GERA-INFORMES.
           OPEN OUTPUT ARQUIVO-INFORME.
           MOVE SPACE TO INFORME-REGISTRO.
           MOVE "1" TO INFORME-HDR-TIPO.
           MOVE ANO-INFORME TO INFORME-HDR-ANO.
           MOVE EMPRESA-CODIGO-USO TO INFORME-HDR-EMPRESA.
           IF TEM-EMPRESA = "S"
               MOVE EMPRESA-CNPJ TO INFORME-HDR-CNPJ
           END-IF.
           MOVE DATA-HOJE TO INFORME-HDR-DATA.
           WRITE INFORME-REGISTRO.

           SET FUN-IDX TO 1.
           PERFORM GERA-INFORME-FUNCIONARIO
               UNTIL FUN-IDX > QTDE-FUNCIONARIOS.

           MOVE SPACE TO INFORME-REGISTRO.
           MOVE "9" TO INFORME-TRL-TIPO.
           MOVE QTDE-DETALHES TO INFORME-TRL-QTDE.
           MOVE TOTAL-RENDIMENTO TO INFORME-TRL-RENDIMENTO.
           MOVE TOTAL-PREVIDENCIA TO INFORME-TRL-PREVIDENCIA.
           MOVE TOTAL-IMPOSTO TO INFORME-TRL-IMPOSTO.
           MOVE TOTAL-DECIMO TO INFORME-TRL-DECIMO.
           MOVE TOTAL-PREV-DECIMO TO INFORME-TRL-PREV-DECIMO.
           MOVE TOTAL-IMP-DECIMO TO INFORME-TRL-IMP-DECIMO.
           MOVE TOTAL-ISENTOS TO INFORME-TRL-ISENTOS.
           WRITE INFORME-REGISTRO.
           CLOSE ARQUIVO-INFORME.

       GERA-INFORME-FUNCIONARIO.
           PERFORM BUSCA-SITUACAO-FUNCIONARIO.
           PERFORM CONTA-DEPENDENTES.
           PERFORM GRAVA-DETALHE-INFORME.
           PERFORM IMPRIME-INFORME.
           SET FUN-IDX UP BY 1.

      *    BUSCA-SITUACAO-FUNCIONARIO: DESLIGADO NO ANO SAI MARCADO
      *    COM A DATA DA SAIDA; SEM CADASTRO, FICA COMO ATIVO.
       BUSCA-SITUACAO-FUNCIONARIO.
           MOVE "A" TO SITUACAO-FUNC.
           MOVE ZERO TO DATA-SAIDA-FUNC.
           IF TEM-CADASTRO = "S"
               MOVE FUN-CODIGO (FUN-IDX) TO FUNCIONARIO-CODIGO
               READ ARQUIVO-FUNCIONARIO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FUNCIONARIO-INATIVO
                           MOVE "D" TO SITUACAO-FUNC
                           IF FUNCIONARIO-DATA-SAIDA IS NUMERIC
                               MOVE FUNCIONARIO-DATA-SAIDA
                                   TO DATA-SAIDA-FUNC
                           END-IF
                       END-IF
               END-READ
           END-IF.
           IF SITUACAO-FUNC = "D"
               ADD 1 TO TOTAL-DESLIGADOS
           END-IF.

      *    CONTA-DEPENDENTES: COMO NO PROG74, NA COMPETENCIA DE
      *    DEZEMBRO DO ANO.
       CONTA-DEPENDENTES.
           MOVE 0 TO QTDE-DEPENDENTES-FUNC.
           IF TEM-DEPENDENTES = "S"
               MOVE FUN-CODIGO (FUN-IDX) TO DEPENDENTE-FUNC-CODIGO
               MOVE 0 TO DEPENDENTE-SEQ
               START ARQUIVO-DEPENDENTE
                   KEY IS GREATER THAN DEPENDENTE-CHAVE
                   INVALID KEY
                       CONTINUE
               END-START
               IF DEPENDENTE-FILE-STATUS = "00"
                   MOVE "N" TO FINAL-DEPENDENTES
                   PERFORM CONTA-UM-DEPENDENTE
                       UNTIL FINAL-DEPENDENTES = "S"
               END-IF
           END-IF.

       CONTA-UM-DEPENDENTE.
           READ ARQUIVO-DEPENDENTE NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-DEPENDENTES
           END-READ.
           IF FINAL-DEPENDENTES NOT = "S"
               IF DEPENDENTE-FUNC-CODIGO NOT = FUN-CODIGO (FUN-IDX)
                   MOVE "S" TO FINAL-DEPENDENTES
               ELSE
                   IF DEPENDENTE-FILHO
                       MOVE DEPENDENTE-NASCIMENTO TO NASCIMENTO-WS
                       COMPUTE IDADE-ANOS = ANO-INFORME - NASC-ANO
                       IF IDADE-ANOS < 21
                           ADD 1 TO QTDE-DEPENDENTES-FUNC
                       END-IF
                   ELSE
                       ADD 1 TO QTDE-DEPENDENTES-FUNC
                   END-IF
               END-IF
           END-IF.

       GRAVA-DETALHE-INFORME.
           MOVE SPACE TO INFORME-REGISTRO.
           MOVE "2" TO INFORME-DET-TIPO.
           MOVE FUN-CODIGO (FUN-IDX) TO INFORME-DET-CODIGO.
           MOVE FUN-NOME (FUN-IDX) TO INFORME-DET-NOME.
           MOVE SITUACAO-FUNC TO INFORME-DET-SITUACAO.
           MOVE DATA-SAIDA-FUNC TO INFORME-DET-DATA-SAIDA.
           MOVE FUN-RENDIMENTO (FUN-IDX) TO INFORME-DET-RENDIMENTO.
           MOVE FUN-PREVIDENCIA (FUN-IDX) TO INFORME-DET-PREVIDENCIA.
           MOVE FUN-IMPOSTO (FUN-IDX) TO INFORME-DET-IMPOSTO.
           MOVE FUN-DECIMO (FUN-IDX) TO INFORME-DET-DECIMO.
           MOVE FUN-PREV-DECIMO (FUN-IDX) TO INFORME-DET-PREV-DECIMO.
           MOVE FUN-IMP-DECIMO (FUN-IDX) TO INFORME-DET-IMP-DECIMO.
           MOVE FUN-ISENTOS (FUN-IDX) TO INFORME-DET-ISENTOS.
           MOVE QTDE-DEPENDENTES-FUNC TO INFORME-DET-DEPENDENTES.
           WRITE INFORME-REGISTRO.
           ADD 1 TO QTDE-DETALHES.
           ADD FUN-RENDIMENTO (FUN-IDX) TO TOTAL-RENDIMENTO.
           ADD FUN-PREVIDENCIA (FUN-IDX) TO TOTAL-PREVIDENCIA.
           ADD FUN-IMPOSTO (FUN-IDX) TO TOTAL-IMPOSTO.
           ADD FUN-DECIMO (FUN-IDX) TO TOTAL-DECIMO.
           ADD FUN-PREV-DECIMO (FUN-IDX) TO TOTAL-PREV-DECIMO.
           ADD FUN-IMP-DECIMO (FUN-IDX) TO TOTAL-IMP-DECIMO.
           ADD FUN-ISENTOS (FUN-IDX) TO TOTAL-ISENTOS.

       IMPRIME-INFORME.
           DISPLAY " ".
           DISPLAY "==============================================".
           DISPLAY RAZAO-SOCIAL-EMPRESA.
           IF TEM-EMPRESA = "S"
               DISPLAY EMPRESA-LOGRADOURO " " EMPRESA-ENDER-NUMERO
               DISPLAY EMPRESA-CIDADE " - " EMPRESA-UF
                       "  CEP " EMPRESA-CEP
               DISPLAY "CNPJ " EMPRESA-CNPJ
           END-IF.
           DISPLAY "COMPROVANTE DE RENDIMENTOS PAGOS E DE RETENCAO - "
                   "ANO " ANO-INFORME.
           DISPLAY "FUNCIONARIO: " FUN-CODIGO (FUN-IDX) " - "
                   FUN-NOME (FUN-IDX).
           IF SITUACAO-FUNC = "D"
               DISPLAY "DESLIGADO EM " DATA-SAIDA-FUNC
           END-IF.
           DISPLAY "----------------------------------------------".
           DISPLAY "RENDIMENTOS TRIBUTAVEIS".
           MOVE FUN-RENDIMENTO (FUN-IDX) TO VALOR-EDITADO.
           DISPLAY "  TOTAL DOS RENDIMENTOS.....: " VALOR-EDITADO.
           MOVE FUN-PREVIDENCIA (FUN-IDX) TO VALOR-EDITADO.
           DISPLAY "  PREVIDENCIA OFICIAL.......: " VALOR-EDITADO.
           MOVE FUN-IMPOSTO (FUN-IDX) TO VALOR-EDITADO.
           DISPLAY "  IMPOSTO RETIDO NA FONTE...: " VALOR-EDITADO.
           DISPLAY "  DEPENDENTES...............: "
                   QTDE-DEPENDENTES-FUNC.
           DISPLAY "TRIBUTACAO EXCLUSIVA - 13. SALARIO".
           MOVE FUN-DECIMO (FUN-IDX) TO VALOR-EDITADO.
           DISPLAY "  13. SALARIO...............: " VALOR-EDITADO.
           MOVE FUN-PREV-DECIMO (FUN-IDX) TO VALOR-EDITADO.
           DISPLAY "  PREVIDENCIA SOBRE O 13....: " VALOR-EDITADO.
           MOVE FUN-IMP-DECIMO (FUN-IDX) TO VALOR-EDITADO.
           DISPLAY "  IMPOSTO SOBRE O 13........: " VALOR-EDITADO.
           IF FUN-ISENTOS (FUN-IDX) NOT = ZERO
               DISPLAY "RENDIMENTOS ISENTOS"
               MOVE FUN-ISENTOS (FUN-IDX) TO VALOR-EDITADO
               DISPLAY "  FERIAS E AVISO INDENIZADOS: " VALOR-EDITADO
           END-IF.
           DISPLAY "==============================================".

       IMPRIME-TOTAIS.
           DISPLAY " ".
           DISPLAY "INFORMES DE RENDIMENTOS - ANO " ANO-INFORME.
           DISPLAY "INFORMES EMITIDOS.....: " QTDE-DETALHES.
           DISPLAY "DESLIGADOS NO CADASTRO: " TOTAL-DESLIGADOS.
           MOVE TOTAL-RENDIMENTO TO VALOR-EDITADO.
           DISPLAY "RENDIMENTOS...........: " VALOR-EDITADO.
           MOVE TOTAL-IMPOSTO TO VALOR-EDITADO.
           DISPLAY "IMPOSTO RETIDO........: " VALOR-EDITADO.
           MOVE TOTAL-DECIMO TO VALOR-EDITADO.
           DISPLAY "13. SALARIO...........: " VALOR-EDITADO.
           MOVE TOTAL-IMP-DECIMO TO VALOR-EDITADO.
           DISPLAY "IMPOSTO SOBRE O 13....: " VALOR-EDITADO.
           DISPLAY "RESUMO PARA O CONTADOR: " INFORME-PATH.
           IF TOTAL-FORA-TABELA NOT = 0
               DISPLAY "*** FUNCIONARIOS FORA DA TABELA: "
                       TOTAL-FORA-TABELA " - RESUMO INCOMPLETO. ***"
               MOVE 1 TO RETURN-CODE
           END-IF.
