       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG166.
      *    RESCISAO DO CONTRATO DE TRABALHO, NO MOLDE DO PROG137: O
      *    TERMO QUE ERA FEITO EM PLANILHA PARA CADA DESLIGAMENTO
      *    APROVADO NO PROG76 (FUNCIONARIO-INATIVO COM
      *    FUNCIONARIO-DATA-SAIDA NA COMPETENCIA). VERBAS:
      *      SALDO DE SALARIO - DIAS TRABALHADOS NO MES DA SAIDA;
      *      FERIAS VENCIDAS - O SALDO DE DIAS DE FERIAS.DAT;
      *      FERIAS PROPORCIONAIS - OS AVOS AINDA NAO CREDITADOS
      *        PELO PROG78 (MES DA SAIDA CONTA COM 15 DIAS OU MAIS);
      *      TERCO CONSTITUCIONAL SOBRE AS FERIAS;
      *      DECIMO TERCEIRO PROPORCIONAL - AVOS DO ANO DA SAIDA,
      *        MENOS A PARCELA 1 JA PAGA (LIVRO FOLHA.AAAA13.DAT DO
      *        PROG137); QUEM JA RECEBEU A PARCELA 2 NAO TEM DECIMO;
      *      AVISO PREVIO INDENIZADO - 30 DIAS MAIS 3 POR ANO
      *        COMPLETO DE CASA, ATE 90, NA DISPENSA SEM JUSTA
      *        CAUSA; METADE NO ACORDO.
      *    JUSTA CAUSA PERDE AS PROPORCIONAIS E O AVISO; PEDIDO DE
      *    DEMISSAO PERDE O AVISO. TIPO EM BRANCO (DESLIGAMENTO
      *    ANTERIOR AO CAMPO) E CALCULADO COMO SEM JUSTA CAUSA E SAI
      *    MARCADO PARA CONFERENCIA. PREVIDENCIA E IMPOSTO PELAS
      *    FAIXAS DE TABFOLHA.DAT (PROG133) EM VIGOR NA COMPETENCIA,
      *    EM SEPARADO SOBRE O SALDO DE SALARIO E SOBRE O DECIMO;
      *    FERIAS INDENIZADAS E AVISO INDENIZADO NAO TEM DESCONTO.
      *    CADA TERMO E IMPRESSO E GRAVADO EM RESCISOES.DAT (JA
      *    GRAVADO NAO SE CALCULA DE NOVO), E O SALDO DE FERIAS DO
      *    DESLIGADO E ZERADO - FOI PAGO AQUI. O LIQUIDO VAI PARA O
      *    CREDITO DE SALARIOS (PROG134) E A EXPORTACAO CONTABIL
      *    (PROG126) DA MESMA COMPETENCIA.
      *    COMPETENCIA: PROG166-COMPETENCIA (AAAAMM), PADRAO O MES
      *    CORRENTE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CSELEC.cob".
           COPY "FXSEL.cob".
           COPY "FERSEL.cob".
           COPY "RSCSEL.cob".
           COPY "EMPSEL.cob".
           SELECT OPTIONAL ARQUIVO-FOLHA
               ASSIGN TO FOLHA-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FOLHA-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "CARQF.cob".
           COPY "FXREG.cob".
           COPY "FERREG.cob".
           COPY "RSCREG.cob".
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

       01  FUNCIONARIO-FILE-STATUS PIC XX.
       01  FUNCIONARIO-PATH        PIC X(100).
       01  FERIAS-FILE-STATUS      PIC XX.
       01  FERIAS-PATH             PIC X(100).
       01  RESCISAO-FILE-STATUS    PIC XX.
       01  RESCISAO-PATH           PIC X(100).
       01  FOLHA-FILE-STATUS       PIC XX.
       01  FOLHA-PATH              PIC X(100).
       01  FINAL-ARQUIVO           PIC X.
       01  FINAL-FOLHA             PIC X.
       01  DATA-HOJE               PIC 9(08).
       01  OPERADOR-ID             PIC X(10).

       01  COMPETENCIA             PIC 9(06).
       01  COMPETENCIA-ENV         PIC X(06).
       01  COMPETENCIA-SAIDA       PIC 9(06).
       01  COMPETENCIA-LIVRO       PIC 9(06).

       01  SAIDA-WS                PIC 9(08).
       01  SAIDA-R REDEFINES SAIDA-WS.
           05 SAIDA-ANO            PIC 9(04).
           05 SAIDA-MES            PIC 9(02).
           05 SAIDA-DIA            PIC 9(02).
       01  ADMISSAO-WS             PIC 9(08).
       01  ADMISSAO-R REDEFINES ADMISSAO-WS.
           05 ADM-ANO              PIC 9(04).
           05 ADM-MES              PIC 9(02).
           05 ADM-DIA              PIC 9(02).
       01  ULTIMA-CREDITADA        PIC 9(06).
       01  ULTIMA-CREDITADA-R REDEFINES ULTIMA-CREDITADA.
           05 ULT-ANO              PIC 9(04).
           05 ULT-MES              PIC 9(02).
       01  TEM-ADMISSAO            PIC X.
       01  TIPO-CALCULO            PIC X(01).
       01  TIPO-NAO-INFORMADO      PIC X.

       01  MES-SAIDA-ABSOLUTO      PIC 9(07).
       01  MES-INICIO-ABSOLUTO     PIC 9(07).
       01  AVOS-CALCULO            PIC S9(05).
       01  ANOS-DE-CASA            PIC S9(03).
       01  VALOR-DIA               PIC 9(07)V9(04).

       01  TEM-FICHA-FERIAS        PIC X.
       01  DECIMO-QUITADO          PIC X.
       01  ACHOU-NO-LIVRO          PIC X.
       01  VALOR-NO-LIVRO          PIC 9(07)V9(02).

       01  VALOR-BRUTO             PIC 9(07)V9(02).
       01  VALOR-PREVIDENCIA       PIC 9(07)V9(02).
       01  VALOR-IMPOSTO           PIC 9(07)V9(02).
       01  BASE-IMPOSTO            PIC S9(07)V9(02).
       01  VALOR-LIQUIDO           PIC S9(07)V9(02).
       01  FAIXA-ISENTA-IMPOSTO    PIC 9(07)V9(02) VALUE 2500.

      *    FAIXAS EM VIGOR NA COMPETENCIA, COMO NO PROG74.
       01  FAIXA-FILE-STATUS       PIC XX.
       01  FAIXA-PATH              PIC X(100).
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

       01  TOTAL-CALCULADAS        PIC 9(05) VALUE 0.
       01  TOTAL-JA-CALCULADAS     PIC 9(05) VALUE 0.
       01  TOTAL-SEM-TIPO          PIC 9(05) VALUE 0.
       01  TOTAL-PROVENTOS-GERAL   PIC 9(11)V9(02) VALUE 0.
       01  TOTAL-LIQUIDO-GERAL     PIC 9(11)V9(02) VALUE 0.
       01  VALOR-EDITADO           PIC $$,$$$,$$$,$$9.99.
       01  DIAS-EDITADO            PIC ZZ9.99.

       01  EMPRESA-FILE-STATUS      PIC XX.
       01  EMPRESA-PATH             PIC X(100).
       01  EMPRESA-CODIGO-USO       PIC 9(02) VALUE 17.
       01  EMPRESA-CODIGO-ENV       PIC X(02).
       01  RAZAO-SOCIAL-EMPRESA     PIC X(40)
           VALUE "EMPRESA 17 COMERCIO E SERVICOS".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE 0 TO RETURN-CODE.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM INICIALIZA-COMPETENCIA.
           PERFORM INICIALIZA-CAMINHOS.
           PERFORM BUSCA-DADOS-EMPRESA.
           PERFORM CARREGA-FAIXAS-VIGENTES.

           OPEN INPUT ARQUIVO-FUNCIONARIO.
           IF FUNCIONARIO-FILE-STATUS = "35"
               DISPLAY "ARQUIVO DE FUNCIONARIOS NAO ENCONTRADO. "
                       "RESCISOES NAO PROCESSADAS."
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM ABRE-RESCISOES
               OPEN I-O ARQUIVO-FERIAS
               IF FERIAS-FILE-STATUS = "35"
                   OPEN OUTPUT ARQUIVO-FERIAS
                   CLOSE ARQUIVO-FERIAS
                   OPEN I-O ARQUIVO-FERIAS
               END-IF
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM PROCESSA-PROXIMO-FUNCIONARIO
                   UNTIL FINAL-ARQUIVO = "S"
               CLOSE ARQUIVO-FERIAS
               CLOSE ARQUIVO-RESCISAO
               CLOSE ARQUIVO-FUNCIONARIO
               PERFORM IMPRIME-TOTAIS
           END-IF.

       PROGRAM-DONE.
           GOBACK.

       INICIALIZA-COMPETENCIA.
           COMPUTE COMPETENCIA = DATA-HOJE / 100.
           MOVE SPACE TO COMPETENCIA-ENV.
           ACCEPT COMPETENCIA-ENV FROM ENVIRONMENT
               "PROG166-COMPETENCIA".
           IF COMPETENCIA-ENV IS NUMERIC
               MOVE COMPETENCIA-ENV TO COMPETENCIA
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

           MOVE "ferias.dat" TO FERIAS-PATH.
           ACCEPT FERIAS-PATH FROM ENVIRONMENT "FERIAS_DAT".
           IF FERIAS-PATH = SPACE
               MOVE "ferias.dat" TO FERIAS-PATH
           END-IF.

           MOVE "rescisoes.dat" TO RESCISAO-PATH.
           ACCEPT RESCISAO-PATH FROM ENVIRONMENT "RESCISAO_DAT".
           IF RESCISAO-PATH = SPACE
               MOVE "rescisoes.dat" TO RESCISAO-PATH
           END-IF.

           MOVE SPACE TO OPERADOR-ID.
           ACCEPT OPERADOR-ID FROM ENVIRONMENT "OPERADOR_ID".
           IF OPERADOR-ID = SPACE
               MOVE "DESCONHEC" TO OPERADOR-ID
           END-IF.

      *    BUSCA-DADOS-EMPRESA: A RAZAO SOCIAL DO CABECALHO VEM DOS
      *    PARAMETROS DA EMPRESA (EMPRESA.DAT, PROG132; CODIGO EM
      *    EMPRESA, PADRAO 17). SEM PARAMETROS, O LETREIRO DE
      *    SEMPRE.
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

       ABRE-RESCISOES.
           OPEN I-O ARQUIVO-RESCISAO.
           IF RESCISAO-FILE-STATUS = "35"
               OPEN OUTPUT ARQUIVO-RESCISAO
               CLOSE ARQUIVO-RESCISAO
               OPEN I-O ARQUIVO-RESCISAO
           END-IF.

       CARREGA-FAIXAS-VIGENTES.
           OPEN INPUT ARQUIVO-FAIXA.
           IF FAIXA-FILE-STATUS = "35"
               CONTINUE
           ELSE
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM ACHA-VIGENCIA-FAIXA
                   UNTIL FINAL-ARQUIVO = "S"
               CLOSE ARQUIVO-FAIXA
               OPEN INPUT ARQUIVO-FAIXA
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM CARREGA-UMA-FAIXA
                   UNTIL FINAL-ARQUIVO = "S"
               CLOSE ARQUIVO-FAIXA
               MOVE "N" TO FINAL-ARQUIVO
           END-IF.

       ACHA-VIGENCIA-FAIXA.
           READ ARQUIVO-FAIXA NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               IF FAIXA-VIGENCIA <= COMPETENCIA
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
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
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

       PROCESSA-PROXIMO-FUNCIONARIO.
           READ ARQUIVO-FUNCIONARIO NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
                   AND FUNCIONARIO-INATIVO
                   AND FUNCIONARIO-DATA-SAIDA IS NUMERIC
               COMPUTE COMPETENCIA-SAIDA =
                   FUNCIONARIO-DATA-SAIDA / 100
               IF COMPETENCIA-SAIDA = COMPETENCIA
                   PERFORM VERIFICA-RESCISAO-FEITA
               END-IF
           END-IF.

      *    VERIFICA-RESCISAO-FEITA: DESLIGAMENTO QUE JA TEM TERMO NO
      *    LIVRO NAO E CALCULADO DE NOVO.
       VERIFICA-RESCISAO-FEITA.
           MOVE FUNCIONARIO-CODIGO TO RESCISAO-FUNC-CODIGO.
           MOVE FUNCIONARIO-DATA-SAIDA TO RESCISAO-DATA-SAIDA.
           READ ARQUIVO-RESCISAO
               INVALID KEY
                   PERFORM CALCULA-RESCISAO
               NOT INVALID KEY
                   ADD 1 TO TOTAL-JA-CALCULADAS
                   DISPLAY "FUNCIONARIO " FUNCIONARIO-CODIGO " - "
                           FUNCIONARIO-NOME " JA TEM RESCISAO "
                           "CALCULADA EM " RESCISAO-DATA-CALCULO "."
           END-READ.

       CALCULA-RESCISAO.
           MOVE SPACE TO RESCISAO-REGISTRO.
           MOVE FUNCIONARIO-CODIGO TO RESCISAO-FUNC-CODIGO.
           MOVE FUNCIONARIO-DATA-SAIDA TO RESCISAO-DATA-SAIDA.
           MOVE COMPETENCIA TO RESCISAO-COMPETENCIA.
           MOVE FUNCIONARIO-NOME TO RESCISAO-FUNC-NOME.
           MOVE FUNCIONARIO-DEPARTAMENTO TO RESCISAO-DEPARTAMENTO.
           MOVE FUNCIONARIO-SALARIO TO RESCISAO-SALARIO.
           MOVE FUNCIONARIO-DATA-SAIDA TO SAIDA-WS.
           COMPUTE MES-SAIDA-ABSOLUTO = SAIDA-ANO * 12 + SAIDA-MES.
           COMPUTE VALOR-DIA = FUNCIONARIO-SALARIO / 30.
           PERFORM DEFINE-TIPO-CALCULO.
           PERFORM DEFINE-ADMISSAO.

           PERFORM CALCULA-SALDO-SALARIO.
           PERFORM CALCULA-FERIAS.
           PERFORM CALCULA-DECIMO.
           PERFORM CALCULA-AVISO-PREVIO.
           COMPUTE RESCISAO-TOTAL-PROVENTOS =
               RESCISAO-SALDO-SALARIO + RESCISAO-FERIAS-VENCIDAS
             + RESCISAO-FERIAS-PROPORC + RESCISAO-TERCO-FERIAS
             + RESCISAO-DECIMO-PROPORC + RESCISAO-AVISO-PREVIO.
           PERFORM CALCULA-DESCONTOS.

           MOVE DATA-HOJE TO RESCISAO-DATA-CALCULO.
           MOVE OPERADOR-ID TO RESCISAO-OPERADOR.
           WRITE RESCISAO-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR A RESCISAO DO FUNCIONARIO "
                           FUNCIONARIO-CODIGO "."
               NOT INVALID KEY
                   PERFORM QUITA-SALDO-FERIAS
                   PERFORM IMPRIME-TERMO
                   ADD 1 TO TOTAL-CALCULADAS
                   ADD RESCISAO-TOTAL-PROVENTOS
                       TO TOTAL-PROVENTOS-GERAL
                   ADD RESCISAO-VALOR-LIQUIDO TO TOTAL-LIQUIDO-GERAL
           END-WRITE.

      *    DEFINE-TIPO-CALCULO: TIPO EM BRANCO (DESLIGAMENTO ANTIGO)
      *    VAI COMO SEM JUSTA CAUSA, MARCADO NO TERMO.
       DEFINE-TIPO-CALCULO.
           MOVE "N" TO TIPO-NAO-INFORMADO.
           IF SAIDA-SEM-JUSTA-CAUSA OR SAIDA-JUSTA-CAUSA
                   OR SAIDA-PEDIDO-DEMISSAO OR SAIDA-ACORDO
               MOVE FUNCIONARIO-TIPO-SAIDA TO TIPO-CALCULO
           ELSE
               MOVE "S" TO TIPO-CALCULO
               MOVE "S" TO TIPO-NAO-INFORMADO
               ADD 1 TO TOTAL-SEM-TIPO
           END-IF.
           MOVE TIPO-CALCULO TO RESCISAO-TIPO-SAIDA.

       DEFINE-ADMISSAO.
           MOVE "N" TO TEM-ADMISSAO.
           MOVE ZERO TO ADMISSAO-WS.
           IF FUNCIONARIO-DATA-ADMISSAO IS NUMERIC
                   AND FUNCIONARIO-DATA-ADMISSAO NOT = 0
                   AND FUNCIONARIO-DATA-ADMISSAO NOT >
                       FUNCIONARIO-DATA-SAIDA
               MOVE FUNCIONARIO-DATA-ADMISSAO TO ADMISSAO-WS
               MOVE "S" TO TEM-ADMISSAO
           END-IF.
           MOVE ADMISSAO-WS TO RESCISAO-DATA-ADMISSAO.

      *    CALCULA-SALDO-SALARIO: DIAS DO MES DA SAIDA (MES
      *    COMERCIAL DE 30); ADMITIDO NO PROPRIO MES CONTA DA
      *    ADMISSAO.
       CALCULA-SALDO-SALARIO.
           MOVE SAIDA-DIA TO RESCISAO-DIAS-SALDO.
           IF TEM-ADMISSAO = "S"
                   AND ADM-ANO = SAIDA-ANO AND ADM-MES = SAIDA-MES
               COMPUTE RESCISAO-DIAS-SALDO = SAIDA-DIA - ADM-DIA + 1
           END-IF.
           IF RESCISAO-DIAS-SALDO > 30
               MOVE 30 TO RESCISAO-DIAS-SALDO
           END-IF.
           IF RESCISAO-DIAS-SALDO = 30
               MOVE FUNCIONARIO-SALARIO TO RESCISAO-SALDO-SALARIO
           ELSE
               COMPUTE RESCISAO-SALDO-SALARIO ROUNDED =
                   VALOR-DIA * RESCISAO-DIAS-SALDO
           END-IF.

      *    CALCULA-FERIAS: SALDO DE DIAS DA FICHA COMO VENCIDAS E OS
      *    AVOS POSTERIORES AO ULTIMO CREDITO DO PROG78 COMO
      *    PROPORCIONAIS (SEM FICHA, DESDE A ADMISSAO). O TERCO VALE
      *    SOBRE AS DUAS.
       CALCULA-FERIAS.
           MOVE "N" TO TEM-FICHA-FERIAS.
           MOVE ZERO TO RESCISAO-DIAS-FERIAS.
           MOVE ZERO TO ULTIMA-CREDITADA.
           MOVE FUNCIONARIO-CODIGO TO FERIAS-FUNC-CODIGO.
           READ ARQUIVO-FERIAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO TEM-FICHA-FERIAS
                   IF FERIAS-SALDO-DIAS IS NUMERIC
                       MOVE FERIAS-SALDO-DIAS TO RESCISAO-DIAS-FERIAS
                   END-IF
                   IF FERIAS-ULTIMA-COMPETENCIA IS NUMERIC
                       MOVE FERIAS-ULTIMA-COMPETENCIA
                           TO ULTIMA-CREDITADA
                   END-IF
           END-READ.
           COMPUTE RESCISAO-FERIAS-VENCIDAS ROUNDED =
               VALOR-DIA * RESCISAO-DIAS-FERIAS.

           EVALUATE TRUE
               WHEN ULTIMA-CREDITADA NOT = 0
                   COMPUTE MES-INICIO-ABSOLUTO =
                       ULT-ANO * 12 + ULT-MES + 1
               WHEN TEM-ADMISSAO = "S"
                   COMPUTE MES-INICIO-ABSOLUTO =
                       ADM-ANO * 12 + ADM-MES
               WHEN OTHER
                   MOVE MES-SAIDA-ABSOLUTO TO MES-INICIO-ABSOLUTO
           END-EVALUATE.
           COMPUTE AVOS-CALCULO =
               MES-SAIDA-ABSOLUTO - MES-INICIO-ABSOLUTO.
           IF MES-INICIO-ABSOLUTO NOT > MES-SAIDA-ABSOLUTO
                   AND RESCISAO-DIAS-SALDO NOT < 15
               ADD 1 TO AVOS-CALCULO
           END-IF.
           IF AVOS-CALCULO < 0 OR TIPO-CALCULO = "J"
               MOVE 0 TO AVOS-CALCULO
           END-IF.
           IF AVOS-CALCULO > 12
               MOVE 12 TO AVOS-CALCULO
           END-IF.
           MOVE AVOS-CALCULO TO RESCISAO-AVOS-FERIAS.
           COMPUTE RESCISAO-FERIAS-PROPORC ROUNDED =
               FUNCIONARIO-SALARIO * RESCISAO-AVOS-FERIAS / 12.
           COMPUTE RESCISAO-TERCO-FERIAS ROUNDED =
               (RESCISAO-FERIAS-VENCIDAS + RESCISAO-FERIAS-PROPORC)
               / 3.

      *    CALCULA-DECIMO: AVOS DO ANO DA SAIDA (DESDE JANEIRO OU O
      *    MES DA ADMISSAO, COMO NO PROG137; MES DA SAIDA COM 15
      *    DIAS OU MAIS). A PARCELA 1 DO LIVRO DO PROG137 E DESCONTADA
      *    MESMO NA JUSTA CAUSA; QUEM ESTA NO LIVRO DA PARCELA 2 JA
      *    RECEBEU O ANO TODO.
       CALCULA-DECIMO.
           MOVE "N" TO DECIMO-QUITADO.
           MOVE ZERO TO RESCISAO-ADIANTAMENTO.
           COMPUTE COMPETENCIA-LIVRO = SAIDA-ANO * 100 + 14.
           PERFORM PROCURA-LIVRO-DECIMO.
           IF ACHOU-NO-LIVRO = "S"
               MOVE "S" TO DECIMO-QUITADO
           ELSE
               COMPUTE COMPETENCIA-LIVRO = SAIDA-ANO * 100 + 13
               PERFORM PROCURA-LIVRO-DECIMO
               IF ACHOU-NO-LIVRO = "S"
                   MOVE VALOR-NO-LIVRO TO RESCISAO-ADIANTAMENTO
               END-IF
           END-IF.

           MOVE 1 TO MES-INICIO-ABSOLUTO.
           IF TEM-ADMISSAO = "S" AND ADM-ANO = SAIDA-ANO
               MOVE ADM-MES TO MES-INICIO-ABSOLUTO
           END-IF.
           COMPUTE AVOS-CALCULO = SAIDA-MES - MES-INICIO-ABSOLUTO.
           IF RESCISAO-DIAS-SALDO NOT < 15
               ADD 1 TO AVOS-CALCULO
           END-IF.
           IF AVOS-CALCULO < 0 OR TIPO-CALCULO = "J"
                   OR DECIMO-QUITADO = "S"
               MOVE 0 TO AVOS-CALCULO
           END-IF.
           MOVE AVOS-CALCULO TO RESCISAO-AVOS-DECIMO.
           COMPUTE RESCISAO-DECIMO-PROPORC ROUNDED =
               FUNCIONARIO-SALARIO * RESCISAO-AVOS-DECIMO / 12.

      *    PROCURA-LIVRO-DECIMO: O FUNCIONARIO NO LIVRO
      *    FOLHA.<COMPETENCIA-LIVRO>.DAT GRAVADO PELO PROG137.
       PROCURA-LIVRO-DECIMO.
           MOVE "N" TO ACHOU-NO-LIVRO.
           MOVE ZERO TO VALOR-NO-LIVRO.
           MOVE SPACE TO FOLHA-PATH.
           STRING "folha." DELIMITED BY SIZE
                  COMPETENCIA-LIVRO DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
               INTO FOLHA-PATH.
           OPEN INPUT ARQUIVO-FOLHA.
           IF FOLHA-FILE-STATUS = "00"
               MOVE "N" TO FINAL-FOLHA
               PERFORM PROCURA-PROXIMA-FOLHA
                   UNTIL FINAL-FOLHA = "S"
               CLOSE ARQUIVO-FOLHA
           ELSE
               IF FOLHA-FILE-STATUS = "05"
                   CLOSE ARQUIVO-FOLHA
               END-IF
           END-IF.

       PROCURA-PROXIMA-FOLHA.
           READ ARQUIVO-FOLHA
               AT END
                   MOVE "S" TO FINAL-FOLHA
           END-READ.
           IF FINAL-FOLHA NOT = "S"
                   AND FOLHA-FUNC-CODIGO = FUNCIONARIO-CODIGO
               MOVE "S" TO ACHOU-NO-LIVRO
               MOVE FOLHA-VALOR-LIQUIDO TO VALOR-NO-LIVRO
               MOVE "S" TO FINAL-FOLHA
           END-IF.

      *    CALCULA-AVISO-PREVIO: 30 DIAS MAIS 3 POR ANO COMPLETO,
      *    ATE 90; INTEIRO NA DISPENSA SEM JUSTA CAUSA, METADE NO
      *    ACORDO, NADA NO PEDIDO DE DEMISSAO E NA JUSTA CAUSA.
       CALCULA-AVISO-PREVIO.
           MOVE 0 TO ANOS-DE-CASA.
           IF TEM-ADMISSAO = "S"
               COMPUTE ANOS-DE-CASA = SAIDA-ANO - ADM-ANO
               IF SAIDA-MES < ADM-MES
                       OR (SAIDA-MES = ADM-MES AND SAIDA-DIA < ADM-DIA)
                   SUBTRACT 1 FROM ANOS-DE-CASA
               END-IF
               IF ANOS-DE-CASA < 0
                   MOVE 0 TO ANOS-DE-CASA
               END-IF
           END-IF.
           COMPUTE RESCISAO-DIAS-AVISO = 30 + ANOS-DE-CASA * 3.
           IF RESCISAO-DIAS-AVISO > 90
               MOVE 90 TO RESCISAO-DIAS-AVISO
           END-IF.
           EVALUATE TIPO-CALCULO
               WHEN "S"
                   CONTINUE
               WHEN "A"
                   COMPUTE RESCISAO-DIAS-AVISO =
                       RESCISAO-DIAS-AVISO / 2
               WHEN OTHER
                   MOVE 0 TO RESCISAO-DIAS-AVISO
           END-EVALUATE.
           COMPUTE RESCISAO-AVISO-PREVIO ROUNDED =
               VALOR-DIA * RESCISAO-DIAS-AVISO.

      *    CALCULA-DESCONTOS: PREVIDENCIA E IMPOSTO SOBRE O SALDO DE
      *    SALARIO E, EM SEPARADO, SOBRE O DECIMO; A PARCELA 1 JA
      *    PAGA ENTRA COMO DESCONTO. LIQUIDO NEGATIVO FICA ZERO E O
      *    TERMO AVISA.
       CALCULA-DESCONTOS.
           MOVE RESCISAO-SALDO-SALARIO TO VALOR-BRUTO.
           PERFORM CALCULA-PREVIDENCIA.
           PERFORM CALCULA-IMPOSTO.
           MOVE VALOR-PREVIDENCIA TO RESCISAO-PREVIDENCIA.
           MOVE VALOR-IMPOSTO TO RESCISAO-IMPOSTO.
           IF RESCISAO-DECIMO-PROPORC NOT = ZERO
               MOVE RESCISAO-DECIMO-PROPORC TO VALOR-BRUTO
               PERFORM CALCULA-PREVIDENCIA
               PERFORM CALCULA-IMPOSTO
               ADD VALOR-PREVIDENCIA TO RESCISAO-PREVIDENCIA
               ADD VALOR-IMPOSTO TO RESCISAO-IMPOSTO
           END-IF.
           COMPUTE RESCISAO-TOTAL-DESCONTOS =
               RESCISAO-PREVIDENCIA + RESCISAO-IMPOSTO
             + RESCISAO-ADIANTAMENTO.
           COMPUTE VALOR-LIQUIDO =
               RESCISAO-TOTAL-PROVENTOS - RESCISAO-TOTAL-DESCONTOS.
           IF VALOR-LIQUIDO < 0
               MOVE ZERO TO RESCISAO-VALOR-LIQUIDO
           ELSE
               MOVE VALOR-LIQUIDO TO RESCISAO-VALOR-LIQUIDO
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

      *    QUITA-SALDO-FERIAS: O SALDO FOI PAGO NO TERMO; A FICHA
      *    FICA ZERADA E MARCADA NA COMPETENCIA DA SAIDA.
       QUITA-SALDO-FERIAS.
           IF TEM-FICHA-FERIAS = "S"
               MOVE ZERO TO FERIAS-SALDO-DIAS
               MOVE COMPETENCIA TO FERIAS-ULTIMA-COMPETENCIA
               REWRITE FERIAS-REGISTRO
                   INVALID KEY
                       DISPLAY "ERRO AO ZERAR O SALDO DE FERIAS DO "
                               "FUNCIONARIO " FUNCIONARIO-CODIGO "."
               END-REWRITE
           END-IF.

       IMPRIME-TERMO.
           DISPLAY " ".
           DISPLAY "==============================================".
           DISPLAY RAZAO-SOCIAL-EMPRESA.
           DISPLAY "TERMO DE RESCISAO - COMPETENCIA " COMPETENCIA.
           DISPLAY "FUNCIONARIO: " FUNCIONARIO-CODIGO " - "
                   FUNCIONARIO-NOME "  DEPTO " FUNCIONARIO-DEPARTAMENTO.
           DISPLAY "ADMISSAO: " RESCISAO-DATA-ADMISSAO
                   "  SAIDA: " RESCISAO-DATA-SAIDA.
           EVALUATE TIPO-CALCULO
               WHEN "S"
                   DISPLAY "TIPO: DISPENSA SEM JUSTA CAUSA"
               WHEN "J"
                   DISPLAY "TIPO: DISPENSA POR JUSTA CAUSA"
               WHEN "P"
                   DISPLAY "TIPO: PEDIDO DE DEMISSAO"
               WHEN "A"
                   DISPLAY "TIPO: ACORDO ENTRE AS PARTES"
           END-EVALUATE.
           IF TIPO-NAO-INFORMADO = "S"
               DISPLAY "*** TIPO NAO INFORMADO NO DESLIGAMENTO - "
                       "CALCULADO COMO SEM JUSTA CAUSA. CONFERIR. ***"
           END-IF.
           MOVE FUNCIONARIO-SALARIO TO VALOR-EDITADO.
           DISPLAY "SALARIO BASE..............: " VALOR-EDITADO.
           DISPLAY "----------------------------------------------".
           MOVE RESCISAO-SALDO-SALARIO TO VALOR-EDITADO.
           DISPLAY "SALDO DE SALARIO (" RESCISAO-DIAS-SALDO
                   " DIAS)..: " VALOR-EDITADO.
           MOVE RESCISAO-DIAS-FERIAS TO DIAS-EDITADO.
           MOVE RESCISAO-FERIAS-VENCIDAS TO VALOR-EDITADO.
           DISPLAY "FERIAS VENCIDAS (" DIAS-EDITADO " DIAS): "
                   VALOR-EDITADO.
           MOVE RESCISAO-FERIAS-PROPORC TO VALOR-EDITADO.
           DISPLAY "FERIAS PROPORC. (" RESCISAO-AVOS-FERIAS
                   "/12)...: " VALOR-EDITADO.
           MOVE RESCISAO-TERCO-FERIAS TO VALOR-EDITADO.
           DISPLAY "1/3 CONSTITUCIONAL........: " VALOR-EDITADO.
           MOVE RESCISAO-DECIMO-PROPORC TO VALOR-EDITADO.
           DISPLAY "13. PROPORCIONAL (" RESCISAO-AVOS-DECIMO
                   "/12)..: " VALOR-EDITADO.
           IF DECIMO-QUITADO = "S"
               DISPLAY "  (13. DO ANO JA PAGO NA PARCELA 2)"
           END-IF.
           MOVE RESCISAO-AVISO-PREVIO TO VALOR-EDITADO.
           DISPLAY "AVISO PREVIO (" RESCISAO-DIAS-AVISO
                   " DIAS)....: " VALOR-EDITADO.
           MOVE RESCISAO-TOTAL-PROVENTOS TO VALOR-EDITADO.
           DISPLAY "TOTAL DE PROVENTOS........: " VALOR-EDITADO.
           DISPLAY "----------------------------------------------".
           MOVE RESCISAO-PREVIDENCIA TO VALOR-EDITADO.
           DISPLAY "PREVIDENCIA...............: " VALOR-EDITADO.
           MOVE RESCISAO-IMPOSTO TO VALOR-EDITADO.
           DISPLAY "IMPOSTO...................: " VALOR-EDITADO.
           MOVE RESCISAO-ADIANTAMENTO TO VALOR-EDITADO.
           DISPLAY "13. ADIANTADO (PARCELA 1).: " VALOR-EDITADO.
           MOVE RESCISAO-TOTAL-DESCONTOS TO VALOR-EDITADO.
           DISPLAY "TOTAL DE DESCONTOS........: " VALOR-EDITADO.
           DISPLAY "----------------------------------------------".
           MOVE RESCISAO-VALOR-LIQUIDO TO VALOR-EDITADO.
           DISPLAY "LIQUIDO A PAGAR...........: " VALOR-EDITADO.
           IF VALOR-LIQUIDO < 0
               DISPLAY "*** DESCONTOS MAIORES QUE OS PROVENTOS - "
                       "SALDO DEVEDOR A ACERTAR A PARTE. ***"
           END-IF.
           DISPLAY "==============================================".

       IMPRIME-TOTAIS.
           DISPLAY " ".
           DISPLAY "RESCISOES - COMPETENCIA " COMPETENCIA.
           DISPLAY "TERMOS CALCULADOS.....: " TOTAL-CALCULADAS.
           DISPLAY "JA CALCULADOS ANTES...: " TOTAL-JA-CALCULADAS.
           DISPLAY "SEM TIPO DE SAIDA.....: " TOTAL-SEM-TIPO.
           MOVE TOTAL-PROVENTOS-GERAL TO VALOR-EDITADO.
           DISPLAY "TOTAL DE PROVENTOS....: " VALOR-EDITADO.
           MOVE TOTAL-LIQUIDO-GERAL TO VALOR-EDITADO.
           DISPLAY "TOTAL LIQUIDO.........: " VALOR-EDITADO.
           DISPLAY "LIVRO DAS RESCISOES...: " RESCISAO-PATH.
