      *    FOLHA.AAAAMM.DAT (NOME DATADO COMO OS BACKUPS DO PROG42),
      *    O QUE PERMITE REPROCESSAR UM MES SEM SUJAR OS OUTROS.
      *    COMPETENCIA: VARIAVEL PROG74-COMPETENCIA (AAAAMM), PADRAO
      *    O MES CORRENTE. DEPOIS DOS DESCONTOS DE LEI ENTRAM OS
      *    BENEFICIOS EM VIGOR DE BENEFICIOS.DAT (PROG169) - A PARTE
      *    DO FUNCIONARIO DESCONTA NO CONTRACHEQUE E NO LIVRO, NUNCA
      *    ALEM DO QUE SOBRA DE LIQUIDO - E CADA UM VAI PARA O LIVRO
      *    DE BENEFICIOS BENEF.AAAAMM.DAT COM A PARTE DA EMPRESA.
      *    A DIFERENCA RETROATIVA DE REAJUSTE COLETIVO APROVADO NO
      *    PROG76 (RETROATIVOS.DAT) ENTRA NO BRUTO EM LINHA PROPRIA
      *    E FICA MARCADA COMO PAGA NA COMPETENCIA. CADA LINHA DO
      *    LIVRO LEVA A EMPRESA DO FUNCIONARIO (FUNCIONARIO SEM
      *    EMPRESA E DA PRINCIPAL, VARIAVEL EMPRESA, PADRAO 17).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           COPY "FXSEL.cob".
           COPY "DPDSEL.cob".
           COPY "APTSEL.cob".
           COPY "BENSEL.cob".
           COPY "LBNSEL.cob".
           COPY "RTRSEL.cob".
           SELECT ARQUIVO-FOLHA
               ASSIGN TO FOLHA-PATH
               ORGANIZATION IS SEQUENTIAL
           COPY "FXREG.cob".
           COPY "DPDREG.cob".
           COPY "APTREG.cob".
           COPY "BENREG.cob".
           COPY "LBNREG.cob".
           COPY "RTRREG.cob".

       FD  ARQUIVO-FOLHA.
       01  FOLHA-REGISTRO.
           05 FOLHA-DESCONTOS     PIC 9(07)V9(02).
           05 FOLHA-VALOR-LIQUIDO PIC 9(07)V9(02).
           05 FOLHA-DATA-CALCULO  PIC 9(08).
           05 FOLHA-EMPRESA       PIC 9(02).

       WORKING-STORAGE SECTION.

       01  FUNCIONARIO-PATH        PIC X(100).
       01  FOLHA-FILE-STATUS       PIC XX.
       01  FOLHA-PATH              PIC X(100).
       01  EMPRESA-CODIGO-USO      PIC 9(02) VALUE 17.
       01  EMPRESA-CODIGO-ENV      PIC X(02).
       01  FINAL-ARQUIVO           PIC X.
       01  DATA-HOJE               PIC 9(08).

       01  VALOR-EXTRAS            PIC 9(07)V9(02).
       01  VALOR-FALTAS            PIC 9(07)V9(02).

      *    BENEFICIOS EM VIGOR NA COMPETENCIA (BENEFICIOS.DAT,
      *    PROG169): A PARTE DO FUNCIONARIO DESCONTA DEPOIS DA
      *    PREVIDENCIA E DO IMPOSTO; NO VALE-TRANSPORTE ELA PARA EM
      *    6% DO SALARIO CADASTRADO E O RESTO FICA COM A EMPRESA.
       01  BENEFICIO-FILE-STATUS   PIC XX.
       01  BENEFICIO-PATH          PIC X(100).
       01  LIVRO-BENEF-FILE-STATUS PIC XX.
       01  LIVRO-BENEF-PATH        PIC X(100).
       01  TEM-BENEFICIOS          PIC X VALUE "N".
       01  FINAL-BENEFICIOS        PIC X.
       01  TETO-VT-PERCENTUAL      PIC 9(02)V9(02) VALUE 6.
       01  TETO-VT                 PIC 9(07)V9(02).
       01  BENEF-FUNC-CALC         PIC 9(07)V9(02).
       01  BENEF-EMPRESA-CALC      PIC 9(07)V9(02).
       01  SALDO-PARA-BENEFICIOS   PIC S9(07)V9(02).
       01  VALOR-BENEFICIOS        PIC 9(07)V9(02).
       01  BENEFICIO-DESCRICAO     PIC X(20).
       01  QTDE-BENEF-FUNC         PIC 9(02) VALUE 0.
       01  TABELA-BENEF-FUNC.
           05 BENEF-FUNC-ENTRADA OCCURS 20 TIMES.
              10 BENEF-FUNC-TIPO     PIC X(02).
              10 BENEF-FUNC-VALOR    PIC 9(07)V9(02).
       01  BENEF-SUB               PIC 9(02).
       01  TOTAL-BENEF-FUNC-GERAL  PIC 9(11)V9(02) VALUE 0.
       01  TOTAL-BENEF-EMPR-GERAL  PIC 9(11)V9(02) VALUE 0.

      *    DIFERENCAS RETROATIVAS DE REAJUSTE COLETIVO (PROG76) A
      *    PAGAR - OU JA PAGAS NESTA MESMA COMPETENCIA, PARA O
      *    REPROCESSAMENTO DO MES PAGAR IGUAL.
       01  RETROATIVO-FILE-STATUS  PIC XX.
       01  RETROATIVO-PATH         PIC X(100).
       01  TEM-RETROATIVOS         PIC X VALUE "N".
       01  FINAL-RETROATIVOS       PIC X.
       01  VALOR-RETROATIVO        PIC 9(07)V9(02).
       01  MESES-RETROATIVO        PIC 9(03).
       01  TOTAL-RETROATIVO-GERAL  PIC 9(11)V9(02) VALUE 0.

       01  TOTAL-ATIVOS-PAGOS      PIC 9(05) VALUE 0.
       01  TOTAL-INATIVOS-PULADOS  PIC 9(05) VALUE 0.
       01  TOTAL-BRUTO-GERAL       PIC 9(11)V9(02) VALUE 0.
               MOVE 1 TO RETURN-CODE
           ELSE
               OPEN OUTPUT ARQUIVO-FOLHA
               OPEN OUTPUT ARQUIVO-LIVRO-BENEF
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM PROCESSA-PROXIMO-FUNCIONARIO
                   UNTIL FINAL-ARQUIVO = "S"
               CLOSE ARQUIVO-FOLHA
               CLOSE ARQUIVO-LIVRO-BENEF
               CLOSE ARQUIVO-FUNCIONARIO
               PERFORM IMPRIME-REGISTRO-FOLHA
           END-IF.
           IF TEM-APONTAMENTO = "S"
               CLOSE ARQUIVO-APONTAMENTO
           END-IF.
           IF TEM-BENEFICIOS = "S"
               CLOSE ARQUIVO-BENEFICIO
           END-IF.
           IF TEM-RETROATIVOS = "S"
               CLOSE ARQUIVO-RETROATIVO
           END-IF.

       PROGRAM-DONE.
           GOBACK.
                  ".dat" DELIMITED BY SIZE
               INTO FOLHA-PATH.

           MOVE SPACE TO EMPRESA-CODIGO-ENV.
           ACCEPT EMPRESA-CODIGO-ENV FROM ENVIRONMENT "EMPRESA".
           IF EMPRESA-CODIGO-ENV IS NUMERIC
               MOVE EMPRESA-CODIGO-ENV TO EMPRESA-CODIGO-USO
           END-IF.

           MOVE "tabfolha.dat" TO FAIXA-PATH.
           ACCEPT FAIXA-PATH FROM ENVIRONMENT "TABFOLHA_DAT".
           IF FAIXA-PATH = SPACE
               MOVE "apontamento.dat" TO APONTAMENTO-PATH
           END-IF.

           MOVE "beneficios.dat" TO BENEFICIO-PATH.
           ACCEPT BENEFICIO-PATH FROM ENVIRONMENT "BENEFICIO_DAT".
           IF BENEFICIO-PATH = SPACE
               MOVE "beneficios.dat" TO BENEFICIO-PATH
           END-IF.

           MOVE SPACE TO LIVRO-BENEF-PATH.
           STRING "benef." DELIMITED BY SIZE
                  COMPETENCIA DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
               INTO LIVRO-BENEF-PATH.

           MOVE "retroativos.dat" TO RETROATIVO-PATH.
           ACCEPT RETROATIVO-PATH FROM ENVIRONMENT "RETROATIVO_DAT".
           IF RETROATIVO-PATH = SPACE
               MOVE "retroativos.dat" TO RETROATIVO-PATH
           END-IF.

       ABRE-DEPENDENTES.
           COMPUTE ANO-COMPETENCIA = COMPETENCIA / 100.
           COMPUTE MES-COMPETENCIA =
                   OR APONTAMENTO-FILE-STATUS = "05"
               MOVE "S" TO TEM-APONTAMENTO
           END-IF.
           OPEN INPUT ARQUIVO-BENEFICIO.
           IF BENEFICIO-FILE-STATUS = "00"
                   OR BENEFICIO-FILE-STATUS = "05"
               MOVE "S" TO TEM-BENEFICIOS
           END-IF.
           OPEN I-O ARQUIVO-RETROATIVO.
           IF RETROATIVO-FILE-STATUS = "00"
               MOVE "S" TO TEM-RETROATIVOS
           ELSE
               IF RETROATIVO-FILE-STATUS = "05"
                   CLOSE ARQUIVO-RETROATIVO
               END-IF
           END-IF.

      *    CARREGA-FAIXAS-VIGENTES: DUAS PASSADAS SOBRE
      *    TABFOLHA.DAT - A PRIMEIRA ACHA, POR TIPO, A MAIOR
       CALCULA-FUNCIONARIO.
           MOVE FUNCIONARIO-SALARIO TO VALOR-BRUTO.
           PERFORM APLICA-APONTAMENTO.
           PERFORM APLICA-RETROATIVO.
           PERFORM CONTA-DEPENDENTES.
           PERFORM CALCULA-PREVIDENCIA.
           PERFORM CALCULA-IMPOSTO.
           PERFORM APLICA-BENEFICIOS.
           COMPUTE TOTAL-DESCONTOS =
               VALOR-PREVIDENCIA + VALOR-IMPOSTO + VALOR-BENEFICIOS.
           COMPUTE VALOR-LIQUIDO = VALOR-BRUTO - TOTAL-DESCONTOS.

           ADD 1 TO TOTAL-ATIVOS-PAGOS.
               END-READ
           END-IF.

      *    APLICA-RETROATIVO: SOMA NO BRUTO AS DIFERENCAS DO
      *    FUNCIONARIO AINDA A PAGAR (OU PAGAS NESTA COMPETENCIA) E
      *    MARCA CADA UMA COMO PAGA AQUI.
       APLICA-RETROATIVO.
           MOVE ZERO TO VALOR-RETROATIVO.
           MOVE 0 TO MESES-RETROATIVO.
           IF TEM-RETROATIVOS = "S"
               MOVE FUNCIONARIO-CODIGO TO RETROATIVO-FUNC-CODIGO
               MOVE 0 TO RETROATIVO-LOTE
               START ARQUIVO-RETROATIVO
                   KEY IS NOT LESS THAN RETROATIVO-CHAVE
                   INVALID KEY
                       CONTINUE
               END-START
               IF RETROATIVO-FILE-STATUS = "00"
                   MOVE "N" TO FINAL-RETROATIVOS
                   PERFORM APLICA-UM-RETROATIVO
                       UNTIL FINAL-RETROATIVOS = "S"
               END-IF
           END-IF.
           ADD VALOR-RETROATIVO TO VALOR-BRUTO.
           ADD VALOR-RETROATIVO TO TOTAL-RETROATIVO-GERAL.

       APLICA-UM-RETROATIVO.
           READ ARQUIVO-RETROATIVO NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-RETROATIVOS
           END-READ.
           IF FINAL-RETROATIVOS NOT = "S"
               IF RETROATIVO-FUNC-CODIGO NOT = FUNCIONARIO-CODIGO
                   MOVE "S" TO FINAL-RETROATIVOS
               ELSE
                   IF RETROATIVO-A-PAGAR
                           OR RETROATIVO-COMPET-PAGO = COMPETENCIA
                       ADD RETROATIVO-VALOR TO VALOR-RETROATIVO
                       ADD RETROATIVO-MESES TO MESES-RETROATIVO
                       MOVE "P" TO RETROATIVO-SITUACAO
                       MOVE COMPETENCIA TO RETROATIVO-COMPET-PAGO
                       REWRITE RETROATIVO-REGISTRO
                           INVALID KEY
                               DISPLAY "ERRO AO MARCAR O RETROATIVO "
                                       "DO FUNCIONARIO "
                                       FUNCIONARIO-CODIGO
                       END-REWRITE
                   END-IF
               END-IF
           END-IF.

      *    CONTA-DEPENDENTES: DEPENDENTES DO FUNCIONARIO QUE AINDA
      *    DEDUZEM - CONJUGE E "OUTRO" SEMPRE; FILHO(A) SO ATE
      *    COMPLETAR 21 ANOS NA COMPETENCIA (IDADE PELA DIFERENCA
           END-IF.
           ADD 1 TO FX-SUB.

      *    APLICA-BENEFICIOS: PERCORRE OS BENEFICIOS DO FUNCIONARIO
      *    E APLICA OS QUE ESTAO EM VIGOR NA COMPETENCIA. CADA PARTE
      *    DO FUNCIONARIO SO DESCONTA ATE O LIQUIDO QUE AINDA SOBRA
      *    DEPOIS DA PREVIDENCIA, DO IMPOSTO E DOS BENEFICIOS
      *    ANTERIORES - O LIQUIDO NUNCA FICA NEGATIVO.
       APLICA-BENEFICIOS.
           MOVE ZERO TO VALOR-BENEFICIOS.
           MOVE 0 TO QTDE-BENEF-FUNC.
           COMPUTE SALDO-PARA-BENEFICIOS =
               VALOR-BRUTO - VALOR-PREVIDENCIA - VALOR-IMPOSTO.
           IF SALDO-PARA-BENEFICIOS < 0
               MOVE ZERO TO SALDO-PARA-BENEFICIOS
           END-IF.
           IF TEM-BENEFICIOS = "S"
               MOVE FUNCIONARIO-CODIGO TO BENEFICIO-FUNC-CODIGO
               MOVE 0 TO BENEFICIO-SEQ
               START ARQUIVO-BENEFICIO
                   KEY IS NOT LESS THAN BENEFICIO-CHAVE
                   INVALID KEY
                       CONTINUE
               END-START
               IF BENEFICIO-FILE-STATUS = "00"
                   MOVE "N" TO FINAL-BENEFICIOS
                   PERFORM APLICA-UM-BENEFICIO
                       UNTIL FINAL-BENEFICIOS = "S"
               END-IF
           END-IF.

       APLICA-UM-BENEFICIO.
           READ ARQUIVO-BENEFICIO NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-BENEFICIOS
           END-READ.
           IF FINAL-BENEFICIOS NOT = "S"
               IF BENEFICIO-FUNC-CODIGO NOT = FUNCIONARIO-CODIGO
                   MOVE "S" TO FINAL-BENEFICIOS
               ELSE
                   IF BENEFICIO-DATA-INICIO / 100 <= COMPETENCIA
                       AND (BENEFICIO-DATA-FIM = 0
                         OR BENEFICIO-DATA-FIM / 100 >= COMPETENCIA)
                       PERFORM CALCULA-PARTES-BENEFICIO
                       PERFORM GRAVA-LIVRO-BENEFICIO
                   END-IF
               END-IF
           END-IF.

      *    CALCULA-PARTES-BENEFICIO: PARTE DO FUNCIONARIO COM O TETO
      *    DO VALE-TRANSPORTE (O EXCEDENTE VAI PARA A EMPRESA) E
      *    LIMITADA AO LIQUIDO QUE SOBRA.
       CALCULA-PARTES-BENEFICIO.
           MOVE BENEFICIO-VALOR-FUNC TO BENEF-FUNC-CALC.
           MOVE BENEFICIO-VALOR-EMPRESA TO BENEF-EMPRESA-CALC.
           IF BENEFICIO-VT
               COMPUTE TETO-VT ROUNDED =
                   FUNCIONARIO-SALARIO * TETO-VT-PERCENTUAL / 100
               IF BENEF-FUNC-CALC > TETO-VT
                   COMPUTE BENEF-EMPRESA-CALC =
                       BENEF-EMPRESA-CALC + BENEF-FUNC-CALC - TETO-VT
                   MOVE TETO-VT TO BENEF-FUNC-CALC
               END-IF
           END-IF.
           IF BENEF-FUNC-CALC > SALDO-PARA-BENEFICIOS
               MOVE SALDO-PARA-BENEFICIOS TO BENEF-FUNC-CALC
           END-IF.
           SUBTRACT BENEF-FUNC-CALC FROM SALDO-PARA-BENEFICIOS.
           ADD BENEF-FUNC-CALC TO VALOR-BENEFICIOS.
           ADD BENEF-FUNC-CALC TO TOTAL-BENEF-FUNC-GERAL.
           ADD BENEF-EMPRESA-CALC TO TOTAL-BENEF-EMPR-GERAL.
           IF QTDE-BENEF-FUNC < 20
               ADD 1 TO QTDE-BENEF-FUNC
               MOVE BENEFICIO-TIPO
                   TO BENEF-FUNC-TIPO (QTDE-BENEF-FUNC)
               MOVE BENEF-FUNC-CALC
                   TO BENEF-FUNC-VALOR (QTDE-BENEF-FUNC)
           END-IF.

       GRAVA-LIVRO-BENEFICIO.
           MOVE COMPETENCIA             TO LIVRO-BENEF-COMPETENCIA.
           MOVE FUNCIONARIO-CODIGO      TO LIVRO-BENEF-FUNC-CODIGO.
           MOVE FUNCIONARIO-NOME        TO LIVRO-BENEF-FUNC-NOME.
           MOVE FUNCIONARIO-DEPARTAMENTO
               TO LIVRO-BENEF-DEPARTAMENTO.
           MOVE BENEFICIO-TIPO          TO LIVRO-BENEF-TIPO.
           MOVE BENEF-FUNC-CALC         TO LIVRO-BENEF-VALOR-FUNC.
           MOVE BENEF-EMPRESA-CALC      TO LIVRO-BENEF-VALOR-EMPRESA.
           MOVE DATA-HOJE               TO LIVRO-BENEF-DATA-CALCULO.
           WRITE LIVRO-BENEF-REGISTRO.

       GRAVA-LIVRO-FOLHA.
           MOVE COMPETENCIA             TO FOLHA-COMPETENCIA.
           MOVE FUNCIONARIO-CODIGO      TO FOLHA-FUNC-CODIGO.
           MOVE TOTAL-DESCONTOS         TO FOLHA-DESCONTOS.
           MOVE VALOR-LIQUIDO           TO FOLHA-VALOR-LIQUIDO.
           MOVE DATA-HOJE               TO FOLHA-DATA-CALCULO.
           IF FUNCIONARIO-EMPRESA IS NUMERIC
                   AND FUNCIONARIO-EMPRESA NOT = 0
               MOVE FUNCIONARIO-EMPRESA TO FOLHA-EMPRESA
           ELSE
               MOVE EMPRESA-CODIGO-USO  TO FOLHA-EMPRESA
           END-IF.
           WRITE FOLHA-REGISTRO.

       IMPRIME-CONTRACHEQUE.
                       APONTAMENTO-FALTAS-INJ " DIA(S)): -"
                       VALOR-EDITADO
           END-IF.
           IF VALOR-RETROATIVO NOT = ZERO
               MOVE VALOR-RETROATIVO TO VALOR-EDITADO
               DISPLAY "DIFERENCA RETROATIVA ("
                       MESES-RETROATIVO " MES(ES)): " VALOR-EDITADO
           END-IF.
           MOVE VALOR-BRUTO TO VALOR-EDITADO.
           DISPLAY "SALARIO BRUTO........: " VALOR-EDITADO.
           MOVE VALOR-PREVIDENCIA TO VALOR-EDITADO.
           DISPLAY "DESCONTO PREVIDENCIA.: " VALOR-EDITADO.
           MOVE VALOR-IMPOSTO TO VALOR-EDITADO.
           DISPLAY "DESCONTO IMPOSTO.....: " VALOR-EDITADO.
           MOVE 1 TO BENEF-SUB.
           PERFORM IMPRIME-BENEFICIO-CONTRACHEQUE
               UNTIL BENEF-SUB > QTDE-BENEF-FUNC.
           MOVE VALOR-LIQUIDO TO VALOR-EDITADO.
           DISPLAY "VALOR LIQUIDO........: " VALOR-EDITADO.
           DISPLAY "==============================================".

       IMPRIME-BENEFICIO-CONTRACHEQUE.
           EVALUATE BENEF-FUNC-TIPO (BENEF-SUB)
               WHEN "VT"
                   MOVE "VALE-TRANSPORTE" TO BENEFICIO-DESCRICAO
               WHEN "PS"
                   MOVE "PLANO DE SAUDE" TO BENEFICIO-DESCRICAO
               WHEN "VR"
                   MOVE "VALE-REFEICAO" TO BENEFICIO-DESCRICAO
               WHEN "SI"
                   MOVE "CONTRIB. SINDICAL" TO BENEFICIO-DESCRICAO
               WHEN OTHER
                   MOVE "OUTRO BENEFICIO" TO BENEFICIO-DESCRICAO
           END-EVALUATE.
           MOVE BENEF-FUNC-VALOR (BENEF-SUB) TO VALOR-EDITADO.
           DISPLAY "DESC. " BENEFICIO-DESCRICAO ": " VALOR-EDITADO.
           ADD 1 TO BENEF-SUB.

       GUARDA-PARA-REGISTRO.
           IF QTDE-PAGOS < 500
               ADD 1 TO QTDE-PAGOS
           MOVE TOTAL-LIQUIDO-GERAL TO VALOR-EDITADO.
           DISPLAY "TOTAL LIQUIDO GERAL....: " VALOR-EDITADO.
           DISPLAY "LIVRO DA COMPETENCIA...: " FOLHA-PATH.
           MOVE TOTAL-BENEF-FUNC-GERAL TO VALOR-EDITADO.
           DISPLAY "BENEFICIOS DESCONTADOS.: " VALOR-EDITADO.
           MOVE TOTAL-BENEF-EMPR-GERAL TO VALOR-EDITADO.
           DISPLAY "BENEFICIOS DA EMPRESA..: " VALOR-EDITADO.
           DISPLAY "LIVRO DE BENEFICIOS....: " LIVRO-BENEF-PATH.
           IF TOTAL-RETROATIVO-GERAL NOT = ZERO
               MOVE TOTAL-RETROATIVO-GERAL TO VALOR-EDITADO
               DISPLAY "RETROATIVOS PAGOS......: " VALOR-EDITADO
           END-IF.

       IMPRIME-DEPTO-FOLHA.
           DISPLAY "DEPARTAMENTO " DEPTO-FOLHA-NOME (DEPTO-FOLHA-IDX)
