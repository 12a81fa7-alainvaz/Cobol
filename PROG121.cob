      *    FUNCIONARIOS, E O TOTAL GERAL PARA A CONFERENCIA.
      *    COMPETENCIA: PROG121-COMPETENCIA (AAAAMM), PADRAO O MES
      *    CORRENTE. PERCENTUAL: PROG121-TAXA (PADRAO 3).
      *    ACELERADOR POR META: COM PROG121-LIMIAR (PERCENTUAL DE
      *    ATINGIMENTO, 3 DIGITOS; ZERO OU AUSENTE DESLIGA), O
      *    VENDEDOR QUE FATUROU NO MES (EMISSAO, FORA BAIXA PARA
      *    PERDA) AO MENOS O LIMIAR DA SUA META DE METAS.DAT (PROG172;
      *    META TOTAL DO MES, OU A SOMA DAS FAMILIAS) RECEBE A TAXA
      *    PROG121-TAXA-META (PADRAO A TAXA NORMAL) SOBRE TODA A BASE.
      *    O ATINGIMENTO E O MESMO DO RELATORIO DO PROG173.
      *    OS DEMONSTRATIVOS E O RESUMO SAEM PELO SPOOL (PROG95),
      *    PARA A SEPARACAO POR VENDEDOR DO PROG205 MANDAR A CADA UM
      *    SO O SEU (QUEBRA EM "VENDEDOR: ", COLUNA 1, VALOR NA
      *    COLUNA 11 COM 5 POSICOES, 4 LINHAS ANTES DA MARCA; O
      *    RESUMO ABRE EM "RESUMO DA COMISSAO").

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FATSEL.cob".
           COPY "MTVSEL.cob".
           COPY "CSELEC.cob".
           COPY "EMPSEL.cob".

           COPY "SPOSEL.cob".
           COPY "SPLSEL.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FATREG.cob".
           COPY "MTVREG.cob".
           COPY "CARQF.cob".
           COPY "EMPREG.cob".

           COPY "SPOREG.cob".
           COPY "SPLREG.cob".

       WORKING-STORAGE SECTION.

       01  FATURA-FILE-STATUS      PIC XX.

       01  TAXA-COMISSAO           PIC 9(02)V9(02) VALUE 3.
       01  TAXA-ENV                PIC X(05).
       01  TAXA-META               PIC 9(02)V9(02).
       01  TAXA-META-ENV           PIC X(05).
       01  TAXA-APLICADA           PIC 9(02)V9(02).
       01  LIMIAR-ATINGIMENTO      PIC 9(03) VALUE 0.
       01  LIMIAR-ENV              PIC X(03).

       01  META-FILE-STATUS        PIC XX.
       01  META-PATH               PIC X(100).
       01  TEM-METAS               PIC X VALUE "N".
       01  FINAL-METAS             PIC X.
       01  META-DO-VENDEDOR        PIC 9(11)V9(02).
       01  FATURADO-DO-VENDEDOR    PIC 9(11)V9(02).
       01  ATINGIMENTO-META        PIC 9(04)V9(01).
       01  ATINGIMENTO-EDITADO     PIC Z,ZZ9.9.
       01  COMPETENCIA-EMISSAO     PIC 9(06).

      *    FATURADO DO MES POR VENDEDOR (EMISSAO), SO PARA O
      *    ATINGIMENTO DA META.
       01  QTDE-FATURADO-MES       PIC 9(03) VALUE 0.
       01  TABELA-FATURADO-MES.
           05 FATMES-ENTRADA OCCURS 100 TIMES
                   INDEXED BY FATMES-IDX.
              10 FATMES-VENDEDOR   PIC 9(05).
              10 FATMES-VALOR      PIC 9(11)V9(02).

       01  QTDE-VENDEDORES         PIC 9(03) VALUE 0.
       01  TABELA-VENDEDORES.

       01  VALOR-EDITADO           PIC $$,$$$,$$$,$$9.99.

           COPY "SPLWRK.cob".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE 0 TO RETURN-CODE.
           PERFORM INICIALIZA-COMPETENCIA.
           PERFORM INICIALIZA-CAMINHOS.
           PERFORM BUSCA-DADOS-EMPRESA.
           MOVE "PROG121" TO SPOOL-RELATORIO-WS.
           PERFORM ABRE-SPOOL.

           OPEN INPUT ARQUIVO-FATURA.
           IF FATURA-FILE-STATUS = "35"
               STRING "FATURAS.DAT NAO ENCONTRADO. NADA A "
                          DELIMITED BY SIZE
                      "COMISSIONAR." DELIMITED BY SIZE
                   INTO LINHA-SPOOL
               PERFORM EMITE-LINHA-SPOOL
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE "N" TO FINAL-ARQUIVO
           END-IF.

       PROGRAM-DONE.
           PERFORM ENCERRA-SPOOL.
           GOBACK.

       INICIALIZA-COMPETENCIA.
               MOVE TAXA-ENV TO TAXA-COMISSAO
           END-IF.

           MOVE TAXA-COMISSAO TO TAXA-META.
           MOVE SPACE TO TAXA-META-ENV.
           ACCEPT TAXA-META-ENV FROM ENVIRONMENT "PROG121-TAXA-META".
           IF TAXA-META-ENV IS NUMERIC
               MOVE TAXA-META-ENV TO TAXA-META
           END-IF.

           MOVE SPACE TO LIMIAR-ENV.
           ACCEPT LIMIAR-ENV FROM ENVIRONMENT "PROG121-LIMIAR".
           IF LIMIAR-ENV IS NUMERIC
               MOVE LIMIAR-ENV TO LIMIAR-ATINGIMENTO
           END-IF.

       INICIALIZA-CAMINHOS.
           MOVE "faturas.dat" TO FATURA-PATH.
           ACCEPT FATURA-PATH FROM ENVIRONMENT "FATURA_DAT".
               MOVE "funcionarios.dat" TO FUNCIONARIO-PATH
           END-IF.

           MOVE "metas.dat" TO META-PATH.
           ACCEPT META-PATH FROM ENVIRONMENT "META_DAT".
           IF META-PATH = SPACE
               MOVE "metas.dat" TO META-PATH
           END-IF.

      *    BUSCA-DADOS-EMPRESA: A RAZAO SOCIAL DO CABECALHO VEM DOS
      *    PARAMETROS DA EMPRESA (EMPRESA.DAT, PROG132; CODIGO EM
                       PERFORM ACUMULA-FATURA-PAGA
                   END-IF
               END-IF
               COMPUTE COMPETENCIA-EMISSAO =
                   FATURA-DATA-EMISSAO / 100
               IF COMPETENCIA-EMISSAO = COMPETENCIA
                       AND NOT FATURA-BAIXADA-PERDA
                       AND FATURA-VENDEDOR IS NUMERIC
                       AND FATURA-VENDEDOR NOT = 0
                   PERFORM ACUMULA-FATURADO-MES
               END-IF
           END-IF.

       ACUMULA-FATURADO-MES.
           SET FATMES-IDX TO 1.
           SEARCH FATMES-ENTRADA
               AT END
                   CONTINUE
               WHEN FATMES-IDX > QTDE-FATURADO-MES
                   ADD 1 TO QTDE-FATURADO-MES
                   SET FATMES-IDX TO QTDE-FATURADO-MES
                   MOVE FATURA-VENDEDOR TO FATMES-VENDEDOR (FATMES-IDX)
                   MOVE FATURA-VALOR-TOTAL TO FATMES-VALOR (FATMES-IDX)
               WHEN FATMES-VENDEDOR (FATMES-IDX) = FATURA-VENDEDOR
                   ADD FATURA-VALOR-TOTAL TO FATMES-VALOR (FATMES-IDX)
           END-SEARCH.

       ACUMULA-FATURA-PAGA.
           IF FATURA-VENDEDOR IS NUMERIC
                   AND FATURA-VENDEDOR NOT = 0
                   OR FUNCIONARIO-FILE-STATUS = "05"
               MOVE "S" TO TEM-CADASTRO
           END-IF.
           OPEN INPUT ARQUIVO-META.
           IF META-FILE-STATUS = "00"
               MOVE "S" TO TEM-METAS
           END-IF.
           IF META-FILE-STATUS = "05"
               CLOSE ARQUIVO-META
           END-IF.
           SET COMIS-IDX TO 1.
           PERFORM IMPRIME-UM-DEMONSTRATIVO
               UNTIL COMIS-IDX > QTDE-VENDEDORES.
           IF TEM-CADASTRO = "S"
               CLOSE ARQUIVO-FUNCIONARIO
           END-IF.
           IF TEM-METAS = "S"
               CLOSE ARQUIVO-META
           END-IF.

           PERFORM EMITE-LINHA-SPOOL.
           STRING "RESUMO DA COMISSAO - COMPETENCIA " DELIMITED BY SIZE
                  COMPETENCIA DELIMITED BY SIZE
               INTO LINHA-SPOOL.
           PERFORM EMITE-LINHA-SPOOL.
           STRING "VENDEDORES COMISSIONADOS: " DELIMITED BY SIZE
                  QTDE-VENDEDORES DELIMITED BY SIZE
               INTO LINHA-SPOOL.
           PERFORM EMITE-LINHA-SPOOL.
           MOVE TOTAL-BASE-GERAL TO VALOR-EDITADO.
           STRING "BASE TOTAL (FATURAS PAGAS): " DELIMITED BY SIZE
                  VALOR-EDITADO DELIMITED BY SIZE
               INTO LINHA-SPOOL.
           PERFORM EMITE-LINHA-SPOOL.
           MOVE TOTAL-COMISSAO-GERAL TO VALOR-EDITADO.
           STRING "COMISSAO TOTAL............: " DELIMITED BY SIZE
                  VALOR-EDITADO DELIMITED BY SIZE
               INTO LINHA-SPOOL.
           PERFORM EMITE-LINHA-SPOOL.
           MOVE TOTAL-SEM-VENDEDOR TO VALOR-EDITADO.
           STRING "FATURAS PAGAS SEM VENDEDOR: " DELIMITED BY SIZE
                  VALOR-EDITADO DELIMITED BY SIZE
               INTO LINHA-SPOOL.
           PERFORM EMITE-LINHA-SPOOL.

       IMPRIME-UM-DEMONSTRATIVO.
           PERFORM BUSCA-NOME-VENDEDOR.
           PERFORM APURA-ATINGIMENTO-META.
           MOVE TAXA-COMISSAO TO TAXA-APLICADA.
           IF LIMIAR-ATINGIMENTO > 0
                   AND META-DO-VENDEDOR > ZERO
                   AND ATINGIMENTO-META >= LIMIAR-ATINGIMENTO
               MOVE TAXA-META TO TAXA-APLICADA
           END-IF.
           COMPUTE VALOR-COMISSAO ROUNDED =
               COMIS-BASE (COMIS-IDX) * TAXA-APLICADA / 100.
           ADD VALOR-COMISSAO TO TOTAL-COMISSAO-GERAL.
           PERFORM EMITE-LINHA-SPOOL.
           STRING "=============================================="
                      DELIMITED BY SIZE
               INTO LINHA-SPOOL.
           PERFORM EMITE-LINHA-SPOOL.
           STRING RAZAO-SOCIAL-EMPRESA DELIMITED BY "  "
                  " - COMISSAO" DELIMITED BY SIZE
               INTO LINHA-SPOOL.
           PERFORM EMITE-LINHA-SPOOL.
           STRING "COMPETENCIA: " DELIMITED BY SIZE
                  COMPETENCIA DELIMITED BY SIZE
               INTO LINHA-SPOOL.
           PERFORM EMITE-LINHA-SPOOL.
           STRING "VENDEDOR: " DELIMITED BY SIZE
                  COMIS-VENDEDOR (COMIS-IDX) DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  NOME-VENDEDOR DELIMITED BY SIZE
               INTO LINHA-SPOOL.
           PERFORM EMITE-LINHA-SPOOL.
           STRING "FATURAS PAGAS........: " DELIMITED BY SIZE
                  COMIS-QTDE (COMIS-IDX) DELIMITED BY SIZE
               INTO LINHA-SPOOL.
           PERFORM EMITE-LINHA-SPOOL.
           MOVE COMIS-BASE (COMIS-IDX) TO VALOR-EDITADO.
           STRING "BASE DE COMISSAO.....: " DELIMITED BY SIZE
                  VALOR-EDITADO DELIMITED BY SIZE
               INTO LINHA-SPOOL.
           PERFORM EMITE-LINHA-SPOOL.
           IF META-DO-VENDEDOR > ZERO
               MOVE META-DO-VENDEDOR TO VALOR-EDITADO
               STRING "META DO MES..........: " DELIMITED BY SIZE
                      VALOR-EDITADO DELIMITED BY SIZE
                   INTO LINHA-SPOOL
               PERFORM EMITE-LINHA-SPOOL
               MOVE FATURADO-DO-VENDEDOR TO VALOR-EDITADO
               STRING "FATURADO NO MES......: " DELIMITED BY SIZE
                      VALOR-EDITADO DELIMITED BY SIZE
                   INTO LINHA-SPOOL
               PERFORM EMITE-LINHA-SPOOL
               MOVE ATINGIMENTO-META TO ATINGIMENTO-EDITADO
               STRING "ATINGIMENTO DA META..: " DELIMITED BY SIZE
                      ATINGIMENTO-EDITADO DELIMITED BY SIZE
                      "%" DELIMITED BY SIZE
                   INTO LINHA-SPOOL
               PERFORM EMITE-LINHA-SPOOL
           END-IF.
           IF TAXA-APLICADA NOT = TAXA-COMISSAO
               STRING "META ATINGIDA (LIMIAR " DELIMITED BY SIZE
                      LIMIAR-ATINGIMENTO DELIMITED BY SIZE
                      "%) - TAXA ACELERADA." DELIMITED BY SIZE
                   INTO LINHA-SPOOL
               PERFORM EMITE-LINHA-SPOOL
           END-IF.
           MOVE VALOR-COMISSAO TO VALOR-EDITADO.
           STRING "COMISSAO (" DELIMITED BY SIZE
                  TAXA-APLICADA DELIMITED BY SIZE
                  "%): " DELIMITED BY SIZE
                  VALOR-EDITADO DELIMITED BY SIZE
               INTO LINHA-SPOOL.
           PERFORM EMITE-LINHA-SPOOL.
           STRING "=============================================="
                      DELIMITED BY SIZE
               INTO LINHA-SPOOL.
           PERFORM EMITE-LINHA-SPOOL.
           SET COMIS-IDX UP BY 1.

       BUSCA-NOME-VENDEDOR.
                       MOVE FUNCIONARIO-NOME TO NOME-VENDEDOR
               END-READ
           END-IF.

      *    APURA-ATINGIMENTO-META: META TOTAL DO MES (FAMILIA EM
      *    BRANCO) OU, SEM ELA, A SOMA DAS FAMILIAS DO VENDEDOR NA
      *    COMPETENCIA; O FATURADO VEM DA TABELA DO MES.
       APURA-ATINGIMENTO-META.
           MOVE ZERO TO META-DO-VENDEDOR.
           MOVE ZERO TO FATURADO-DO-VENDEDOR.
           MOVE ZERO TO ATINGIMENTO-META.
           SET FATMES-IDX TO 1.
           SEARCH FATMES-ENTRADA
               AT END
                   CONTINUE
               WHEN FATMES-IDX > QTDE-FATURADO-MES
                   CONTINUE
               WHEN FATMES-VENDEDOR (FATMES-IDX) =
                       COMIS-VENDEDOR (COMIS-IDX)
                   MOVE FATMES-VALOR (FATMES-IDX)
                       TO FATURADO-DO-VENDEDOR
           END-SEARCH.
           IF TEM-METAS = "S"
               MOVE COMIS-VENDEDOR (COMIS-IDX) TO META-VENDEDOR
               MOVE COMPETENCIA TO META-COMPETENCIA
               MOVE SPACE TO META-FAMILIA
               READ ARQUIVO-META
                   INVALID KEY
                       PERFORM SOMA-METAS-FAMILIA
                   NOT INVALID KEY
                       MOVE META-VALOR TO META-DO-VENDEDOR
               END-READ
           END-IF.
           IF META-DO-VENDEDOR > ZERO
               COMPUTE ATINGIMENTO-META ROUNDED =
                   FATURADO-DO-VENDEDOR * 100 / META-DO-VENDEDOR
                   ON SIZE ERROR
                       MOVE 9999.9 TO ATINGIMENTO-META
               END-COMPUTE
           END-IF.

       SOMA-METAS-FAMILIA.
           MOVE COMIS-VENDEDOR (COMIS-IDX) TO META-VENDEDOR.
           MOVE COMPETENCIA TO META-COMPETENCIA.
           MOVE SPACE TO META-FAMILIA.
           START ARQUIVO-META
               KEY IS GREATER THAN META-CHAVE
               INVALID KEY
                   CONTINUE
           END-START.
           IF META-FILE-STATUS = "00"
               MOVE "N" TO FINAL-METAS
               PERFORM SOMA-PROXIMA-META-FAMILIA
                   UNTIL FINAL-METAS = "S"
           END-IF.

       SOMA-PROXIMA-META-FAMILIA.
           READ ARQUIVO-META NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-METAS
           END-READ.
           IF FINAL-METAS NOT = "S"
               IF META-VENDEDOR NOT = COMIS-VENDEDOR (COMIS-IDX)
                       OR META-COMPETENCIA NOT = COMPETENCIA
                   MOVE "S" TO FINAL-METAS
               ELSE
                   ADD META-VALOR TO META-DO-VENDEDOR
               END-IF
           END-IF.

           COPY "SPLPROC.cob".
