       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG170.
      *    CUSTO MENSAL DOS BENEFICIOS: LE O LIVRO DE BENEFICIOS DA
      *    COMPETENCIA (BENEF.AAAAMM.DAT, GRAVADO PELO PROG74 COM O
      *    QUE FOI DE FATO APLICADO NA FOLHA) E TOTALIZA POR
      *    DEPARTAMENTO E TIPO DE BENEFICIO - QUANTIDADE, PARTE DOS
      *    FUNCIONARIOS, PARTE DA EMPRESA E CUSTO TOTAL - E DEPOIS SO
      *    POR TIPO, QUE E O NUMERO A BATER COM A FATURA DE CADA
      *    FORNECEDOR (VALE-TRANSPORTE, PLANO DE SAUDE, VALE-REFEICAO,
      *    SINDICATO). COMPETENCIA: PROG170-COMPETENCIA (AAAAMM),
      *    PADRAO O MES CORRENTE. SEM O LIVRO, NADA E IMPRESSO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "LBNSEL.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "LBNREG.cob".

       WORKING-STORAGE SECTION.

       01  LIVRO-BENEF-FILE-STATUS PIC XX.
       01  LIVRO-BENEF-PATH        PIC X(100).
       01  FINAL-ARQUIVO           PIC X.
       01  DATA-HOJE               PIC 9(08).
       01  COMPETENCIA             PIC 9(06).
       01  COMPETENCIA-ENV         PIC X(06).

      *    CUSTO POR DEPARTAMENTO E TIPO, NA ORDEM EM QUE APARECEM.
       01  QTDE-CUSTOS             PIC 9(03) VALUE 0.
       01  TABELA-CUSTOS.
           05 CUSTO-ENTRADA OCCURS 200 TIMES
                   INDEXED BY CUSTO-IDX.
              10 CUSTO-DEPARTAMENTO   PIC X(10).
              10 CUSTO-TIPO           PIC X(02).
              10 CUSTO-QTDE           PIC 9(05).
              10 CUSTO-FUNC           PIC 9(11)V9(02).
              10 CUSTO-EMPRESA        PIC 9(11)V9(02).

       01  QTDE-DEPARTAMENTOS      PIC 9(03) VALUE 0.
       01  TABELA-DEPARTAMENTOS.
           05 DEPTO-ENTRADA OCCURS 50 TIMES
                   INDEXED BY DEPTO-IDX.
              10 DEPTO-NOME           PIC X(10).
              10 DEPTO-FUNC           PIC 9(11)V9(02).
              10 DEPTO-EMPRESA        PIC 9(11)V9(02).

       01  QTDE-TIPOS              PIC 9(02) VALUE 0.
       01  TABELA-TIPOS.
           05 TIPO-ENTRADA OCCURS 10 TIMES
                   INDEXED BY TIPO-IDX.
              10 TIPO-CODIGO          PIC X(02).
              10 TIPO-QTDE            PIC 9(05).
              10 TIPO-FUNC            PIC 9(11)V9(02).
              10 TIPO-EMPRESA         PIC 9(11)V9(02).

       01  BENEFICIO-DESCRICAO     PIC X(20).
       01  DESCRICAO-TIPO          PIC X(02).
       01  CUSTO-TOTAL             PIC 9(11)V9(02).
       01  TOTAL-LINHAS            PIC 9(07) VALUE 0.
       01  TOTAL-FUNC              PIC 9(13)V9(02) VALUE 0.
       01  TOTAL-EMPRESA           PIC 9(13)V9(02) VALUE 0.
       01  TOTAL-FORA-TABELA       PIC 9(05) VALUE 0.
       01  VALOR-EDITADO           PIC $$,$$$,$$$,$$9.99.
       01  VALOR-EDITADO-2         PIC $$,$$$,$$$,$$9.99.
       01  VALOR-EDITADO-3         PIC $$,$$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE 0 TO RETURN-CODE.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM INICIALIZA-COMPETENCIA.
           PERFORM INICIALIZA-CAMINHOS.

           OPEN INPUT ARQUIVO-LIVRO-BENEF.
           IF LIVRO-BENEF-FILE-STATUS NOT = "00"
               IF LIVRO-BENEF-FILE-STATUS = "05"
                   CLOSE ARQUIVO-LIVRO-BENEF
               END-IF
               DISPLAY "LIVRO DE BENEFICIOS NAO ENCONTRADO: "
                       LIVRO-BENEF-PATH ". RODE O PROG74 ANTES."
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM SOMA-PROXIMO-BENEFICIO
                   UNTIL FINAL-ARQUIVO = "S"
               CLOSE ARQUIVO-LIVRO-BENEF
               PERFORM IMPRIME-RELATORIO
           END-IF.

       PROGRAM-DONE.
           GOBACK.

       INICIALIZA-COMPETENCIA.
           COMPUTE COMPETENCIA = DATA-HOJE / 100.
           MOVE SPACE TO COMPETENCIA-ENV.
           ACCEPT COMPETENCIA-ENV FROM ENVIRONMENT
               "PROG170-COMPETENCIA".
           IF COMPETENCIA-ENV IS NUMERIC
               MOVE COMPETENCIA-ENV TO COMPETENCIA
           END-IF.

       INICIALIZA-CAMINHOS.
           MOVE SPACE TO LIVRO-BENEF-PATH.
           STRING "benef." DELIMITED BY SIZE
                  COMPETENCIA DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
               INTO LIVRO-BENEF-PATH.

       SOMA-PROXIMO-BENEFICIO.
           READ ARQUIVO-LIVRO-BENEF
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               ADD 1 TO TOTAL-LINHAS
               ADD LIVRO-BENEF-VALOR-FUNC TO TOTAL-FUNC
               ADD LIVRO-BENEF-VALOR-EMPRESA TO TOTAL-EMPRESA
               PERFORM ACUMULA-CUSTO
               PERFORM ACUMULA-DEPARTAMENTO
               PERFORM ACUMULA-TIPO
           END-IF.

       ACUMULA-CUSTO.
           SET CUSTO-IDX TO 1.
           SEARCH CUSTO-ENTRADA
               AT END
                   ADD 1 TO TOTAL-FORA-TABELA
               WHEN CUSTO-IDX > QTDE-CUSTOS
                   PERFORM INCLUI-CUSTO
               WHEN CUSTO-DEPARTAMENTO (CUSTO-IDX) =
                       LIVRO-BENEF-DEPARTAMENTO
                       AND CUSTO-TIPO (CUSTO-IDX) = LIVRO-BENEF-TIPO
                   PERFORM SOMA-CUSTO
           END-SEARCH.

       INCLUI-CUSTO.
           IF QTDE-CUSTOS < 200
               ADD 1 TO QTDE-CUSTOS
               SET CUSTO-IDX TO QTDE-CUSTOS
               MOVE LIVRO-BENEF-DEPARTAMENTO
                   TO CUSTO-DEPARTAMENTO (CUSTO-IDX)
               MOVE LIVRO-BENEF-TIPO TO CUSTO-TIPO (CUSTO-IDX)
               MOVE 0 TO CUSTO-QTDE (CUSTO-IDX)
               MOVE ZERO TO CUSTO-FUNC (CUSTO-IDX)
               MOVE ZERO TO CUSTO-EMPRESA (CUSTO-IDX)
               PERFORM SOMA-CUSTO
           ELSE
               ADD 1 TO TOTAL-FORA-TABELA
           END-IF.

       SOMA-CUSTO.
           ADD 1 TO CUSTO-QTDE (CUSTO-IDX).
           ADD LIVRO-BENEF-VALOR-FUNC TO CUSTO-FUNC (CUSTO-IDX).
           ADD LIVRO-BENEF-VALOR-EMPRESA TO CUSTO-EMPRESA (CUSTO-IDX).

       ACUMULA-DEPARTAMENTO.
           SET DEPTO-IDX TO 1.
           SEARCH DEPTO-ENTRADA
               AT END
                   CONTINUE
               WHEN DEPTO-IDX > QTDE-DEPARTAMENTOS
                   PERFORM INCLUI-DEPARTAMENTO
               WHEN DEPTO-NOME (DEPTO-IDX) = LIVRO-BENEF-DEPARTAMENTO
                   PERFORM SOMA-DEPARTAMENTO
           END-SEARCH.

       INCLUI-DEPARTAMENTO.
           IF QTDE-DEPARTAMENTOS < 50
               ADD 1 TO QTDE-DEPARTAMENTOS
               SET DEPTO-IDX TO QTDE-DEPARTAMENTOS
               MOVE LIVRO-BENEF-DEPARTAMENTO TO DEPTO-NOME (DEPTO-IDX)
               MOVE ZERO TO DEPTO-FUNC (DEPTO-IDX)
               MOVE ZERO TO DEPTO-EMPRESA (DEPTO-IDX)
               PERFORM SOMA-DEPARTAMENTO
           END-IF.

       SOMA-DEPARTAMENTO.
           ADD LIVRO-BENEF-VALOR-FUNC TO DEPTO-FUNC (DEPTO-IDX).
           ADD LIVRO-BENEF-VALOR-EMPRESA TO DEPTO-EMPRESA (DEPTO-IDX).

       ACUMULA-TIPO.
           SET TIPO-IDX TO 1.
           SEARCH TIPO-ENTRADA
               AT END
                   CONTINUE
               WHEN TIPO-IDX > QTDE-TIPOS
                   PERFORM INCLUI-TIPO
               WHEN TIPO-CODIGO (TIPO-IDX) = LIVRO-BENEF-TIPO
                   PERFORM SOMA-TIPO
           END-SEARCH.

       INCLUI-TIPO.
           IF QTDE-TIPOS < 10
               ADD 1 TO QTDE-TIPOS
               SET TIPO-IDX TO QTDE-TIPOS
               MOVE LIVRO-BENEF-TIPO TO TIPO-CODIGO (TIPO-IDX)
               MOVE 0 TO TIPO-QTDE (TIPO-IDX)
               MOVE ZERO TO TIPO-FUNC (TIPO-IDX)
               MOVE ZERO TO TIPO-EMPRESA (TIPO-IDX)
               PERFORM SOMA-TIPO
           END-IF.

       SOMA-TIPO.
           ADD 1 TO TIPO-QTDE (TIPO-IDX).
           ADD LIVRO-BENEF-VALOR-FUNC TO TIPO-FUNC (TIPO-IDX).
           ADD LIVRO-BENEF-VALOR-EMPRESA TO TIPO-EMPRESA (TIPO-IDX).

       DESCREVE-TIPO.
           EVALUATE DESCRICAO-TIPO
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

      *    IMPRIME-RELATORIO: POR DEPARTAMENTO, UMA LINHA POR TIPO E
      *    O SUBTOTAL; DEPOIS O RESUMO POR TIPO PARA AS FATURAS.
       IMPRIME-RELATORIO.
           DISPLAY "==============================================".
           DISPLAY "CUSTO DOS BENEFICIOS - COMPETENCIA " COMPETENCIA.
           SET DEPTO-IDX TO 1.
           PERFORM IMPRIME-DEPARTAMENTO
               UNTIL DEPTO-IDX > QTDE-DEPARTAMENTOS.
           DISPLAY "==============================================".
           DISPLAY "RESUMO POR TIPO (CONFERENCIA DAS FATURAS)".
           SET TIPO-IDX TO 1.
           PERFORM IMPRIME-TIPO
               UNTIL TIPO-IDX > QTDE-TIPOS.
           DISPLAY "==============================================".
           DISPLAY "LANCAMENTOS NO LIVRO...: " TOTAL-LINHAS.
           MOVE TOTAL-FUNC TO VALOR-EDITADO.
           DISPLAY "PARTE DOS FUNCIONARIOS.: " VALOR-EDITADO.
           MOVE TOTAL-EMPRESA TO VALOR-EDITADO.
           DISPLAY "PARTE DA EMPRESA.......: " VALOR-EDITADO.
           COMPUTE CUSTO-TOTAL = TOTAL-FUNC + TOTAL-EMPRESA.
           MOVE CUSTO-TOTAL TO VALOR-EDITADO.
           DISPLAY "CUSTO TOTAL............: " VALOR-EDITADO.
           IF TOTAL-FORA-TABELA NOT = 0
               DISPLAY "*** LANCAMENTOS FORA DA TABELA: "
                       TOTAL-FORA-TABELA
                       " - DETALHE POR DEPARTAMENTO INCOMPLETO. ***"
               MOVE 1 TO RETURN-CODE
           END-IF.

       IMPRIME-DEPARTAMENTO.
           DISPLAY "----------------------------------------------".
           DISPLAY "DEPARTAMENTO " DEPTO-NOME (DEPTO-IDX).
           SET CUSTO-IDX TO 1.
           PERFORM IMPRIME-CUSTO-DEPTO
               UNTIL CUSTO-IDX > QTDE-CUSTOS.
           MOVE DEPTO-FUNC (DEPTO-IDX) TO VALOR-EDITADO.
           MOVE DEPTO-EMPRESA (DEPTO-IDX) TO VALOR-EDITADO-2.
           COMPUTE CUSTO-TOTAL =
               DEPTO-FUNC (DEPTO-IDX) + DEPTO-EMPRESA (DEPTO-IDX).
           MOVE CUSTO-TOTAL TO VALOR-EDITADO-3.
           DISPLAY "  SUBTOTAL FUNC " VALOR-EDITADO
                   " EMPRESA " VALOR-EDITADO-2
                   " TOTAL " VALOR-EDITADO-3.
           SET DEPTO-IDX UP BY 1.

       IMPRIME-CUSTO-DEPTO.
           IF CUSTO-DEPARTAMENTO (CUSTO-IDX) = DEPTO-NOME (DEPTO-IDX)
               MOVE CUSTO-TIPO (CUSTO-IDX) TO DESCRICAO-TIPO
               PERFORM DESCREVE-TIPO
               MOVE CUSTO-FUNC (CUSTO-IDX) TO VALOR-EDITADO
               MOVE CUSTO-EMPRESA (CUSTO-IDX) TO VALOR-EDITADO-2
               COMPUTE CUSTO-TOTAL =
                   CUSTO-FUNC (CUSTO-IDX) + CUSTO-EMPRESA (CUSTO-IDX)
               MOVE CUSTO-TOTAL TO VALOR-EDITADO-3
               DISPLAY "  " BENEFICIO-DESCRICAO " ("
                       CUSTO-QTDE (CUSTO-IDX) ") FUNC "
                       VALOR-EDITADO " EMPRESA " VALOR-EDITADO-2
                       " TOTAL " VALOR-EDITADO-3
           END-IF.
           SET CUSTO-IDX UP BY 1.

       IMPRIME-TIPO.
           MOVE TIPO-CODIGO (TIPO-IDX) TO DESCRICAO-TIPO.
           PERFORM DESCREVE-TIPO.
           MOVE TIPO-FUNC (TIPO-IDX) TO VALOR-EDITADO.
           MOVE TIPO-EMPRESA (TIPO-IDX) TO VALOR-EDITADO-2.
           COMPUTE CUSTO-TOTAL =
               TIPO-FUNC (TIPO-IDX) + TIPO-EMPRESA (TIPO-IDX).
           MOVE CUSTO-TOTAL TO VALOR-EDITADO-3.
           DISPLAY "  " BENEFICIO-DESCRICAO " ("
                   TIPO-QTDE (TIPO-IDX) ") FUNC " VALOR-EDITADO
                   " EMPRESA " VALOR-EDITADO-2
                   " TOTAL " VALOR-EDITADO-3.
           SET TIPO-IDX UP BY 1.
