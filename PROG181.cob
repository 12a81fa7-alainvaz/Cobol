       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG181.
      *    CONFERENCIA MENSAL DE FRETE: PARA CADA TRANSPORTADORA DO
      *    CADASTRO (PROG180), O FRETE COBRADO DOS CLIENTES NAS
      *    FATURAS EMITIDAS NA COMPETENCIA (FATURA-VALOR-FRETE, FORA
      *    AS BAIXADAS PARA PERDA) CONTRA AS NOTAS DA TRANSPORTADORA
      *    LANCADAS NO CONTAS A PAGAR NO MES (PAGAR.DAT, PELO CODIGO
      *    DE FORNECEDOR DELA, PROG105). A DIFERENCA MOSTRA QUANTO DO
      *    FRETE PAGO A CASA ABSORVEU (NEGATIVA) OU SOBROU
      *    (POSITIVA), E A COBERTURA E O COBRADO SOBRE O PAGO.
      *    TRANSPORTADORA SEM FORNECEDOR SAI SEM NOTAS, COM AVISO.
      *    COMPETENCIA: PROG181-COMPETENCIA (AAAAMM), PADRAO O MES
      *    CORRENTE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "TRPSEL.cob".
           COPY "FATSEL.cob".
           COPY "PAGSEL.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "TRPREG.cob".
           COPY "FATREG.cob".
           COPY "PAGREG.cob".

       WORKING-STORAGE SECTION.

       01  TRANSPORTADORA-FILE-STATUS PIC XX.
       01  TRANSPORTADORA-PATH     PIC X(100).
       01  FATURA-FILE-STATUS      PIC XX.
       01  FATURA-PATH             PIC X(100).
       01  PAGAR-FILE-STATUS       PIC XX.
       01  PAGAR-PATH              PIC X(100).
       01  FINAL-ARQUIVO           PIC X.
       01  DATA-HOJE               PIC 9(08).

       01  COMPETENCIA             PIC 9(06).
       01  COMPETENCIA-ENV         PIC X(06).
       01  COMPETENCIA-DOCUMENTO   PIC 9(06).

      *    UMA POSICAO POR CODIGO DE TRANSPORTADORA (01 A 99).
       01  TABELA-TRANSPORTADORAS.
           05 TRP-ENTRADA OCCURS 99 TIMES.
              10 TRP-CADASTRADA       PIC X(01).
              10 TRP-NOME             PIC X(20).
              10 TRP-FORNECEDOR       PIC 9(05).
              10 TRP-QTDE-FATURAS     PIC 9(05).
              10 TRP-FRETE-COBRADO    PIC 9(09)V9(02).
              10 TRP-QTDE-NOTAS       PIC 9(05).
              10 TRP-VALOR-NOTAS      PIC 9(09)V9(02).
       01  TRP-SUB                 PIC 9(03).

       01  FRETE-SEM-TRANSPORTADORA PIC 9(09)V9(02) VALUE 0.
       01  TOTAL-FRETE-COBRADO     PIC 9(09)V9(02) VALUE 0.
       01  TOTAL-VALOR-NOTAS       PIC 9(09)V9(02) VALUE 0.
       01  DIFERENCA-FRETE         PIC S9(09)V9(02).
       01  COBERTURA-FRETE         PIC 9(05)V9(01).
       01  VALOR-EDITADO           PIC ZZZ,ZZZ,ZZ9.99.
       01  VALOR-EDITADO-2         PIC ZZZ,ZZZ,ZZ9.99.
       01  DIFERENCA-EDITADA       PIC -ZZZ,ZZZ,ZZ9.99.
       01  COBERTURA-EDITADA       PIC ZZZZ9.9.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE 0 TO RETURN-CODE.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM INICIALIZA-CAMINHOS.
           PERFORM INICIALIZA-COMPETENCIA.

           PERFORM CARREGA-TRANSPORTADORAS.
           IF TRANSPORTADORA-FILE-STATUS = "35"
               DISPLAY "TRANSPORTADORAS.DAT NAO ENCONTRADO. CADASTRE "
                       "NO PROG180."
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM SOMA-FRETE-FATURADO
               PERFORM SOMA-NOTAS-TRANSPORTADORAS
               PERFORM IMPRIME-CONFERENCIA
           END-IF.

       PROGRAM-DONE.
           GOBACK.

       INICIALIZA-CAMINHOS.
           MOVE "transportadoras.dat" TO TRANSPORTADORA-PATH.
           ACCEPT TRANSPORTADORA-PATH FROM ENVIRONMENT
               "TRANSPORTADORA_DAT".
           IF TRANSPORTADORA-PATH = SPACE
               MOVE "transportadoras.dat" TO TRANSPORTADORA-PATH
           END-IF.

           MOVE "faturas.dat" TO FATURA-PATH.
           ACCEPT FATURA-PATH FROM ENVIRONMENT "FATURA_DAT".
           IF FATURA-PATH = SPACE
               MOVE "faturas.dat" TO FATURA-PATH
           END-IF.

           MOVE "pagar.dat" TO PAGAR-PATH.
           ACCEPT PAGAR-PATH FROM ENVIRONMENT "PAGAR_DAT".
           IF PAGAR-PATH = SPACE
               MOVE "pagar.dat" TO PAGAR-PATH
           END-IF.

       INICIALIZA-COMPETENCIA.
           COMPUTE COMPETENCIA = DATA-HOJE / 100.
           MOVE SPACE TO COMPETENCIA-ENV.
           ACCEPT COMPETENCIA-ENV FROM ENVIRONMENT
               "PROG181-COMPETENCIA".
           IF COMPETENCIA-ENV IS NUMERIC
               MOVE COMPETENCIA-ENV TO COMPETENCIA
           END-IF.

       CARREGA-TRANSPORTADORAS.
           MOVE 1 TO TRP-SUB.
           PERFORM LIMPA-TRANSPORTADORA
               UNTIL TRP-SUB > 99.
           OPEN INPUT ARQUIVO-TRANSPORTADORA.
           IF TRANSPORTADORA-FILE-STATUS NOT = "35"
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM CARREGA-PROXIMA-TRANSPORTADORA
                   UNTIL FINAL-ARQUIVO = "S"
               CLOSE ARQUIVO-TRANSPORTADORA
           END-IF.

       LIMPA-TRANSPORTADORA.
           MOVE "N" TO TRP-CADASTRADA (TRP-SUB).
           MOVE SPACE TO TRP-NOME (TRP-SUB).
           MOVE 0 TO TRP-FORNECEDOR (TRP-SUB).
           MOVE 0 TO TRP-QTDE-FATURAS (TRP-SUB).
           MOVE ZERO TO TRP-FRETE-COBRADO (TRP-SUB).
           MOVE 0 TO TRP-QTDE-NOTAS (TRP-SUB).
           MOVE ZERO TO TRP-VALOR-NOTAS (TRP-SUB).
           ADD 1 TO TRP-SUB.

       CARREGA-PROXIMA-TRANSPORTADORA.
           READ ARQUIVO-TRANSPORTADORA NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               IF TRANSP-CODIGO NOT = 0
                   MOVE "S" TO TRP-CADASTRADA (TRANSP-CODIGO)
                   MOVE TRANSP-NOME TO TRP-NOME (TRANSP-CODIGO)
                   MOVE TRANSP-FORNECEDOR-CODIGO
                       TO TRP-FORNECEDOR (TRANSP-CODIGO)
               END-IF
           END-IF.

      *    SOMA-FRETE-FATURADO: FATURA ANTERIOR AOS CAMPOS DE FRETE
      *    VEM COM ELES EM BRANCO E NAO ENTRA.
       SOMA-FRETE-FATURADO.
           OPEN INPUT ARQUIVO-FATURA.
           IF FATURA-FILE-STATUS = "35"
               DISPLAY "FATURAS.DAT NAO ENCONTRADO. NENHUM FRETE "
                       "COBRADO."
           ELSE
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM EXAMINA-PROXIMA-FATURA
                   UNTIL FINAL-ARQUIVO = "S"
               CLOSE ARQUIVO-FATURA
           END-IF.

       EXAMINA-PROXIMA-FATURA.
           READ ARQUIVO-FATURA NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               COMPUTE COMPETENCIA-DOCUMENTO =
                   FATURA-DATA-EMISSAO / 100
               IF COMPETENCIA-DOCUMENTO = COMPETENCIA
                       AND NOT FATURA-BAIXADA-PERDA
                       AND FATURA-VALOR-FRETE IS NUMERIC
                       AND FATURA-TRANSP-CODIGO IS NUMERIC
                   PERFORM ACUMULA-FRETE-FATURA
               END-IF
           END-IF.

       ACUMULA-FRETE-FATURA.
           IF FATURA-VALOR-FRETE NOT = ZERO
               IF FATURA-TRANSP-CODIGO = 0
                   ADD FATURA-VALOR-FRETE TO FRETE-SEM-TRANSPORTADORA
               ELSE
                   ADD 1 TO TRP-QTDE-FATURAS (FATURA-TRANSP-CODIGO)
                   ADD FATURA-VALOR-FRETE
                       TO TRP-FRETE-COBRADO (FATURA-TRANSP-CODIGO)
               END-IF
           END-IF.

       SOMA-NOTAS-TRANSPORTADORAS.
           OPEN INPUT ARQUIVO-PAGAR.
           IF PAGAR-FILE-STATUS = "35"
               DISPLAY "PAGAR.DAT NAO ENCONTRADO. NENHUMA NOTA DE "
                       "FRETE LANCADA."
           ELSE
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM EXAMINA-PROXIMO-TITULO
                   UNTIL FINAL-ARQUIVO = "S"
               CLOSE ARQUIVO-PAGAR
           END-IF.

       EXAMINA-PROXIMO-TITULO.
           READ ARQUIVO-PAGAR NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               COMPUTE COMPETENCIA-DOCUMENTO =
                   PAGAR-DATA-EMISSAO / 100
               IF COMPETENCIA-DOCUMENTO = COMPETENCIA
                       AND PAGAR-FORNECEDOR-CODIGO NOT = 0
                   MOVE 1 TO TRP-SUB
                   PERFORM CASA-TITULO-TRANSPORTADORA
                       UNTIL TRP-SUB > 99
               END-IF
           END-IF.

      *    CASA-TITULO-TRANSPORTADORA: O TITULO CONTA PARA TODA
      *    TRANSPORTADORA LIGADA AO FORNECEDOR DELE (NORMALMENTE UMA).
       CASA-TITULO-TRANSPORTADORA.
           IF TRP-CADASTRADA (TRP-SUB) = "S"
                   AND TRP-FORNECEDOR (TRP-SUB) =
                       PAGAR-FORNECEDOR-CODIGO
               ADD 1 TO TRP-QTDE-NOTAS (TRP-SUB)
               ADD PAGAR-VALOR-TOTAL TO TRP-VALOR-NOTAS (TRP-SUB)
           END-IF.
           ADD 1 TO TRP-SUB.

       IMPRIME-CONFERENCIA.
           DISPLAY "CONFERENCIA DE FRETE - COMPETENCIA " COMPETENCIA.
           DISPLAY "CD TRANSPORTADORA        FAT.   FRETE COBRADO "
                   "NOTAS    NOTAS FRETE       DIFERENCA   COBERT.%".
           DISPLAY "----------------------------------------------"
                   "--------------------------------------------".
           MOVE 1 TO TRP-SUB.
           PERFORM IMPRIME-TRANSPORTADORA
               UNTIL TRP-SUB > 99.
           DISPLAY "----------------------------------------------"
                   "--------------------------------------------".
           MOVE TOTAL-FRETE-COBRADO TO VALOR-EDITADO.
           DISPLAY "FRETE COBRADO NO MES..........: " VALOR-EDITADO.
           MOVE TOTAL-VALOR-NOTAS TO VALOR-EDITADO.
           DISPLAY "NOTAS DAS TRANSPORTADORAS.....: " VALOR-EDITADO.
           COMPUTE DIFERENCA-FRETE =
               TOTAL-FRETE-COBRADO - TOTAL-VALOR-NOTAS.
           MOVE DIFERENCA-FRETE TO DIFERENCA-EDITADA.
           DISPLAY "DIFERENCA (COBRADO - PAGO)....: " DIFERENCA-EDITADA.
           IF FRETE-SEM-TRANSPORTADORA NOT = ZERO
               MOVE FRETE-SEM-TRANSPORTADORA TO VALOR-EDITADO
               DISPLAY "FRETE COBRADO SEM TRANSPORTADORA: "
                       VALOR-EDITADO
           END-IF.

       IMPRIME-TRANSPORTADORA.
           IF TRP-CADASTRADA (TRP-SUB) = "S"
                   OR TRP-QTDE-FATURAS (TRP-SUB) NOT = 0
               PERFORM IMPRIME-LINHA-TRANSPORTADORA
           END-IF.
           ADD 1 TO TRP-SUB.

       IMPRIME-LINHA-TRANSPORTADORA.
           ADD TRP-FRETE-COBRADO (TRP-SUB) TO TOTAL-FRETE-COBRADO.
           ADD TRP-VALOR-NOTAS (TRP-SUB) TO TOTAL-VALOR-NOTAS.
           COMPUTE DIFERENCA-FRETE =
               TRP-FRETE-COBRADO (TRP-SUB) - TRP-VALOR-NOTAS (TRP-SUB).
           IF TRP-VALOR-NOTAS (TRP-SUB) = ZERO
               MOVE ZERO TO COBERTURA-FRETE
           ELSE
               COMPUTE COBERTURA-FRETE ROUNDED =
                   TRP-FRETE-COBRADO (TRP-SUB) * 100
                   / TRP-VALOR-NOTAS (TRP-SUB)
                   ON SIZE ERROR
                       MOVE 9999.9 TO COBERTURA-FRETE
               END-COMPUTE
           END-IF.
           MOVE TRP-FRETE-COBRADO (TRP-SUB) TO VALOR-EDITADO.
           MOVE TRP-VALOR-NOTAS (TRP-SUB) TO VALOR-EDITADO-2.
           MOVE DIFERENCA-FRETE TO DIFERENCA-EDITADA.
           MOVE COBERTURA-FRETE TO COBERTURA-EDITADA.
           DISPLAY TRP-SUB (2:2) " " TRP-NOME (TRP-SUB) " "
                   TRP-QTDE-FATURAS (TRP-SUB) " " VALOR-EDITADO " "
                   TRP-QTDE-NOTAS (TRP-SUB) " " VALOR-EDITADO-2
                   DIFERENCA-EDITADA "   " COBERTURA-EDITADA.
           IF TRP-FORNECEDOR (TRP-SUB) = 0
               DISPLAY "   SEM FORNECEDOR NO CADASTRO (PROG180) - "
                       "NOTAS NAO LOCALIZADAS."
           END-IF.
