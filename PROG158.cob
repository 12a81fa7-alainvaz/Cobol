       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG158.
      *    LIVRO DE SAIDAS (REGISTRO MENSAL DOS IMPOSTOS DESTACADOS):
      *    LE O LIVRO DE IMPOSTOS (IMPOSTOS.DAT - SAIDAS DO PROG66 E
      *    ESTORNOS DAS NOTAS DE CREDITO DO PROG109) E TOTALIZA A
      *    COMPETENCIA POR TRIBUTO (ICMS, IPI E ISS), UF DE DESTINO
      *    E ALIQUOTA: BASE E IMPOSTO DAS SAIDAS, DOS ESTORNOS E O
      *    LIQUIDO A RECOLHER, COM O TOTAL DE CADA TRIBUTO NO FIM.
      *    COMPETENCIA: PROG158-COMPETENCIA (AAAAMM), PADRAO O MES
      *    CORRENTE, COMO NA EXPORTACAO CONTABIL (PROG126), QUE LEVA
      *    OS MESMOS TOTAIS LIQUIDOS AO RAZAO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "ITRSEL.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "ITRREG.cob".

       WORKING-STORAGE SECTION.

       01  IMPOSTO-FILE-STATUS  PIC XX.
       01  IMPOSTO-PATH         PIC X(100).
       01  FINAL-ARQUIVO        PIC X.
       01  DATA-HOJE            PIC 9(08).

       01  COMPETENCIA          PIC 9(06).
       01  COMPETENCIA-ENV      PIC X(06).
       01  COMPETENCIA-LIDA     PIC 9(06).

      *    QUADRO DO LIVRO: UMA LINHA POR TRIBUTO + UF + ALIQUOTA.
       01  QTDE-LINHAS-LIVRO    PIC 9(03) VALUE 0.
       01  TABELA-LIVRO.
           05 LIVRO-ENTRADA OCCURS 200 TIMES INDEXED BY LIVRO-IDX.
              10 LIVRO-TRIBUTO        PIC X(04).
              10 LIVRO-UF             PIC X(02).
              10 LIVRO-ALIQUOTA       PIC 9(02)V9(02).
              10 LIVRO-BASE-SAIDA     PIC 9(11)V9(02).
              10 LIVRO-VALOR-SAIDA    PIC 9(11)V9(02).
              10 LIVRO-BASE-ESTORNO   PIC 9(11)V9(02).
              10 LIVRO-VALOR-ESTORNO  PIC 9(11)V9(02).
       01  LIVRO-SUB            PIC 9(03).
       01  LIVRO-SUB-2          PIC 9(03).
       01  LIVRO-TROCA          PIC X(62).
       01  HOUVE-TROCA          PIC X.
       01  LINHAS-IGNORADAS     PIC 9(05) VALUE 0.

       01  TRIBUTO-QUEBRA       PIC X(04).
       01  TOTAL-BASE-TRIBUTO   PIC S9(11)V9(02).
       01  TOTAL-IMPOSTO-TRIB   PIC S9(11)V9(02).
       01  VALOR-LIQUIDO-LINHA  PIC S9(11)V9(02).

       01  ALIQUOTA-EDITADA     PIC Z9.99.
       01  BASE-EDITADA         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  VALOR-EDITADO        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  ESTORNO-EDITADO      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  LIQUIDO-EDITADO      PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01  BASE-LIQ-EDITADA     PIC -Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE 0 TO RETURN-CODE.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM INICIALIZA-COMPETENCIA.
           PERFORM INICIALIZA-CAMINHO.

           OPEN INPUT ARQUIVO-IMPOSTO.
           IF IMPOSTO-FILE-STATUS = "35"
               DISPLAY "IMPOSTOS.DAT NAO ENCONTRADO. NENHUMA SAIDA "
                       "TRIBUTADA."
           ELSE
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM ACUMULA-PROXIMO-IMPOSTO
                   UNTIL FINAL-ARQUIVO = "S"
               CLOSE ARQUIVO-IMPOSTO
               PERFORM ORDENA-LIVRO
               PERFORM IMPRIME-LIVRO
           END-IF.

       PROGRAM-DONE.
           GOBACK.

       INICIALIZA-COMPETENCIA.
           COMPUTE COMPETENCIA = DATA-HOJE / 100.
           MOVE SPACE TO COMPETENCIA-ENV.
           ACCEPT COMPETENCIA-ENV FROM ENVIRONMENT
               "PROG158-COMPETENCIA".
           IF COMPETENCIA-ENV IS NUMERIC
               MOVE COMPETENCIA-ENV TO COMPETENCIA
           END-IF.

       INICIALIZA-CAMINHO.
           MOVE "impostos.dat" TO IMPOSTO-PATH.
           ACCEPT IMPOSTO-PATH FROM ENVIRONMENT "IMPOSTO_DAT".
           IF IMPOSTO-PATH = SPACE
               MOVE "impostos.dat" TO IMPOSTO-PATH
           END-IF.

       ACUMULA-PROXIMO-IMPOSTO.
           READ ARQUIVO-IMPOSTO
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               COMPUTE COMPETENCIA-LIDA = IMPOSTO-DATA / 100
               IF COMPETENCIA-LIDA = COMPETENCIA
                   PERFORM ACUMULA-LINHA-LIVRO
               END-IF
           END-IF.

      *    ACUMULA-LINHA-LIVRO: MESMA BUSCA-OU-INCLUI DO BALANCETE
      *    DO PROG126. QUADRO CHEIO E ACUSADO NO RODAPE - O LIVRO
      *    SAI INCOMPLETO E O RETURN-CODE SOBE.
       ACUMULA-LINHA-LIVRO.
           SET LIVRO-IDX TO 1.
           SEARCH LIVRO-ENTRADA
               AT END
                   IF QTDE-LINHAS-LIVRO < 200
                       ADD 1 TO QTDE-LINHAS-LIVRO
                       SET LIVRO-IDX TO QTDE-LINHAS-LIVRO
                       MOVE IMPOSTO-TRIBUTO
                           TO LIVRO-TRIBUTO (LIVRO-IDX)
                       MOVE IMPOSTO-UF TO LIVRO-UF (LIVRO-IDX)
                       MOVE IMPOSTO-ALIQUOTA
                           TO LIVRO-ALIQUOTA (LIVRO-IDX)
                       MOVE ZERO TO LIVRO-BASE-SAIDA (LIVRO-IDX)
                       MOVE ZERO TO LIVRO-VALOR-SAIDA (LIVRO-IDX)
                       MOVE ZERO TO LIVRO-BASE-ESTORNO (LIVRO-IDX)
                       MOVE ZERO TO LIVRO-VALOR-ESTORNO (LIVRO-IDX)
                       PERFORM SOMA-NA-LINHA-LIVRO
                   ELSE
                       ADD 1 TO LINHAS-IGNORADAS
                   END-IF
               WHEN LIVRO-TRIBUTO (LIVRO-IDX) = IMPOSTO-TRIBUTO
                       AND LIVRO-UF (LIVRO-IDX) = IMPOSTO-UF
                       AND LIVRO-ALIQUOTA (LIVRO-IDX) =
                           IMPOSTO-ALIQUOTA
                   PERFORM SOMA-NA-LINHA-LIVRO
           END-SEARCH.

       SOMA-NA-LINHA-LIVRO.
           IF IMPOSTO-ESTORNO
               ADD IMPOSTO-BASE TO LIVRO-BASE-ESTORNO (LIVRO-IDX)
               ADD IMPOSTO-VALOR TO LIVRO-VALOR-ESTORNO (LIVRO-IDX)
           ELSE
               ADD IMPOSTO-BASE TO LIVRO-BASE-SAIDA (LIVRO-IDX)
               ADD IMPOSTO-VALOR TO LIVRO-VALOR-SAIDA (LIVRO-IDX)
           END-IF.

      *    ORDENA-LIVRO: O QUADRO E PEQUENO - BOLHA SIMPLES POR
      *    TRIBUTO, UF E ALIQUOTA (OS 10 PRIMEIROS BYTES DA LINHA).
       ORDENA-LIVRO.
           MOVE "S" TO HOUVE-TROCA.
           PERFORM PASSADA-ORDENACAO
               UNTIL HOUVE-TROCA = "N".

       PASSADA-ORDENACAO.
           MOVE "N" TO HOUVE-TROCA.
           MOVE 1 TO LIVRO-SUB.
           PERFORM COMPARA-VIZINHOS
               UNTIL LIVRO-SUB >= QTDE-LINHAS-LIVRO.

       COMPARA-VIZINHOS.
           COMPUTE LIVRO-SUB-2 = LIVRO-SUB + 1.
           IF LIVRO-ENTRADA (LIVRO-SUB) (1:10) >
                   LIVRO-ENTRADA (LIVRO-SUB-2) (1:10)
               MOVE LIVRO-ENTRADA (LIVRO-SUB) TO LIVRO-TROCA
               MOVE LIVRO-ENTRADA (LIVRO-SUB-2)
                   TO LIVRO-ENTRADA (LIVRO-SUB)
               MOVE LIVRO-TROCA TO LIVRO-ENTRADA (LIVRO-SUB-2)
               MOVE "S" TO HOUVE-TROCA
           END-IF.
           ADD 1 TO LIVRO-SUB.

       IMPRIME-LIVRO.
           DISPLAY " ".
           DISPLAY "LIVRO DE SAIDAS - IMPOSTOS DESTACADOS - "
                   "COMPETENCIA " COMPETENCIA.
           DISPLAY "TRIB UF ALIQ%       BASE SAIDAS     IMPOSTO SAIDAS"
                   "     IMP. ESTORNADO   LIQUIDO A RECOLHER".
           DISPLAY "-----------------------------------------------"
                   "----------------------------------------------".
           MOVE SPACE TO TRIBUTO-QUEBRA.
           MOVE 1 TO LIVRO-SUB.
           PERFORM IMPRIME-LINHA-LIVRO
               UNTIL LIVRO-SUB > QTDE-LINHAS-LIVRO.
           IF TRIBUTO-QUEBRA NOT = SPACE
               PERFORM IMPRIME-TOTAL-TRIBUTO
           END-IF.
           IF QTDE-LINHAS-LIVRO = 0
               DISPLAY "NENHUM IMPOSTO DESTACADO NA COMPETENCIA."
           END-IF.
           IF LINHAS-IGNORADAS NOT = 0
               DISPLAY "*** QUADRO DO LIVRO CHEIO: " LINHAS-IGNORADAS
                       " LANCAMENTO(S) FORA DO LIVRO. ***"
               MOVE 1 TO RETURN-CODE
           END-IF.

       IMPRIME-LINHA-LIVRO.
           IF LIVRO-TRIBUTO (LIVRO-SUB) NOT = TRIBUTO-QUEBRA
               IF TRIBUTO-QUEBRA NOT = SPACE
                   PERFORM IMPRIME-TOTAL-TRIBUTO
               END-IF
               MOVE LIVRO-TRIBUTO (LIVRO-SUB) TO TRIBUTO-QUEBRA
               MOVE ZERO TO TOTAL-BASE-TRIBUTO
               MOVE ZERO TO TOTAL-IMPOSTO-TRIB
           END-IF.
           COMPUTE VALOR-LIQUIDO-LINHA =
               LIVRO-VALOR-SAIDA (LIVRO-SUB)
               - LIVRO-VALOR-ESTORNO (LIVRO-SUB).
           COMPUTE TOTAL-BASE-TRIBUTO = TOTAL-BASE-TRIBUTO
               + LIVRO-BASE-SAIDA (LIVRO-SUB)
               - LIVRO-BASE-ESTORNO (LIVRO-SUB).
           ADD VALOR-LIQUIDO-LINHA TO TOTAL-IMPOSTO-TRIB.
           MOVE LIVRO-ALIQUOTA (LIVRO-SUB) TO ALIQUOTA-EDITADA.
           MOVE LIVRO-BASE-SAIDA (LIVRO-SUB) TO BASE-EDITADA.
           MOVE LIVRO-VALOR-SAIDA (LIVRO-SUB) TO VALOR-EDITADO.
           MOVE LIVRO-VALOR-ESTORNO (LIVRO-SUB) TO ESTORNO-EDITADO.
           MOVE VALOR-LIQUIDO-LINHA TO LIQUIDO-EDITADO.
           DISPLAY LIVRO-TRIBUTO (LIVRO-SUB) " "
                   LIVRO-UF (LIVRO-SUB) " " ALIQUOTA-EDITADA " "
                   BASE-EDITADA " " VALOR-EDITADO " "
                   ESTORNO-EDITADO " " LIQUIDO-EDITADO.
           ADD 1 TO LIVRO-SUB.

       IMPRIME-TOTAL-TRIBUTO.
           MOVE TOTAL-BASE-TRIBUTO TO BASE-LIQ-EDITADA.
           MOVE TOTAL-IMPOSTO-TRIB TO LIQUIDO-EDITADO.
           DISPLAY "TOTAL " TRIBUTO-QUEBRA " - BASE LIQUIDA: "
                   BASE-LIQ-EDITADA "  A RECOLHER: " LIQUIDO-EDITADO.
           DISPLAY "-----------------------------------------------"
                   "----------------------------------------------".
