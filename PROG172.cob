       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG172.
      *    MANUTENCAO DE METAS DE VENDAS (METAS.DAT): GRAVA A META
      *    MENSAL DE CADA VENDEDOR (CODIGO DO FUNCIONARIO), TOTAL OU
      *    ABERTA POR FAMILIA DE PRODUTO, RETIRA META LANCADA ERRADA
      *    E LISTA AS METAS DE UM VENDEDOR OU DE UMA COMPETENCIA.
      *    GRAVAR SOBRE META JA EXISTENTE ALTERA O VALOR. A FAMILIA
      *    EM BRANCO E A META TOTAL DO MES; SEM ELA, VALE A SOMA DAS
      *    FAMILIAS. O ATINGIMENTO SAI NO PROG173 E A COMISSAO
      *    (PROG121) USA A META TOTAL PARA O PERCENTUAL MAIOR.
      *    ENTRA NO MENU PELO CARDAPIO (PROG149).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "MTVSEL.cob".
           COPY "CSELEC.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "MTVREG.cob".
           COPY "CARQF.cob".

       WORKING-STORAGE SECTION.

       01  META-FILE-STATUS        PIC XX.
       01  META-PATH               PIC X(100).
       01  FUNCIONARIO-FILE-STATUS PIC XX.
       01  FUNCIONARIO-PATH        PIC X(100).
       01  OPCAO-MENU              PIC 9.
       01  FINAL-ARQUIVO           PIC X.
       01  TOTAL-LISTADOS          PIC 9(04) VALUE 0.
       01  DATA-HOJE               PIC 9(08).

       01  FUNC-INFORMADO          PIC 9(05).
       01  COMPETENCIA-INFORMADA   PIC 9(06).
       01  MES-INFORMADO           PIC 9(02).
       01  FAMILIA-INFORMADA       PIC X(10).
       01  VALOR-INFORMADO         PIC 9(09)V9(02).
       01  FUNCIONARIO-EXISTE      PIC X.
       01  TOTAL-LISTADO-VALOR     PIC 9(11)V9(02).
       01  FAMILIA-EXIBIDA         PIC X(10).
       01  VALOR-EDITADO           PIC ZZZ,ZZZ,ZZ9.99.
       01  VALOR-EDITADO-2         PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM INICIALIZA-CAMINHOS.
           PERFORM EXIBE-MENU.

       PROGRAM-DONE.
           GOBACK.

       INICIALIZA-CAMINHOS.
           MOVE "metas.dat" TO META-PATH.
           ACCEPT META-PATH FROM ENVIRONMENT "META_DAT".
           IF META-PATH = SPACE
               MOVE "metas.dat" TO META-PATH
           END-IF.

           MOVE "funcionarios.dat" TO FUNCIONARIO-PATH.
           ACCEPT FUNCIONARIO-PATH FROM ENVIRONMENT "FUNCIONARIO_DAT".
           IF FUNCIONARIO-PATH = SPACE
               MOVE "funcionarios.dat" TO FUNCIONARIO-PATH
           END-IF.

       EXIBE-MENU.
           DISPLAY "===== METAS DE VENDAS =====".
           DISPLAY "1 - GRAVAR META (INCLUIR OU ALTERAR)".
           DISPLAY "2 - RETIRAR META LANCADA ERRADA".
           DISPLAY "3 - LISTAR METAS DE UM VENDEDOR".
           DISPLAY "4 - LISTAR METAS DE UMA COMPETENCIA".
           DISPLAY "5 - SAIR".
           DISPLAY "INFORME A OPCAO: ".
           ACCEPT OPCAO-MENU.

           EVALUATE OPCAO-MENU
               WHEN 1
                   PERFORM GRAVA-META
                   PERFORM EXIBE-MENU
               WHEN 2
                   PERFORM EXCLUI-META
                   PERFORM EXIBE-MENU
               WHEN 3
                   PERFORM LISTA-DE-UM-VENDEDOR
                   PERFORM EXIBE-MENU
               WHEN 4
                   PERFORM LISTA-DA-COMPETENCIA
                   PERFORM EXIBE-MENU
               WHEN 5
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
                   PERFORM EXIBE-MENU
           END-EVALUATE.

       VERIFICA-FUNCIONARIO.
           MOVE "N" TO FUNCIONARIO-EXISTE.
           OPEN INPUT ARQUIVO-FUNCIONARIO.
           IF FUNCIONARIO-FILE-STATUS = "35"
               DISPLAY "ARQUIVO DE FUNCIONARIOS NAO ENCONTRADO."
           ELSE
               MOVE FUNC-INFORMADO TO FUNCIONARIO-CODIGO
               READ ARQUIVO-FUNCIONARIO
                   INVALID KEY
                       DISPLAY "FUNCIONARIO NAO ENCONTRADO."
                   NOT INVALID KEY
                       MOVE "S" TO FUNCIONARIO-EXISTE
                       DISPLAY "VENDEDOR: " FUNCIONARIO-NOME
               END-READ
               CLOSE ARQUIVO-FUNCIONARIO
           END-IF.

      *    PEDE-CHAVE-META: VENDEDOR, COMPETENCIA E FAMILIA (EM
      *    BRANCO = META TOTAL DO MES).
       PEDE-CHAVE-META.
           DISPLAY "CODIGO DO VENDEDOR: ".
           ACCEPT FUNC-INFORMADO.
           DISPLAY "COMPETENCIA (AAAAMM): ".
           ACCEPT COMPETENCIA-INFORMADA.
           DISPLAY "FAMILIA DE PRODUTO (BRANCO = META TOTAL): ".
           MOVE SPACE TO FAMILIA-INFORMADA.
           ACCEPT FAMILIA-INFORMADA.
           COMPUTE MES-INFORMADO = COMPETENCIA-INFORMADA
               - (COMPETENCIA-INFORMADA / 100) * 100.

       GRAVA-META.
           PERFORM PEDE-CHAVE-META.
           IF COMPETENCIA-INFORMADA NOT NUMERIC
                   OR MES-INFORMADO < 1 OR MES-INFORMADO > 12
               DISPLAY "COMPETENCIA INVALIDA. NADA GRAVADO."
           ELSE
               PERFORM VERIFICA-FUNCIONARIO
               IF FUNCIONARIO-EXISTE = "S"
                   DISPLAY "VALOR DA META: "
                   ACCEPT VALOR-INFORMADO
                   IF VALOR-INFORMADO NOT NUMERIC
                           OR VALOR-INFORMADO = 0
                       DISPLAY "VALOR INVALIDO. NADA GRAVADO."
                   ELSE
                       PERFORM GRAVA-REGISTRO-META
                   END-IF
               END-IF
           END-IF.

       GRAVA-REGISTRO-META.
           OPEN I-O ARQUIVO-META.
           IF META-FILE-STATUS = "35"
               OPEN OUTPUT ARQUIVO-META
               CLOSE ARQUIVO-META
               OPEN I-O ARQUIVO-META
           END-IF.
           MOVE FUNC-INFORMADO TO META-VENDEDOR.
           MOVE COMPETENCIA-INFORMADA TO META-COMPETENCIA.
           MOVE FAMILIA-INFORMADA TO META-FAMILIA.
           READ ARQUIVO-META
               INVALID KEY
                   MOVE VALOR-INFORMADO TO META-VALOR
                   MOVE DATA-HOJE TO META-DATA-ALTERACAO
                   WRITE META-REGISTRO
                       INVALID KEY
                           DISPLAY "ERRO AO INCLUIR A META."
                       NOT INVALID KEY
                           DISPLAY "META INCLUIDA."
                   END-WRITE
               NOT INVALID KEY
                   MOVE META-VALOR TO VALOR-EDITADO
                   DISPLAY "META ANTERIOR: " VALOR-EDITADO
                   MOVE VALOR-INFORMADO TO META-VALOR
                   MOVE DATA-HOJE TO META-DATA-ALTERACAO
                   REWRITE META-REGISTRO
                       INVALID KEY
                           DISPLAY "ERRO AO ALTERAR A META."
                       NOT INVALID KEY
                           DISPLAY "META ALTERADA."
                   END-REWRITE
           END-READ.
           CLOSE ARQUIVO-META.

       EXCLUI-META.
           PERFORM PEDE-CHAVE-META.
           OPEN I-O ARQUIVO-META.
           IF META-FILE-STATUS = "35"
               DISPLAY "METAS.DAT NAO ENCONTRADO."
               CLOSE ARQUIVO-META
           ELSE
               MOVE FUNC-INFORMADO TO META-VENDEDOR
               MOVE COMPETENCIA-INFORMADA TO META-COMPETENCIA
               MOVE FAMILIA-INFORMADA TO META-FAMILIA
               READ ARQUIVO-META
                   INVALID KEY
                       DISPLAY "META NAO ENCONTRADA."
                   NOT INVALID KEY
                       DELETE ARQUIVO-META
                           INVALID KEY
                               DISPLAY "ERRO AO RETIRAR A META."
                           NOT INVALID KEY
                               DISPLAY "META RETIRADA."
                       END-DELETE
               END-READ
               CLOSE ARQUIVO-META
           END-IF.

       LISTA-DE-UM-VENDEDOR.
           DISPLAY "CODIGO DO VENDEDOR: ".
           ACCEPT FUNC-INFORMADO.
           MOVE 0 TO COMPETENCIA-INFORMADA.
           PERFORM LISTA-METAS.

       LISTA-DA-COMPETENCIA.
           DISPLAY "COMPETENCIA (AAAAMM): ".
           ACCEPT COMPETENCIA-INFORMADA.
           MOVE 0 TO FUNC-INFORMADO.
           PERFORM LISTA-METAS.

      *    LISTA-METAS: FILTRA PELO VENDEDOR OU PELA COMPETENCIA
      *    INFORMADA (O OUTRO FILTRO FICA ZERADO).
       LISTA-METAS.
           MOVE 0 TO TOTAL-LISTADOS.
           MOVE 0 TO TOTAL-LISTADO-VALOR.
           OPEN INPUT ARQUIVO-META.
           IF META-FILE-STATUS = "35"
               DISPLAY "METAS.DAT NAO ENCONTRADO."
           ELSE
               DISPLAY "VEND.  COMPET FAMILIA              META"
               DISPLAY "--------------------------------------------"
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LISTA-PROXIMA-META
                   UNTIL FINAL-ARQUIVO = "S"
               CLOSE ARQUIVO-META
               DISPLAY "--------------------------------------------"
               DISPLAY "METAS LISTADAS: " TOTAL-LISTADOS
               MOVE TOTAL-LISTADO-VALOR TO VALOR-EDITADO-2
               DISPLAY "SOMA DOS VALORES: " VALOR-EDITADO-2
           END-IF.

       LISTA-PROXIMA-META.
           READ ARQUIVO-META NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               IF (FUNC-INFORMADO = 0
                       OR META-VENDEDOR = FUNC-INFORMADO)
                   AND (COMPETENCIA-INFORMADA = 0
                       OR META-COMPETENCIA = COMPETENCIA-INFORMADA)
                   ADD 1 TO TOTAL-LISTADOS
                   ADD META-VALOR TO TOTAL-LISTADO-VALOR
                   IF META-TOTAL-DO-MES
                       MOVE "(TOTAL)" TO FAMILIA-EXIBIDA
                   ELSE
                       MOVE META-FAMILIA TO FAMILIA-EXIBIDA
                   END-IF
                   MOVE META-VALOR TO VALOR-EDITADO
                   DISPLAY META-VENDEDOR "  " META-COMPETENCIA " "
                           FAMILIA-EXIBIDA " " VALOR-EDITADO
               END-IF
           END-IF.
