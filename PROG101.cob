      *    SAO VENDA SEM MERCADORIA E PEDEM CONTAGEM). NO FINAL SAEM
      *    AS CONTAGENS PARA BATER O RELATORIO, COMO NOS DEMAIS
      *    RELATORIOS DA CASA.
      *    DEPOIS DA POSICAO DA EMPRESA (ESTOQUE.DAT, TODOS OS
      *    DEPOSITOS JUNTOS) VEM A POSICAO POR DEPOSITO (ESTDEP.DAT):
      *    SALDO, RESERVADO E EM TRANSITO DE CADA PRODUTO, TOTAL POR
      *    DEPOSITO E A CONFERENCIA DE QUE DEPOSITOS MAIS TRANSITO
      *    DAO O SALDO DA EMPRESA (SE NAO, RETORNO 1).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "ESTSEL.cob".
           COPY "PRODSEL.cob".
           COPY "EDPSEL.cob".
           COPY "EMPSEL.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "ESTREG.cob".
           COPY "PRODREG.cob".
           COPY "EDPREG.cob".
           COPY "EMPREG.cob".

       WORKING-STORAGE SECTION.

       01  TOTAL-FICHAS         PIC 9(05) VALUE 0.
       01  TOTAL-ABAIXO-MINIMO  PIC 9(05) VALUE 0.
       01  TOTAL-NEGATIVOS      PIC 9(05) VALUE 0.
       01  SALDO-EMPRESA        PIC S9(09) VALUE 0.

           COPY "EDPWRK.cob".

       01  EMPRESA-FILE-STATUS  PIC XX.
       01  EMPRESA-PATH         PIC X(100).
       01  TEM-EMPRESA          PIC X VALUE "N".
       01  NOME-DEPOSITO        PIC X(40).

      *    POSICAO POR DEPOSITO: AS FICHAS DE ESTDEP.DAT VEM NA ORDEM
      *    DEPOSITO + PRODUTO, E O DEPOSITO FECHA QUANDO O CODIGO
      *    MUDA.
       01  DEPOSITO-CORRENTE    PIC 9(02) VALUE 0.
       01  FICHAS-DEPOSITO      PIC 9(05) VALUE 0.
       01  SALDO-DEPOSITO       PIC S9(09) VALUE 0.
       01  RESERVADO-DEPOSITO   PIC 9(09) VALUE 0.
       01  TRANSITO-DEPOSITO    PIC 9(09) VALUE 0.
       01  TOTAL-DEPOSITOS      PIC 9(03) VALUE 0.
       01  SALDO-DEPOSITOS      PIC S9(09) VALUE 0.
       01  RESERVADO-DEPOSITOS  PIC 9(09) VALUE 0.
       01  TRANSITO-DEPOSITOS   PIC 9(09) VALUE 0.
       01  SALDO-MAIS-TRANSITO  PIC S9(09).
       01  QTDE-EDITADA         PIC -ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
               END-IF
               CLOSE ARQUIVO-ESTOQUE
               PERFORM IMPRIME-TOTAIS
               PERFORM IMPRIME-POSICAO-DEPOSITOS
           END-IF.

       PROGRAM-DONE.
               MOVE "produtos.dat" TO PRODUTO-PATH
           END-IF.

           MOVE "empresa.dat" TO EMPRESA-PATH.
           ACCEPT EMPRESA-PATH FROM ENVIRONMENT "EMPRESA_DAT".
           IF EMPRESA-PATH = SPACE
               MOVE "empresa.dat" TO EMPRESA-PATH
           END-IF.

           PERFORM INICIALIZA-CAMINHO-ESTDEP.

       LISTA-PROXIMA-POSICAO.
           READ ARQUIVO-ESTOQUE NEXT RECORD
               AT END
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               ADD 1 TO TOTAL-FICHAS
               ADD ESTOQUE-SALDO TO SALDO-EMPRESA
               PERFORM BUSCA-DESCRICAO-PRODUTO
               DISPLAY ESTOQUE-PRODUTO-CODIGO " " DESCRICAO-PRODUTO
                       " SALDO: " ESTOQUE-SALDO
           DISPLAY "ABAIXO DO MINIMO..........: "
                   TOTAL-ABAIXO-MINIMO.
           DISPLAY "SALDOS NEGATIVOS..........: " TOTAL-NEGATIVOS.
           MOVE SALDO-EMPRESA TO QTDE-EDITADA.
           DISPLAY "SALDO TOTAL DA EMPRESA....: " QTDE-EDITADA.

      *    IMPRIME-POSICAO-DEPOSITOS: A MESMA MERCADORIA ABERTA POR
      *    DEPOSITO (ESTDEP.DAT), COM O RESERVADO E O QUE ESTA EM
      *    TRANSITO PARA CADA UM. SOMANDO SALDO E TRANSITO DE TODOS
      *    OS DEPOSITOS TEM DE DAR O SALDO DA EMPRESA; SE NAO DER,
      *    ALGUM MOVIMENTO PASSOU SO POR UM DOS ARQUIVOS.
       IMPRIME-POSICAO-DEPOSITOS.
           OPEN INPUT ARQUIVO-ESTDEP.
           IF ESTDEP-FILE-STATUS NOT = "00"
               DISPLAY " "
               DISPLAY "ESTDEP.DAT NAO ENCONTRADO - SEM POSICAO POR "
                       "DEPOSITO (CARGA INICIAL NO PROG214)."
           ELSE
               OPEN INPUT ARQUIVO-EMPRESA
               IF EMPRESA-FILE-STATUS = "00"
                   MOVE "S" TO TEM-EMPRESA
               ELSE
                   MOVE "N" TO TEM-EMPRESA
               END-IF
               DISPLAY " "
               DISPLAY "POSICAO POR DEPOSITO - DATA " DATA-HOJE
               DISPLAY "PRODUTO         SALDO    RESERVADO     "
                       "TRANSITO"
               DISPLAY "--------------------------------------------"
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LISTA-PROXIMA-FICHA-DEPOSITO
                   UNTIL FINAL-ARQUIVO = "S"
               PERFORM FECHA-DEPOSITO-CORRENTE
               IF TEM-EMPRESA = "S"
                   CLOSE ARQUIVO-EMPRESA
               END-IF
               CLOSE ARQUIVO-ESTDEP
               PERFORM IMPRIME-TOTAIS-DEPOSITOS
           END-IF.

       LISTA-PROXIMA-FICHA-DEPOSITO.
           READ ARQUIVO-ESTDEP NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               IF FICHAS-DEPOSITO = 0
                  OR ESTDEP-DEPOSITO NOT = DEPOSITO-CORRENTE
                   PERFORM FECHA-DEPOSITO-CORRENTE
                   PERFORM ABRE-DEPOSITO-CORRENTE
               END-IF
               ADD 1 TO FICHAS-DEPOSITO
               ADD ESTDEP-SALDO TO SALDO-DEPOSITO
               ADD ESTDEP-RESERVADO TO RESERVADO-DEPOSITO
               ADD ESTDEP-TRANSITO TO TRANSITO-DEPOSITO
               DISPLAY ESTDEP-PRODUTO "   " ESTDEP-SALDO "   "
                       ESTDEP-RESERVADO "   " ESTDEP-TRANSITO
               IF ESTDEP-SALDO < 0
                   DISPLAY "  *** SALDO NEGATIVO NO DEPOSITO ***"
               END-IF
           END-IF.

       ABRE-DEPOSITO-CORRENTE.
           MOVE ESTDEP-DEPOSITO TO DEPOSITO-CORRENTE.
           MOVE "(FORA DE EMPRESA.DAT)" TO NOME-DEPOSITO.
           IF TEM-EMPRESA = "S"
               MOVE ESTDEP-DEPOSITO TO EMPRESA-CODIGO
               READ ARQUIVO-EMPRESA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EMPRESA-RAZAO-SOCIAL TO NOME-DEPOSITO
               END-READ
           END-IF.
           IF DEPOSITO-CORRENTE = DEP-PRINCIPAL
               DISPLAY "DEPOSITO " DEPOSITO-CORRENTE " " NOME-DEPOSITO
                       " (PRINCIPAL)"
           ELSE
               DISPLAY "DEPOSITO " DEPOSITO-CORRENTE " " NOME-DEPOSITO
           END-IF.

       FECHA-DEPOSITO-CORRENTE.
           IF FICHAS-DEPOSITO NOT = 0
               ADD 1 TO TOTAL-DEPOSITOS
               ADD SALDO-DEPOSITO TO SALDO-DEPOSITOS
               ADD RESERVADO-DEPOSITO TO RESERVADO-DEPOSITOS
               ADD TRANSITO-DEPOSITO TO TRANSITO-DEPOSITOS
               MOVE SALDO-DEPOSITO TO QTDE-EDITADA
               DISPLAY "  TOTAL DO DEPOSITO " DEPOSITO-CORRENTE
                       " - FICHAS: " FICHAS-DEPOSITO
                       " SALDO: " QTDE-EDITADA
               MOVE RESERVADO-DEPOSITO TO QTDE-EDITADA
               DISPLAY "  RESERVADO: " QTDE-EDITADA
               MOVE TRANSITO-DEPOSITO TO QTDE-EDITADA
               DISPLAY "  EM TRANSITO PARA ELE: " QTDE-EDITADA
               MOVE 0 TO FICHAS-DEPOSITO
               MOVE 0 TO SALDO-DEPOSITO
               MOVE 0 TO RESERVADO-DEPOSITO
               MOVE 0 TO TRANSITO-DEPOSITO
           END-IF.

       IMPRIME-TOTAIS-DEPOSITOS.
           DISPLAY "--------------------------------------------".
           DISPLAY "DEPOSITOS LISTADOS........: " TOTAL-DEPOSITOS.
           MOVE SALDO-DEPOSITOS TO QTDE-EDITADA.
           DISPLAY "SALDO NOS DEPOSITOS.......: " QTDE-EDITADA.
           MOVE RESERVADO-DEPOSITOS TO QTDE-EDITADA.
           DISPLAY "RESERVADO NOS DEPOSITOS...: " QTDE-EDITADA.
           MOVE TRANSITO-DEPOSITOS TO QTDE-EDITADA.
           DISPLAY "EM TRANSITO...............: " QTDE-EDITADA.
           COMPUTE SALDO-MAIS-TRANSITO =
               SALDO-DEPOSITOS + TRANSITO-DEPOSITOS.
           MOVE SALDO-MAIS-TRANSITO TO QTDE-EDITADA.
           DISPLAY "DEPOSITOS MAIS TRANSITO...: " QTDE-EDITADA.
           IF SALDO-MAIS-TRANSITO NOT = SALDO-EMPRESA
               DISPLAY "*** NAO BATE COM O SALDO DA EMPRESA - "
                       "CONFERIR OS MOVIMENTOS ***"
               MOVE 1 TO RETURN-CODE
           END-IF.

           COPY "EDPPROC.cob".
