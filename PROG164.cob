       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG164.
      *    RELATORIO DE ENCOMENDAS EM ABERTO: AS ENCOMENDAS PENDENTES
      *    DE ENCOMENDAS.DAT (ITENS DE PEDIDO QUE O ESTOQUE NAO COBRIU
      *    NA DIGITACAO OU NO FATURAMENTO) POR CLIENTE E, DENTRO DO
      *    CLIENTE, POR PRODUTO - PELA CHAVE ALTERNATIVA DO ARQUIVO.
      *    CADA LINHA MOSTRA O PEDIDO DE ORIGEM, A QUANTIDADE, A DATA
      *    DE ENTRADA E HA QUANTOS DIAS ESPERA (CONVENCAO 30/360, COMO
      *    NO PROG65); O CLIENTE FECHA COM O SEU TOTAL E O RELATORIO
      *    COM A MAIOR ESPERA. A ENCOMENDA SAI DAQUI QUANDO O
      *    RECEBIMENTO (PROG104) A LIBERA OU O PEDIDO E CANCELADO
      *    (PROG115). PROG164-DIAS (PADRAO 0) LISTA SO AS QUE ESPERAM
      *    HA MAIS DE N DIAS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "EMDSEL.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "EMDREG.cob".

       WORKING-STORAGE SECTION.

       01  ENCOMENDA-FILE-STATUS      PIC XX.
       01  ENCOMENDA-PATH             PIC X(100).
       01  FINAL-ARQUIVO              PIC X.

       01  DIAS-MINIMO                PIC 9(03) VALUE 0.
       01  DIAS-MINIMO-ENV            PIC X(03).

       01  DATA-HOJE                  PIC 9(08).
       01  DATA-HOJE-R REDEFINES DATA-HOJE.
           05 HOJE-ANO                PIC 9(04).
           05 HOJE-MES                PIC 9(02).
           05 HOJE-DIA                PIC 9(02).
       01  DATA-ENTRADA               PIC 9(08).
       01  DATA-ENTRADA-R REDEFINES DATA-ENTRADA.
           05 ENTRADA-ANO             PIC 9(04).
           05 ENTRADA-MES             PIC 9(02).
           05 ENTRADA-DIA             PIC 9(02).
       01  DIAS-ESPERA                PIC S9(07).
       01  DIAS-ESPERA-EDITADO        PIC ZZZ,ZZ9.

       01  CLIENTE-ANTERIOR           PIC 9(08).
       01  PRIMEIRO-CLIENTE           PIC X.
       01  LINHAS-CLIENTE             PIC 9(05).
       01  UNIDADES-CLIENTE           PIC 9(07).
       01  VALOR-LINHA                PIC 9(09)V9(02).
       01  VALOR-CLIENTE              PIC 9(11)V9(02).
       01  VALOR-EDITADO              PIC $$,$$$,$$$,$$9.99.

       01  TOTAL-CLIENTES             PIC 9(05) VALUE 0.
       01  TOTAL-LINHAS               PIC 9(05) VALUE 0.
       01  TOTAL-UNIDADES             PIC 9(07) VALUE 0.
       01  TOTAL-VALOR                PIC 9(11)V9(02) VALUE 0.
       01  MAIOR-ESPERA               PIC S9(07) VALUE 0.
       01  MAIOR-ESPERA-PEDIDO        PIC 9(07) VALUE 0.
       01  MAIOR-ESPERA-PRODUTO       PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE 0 TO RETURN-CODE.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM INICIALIZA-CAMINHOS.

           DISPLAY "===== ENCOMENDAS EM ABERTO POR CLIENTE E PRODUTO "
                   "- " DATA-HOJE " =====".
           OPEN INPUT ARQUIVO-ENCOMENDA.
           IF ENCOMENDA-FILE-STATUS = "35"
               DISPLAY "ENCOMENDAS.DAT NAO ENCONTRADO. NENHUMA "
                       "ENCOMENDA REGISTRADA."
           ELSE
               MOVE "S" TO PRIMEIRO-CLIENTE
               MOVE ZERO TO ENCOMENDA-CLIENTE-CODIGO
               MOVE ZERO TO ENCOMENDA-PRODUTO-CLIENTE
               MOVE "N" TO FINAL-ARQUIVO
               START ARQUIVO-ENCOMENDA
                   KEY IS NOT LESS THAN ENCOMENDA-CHAVE-CLIENTE
                   INVALID KEY
                       MOVE "S" TO FINAL-ARQUIVO
               END-START
               PERFORM LISTA-PROXIMA-ENCOMENDA
                   UNTIL FINAL-ARQUIVO = "S"
               IF PRIMEIRO-CLIENTE NOT = "S"
                   PERFORM FECHA-CLIENTE
               END-IF
               CLOSE ARQUIVO-ENCOMENDA
           END-IF.

           PERFORM IMPRIME-TOTAIS.

       PROGRAM-DONE.
           GOBACK.

       INICIALIZA-CAMINHOS.
           MOVE "encomendas.dat" TO ENCOMENDA-PATH.
           ACCEPT ENCOMENDA-PATH FROM ENVIRONMENT "ENCOMENDA_DAT".
           IF ENCOMENDA-PATH = SPACE
               MOVE "encomendas.dat" TO ENCOMENDA-PATH
           END-IF.

           MOVE SPACE TO DIAS-MINIMO-ENV.
           ACCEPT DIAS-MINIMO-ENV FROM ENVIRONMENT "PROG164-DIAS".
           IF DIAS-MINIMO-ENV NOT = SPACE
               MOVE DIAS-MINIMO-ENV TO DIAS-MINIMO
               IF DIAS-MINIMO IS NOT NUMERIC
                   MOVE 0 TO DIAS-MINIMO
               END-IF
           END-IF.

       LISTA-PROXIMA-ENCOMENDA.
           READ ARQUIVO-ENCOMENDA NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S" AND ENCOMENDA-PENDENTE
               PERFORM CALCULA-DIAS-ESPERA
               IF DIAS-ESPERA NOT < DIAS-MINIMO
                   PERFORM LISTA-ENCOMENDA
               END-IF
           END-IF.

      *    CALCULA-DIAS-ESPERA: DIAS ENTRE A ENTRADA DA ENCOMENDA E
      *    HOJE, CONVENCAO 30/360.
       CALCULA-DIAS-ESPERA.
           MOVE ENCOMENDA-DATA TO DATA-ENTRADA.
           COMPUTE DIAS-ESPERA =
               (HOJE-ANO - ENTRADA-ANO) * 360
             + (HOJE-MES - ENTRADA-MES) * 30
             + (HOJE-DIA - ENTRADA-DIA).
           IF DIAS-ESPERA < 0
               MOVE 0 TO DIAS-ESPERA
           END-IF.

       LISTA-ENCOMENDA.
           IF PRIMEIRO-CLIENTE = "S"
               PERFORM ABRE-CLIENTE
           ELSE
               IF ENCOMENDA-CLIENTE-CODIGO NOT = CLIENTE-ANTERIOR
                   PERFORM FECHA-CLIENTE
                   PERFORM ABRE-CLIENTE
               END-IF
           END-IF.
           COMPUTE VALOR-LINHA ROUNDED =
               ENCOMENDA-QUANTIDADE * ENCOMENDA-PRECO-UNITARIO.
           MOVE DIAS-ESPERA TO DIAS-ESPERA-EDITADO.
           DISPLAY "  " ENCOMENDA-PRODUTO " " ENCOMENDA-DESCRICAO
                   " QTDE " ENCOMENDA-QUANTIDADE
                   " PEDIDO " ENCOMENDA-PEDIDO
                   " DESDE " ENCOMENDA-DATA
                   " ESPERA " DIAS-ESPERA-EDITADO " DIAS".
           ADD 1 TO LINHAS-CLIENTE.
           ADD ENCOMENDA-QUANTIDADE TO UNIDADES-CLIENTE.
           ADD VALOR-LINHA TO VALOR-CLIENTE.
           ADD 1 TO TOTAL-LINHAS.
           ADD ENCOMENDA-QUANTIDADE TO TOTAL-UNIDADES.
           ADD VALOR-LINHA TO TOTAL-VALOR.
           IF DIAS-ESPERA > MAIOR-ESPERA
               MOVE DIAS-ESPERA TO MAIOR-ESPERA
               MOVE ENCOMENDA-PEDIDO TO MAIOR-ESPERA-PEDIDO
               MOVE ENCOMENDA-PRODUTO TO MAIOR-ESPERA-PRODUTO
           END-IF.

       ABRE-CLIENTE.
           MOVE "N" TO PRIMEIRO-CLIENTE.
           MOVE ENCOMENDA-CLIENTE-CODIGO TO CLIENTE-ANTERIOR.
           MOVE 0 TO LINHAS-CLIENTE.
           MOVE 0 TO UNIDADES-CLIENTE.
           MOVE ZERO TO VALOR-CLIENTE.
           ADD 1 TO TOTAL-CLIENTES.
           DISPLAY "----------------------------------------------".
           DISPLAY "CLIENTE " ENCOMENDA-CLIENTE-CODIGO " - "
                   ENCOMENDA-CLIENTE-NOME.

       FECHA-CLIENTE.
           MOVE VALOR-CLIENTE TO VALOR-EDITADO.
           DISPLAY "  TOTAL DO CLIENTE: " LINHAS-CLIENTE " LINHA(S), "
                   UNIDADES-CLIENTE " UNIDADE(S), " VALOR-EDITADO.

       IMPRIME-TOTAIS.
           DISPLAY "==============================================".
           DISPLAY "CLIENTES COM ENCOMENDA.: " TOTAL-CLIENTES.
           DISPLAY "ENCOMENDAS PENDENTES...: " TOTAL-LINHAS.
           DISPLAY "UNIDADES EM ENCOMENDA..: " TOTAL-UNIDADES.
           MOVE TOTAL-VALOR TO VALOR-EDITADO.
           DISPLAY "VALOR EM ENCOMENDA.....: " VALOR-EDITADO.
           IF TOTAL-LINHAS NOT = 0
               MOVE MAIOR-ESPERA TO DIAS-ESPERA-EDITADO
               DISPLAY "MAIOR ESPERA...........: " DIAS-ESPERA-EDITADO
                       " DIAS (PEDIDO " MAIOR-ESPERA-PEDIDO
                       " PRODUTO " MAIOR-ESPERA-PRODUTO ")"
           END-IF.
