       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG212.
      *    RELATORIO SEMANAL DAS ORDENS DE COMPRA PARADAS NA
      *    APROVACAO: PERCORRE ORDEMCOMPRA.DAT E LISTA CADA ORDEM
      *    AINDA "E" (ACIMA DO LIMITE DO OPERADOR, ESPERANDO O
      *    SUPERVISOR NO PROG211) HA MAIS DE PROG212-DIAS DIAS
      *    (PADRAO 2, CONVENCAO 30/360 A PARTIR DA EMISSAO), COM O
      *    FORNECEDOR, QUEM DIGITOU, OS DIAS DE ESPERA E O TOTAL. NO
      *    FIM, QUANTAS ESTAO NA FILA E QUANTAS PASSARAM DO PRAZO -
      *    ORDEM PARADA E MERCADORIA QUE NAO FOI PEDIDA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "OCSEL.cob".
           COPY "FORSEL.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "OCREG.cob".
           COPY "FORREG.cob".

       WORKING-STORAGE SECTION.

       01  ORDEM-COMPRA-FILE-STATUS PIC XX.
       01  ORDEM-COMPRA-PATH        PIC X(100).
       01  FORNECEDOR-FILE-STATUS   PIC XX.
       01  FORNECEDOR-PATH          PIC X(100).
       01  FINAL-ARQUIVO            PIC X.

       01  DATA-HOJE                PIC 9(08).
       01  DATA-HOJE-R REDEFINES DATA-HOJE.
           05 HOJE-ANO              PIC 9(04).
           05 HOJE-MES              PIC 9(02).
           05 HOJE-DIA              PIC 9(02).

       01  DATA-EMISSAO-WS          PIC 9(08).
       01  DATA-EMISSAO-R REDEFINES DATA-EMISSAO-WS.
           05 EMISSAO-ANO           PIC 9(04).
           05 EMISSAO-MES           PIC 9(02).
           05 EMISSAO-DIA           PIC 9(02).

       01  DIAS-LIMITE              PIC 9(02) VALUE 2.
       01  DIAS-LIMITE-ENV          PIC X(02).
       01  DIAS-ESPERA              PIC S9(07).

      *    ORDEM EM MONTAGEM: AS LINHAS DE UMA ORDEM SAO CONTIGUAS NA
      *    CHAVE, E A ORDEM E FECHADA QUANDO O NUMERO MUDA.
       01  ORDEM-CORRENTE           PIC 9(07) VALUE 0.
       01  ORDEM-FORNECEDOR         PIC 9(05).
       01  ORDEM-EMITENTE           PIC X(10).
       01  ORDEM-EMISSAO            PIC 9(08).
       01  ORDEM-TOTAL              PIC 9(09)V9(02).
       01  VALOR-LINHA              PIC 9(09)V9(02).
       01  NOME-FORNECEDOR          PIC X(30).

       01  TOTAL-NA-FILA            PIC 9(05) VALUE 0.
       01  TOTAL-ATRASADAS          PIC 9(05) VALUE 0.
       01  VALOR-NA-FILA            PIC 9(11)V9(02) VALUE 0.
       01  VALOR-ATRASADAS          PIC 9(11)V9(02) VALUE 0.
       01  VALOR-EDITADO            PIC $$,$$$,$$$,$$9.99.
       01  DIAS-EDITADO             PIC ZZZ9.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE 0 TO RETURN-CODE.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM INICIALIZA-CAMINHOS.

           OPEN INPUT ARQUIVO-ORDEM-COMPRA.
           IF ORDEM-COMPRA-FILE-STATUS = "35"
               DISPLAY "ORDEMCOMPRA.DAT NAO ENCONTRADO. NADA "
                       "AGUARDANDO APROVACAO."
           ELSE
               OPEN INPUT ARQUIVO-FORNECEDOR
               DISPLAY "ORDENS DE COMPRA AGUARDANDO APROVACAO HA MAIS "
                       "DE " DIAS-LIMITE " DIAS - DATA " DATA-HOJE
               DISPLAY "ORDEM   FORNECEDOR                       "
                       "DIGITADA   EMISSAO  DIAS             TOTAL"
               DISPLAY "--------------------------------------------"
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LE-PROXIMA-LINHA-ORDEM
                   UNTIL FINAL-ARQUIVO = "S"
               PERFORM FECHA-ORDEM-CORRENTE
               IF FORNECEDOR-FILE-STATUS NOT = "35"
                   CLOSE ARQUIVO-FORNECEDOR
               END-IF
               CLOSE ARQUIVO-ORDEM-COMPRA
               PERFORM IMPRIME-RESUMO
           END-IF.

       PROGRAM-DONE.
           GOBACK.

       INICIALIZA-CAMINHOS.
           MOVE "ordemcompra.dat" TO ORDEM-COMPRA-PATH.
           ACCEPT ORDEM-COMPRA-PATH FROM ENVIRONMENT "ORDEMCOMPRA_DAT".
           IF ORDEM-COMPRA-PATH = SPACE
               MOVE "ordemcompra.dat" TO ORDEM-COMPRA-PATH
           END-IF.

           MOVE "fornecedores.dat" TO FORNECEDOR-PATH.
           ACCEPT FORNECEDOR-PATH FROM ENVIRONMENT "FORNECEDOR_DAT".
           IF FORNECEDOR-PATH = SPACE
               MOVE "fornecedores.dat" TO FORNECEDOR-PATH
           END-IF.

           MOVE SPACE TO DIAS-LIMITE-ENV.
           ACCEPT DIAS-LIMITE-ENV FROM ENVIRONMENT "PROG212-DIAS".
           IF DIAS-LIMITE-ENV IS NUMERIC
               MOVE DIAS-LIMITE-ENV TO DIAS-LIMITE
           END-IF.

       LE-PROXIMA-LINHA-ORDEM.
           READ ARQUIVO-ORDEM-COMPRA NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S" AND OC-AGUARDANDO-APROVACAO
               IF OC-NUMERO NOT = ORDEM-CORRENTE
                   PERFORM FECHA-ORDEM-CORRENTE
                   MOVE OC-NUMERO TO ORDEM-CORRENTE
                   MOVE OC-FORNECEDOR-CODIGO TO ORDEM-FORNECEDOR
                   MOVE OC-EMITENTE TO ORDEM-EMITENTE
                   MOVE OC-DATA-EMISSAO TO ORDEM-EMISSAO
                   MOVE ZERO TO ORDEM-TOTAL
               END-IF
               COMPUTE VALOR-LINHA ROUNDED =
                   OC-QUANTIDADE * OC-PRECO-COMBINADO
               ADD VALOR-LINHA TO ORDEM-TOTAL
           END-IF.

      *    FECHA-ORDEM-CORRENTE: CONTA A ORDEM NA FILA E, SE A ESPERA
      *    PASSOU DO LIMITE, LISTA.
       FECHA-ORDEM-CORRENTE.
           IF ORDEM-CORRENTE NOT = 0
               ADD 1 TO TOTAL-NA-FILA
               ADD ORDEM-TOTAL TO VALOR-NA-FILA
               MOVE ORDEM-EMISSAO TO DATA-EMISSAO-WS
               COMPUTE DIAS-ESPERA =
                   (HOJE-ANO - EMISSAO-ANO) * 360
                   + (HOJE-MES - EMISSAO-MES) * 30
                   + (HOJE-DIA - EMISSAO-DIA)
               IF DIAS-ESPERA > DIAS-LIMITE
                   PERFORM LISTA-ORDEM-ATRASADA
               END-IF
               MOVE 0 TO ORDEM-CORRENTE
           END-IF.

       LISTA-ORDEM-ATRASADA.
           ADD 1 TO TOTAL-ATRASADAS.
           ADD ORDEM-TOTAL TO VALOR-ATRASADAS.
           MOVE "(NAO CADASTRADO)" TO NOME-FORNECEDOR.
           IF FORNECEDOR-FILE-STATUS NOT = "35"
               MOVE ORDEM-FORNECEDOR TO FORNECEDOR-CODIGO
               READ ARQUIVO-FORNECEDOR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FORNECEDOR-NOME TO NOME-FORNECEDOR
               END-READ
           END-IF.
           MOVE DIAS-ESPERA TO DIAS-EDITADO.
           MOVE ORDEM-TOTAL TO VALOR-EDITADO.
           DISPLAY ORDEM-CORRENTE " " ORDEM-FORNECEDOR " "
                   NOME-FORNECEDOR (1:25) " " ORDEM-EMITENTE " "
                   ORDEM-EMISSAO " " DIAS-EDITADO " " VALOR-EDITADO.

       IMPRIME-RESUMO.
           DISPLAY "--------------------------------------------".
           MOVE VALOR-NA-FILA TO VALOR-EDITADO.
           DISPLAY "ORDENS AGUARDANDO APROVACAO: " TOTAL-NA-FILA
                   "  VALOR: " VALOR-EDITADO.
           MOVE VALOR-ATRASADAS TO VALOR-EDITADO.
           DISPLAY "PARADAS ALEM DO PRAZO......: " TOTAL-ATRASADAS
                   "  VALOR: " VALOR-EDITADO.
           IF TOTAL-ATRASADAS NOT = 0
               MOVE 1 TO RETURN-CODE
           END-IF.
