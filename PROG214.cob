       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG214.
      *    CARGA INICIAL DO ESTOQUE POR DEPOSITO: CRIA ESTDEP.DAT A
      *    PARTIR DE ESTOQUE.DAT, PONDO O SALDO E O RESERVADO DE CADA
      *    PRODUTO NO DEPOSITO DA EMPRESA PRINCIPAL (VARIAVEL
      *    EMPRESA, PADRAO 17), SEM NADA EM TRANSITO. ATE ESTA CARGA
      *    OS PROGRAMAS SO ENXERGAM O SALDO DA EMPRESA; DEPOIS DELA
      *    CADA FILIAL GANHA SALDO POR TRANSFERENCIA (PROG213) OU POR
      *    AJUSTE DE CONTAGEM NO SEU DEPOSITO (PROG100). RODA UMA
      *    VEZ SO: COM ESTDEP.DAT JA CRIADO A CARGA E RECUSADA, PARA
      *    NAO APAGAR OS SALDOS DAS FILIAIS. RESERVADO EM BRANCO NA
      *    FICHA ANTIGA VALE ZERO, COMO EM ESTOQUE.DAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "ESTSEL.cob".
           COPY "EDPSEL.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "ESTREG.cob".
           COPY "EDPREG.cob".

       WORKING-STORAGE SECTION.

       01  ESTOQUE-FILE-STATUS       PIC XX.
       01  ESTOQUE-PATH              PIC X(100).
           COPY "EDPWRK.cob".
       01  FINAL-ARQUIVO             PIC X.
       01  DATA-HOJE                 PIC 9(08).

       01  TOTAL-LIDOS               PIC 9(07) VALUE 0.
       01  TOTAL-GRAVADOS            PIC 9(07) VALUE 0.
       01  TOTAL-ERROS               PIC 9(05) VALUE 0.
       01  SALDO-CARREGADO           PIC S9(09) VALUE 0.
       01  RESERVADO-CARREGADO       PIC 9(09) VALUE 0.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE 0 TO RETURN-CODE.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM INICIALIZA-CAMINHOS.

           OPEN INPUT ARQUIVO-ESTDEP.
           IF ESTDEP-FILE-STATUS = "00"
               CLOSE ARQUIVO-ESTDEP
               DISPLAY "ESTDEP.DAT JA EXISTE: " ESTDEP-PATH
               DISPLAY "CARGA INICIAL RECUSADA - OS SALDOS DOS "
                       "DEPOSITOS SERIAM PERDIDOS."
               MOVE 1 TO RETURN-CODE
           ELSE
               OPEN INPUT ARQUIVO-ESTOQUE
               IF ESTOQUE-FILE-STATUS = "35"
                   DISPLAY "ESTOQUE.DAT NAO ENCONTRADO: "
                           ESTOQUE-PATH
                   MOVE 1 TO RETURN-CODE
               ELSE
                   OPEN OUTPUT ARQUIVO-ESTDEP
                   MOVE "N" TO FINAL-ARQUIVO
                   PERFORM CARREGA-PROXIMA-FICHA
                       UNTIL FINAL-ARQUIVO = "S"
                   CLOSE ARQUIVO-ESTDEP
                   CLOSE ARQUIVO-ESTOQUE
                   PERFORM IMPRIME-TOTAIS
               END-IF
           END-IF.

       PROGRAM-DONE.
           GOBACK.

       INICIALIZA-CAMINHOS.
           MOVE "estoque.dat" TO ESTOQUE-PATH.
           ACCEPT ESTOQUE-PATH FROM ENVIRONMENT "ESTOQUE_DAT".
           IF ESTOQUE-PATH = SPACE
               MOVE "estoque.dat" TO ESTOQUE-PATH
           END-IF.

           PERFORM INICIALIZA-CAMINHO-ESTDEP.

       CARREGA-PROXIMA-FICHA.
           READ ARQUIVO-ESTOQUE NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               ADD 1 TO TOTAL-LIDOS
               PERFORM GRAVA-FICHA-DEPOSITO
           END-IF.

       GRAVA-FICHA-DEPOSITO.
           MOVE DEP-PRINCIPAL          TO ESTDEP-DEPOSITO.
           MOVE ESTOQUE-PRODUTO-CODIGO TO ESTDEP-PRODUTO.
           MOVE ESTOQUE-SALDO          TO ESTDEP-SALDO.
           IF ESTOQUE-RESERVADO IS NUMERIC
               MOVE ESTOQUE-RESERVADO  TO ESTDEP-RESERVADO
           ELSE
               MOVE 0                  TO ESTDEP-RESERVADO
           END-IF.
           MOVE 0                      TO ESTDEP-TRANSITO.
           MOVE DATA-HOJE              TO ESTDEP-DATA-ATUALIZACAO.
           WRITE ESTDEP-REGISTRO
               INVALID KEY
                   ADD 1 TO TOTAL-ERROS
                   DISPLAY "CHAVE DUPLICADA NO PRODUTO "
                           ESTOQUE-PRODUTO-CODIGO "."
               NOT INVALID KEY
                   ADD 1 TO TOTAL-GRAVADOS
                   ADD ESTDEP-SALDO TO SALDO-CARREGADO
                   ADD ESTDEP-RESERVADO TO RESERVADO-CARREGADO
           END-WRITE.

       IMPRIME-TOTAIS.
           DISPLAY "----------------------------------------------".
           DISPLAY "CARGA INICIAL DO ESTOQUE POR DEPOSITO".
           DISPLAY "DEPOSITO PRINCIPAL.............: " DEP-PRINCIPAL.
           DISPLAY "FICHAS DE ESTOQUE LIDAS........: " TOTAL-LIDOS.
           DISPLAY "FICHAS DE DEPOSITO GRAVADAS....: "
                   TOTAL-GRAVADOS.
           DISPLAY "FICHAS COM ERRO................: " TOTAL-ERROS.
           DISPLAY "SALDO CARREGADO................: "
                   SALDO-CARREGADO.
           DISPLAY "RESERVADO CARREGADO............: "
                   RESERVADO-CARREGADO.
           DISPLAY "ARQUIVO GRAVADO EM.............: " ESTDEP-PATH.
           IF TOTAL-ERROS NOT = 0
                   OR TOTAL-GRAVADOS NOT = TOTAL-LIDOS
               MOVE 1 TO RETURN-CODE
           END-IF.

           COPY "EDPPROC.cob".
