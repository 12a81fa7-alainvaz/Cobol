       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG199.
      *    CONVERSAO UNICA DE PEDIDOS.DAT DE SEQUENCIAL PARA INDEXADO:
      *    LE O ARQUIVO ANTIGO (CABECALHO "C" SEGUIDO DOS ITENS "I",
      *    REGISTRO DE 80 POSICOES) E GRAVA CADA REGISTRO NUM ARQUIVO
      *    NOVO CHAVEADO POR PEDIDO-NUMERO + PEDIDO-LINHA - O
      *    CABECALHO RECEBE A LINHA 000 E OS ITENS 001, 002... NA
      *    ORDEM EM QUE APARECEM. O CODIGO DO CLIENTE DO CABECALHO
      *    VAI PARA PEDIDO-CLIENTE-CHAVE EM TODAS AS LINHAS DO
      *    PEDIDO (CHAVE ALTERNATIVA). ITEM SEM CABECALHO ANTES DELE
      *    E GRAVADO COM CLIENTE ZERO E CONTADO COMO ORFAO; PEDIDO
      *    REPETIDO NO ARQUIVO ANTIGO DA CHAVE DUPLICADA E E CONTADO
      *    COMO ERRO. O ARQUIVO ANTIGO NAO E ALTERADO - O OPERADOR
      *    TROCA OS ARQUIVOS DEPOIS DE CONFERIR OS TOTAIS (MESMA
      *    CONVENCAO DO PROG55). QUALQUER OUTRO STATUS DE ABERTURA
      *    ABORTA A CONVERSAO EM VEZ DE LER LIXO.
      *    CAMINHOS: PEDIDO_ANTIGO (PADRAO PEDIDOS.DAT) E PEDIDO_DAT
      *    (PADRAO PEDIDOS.NOVO).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-PEDIDO-ANTIGO
               ASSIGN TO PEDIDO-ANTIGO-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PEDIDO-ANTIGO-FILE-STATUS.
           COPY "PEDSEL.cob".

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-PEDIDO-ANTIGO.
       01  ANTIGO-REGISTRO.
           05 ANTIGO-TIPO          PIC X(01).
              88 ANTIGO-CABECALHO      VALUE "C".
              88 ANTIGO-ITEM           VALUE "I".
           05 ANTIGO-NUMERO        PIC 9(07).
           05 ANTIGO-DADOS         PIC X(70).
           05 ANTIGO-DADOS-CAB REDEFINES ANTIGO-DADOS.
              10 ANTIGO-CLIENTE    PIC 9(08).
              10 FILLER            PIC X(62).
           05 ANTIGO-EMPRESA       PIC X(02).

           COPY "PEDREG.cob".

       WORKING-STORAGE SECTION.

           COPY "AMBWRK.cob".

       01  PEDIDO-ANTIGO-FILE-STATUS PIC XX.
       01  PEDIDO-ANTIGO-PATH        PIC X(100).
       01  PEDIDO-FILE-STATUS        PIC XX.
       01  PEDIDO-PATH               PIC X(100).
       01  FINAL-ARQUIVO             PIC X.

       01  PEDIDO-CORRENTE           PIC 9(07) VALUE 0.
       01  CLIENTE-CORRENTE          PIC 9(08) VALUE 0.
       01  LINHA-CORRENTE            PIC 9(03) VALUE 0.

       01  TOTAL-LIDOS               PIC 9(07) VALUE 0.
       01  TOTAL-CABECALHOS          PIC 9(07) VALUE 0.
       01  TOTAL-ITENS               PIC 9(07) VALUE 0.
       01  TOTAL-ORFAOS              PIC 9(07) VALUE 0.
       01  TOTAL-CONVERTIDOS         PIC 9(07) VALUE 0.
       01  TOTAL-ERROS               PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM INICIALIZA-AMBIENTE.
           MOVE 0 TO RETURN-CODE.
           PERFORM INICIALIZA-CAMINHOS.

           OPEN INPUT ARQUIVO-PEDIDO-ANTIGO.
           IF PEDIDO-ANTIGO-FILE-STATUS = "35"
               DISPLAY "ARQUIVO ANTIGO DE PEDIDOS NAO ENCONTRADO: "
                       PEDIDO-ANTIGO-PATH
               MOVE 1 TO RETURN-CODE
           ELSE
           IF PEDIDO-ANTIGO-FILE-STATUS NOT = "00"
               DISPLAY "ABERTURA DO ARQUIVO ANTIGO FALHOU COM "
                       "STATUS " PEDIDO-ANTIGO-FILE-STATUS
                       " (LEIAUTE DIFERENTE?). CONVERSAO ABORTADA."
               MOVE 1 TO RETURN-CODE
           ELSE
               OPEN OUTPUT ARQUIVO-PEDIDO
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM CONVERTE-PROXIMO-PEDIDO
                   UNTIL FINAL-ARQUIVO = "S"
               CLOSE ARQUIVO-PEDIDO
               CLOSE ARQUIVO-PEDIDO-ANTIGO
               PERFORM IMPRIME-TOTAIS
           END-IF
           END-IF.

       PROGRAM-DONE.
           GOBACK.

       INICIALIZA-CAMINHOS.
           MOVE "pedidos.dat" TO PEDIDO-ANTIGO-PATH.
           ACCEPT PEDIDO-ANTIGO-PATH FROM ENVIRONMENT "PEDIDO_ANTIGO".
           IF PEDIDO-ANTIGO-PATH = SPACE
               MOVE "pedidos.dat" TO PEDIDO-ANTIGO-PATH
           END-IF.

           MOVE "pedidos.novo" TO PEDIDO-PATH.
           ACCEPT PEDIDO-PATH FROM ENVIRONMENT "PEDIDO_DAT".
           IF PEDIDO-PATH = SPACE
               MOVE "pedidos.novo" TO PEDIDO-PATH
           END-IF.

       CONVERTE-PROXIMO-PEDIDO.
           READ ARQUIVO-PEDIDO-ANTIGO
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               ADD 1 TO TOTAL-LIDOS
               PERFORM NUMERA-LINHA
               PERFORM GRAVA-PEDIDO-CONVERTIDO
           END-IF.

      *    NUMERA-LINHA: O CABECALHO ABRE O PEDIDO NA LINHA 000 E
      *    GUARDA O CLIENTE; CADA ITEM DO MESMO PEDIDO PEGA A LINHA
      *    SEGUINTE. ITEM DE OUTRO PEDIDO SEM CABECALHO ANTES E ORFAO.
       NUMERA-LINHA.
           IF ANTIGO-CABECALHO
               ADD 1 TO TOTAL-CABECALHOS
               MOVE ANTIGO-NUMERO TO PEDIDO-CORRENTE
               MOVE ANTIGO-CLIENTE TO CLIENTE-CORRENTE
               MOVE 0 TO LINHA-CORRENTE
           ELSE
               ADD 1 TO TOTAL-ITENS
               IF ANTIGO-NUMERO NOT = PEDIDO-CORRENTE
                   ADD 1 TO TOTAL-ORFAOS
                   DISPLAY "ITEM SEM CABECALHO NO PEDIDO "
                           ANTIGO-NUMERO "."
                   MOVE ANTIGO-NUMERO TO PEDIDO-CORRENTE
                   MOVE 0 TO CLIENTE-CORRENTE
                   MOVE 0 TO LINHA-CORRENTE
               END-IF
               ADD 1 TO LINHA-CORRENTE
           END-IF.

       GRAVA-PEDIDO-CONVERTIDO.
           MOVE SPACE            TO PEDIDO-REGISTRO.
           MOVE ANTIGO-TIPO      TO PEDIDO-TIPO.
           MOVE ANTIGO-NUMERO    TO PEDIDO-NUMERO.
           MOVE LINHA-CORRENTE   TO PEDIDO-LINHA.
           MOVE ANTIGO-DADOS     TO PEDIDO-DADOS.
           MOVE ANTIGO-EMPRESA   TO PEDIDO-EMPRESA.
           MOVE CLIENTE-CORRENTE TO PEDIDO-CLIENTE-CHAVE.
           WRITE PEDIDO-REGISTRO
               INVALID KEY
                   ADD 1 TO TOTAL-ERROS
                   DISPLAY "CHAVE DUPLICADA NO PEDIDO " ANTIGO-NUMERO
                           " LINHA " LINHA-CORRENTE "."
               NOT INVALID KEY
                   ADD 1 TO TOTAL-CONVERTIDOS
           END-WRITE.

       IMPRIME-TOTAIS.
           DISPLAY "----------------------------------------------".
           DISPLAY "CONVERSAO DE PEDIDOS PARA ARQUIVO INDEXADO".
           DISPLAY "REGISTROS LIDOS................: " TOTAL-LIDOS.
           DISPLAY "CABECALHOS.....................: "
                   TOTAL-CABECALHOS.
           DISPLAY "ITENS..........................: " TOTAL-ITENS.
           DISPLAY "ITENS SEM CABECALHO............: " TOTAL-ORFAOS.
           DISPLAY "REGISTROS CONVERTIDOS..........: "
                   TOTAL-CONVERTIDOS.
           DISPLAY "REGISTROS COM ERRO.............: " TOTAL-ERROS.
           DISPLAY "ARQUIVO NOVO GRAVADO EM........: " PEDIDO-PATH.
           IF TOTAL-ERROS NOT = 0
                   OR TOTAL-CONVERTIDOS NOT = TOTAL-LIDOS
               MOVE 1 TO RETURN-CODE
           END-IF.

           COPY "AMBPROC.cob".
