      *    ARQUIVAMENTO GANHA UMA LINHA NO CATALOGO BILCAT.DAT, QUE
      *    E COMO O EXTRATO DO CLIENTE (PROG71) ACHA OS PERIODOS
      *    ANTIGOS.
      *    FATURAS.NOVO SAI COM AS MESMAS CHAVES ALTERNATIVAS DE
      *    FATURAS.DAT (CLIENTE E SITUACAO + VENCIMENTO).
      *    PEDIDOS.NOVO SAI INDEXADO COMO PEDIDOS.DAT (NUMERO +
      *    LINHA, CHAVE ALTERNATIVA DO CLIENTE) E PEDARQ.AAAA.DAT
      *    GUARDA O REGISTRO DE 91 POSICOES.
      *    SEM A VARIAVEL, O EXERCICIO DE CORTE E O ANO CORRENTE
      *    MENOS O PRAZO DA POLITICA DE RETENCAO (RETENCAO.DAT, LINHA
      *    FATURAS, EM MESES - CONVERTIDO EM ANOS INTEIROS, NO
      *    MINIMO 1).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FATSEL.cob".
           COPY "RTCSEL.cob".
           COPY "PEDSEL.cob".
           COPY "BCTSEL.cob".
           SELECT ARQUIVO-FAT-ARQUIVADO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FATURA-NOVO-NUMERO
               ALTERNATE RECORD KEY IS FATURA-NOVO-CLIENTE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS FATURA-NOVO-CHAVE-SITUACAO
                   WITH DUPLICATES
               FILE STATUS IS FATURA-NOVO-FILE-STATUS.
           SELECT ARQUIVO-PEDIDO-NOVO
               ASSIGN TO "pedidos.novo"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEDIDO-NOVO-CHAVE
               ALTERNATE RECORD KEY IS PEDIDO-NOVO-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS PEDIDO-NOVO-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "FATREG.cob".
           COPY "RTCREG.cob".
           COPY "PEDREG.cob".
           COPY "BCTREG.cob".

       FD  ARQUIVO-FAT-ARQUIVADO.
       01  FAT-ARQUIVADO-REGISTRO PIC X(107).

       FD  ARQUIVO-PED-ARQUIVADO.
       01  PED-ARQUIVADO-REGISTRO PIC X(91).

       FD  ARQUIVO-FATURA-NOVO.
       01  FATURA-NOVO-REGISTRO.
           05 FATURA-NOVO-NUMERO          PIC 9(07).
           05 FILLER                      PIC X(07).
           05 FATURA-NOVO-CLIENTE         PIC 9(08).
           05 FILLER                      PIC X(58).
           05 FATURA-NOVO-CHAVE-SITUACAO  PIC X(09).
           05 FILLER                      PIC X(18).

       FD  ARQUIVO-PEDIDO-NOVO.
       01  PEDIDO-NOVO-REGISTRO.
           05 FILLER                      PIC X(01).
           05 PEDIDO-NOVO-CHAVE           PIC X(10).
           05 FILLER                      PIC X(72).
           05 PEDIDO-NOVO-CLIENTE         PIC 9(08).

       WORKING-STORAGE SECTION.

           COPY "RTCWRK.cob".
       01  FATURA-FILE-STATUS        PIC XX.
       01  FATURA-PATH               PIC X(100).
       01  PEDIDO-FILE-STATUS        PIC XX.

       01  EXERCICIO-CORTE           PIC 9(04).
       01  EXERCICIO-ENV             PIC X(04).
       01  ANOS-RETENCAO             PIC 9(03).
       01  DATA-CORTE                PIC 9(08).

       01  FAT-LIDAS                 PIC 9(07) VALUE 0.
           GOBACK.

       INICIALIZA-EXERCICIO.
           MOVE 1 TO ANOS-RETENCAO.
           MOVE "FATURAS" TO RETENCAO-ARQUIVO-WS.
           PERFORM OBTEM-RETENCAO.
           IF RETENCAO-ACHADA = "S"
               COMPUTE ANOS-RETENCAO = RETENCAO-MESES-WS / 12
               IF ANOS-RETENCAO = 0
                   MOVE 1 TO ANOS-RETENCAO
               END-IF
           END-IF.
           COMPUTE EXERCICIO-CORTE = DATA-HOJE / 10000 - ANOS-RETENCAO.
           MOVE SPACE TO EXERCICIO-ENV.
           ACCEPT EXERCICIO-ENV FROM ENVIRONMENT "PROG129-EXERCICIO".
           IF EXERCICIO-ENV IS NUMERIC
           END-IF.

       SEPARA-PROXIMO-PEDIDO.
           READ ARQUIVO-PEDIDO NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
               ELSE
                   MOVE PEDIDO-REGISTRO TO PEDIDO-NOVO-REGISTRO
                   WRITE PEDIDO-NOVO-REGISTRO
                       INVALID KEY
                           DISPLAY "CHAVE DUPLICADA EM PEDIDOS.NOVO: "
                                   PEDIDO-NUMERO " LINHA "
                                   PEDIDO-LINHA
                   END-WRITE
                   ADD 1 TO PED-MANTIDOS
               END-IF
           END-IF.
                       "ARQUIVOS - CHAME O SUPORTE. ***"
               MOVE 1 TO RETURN-CODE
           END-IF.

           COPY "RTCPROC.cob".
