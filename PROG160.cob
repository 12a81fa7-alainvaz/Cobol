       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG160.
      *    RETORNO DA AUTORIZACAO DAS NOTAS FISCAIS ELETRONICAS: LE
      *    O ARQUIVO QUE O PROGRAMA DE TRANSMISSAO DEVOLVE
      *    (NFERET.DAT, UM REGISTRO TIPO 2 POR NOTA) E GRAVA EM
      *    NFECONTROLE.DAT A CHAVE DE ACESSO, O PROTOCOLO E A
      *    SITUACAO - "A" AUTORIZADA OU "R" REJEITADA COM O CODIGO E
      *    O MOTIVO DA SEFAZ. NOTA JA AUTORIZADA NAO E TOCADA (RETORNO
      *    REPETIDO). NO FIM IMPRIME A LISTA DE REJEICOES: TODA NOTA
      *    "R" EM NFECONTROLE.DAT, COM O MOTIVO, PARA O FATURAMENTO
      *    CORRIGIR O CADASTRO ANTES DO PROXIMO LOTE (PROG159). SEM
      *    ARQUIVO DE RETORNO SO A LISTA E IMPRESSA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "NFESEL.cob".
           SELECT OPTIONAL ARQUIVO-RETORNO-NFE
               ASSIGN TO RETORNO-NFE-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RETORNO-NFE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "NFEREG.cob".

       FD  ARQUIVO-RETORNO-NFE.
       01  RETORNO-NFE-REGISTRO      PIC X(250).
       01  RETORNO-NOTA REDEFINES RETORNO-NFE-REGISTRO.
           05 RETORNO-TIPO           PIC X(01).
           05 RETORNO-FATURA         PIC 9(07).
           05 RETORNO-SITUACAO       PIC X(01).
              88 RETORNO-AUTORIZADA      VALUE "A".
              88 RETORNO-REJEITADA       VALUE "R".
           05 RETORNO-CHAVE-ACESSO   PIC X(44).
           05 RETORNO-PROTOCOLO      PIC X(15).
           05 RETORNO-DATA           PIC 9(08).
           05 RETORNO-CODIGO         PIC X(03).
           05 RETORNO-MOTIVO         PIC X(60).
           05 FILLER                 PIC X(111).

       WORKING-STORAGE SECTION.

       01  NFE-FILE-STATUS            PIC XX.
       01  NFE-PATH                   PIC X(100).
       01  RETORNO-NFE-FILE-STATUS    PIC XX.
       01  RETORNO-NFE-PATH           PIC X(100).
       01  FINAL-ARQUIVO              PIC X.
       01  DATA-HOJE                  PIC 9(08).

       01  QTDE-LIDOS                 PIC 9(05) VALUE 0.
       01  QTDE-AUTORIZADAS           PIC 9(05) VALUE 0.
       01  QTDE-REJEITADAS            PIC 9(05) VALUE 0.
       01  QTDE-JA-AUTORIZADAS        PIC 9(05) VALUE 0.
       01  QTDE-DESCONHECIDAS         PIC 9(05) VALUE 0.
       01  QTDE-INVALIDOS             PIC 9(05) VALUE 0.
       01  TOTAL-PENDENTES            PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE 0 TO RETURN-CODE.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM INICIALIZA-CAMINHOS.

           OPEN INPUT ARQUIVO-RETORNO-NFE.
           IF RETORNO-NFE-FILE-STATUS = "35"
               DISPLAY "SEM ARQUIVO DE RETORNO EM " RETORNO-NFE-PATH
                       ". SO A LISTA DE REJEICOES."
           ELSE
               PERFORM PROCESSA-RETORNO
               CLOSE ARQUIVO-RETORNO-NFE
           END-IF.

           PERFORM IMPRIME-REJEICOES.

       PROGRAM-DONE.
           GOBACK.

       INICIALIZA-CAMINHOS.
           MOVE "nfecontrole.dat" TO NFE-PATH.
           ACCEPT NFE-PATH FROM ENVIRONMENT "NFECONTROLE_DAT".
           IF NFE-PATH = SPACE
               MOVE "nfecontrole.dat" TO NFE-PATH
           END-IF.

           MOVE "nferet.dat" TO RETORNO-NFE-PATH.
           ACCEPT RETORNO-NFE-PATH FROM ENVIRONMENT "NFERET_DAT".
           IF RETORNO-NFE-PATH = SPACE
               MOVE "nferet.dat" TO RETORNO-NFE-PATH
           END-IF.

       PROCESSA-RETORNO.
           OPEN I-O ARQUIVO-NFE.
           IF NFE-FILE-STATUS = "35"
               DISPLAY "NFECONTROLE.DAT NAO ENCONTRADO. NENHUMA NOTA "
                       "FOI ENVIADA (PROG159). RETORNO IGNORADO."
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM PROCESSA-PROXIMO-RETORNO
                   UNTIL FINAL-ARQUIVO = "S"
               CLOSE ARQUIVO-NFE
               DISPLAY "---- RETORNO DA AUTORIZACAO ----"
               DISPLAY "NOTAS NO RETORNO:         " QTDE-LIDOS
               DISPLAY "AUTORIZADAS:              " QTDE-AUTORIZADAS
               DISPLAY "REJEITADAS:               " QTDE-REJEITADAS
               DISPLAY "JA AUTORIZADAS (IGNORAD): " QTDE-JA-AUTORIZADAS
               DISPLAY "FATURA SEM NF-E ENVIADA:  " QTDE-DESCONHECIDAS
               DISPLAY "REGISTROS INVALIDOS:      " QTDE-INVALIDOS
               IF QTDE-DESCONHECIDAS NOT = 0
                       OR QTDE-INVALIDOS NOT = 0
                   MOVE 1 TO RETURN-CODE
               END-IF
           END-IF.

       PROCESSA-PROXIMO-RETORNO.
           READ ARQUIVO-RETORNO-NFE
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S" AND RETORNO-TIPO = "2"
               ADD 1 TO QTDE-LIDOS
               IF RETORNO-FATURA IS NOT NUMERIC
                       OR (NOT RETORNO-AUTORIZADA
                           AND NOT RETORNO-REJEITADA)
                   DISPLAY "REGISTRO DE RETORNO INVALIDO: "
                           RETORNO-NFE-REGISTRO (1:60)
                   ADD 1 TO QTDE-INVALIDOS
               ELSE
                   PERFORM APLICA-RETORNO-NOTA
               END-IF
           END-IF.

       APLICA-RETORNO-NOTA.
           MOVE RETORNO-FATURA TO NFE-FATURA-NUMERO.
           READ ARQUIVO-NFE
               INVALID KEY
                   DISPLAY "FATURA " RETORNO-FATURA " NAO CONSTA "
                           "COMO ENVIADA. RETORNO IGNORADO."
                   ADD 1 TO QTDE-DESCONHECIDAS
               NOT INVALID KEY
                   IF NFE-AUTORIZADA
                       ADD 1 TO QTDE-JA-AUTORIZADAS
                   ELSE
                       PERFORM ATUALIZA-SITUACAO-NFE
                   END-IF
           END-READ.

       ATUALIZA-SITUACAO-NFE.
           MOVE RETORNO-SITUACAO TO NFE-SITUACAO.
           MOVE RETORNO-DATA TO NFE-DATA-RETORNO.
           IF RETORNO-DATA IS NOT NUMERIC OR RETORNO-DATA = 0
               MOVE DATA-HOJE TO NFE-DATA-RETORNO
           END-IF.
           IF RETORNO-AUTORIZADA
               MOVE RETORNO-CHAVE-ACESSO TO NFE-CHAVE-ACESSO
               MOVE RETORNO-PROTOCOLO TO NFE-PROTOCOLO
               MOVE SPACE TO NFE-CODIGO-RETORNO
               MOVE SPACE TO NFE-MOTIVO
               ADD 1 TO QTDE-AUTORIZADAS
           ELSE
               MOVE SPACE TO NFE-CHAVE-ACESSO
               MOVE SPACE TO NFE-PROTOCOLO
               MOVE RETORNO-CODIGO TO NFE-CODIGO-RETORNO
               MOVE RETORNO-MOTIVO TO NFE-MOTIVO
               ADD 1 TO QTDE-REJEITADAS
           END-IF.
           REWRITE NFE-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO ATUALIZAR A NF-E DA FATURA "
                           NFE-FATURA-NUMERO "."
           END-REWRITE.

      *    IMPRIME-REJEICOES: O QUE O FATURAMENTO TEM DE CORRIGIR -
      *    CADA NOTA "R", COM O CLIENTE, O NUMERO DE ENVIOS JA FEITOS
      *    E O MOTIVO DEVOLVIDO PELA SEFAZ.
       IMPRIME-REJEICOES.
           DISPLAY "===== NF-E REJEITADAS - CORRIGIR E REENVIAR =====".
           MOVE 0 TO TOTAL-PENDENTES.
           OPEN INPUT ARQUIVO-NFE.
           IF NFE-FILE-STATUS = "35"
               DISPLAY "NFECONTROLE.DAT NAO ENCONTRADO."
           ELSE
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM IMPRIME-PROXIMA-REJEICAO
                   UNTIL FINAL-ARQUIVO = "S"
               CLOSE ARQUIVO-NFE
           END-IF.
           DISPLAY "NOTAS REJEITADAS: " TOTAL-PENDENTES.

       IMPRIME-PROXIMA-REJEICAO.
           READ ARQUIVO-NFE NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S" AND NFE-REJEITADA
               ADD 1 TO TOTAL-PENDENTES
               DISPLAY "FATURA " NFE-FATURA-NUMERO
                       " PEDIDO " NFE-PEDIDO-NUMERO
                       " CLIENTE " NFE-CLIENTE-CODIGO
                       " ENVIOS " NFE-QTDE-ENVIOS
                       " RETORNO " NFE-DATA-RETORNO
               DISPLAY "   " NFE-CODIGO-RETORNO " - " NFE-MOTIVO
           END-IF.
