       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG190.
      *    CONFERENCIA DIARIA DAS PROMESSAS DE PAGAMENTO: RODA NO DIA
      *    SEGUINTE AS BAIXAS DO RETORNO DO BANCO (PROG67) E DO
      *    BALCAO (PROG108). PARA CADA PROMESSA EM ABERTO DE
      *    CONTATOS.DAT, O RECEBIDO DESDE A PROMESSA E A SOMA DE HOJE
      *    DO JA PAGO NAS FATURAS DO CLIENTE MENOS A BASE GRAVADA NA
      *    LIGACAO (CONTATO-PAGO-BASE) - CHEQUE DEVOLVIDO QUE ESTORNA
      *    O PAGAMENTO JA SAI DA CONTA. RECEBIDO QUE COBRE O VALOR
      *    PROMETIDO FECHA A PROMESSA COMO CUMPRIDA (MESMO ANTES DA
      *    DATA); PASSADA A DATA PROMETIDA SEM COBRIR, A PROMESSA E
      *    QUEBRADA E O CLIENTE VOLTA AO TOPO DA LISTA DE COBRANCA
      *    (PROG189). O RESTO CONTINUA EM ABERTO.
      *    AS FATURAS DE CADA CLIENTE COM PROMESSA SAO LIDAS PELA
      *    CHAVE ALTERNATIVA DO CLIENTE EM FATURAS.DAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FATSEL.cob".
           COPY "CTTSEL.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FATREG.cob".
           COPY "CTTREG.cob".

       WORKING-STORAGE SECTION.

       01  FATURA-FILE-STATUS      PIC XX.
       01  FATURA-PATH             PIC X(100).
       01  CONTATO-FILE-STATUS     PIC XX.
       01  CONTATO-PATH            PIC X(100).
       01  FINAL-ARQUIVO           PIC X.
       01  DATA-HOJE               PIC 9(08).

      *    CLIENTES COM PROMESSA EM ABERTO E O QUANTO JA PAGARAM HOJE.
       01  QTDE-CLIENTES           PIC 9(03) VALUE 0.
       01  TABELA-PAGO.
           05 PAGO-ENTRADA OCCURS 500 TIMES INDEXED BY PAGO-IDX.
              10 PAGO-CLIENTE      PIC 9(08).
              10 PAGO-TOTAL        PIC 9(11)V9(02).
       01  TABELA-CHEIA            PIC X VALUE "N".
           88 AVISO-CHEIA-JA-EXIBIDO   VALUE "S".
       01  CLIENTE-ACHADO          PIC X.
       01  CLIENTE-PROCURADO       PIC 9(08).
       01  RECEBIDO-DESDE          PIC S9(11)V9(02).

       01  TOTAL-ABERTAS           PIC 9(05) VALUE 0.
       01  TOTAL-CUMPRIDAS         PIC 9(05) VALUE 0.
       01  TOTAL-QUEBRADAS         PIC 9(05) VALUE 0.
       01  TOTAL-SEM-CONFERIR      PIC 9(05) VALUE 0.

       01  VALOR-EDITADO           PIC $$,$$$,$$$,$$9.99.
       01  VALOR-EDITADO-2         PIC $$,$$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE 0 TO RETURN-CODE.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM INICIALIZA-CAMINHOS.

           OPEN INPUT ARQUIVO-CONTATO.
           IF CONTATO-FILE-STATUS = "35"
               DISPLAY "CONTATOS.DAT NAO ENCONTRADO. NENHUMA PROMESSA "
                       "A CONFERIR."
               GO TO PROGRAM-DONE
           END-IF.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM SEPARA-PROXIMA-PROMESSA
               UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-CONTATO.

           OPEN INPUT ARQUIVO-FATURA.
           IF FATURA-FILE-STATUS = "35"
               DISPLAY "FATURAS.DAT NAO ENCONTRADO. NADA A CONFERIR."
               MOVE 1 TO RETURN-CODE
               GO TO PROGRAM-DONE
           END-IF.
           SET PAGO-IDX TO 1.
           PERFORM SOMA-PAGO-CLIENTE
               UNTIL PAGO-IDX > QTDE-CLIENTES.
           CLOSE ARQUIVO-FATURA.

           DISPLAY "CONFERENCIA DAS PROMESSAS DE PAGAMENTO - DATA "
                   DATA-HOJE.
           DISPLAY "--------------------------------------------".
           OPEN I-O ARQUIVO-CONTATO.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM CONFERE-PROXIMA-PROMESSA
               UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-CONTATO.

           DISPLAY "--------------------------------------------".
           DISPLAY "PROMESSAS CUMPRIDAS........: " TOTAL-CUMPRIDAS.
           DISPLAY "PROMESSAS QUEBRADAS........: " TOTAL-QUEBRADAS.
           DISPLAY "AINDA EM ABERTO (NO PRAZO).: " TOTAL-ABERTAS.
           IF TOTAL-SEM-CONFERIR NOT = 0
               DISPLAY "SEM CONFERENCIA (TABELA)...: "
                       TOTAL-SEM-CONFERIR
           END-IF.

       PROGRAM-DONE.
           GOBACK.

       INICIALIZA-CAMINHOS.
           MOVE "faturas.dat" TO FATURA-PATH.
           ACCEPT FATURA-PATH FROM ENVIRONMENT "FATURA_DAT".
           IF FATURA-PATH = SPACE
               MOVE "faturas.dat" TO FATURA-PATH
           END-IF.

           MOVE "contatos.dat" TO CONTATO-PATH.
           ACCEPT CONTATO-PATH FROM ENVIRONMENT "CONTATO_DAT".
           IF CONTATO-PATH = SPACE
               MOVE "contatos.dat" TO CONTATO-PATH
           END-IF.

       SEPARA-PROXIMA-PROMESSA.
           READ ARQUIVO-CONTATO
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S" AND CONTATO-PROMESSA-ABERTA
               MOVE CONTATO-CLIENTE-CODIGO TO CLIENTE-PROCURADO
               PERFORM LOCALIZA-CLIENTE
               IF CLIENTE-ACHADO NOT = "S"
                   PERFORM INCLUI-CLIENTE
               END-IF
           END-IF.

       LOCALIZA-CLIENTE.
           MOVE "N" TO CLIENTE-ACHADO.
           SET PAGO-IDX TO 1.
           SEARCH PAGO-ENTRADA
               AT END
                   CONTINUE
               WHEN PAGO-IDX > QTDE-CLIENTES
                   CONTINUE
               WHEN PAGO-CLIENTE (PAGO-IDX) = CLIENTE-PROCURADO
                   MOVE "S" TO CLIENTE-ACHADO
           END-SEARCH.

       INCLUI-CLIENTE.
           IF QTDE-CLIENTES < 500
               ADD 1 TO QTDE-CLIENTES
               SET PAGO-IDX TO QTDE-CLIENTES
               MOVE CLIENTE-PROCURADO TO PAGO-CLIENTE (PAGO-IDX)
               MOVE ZERO TO PAGO-TOTAL (PAGO-IDX)
           ELSE
               IF NOT AVISO-CHEIA-JA-EXIBIDO
                   DISPLAY "*** ATENCAO: LIMITE DE 500 CLIENTES COM "
                           "PROMESSA ATINGIDO - O RESTO FICA PARA "
                           "AMANHA ***"
                   MOVE "S" TO TABELA-CHEIA
               END-IF
           END-IF.

      *    SOMA-PAGO-CLIENTE: SO AS FATURAS DOS CLIENTES COM
      *    PROMESSA, LIDAS PELA CHAVE ALTERNATIVA DO CLIENTE.
       SOMA-PAGO-CLIENTE.
           MOVE "N" TO FINAL-ARQUIVO.
           MOVE PAGO-CLIENTE (PAGO-IDX) TO FATURA-CLIENTE-CODIGO.
           START ARQUIVO-FATURA
               KEY IS EQUAL TO FATURA-CLIENTE-CODIGO
               INVALID KEY
                   MOVE "S" TO FINAL-ARQUIVO
           END-START.
           PERFORM SOMA-PROXIMA-FATURA
               UNTIL FINAL-ARQUIVO = "S".
           SET PAGO-IDX UP BY 1.

       SOMA-PROXIMA-FATURA.
           READ ARQUIVO-FATURA NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               IF FATURA-CLIENTE-CODIGO NOT = PAGO-CLIENTE (PAGO-IDX)
                   MOVE "S" TO FINAL-ARQUIVO
               ELSE
                   ADD FATURA-VALOR-PAGO TO PAGO-TOTAL (PAGO-IDX)
               END-IF
           END-IF.

       CONFERE-PROXIMA-PROMESSA.
           READ ARQUIVO-CONTATO
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S" AND CONTATO-PROMESSA-ABERTA
               MOVE CONTATO-CLIENTE-CODIGO TO CLIENTE-PROCURADO
               PERFORM LOCALIZA-CLIENTE
               IF CLIENTE-ACHADO = "S"
                   PERFORM CONFERE-PROMESSA
               ELSE
                   ADD 1 TO TOTAL-SEM-CONFERIR
               END-IF
           END-IF.

       CONFERE-PROMESSA.
           COMPUTE RECEBIDO-DESDE =
               PAGO-TOTAL (PAGO-IDX) - CONTATO-PAGO-BASE.
           IF RECEBIDO-DESDE < 0
               MOVE ZERO TO RECEBIDO-DESDE
           END-IF.
           MOVE CONTATO-PROMESSA-VALOR TO VALOR-EDITADO.
           MOVE RECEBIDO-DESDE TO VALOR-EDITADO-2.
           EVALUATE TRUE
               WHEN RECEBIDO-DESDE NOT < CONTATO-PROMESSA-VALOR
                   MOVE "C" TO CONTATO-SITUACAO
                   ADD 1 TO TOTAL-CUMPRIDAS
                   DISPLAY "CUMPRIDA: CLIENTE " CONTATO-CLIENTE-CODIGO
                           " PROMETEU " VALOR-EDITADO
                           " RECEBIDO " VALOR-EDITADO-2
               WHEN CONTATO-PROMESSA-DATA < DATA-HOJE
                   MOVE "Q" TO CONTATO-SITUACAO
                   ADD 1 TO TOTAL-QUEBRADAS
                   DISPLAY "QUEBRADA: CLIENTE " CONTATO-CLIENTE-CODIGO
                           " PROMETEU " VALOR-EDITADO
                           " ATE " CONTATO-PROMESSA-DATA
                           " RECEBIDO " VALOR-EDITADO-2
               WHEN OTHER
                   ADD 1 TO TOTAL-ABERTAS
           END-EVALUATE.
           IF NOT CONTATO-PROMESSA-ABERTA
               MOVE DATA-HOJE TO CONTATO-DATA-APURACAO
               MOVE RECEBIDO-DESDE TO CONTATO-VALOR-RECEBIDO
               REWRITE CONTATO-REGISTRO
           END-IF.
