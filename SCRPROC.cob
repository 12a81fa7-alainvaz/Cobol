      *    ROTINAS COMUNS DOS CREDITOS DO CLIENTE (SALDOCRED.DAT).
      *    O ARQUIVO E ABERTO E FECHADO AQUI MESMO, COMO NO
      *    CRONOGRAMA DE PARCELAS (PARPROC).
       INICIALIZA-CAMINHO-SALDO-CRED.
           MOVE "saldocred.dat" TO SALDO-CRED-PATH.
           ACCEPT SALDO-CRED-PATH FROM ENVIRONMENT "SALDOCRED_DAT".
           IF SALDO-CRED-PATH = SPACE
               MOVE "saldocred.dat" TO SALDO-CRED-PATH
           END-IF.

      *    REGISTRA-SALDO-CREDITO: O CREDITO NOVO PEGA A SEQUENCIA
      *    SEGUINTE A ULTIMA DO CLIENTE E ENTRA COM TODO O VALOR EM
      *    SALDO.
       REGISTRA-SALDO-CREDITO.
           MOVE 0 TO SALDO-CRED-NOVO-SEQ.
           OPEN I-O ARQUIVO-SALDO-CRED.
           IF SALDO-CRED-FILE-STATUS = "35"
               OPEN OUTPUT ARQUIVO-SALDO-CRED
               CLOSE ARQUIVO-SALDO-CRED
               OPEN I-O ARQUIVO-SALDO-CRED
           END-IF.
           PERFORM ACHA-SEQ-SALDO-CRED.
           ADD 1 TO SALDO-CRED-NOVO-SEQ.
           MOVE SALDO-CRED-NOVO-CLIENTE   TO SALDO-CRED-CLIENTE.
           MOVE SALDO-CRED-NOVO-SEQ       TO SALDO-CRED-SEQ.
           MOVE SALDO-CRED-NOVO-ORIGEM    TO SALDO-CRED-ORIGEM.
           MOVE SALDO-CRED-NOVO-DOCUMENTO TO SALDO-CRED-DOCUMENTO.
           ACCEPT SALDO-CRED-DATA FROM DATE YYYYMMDD.
           MOVE SALDO-CRED-NOVO-VALOR     TO SALDO-CRED-VALOR-ORIGINAL.
           MOVE ZERO                      TO SALDO-CRED-VALOR-APLICADO.
           MOVE ZERO TO SALDO-CRED-VALOR-REEMBOLSADO.
           MOVE ZERO                      TO SALDO-CRED-REEMBOLSO-PEND.
           MOVE SALDO-CRED-NOVO-VALOR     TO SALDO-CRED-SALDO.
           MOVE "A"                       TO SALDO-CRED-SITUACAO.
           MOVE SPACE                     TO SALDO-CRED-DOC-REEMBOLSO.
           MOVE SALDO-CRED-DATA           TO SALDO-CRED-DATA-MOVIMENTO.
           MOVE SALDO-CRED-NOVO-OPERADOR  TO SALDO-CRED-OPERADOR.
           MOVE ZERO TO SALDO-CRED-VALOR-ESTORNADO.
           WRITE SALDO-CRED-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR O CREDITO DO CLIENTE "
                           SALDO-CRED-NOVO-CLIENTE "."
                   MOVE 0 TO SALDO-CRED-NOVO-SEQ
           END-WRITE.
           CLOSE ARQUIVO-SALDO-CRED.

       ACHA-SEQ-SALDO-CRED.
           MOVE "N" TO SALDO-CRED-FINAL.
           MOVE SALDO-CRED-NOVO-CLIENTE TO SALDO-CRED-CLIENTE.
           MOVE 0 TO SALDO-CRED-SEQ.
           START ARQUIVO-SALDO-CRED
               KEY IS NOT LESS THAN SALDO-CRED-CHAVE
               INVALID KEY
                   MOVE "S" TO SALDO-CRED-FINAL
           END-START.
           PERFORM LE-SEQ-SALDO-CRED
               UNTIL SALDO-CRED-FINAL = "S".

       LE-SEQ-SALDO-CRED.
           READ ARQUIVO-SALDO-CRED NEXT RECORD
               AT END
                   MOVE "S" TO SALDO-CRED-FINAL
           END-READ.
           IF SALDO-CRED-FINAL NOT = "S"
               IF SALDO-CRED-CLIENTE NOT = SALDO-CRED-NOVO-CLIENTE
                   MOVE "S" TO SALDO-CRED-FINAL
               ELSE
                   MOVE SALDO-CRED-SEQ TO SALDO-CRED-NOVO-SEQ
               END-IF
           END-IF.

      *    SOMA-SALDO-CREDITO-CLIENTE: SO OS CREDITOS EM ABERTO
      *    CONTAM; O REEMBOLSO PENDENTE JA SAIU DO SALDO.
       SOMA-SALDO-CREDITO-CLIENTE.
           MOVE ZERO TO SALDO-CRED-DISPONIVEL.
           MOVE 0 TO SALDO-CRED-QTDE-ABERTOS.
           OPEN INPUT ARQUIVO-SALDO-CRED.
           IF SALDO-CRED-FILE-STATUS = "00"
               MOVE "N" TO SALDO-CRED-FINAL
               MOVE SALDO-CRED-CONS-CLIENTE TO SALDO-CRED-CLIENTE
               MOVE 0 TO SALDO-CRED-SEQ
               START ARQUIVO-SALDO-CRED
                   KEY IS NOT LESS THAN SALDO-CRED-CHAVE
                   INVALID KEY
                       MOVE "S" TO SALDO-CRED-FINAL
               END-START
               PERFORM SOMA-PROXIMO-SALDO-CRED
                   UNTIL SALDO-CRED-FINAL = "S"
               CLOSE ARQUIVO-SALDO-CRED
           ELSE
               IF SALDO-CRED-FILE-STATUS = "05"
                   CLOSE ARQUIVO-SALDO-CRED
               END-IF
           END-IF.

       SOMA-PROXIMO-SALDO-CRED.
           READ ARQUIVO-SALDO-CRED NEXT RECORD
               AT END
                   MOVE "S" TO SALDO-CRED-FINAL
           END-READ.
           IF SALDO-CRED-FINAL NOT = "S"
               IF SALDO-CRED-CONS-CLIENTE NOT = 0
                       AND SALDO-CRED-CLIENTE
                           NOT = SALDO-CRED-CONS-CLIENTE
                   MOVE "S" TO SALDO-CRED-FINAL
               ELSE
                   IF SALDO-CRED-ABERTO AND SALDO-CRED-SALDO > 0
                       ADD SALDO-CRED-SALDO TO SALDO-CRED-DISPONIVEL
                       ADD 1 TO SALDO-CRED-QTDE-ABERTOS
                   END-IF
               END-IF
           END-IF.

      *    CONSOME-SALDO-CREDITO: O VALOR APLICADO SAI DO SALDO E
      *    ENTRA NO APLICADO DE CADA CREDITO, DO MAIS ANTIGO PARA O
      *    MAIS NOVO, ATE COBRIR O PEDIDO OU ACABAREM OS CREDITOS.
       CONSOME-SALDO-CREDITO.
           MOVE SALDO-CRED-CONS-VALOR TO SALDO-CRED-RESTO.
           OPEN I-O ARQUIVO-SALDO-CRED.
           IF SALDO-CRED-FILE-STATUS = "00"
               MOVE "N" TO SALDO-CRED-FINAL
               MOVE SALDO-CRED-CONS-CLIENTE TO SALDO-CRED-CLIENTE
               MOVE 0 TO SALDO-CRED-SEQ
               START ARQUIVO-SALDO-CRED
                   KEY IS NOT LESS THAN SALDO-CRED-CHAVE
                   INVALID KEY
                       MOVE "S" TO SALDO-CRED-FINAL
               END-START
               PERFORM CONSOME-PROXIMO-SALDO-CRED
                   UNTIL SALDO-CRED-FINAL = "S"
                      OR SALDO-CRED-RESTO = ZERO
               CLOSE ARQUIVO-SALDO-CRED
           ELSE
               IF SALDO-CRED-FILE-STATUS = "05"
                   CLOSE ARQUIVO-SALDO-CRED
               END-IF
           END-IF.
           COMPUTE SALDO-CRED-CONS-APLICADO =
               SALDO-CRED-CONS-VALOR - SALDO-CRED-RESTO.

       CONSOME-PROXIMO-SALDO-CRED.
           READ ARQUIVO-SALDO-CRED NEXT RECORD
               AT END
                   MOVE "S" TO SALDO-CRED-FINAL
           END-READ.
           IF SALDO-CRED-FINAL NOT = "S"
               IF SALDO-CRED-CLIENTE NOT = SALDO-CRED-CONS-CLIENTE
                   MOVE "S" TO SALDO-CRED-FINAL
               ELSE
                   IF SALDO-CRED-ABERTO AND SALDO-CRED-SALDO > 0
                       PERFORM APLICA-UM-SALDO-CRED
                   END-IF
               END-IF
           END-IF.

       APLICA-UM-SALDO-CRED.
           IF SALDO-CRED-SALDO > SALDO-CRED-RESTO
               MOVE SALDO-CRED-RESTO TO SALDO-CRED-PARCELA
           ELSE
               MOVE SALDO-CRED-SALDO TO SALDO-CRED-PARCELA
           END-IF.
           SUBTRACT SALDO-CRED-PARCELA FROM SALDO-CRED-SALDO.
           ADD SALDO-CRED-PARCELA TO SALDO-CRED-VALOR-APLICADO.
           IF SALDO-CRED-SALDO = ZERO
                   AND SALDO-CRED-REEMBOLSO-PEND = ZERO
               MOVE "E" TO SALDO-CRED-SITUACAO
           END-IF.
           ACCEPT SALDO-CRED-DATA-MOVIMENTO FROM DATE YYYYMMDD.
           REWRITE SALDO-CRED-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO ATUALIZAR O CREDITO "
                           SALDO-CRED-SEQ " DO CLIENTE "
                           SALDO-CRED-CLIENTE "."
               NOT INVALID KEY
                   SUBTRACT SALDO-CRED-PARCELA FROM SALDO-CRED-RESTO
           END-REWRITE.

      *    ESTORNA-SALDO-CREDITO: O CHEQUE QUE GEROU O CREDITO
      *    SALDO-CRED-ESTORNO-SEQ VOLTOU. SAI DO SALDO ATE
      *    SALDO-CRED-CONS-VALOR, QUE VAI PARA O ESTORNADO; O QUE O
      *    CLIENTE JA APLICOU OU PEDIU DE VOLTA NAO TEM COMO SAIR
      *    DAQUI. DEVOLVE EM SALDO-CRED-CONS-APLICADO O QUE ESTORNOU.
       ESTORNA-SALDO-CREDITO.
           MOVE ZERO TO SALDO-CRED-CONS-APLICADO.
           OPEN I-O ARQUIVO-SALDO-CRED.
           IF SALDO-CRED-FILE-STATUS = "00"
               MOVE SALDO-CRED-CONS-CLIENTE TO SALDO-CRED-CLIENTE
               MOVE SALDO-CRED-ESTORNO-SEQ  TO SALDO-CRED-SEQ
               READ ARQUIVO-SALDO-CRED
                   INVALID KEY
                       DISPLAY "CREDITO " SALDO-CRED-ESTORNO-SEQ
                               " DO CLIENTE " SALDO-CRED-CONS-CLIENTE
                               " NAO ENCONTRADO."
                   NOT INVALID KEY
                       PERFORM ESTORNA-UM-SALDO-CRED
               END-READ
               CLOSE ARQUIVO-SALDO-CRED
           ELSE
               IF SALDO-CRED-FILE-STATUS = "05"
                   CLOSE ARQUIVO-SALDO-CRED
               END-IF
           END-IF.

       ESTORNA-UM-SALDO-CRED.
           IF SALDO-CRED-VALOR-ESTORNADO NOT NUMERIC
               MOVE ZERO TO SALDO-CRED-VALOR-ESTORNADO
           END-IF.
           IF SALDO-CRED-SALDO > SALDO-CRED-CONS-VALOR
               MOVE SALDO-CRED-CONS-VALOR TO SALDO-CRED-PARCELA
           ELSE
               MOVE SALDO-CRED-SALDO TO SALDO-CRED-PARCELA
           END-IF.
           SUBTRACT SALDO-CRED-PARCELA FROM SALDO-CRED-SALDO.
           ADD SALDO-CRED-PARCELA TO SALDO-CRED-VALOR-ESTORNADO.
           IF SALDO-CRED-SALDO = ZERO
                   AND SALDO-CRED-REEMBOLSO-PEND = ZERO
               MOVE "E" TO SALDO-CRED-SITUACAO
           END-IF.
           ACCEPT SALDO-CRED-DATA-MOVIMENTO FROM DATE YYYYMMDD.
           MOVE SALDO-CRED-NOVO-OPERADOR TO SALDO-CRED-OPERADOR.
           REWRITE SALDO-CRED-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO ATUALIZAR O CREDITO "
                           SALDO-CRED-SEQ " DO CLIENTE "
                           SALDO-CRED-CLIENTE "."
               NOT INVALID KEY
                   MOVE SALDO-CRED-PARCELA TO SALDO-CRED-CONS-APLICADO
           END-REWRITE.
