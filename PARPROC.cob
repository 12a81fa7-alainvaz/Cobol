      *    ROTINAS COMUNS DO CRONOGRAMA DE PARCELAS. A FATURA
      *    CORRENTE (FATURA-REGISTRO) TEM SUAS PARCELAS LIDAS DE
      *    PARCELAS.DAT PELAS CHAVES 01, 02, ... ATE A PRIMEIRA QUE
      *    FALTAR; FATURA SEM CRONOGRAMA VIRA UMA PARCELA UNICA NO
      *    VENCIMENTO DA FATURA (OU EMISSAO + 30 DIAS, COMO SEMPRE
      *    NO AGING). O ARQUIVO E ABERTO E FECHADO AQUI MESMO.
       INICIALIZA-CAMINHO-PARCELA.
           MOVE "parcelas.dat" TO PARCELA-PATH.
           ACCEPT PARCELA-PATH FROM ENVIRONMENT "PARCELA_DAT".
           IF PARCELA-PATH = SPACE
               MOVE "parcelas.dat" TO PARCELA-PATH
           END-IF.

       CARREGA-PARCELAS-TITULO.
           MOVE 0 TO QTDE-PARCELAS-TITULO.
           OPEN INPUT ARQUIVO-PARCELA.
           IF PARCELA-FILE-STATUS = "00"
               MOVE "N" TO PARC-TIT-FINAL
               PERFORM LE-PARCELA-TITULO
                   UNTIL PARC-TIT-FINAL = "S"
               CLOSE ARQUIVO-PARCELA
           ELSE
               IF PARCELA-FILE-STATUS = "05"
                   CLOSE ARQUIVO-PARCELA
               END-IF
           END-IF.
           IF QTDE-PARCELAS-TITULO = 0
               PERFORM MONTA-PARCELA-UNICA
           END-IF.
           PERFORM DISTRIBUI-PAGO-PARCELAS.

       LE-PARCELA-TITULO.
           IF QTDE-PARCELAS-TITULO >= 12
               MOVE "S" TO PARC-TIT-FINAL
           ELSE
               MOVE FATURA-NUMERO TO PARCELA-FATURA-NUMERO
               COMPUTE PARCELA-NUMERO = QTDE-PARCELAS-TITULO + 1
               READ ARQUIVO-PARCELA
                   INVALID KEY
                       MOVE "S" TO PARC-TIT-FINAL
                   NOT INVALID KEY
                       ADD 1 TO QTDE-PARCELAS-TITULO
                       MOVE QTDE-PARCELAS-TITULO TO PARC-TIT-SUB
                       MOVE PARCELA-NUMERO
                           TO PARC-TIT-NUMERO (PARC-TIT-SUB)
                       MOVE PARCELA-VENCIMENTO
                           TO PARC-TIT-VENCIMENTO (PARC-TIT-SUB)
                       MOVE PARCELA-VALOR
                           TO PARC-TIT-VALOR (PARC-TIT-SUB)
               END-READ
           END-IF.

       MONTA-PARCELA-UNICA.
           IF FATURA-DATA-VENCIMENTO IS NUMERIC
                   AND FATURA-DATA-VENCIMENTO NOT = 0
               MOVE FATURA-DATA-VENCIMENTO TO PARC-TIT-VENCTO-WS
           ELSE
               MOVE FATURA-DATA-EMISSAO TO PARC-TIT-VENCTO-WS
               ADD 1 TO PARC-TIT-VENCTO-MES
               IF PARC-TIT-VENCTO-MES > 12
                   MOVE 1 TO PARC-TIT-VENCTO-MES
                   ADD 1 TO PARC-TIT-VENCTO-ANO
               END-IF
           END-IF.
           MOVE 1 TO QTDE-PARCELAS-TITULO.
           MOVE 1 TO PARC-TIT-NUMERO (1).
           MOVE PARC-TIT-VENCTO-WS TO PARC-TIT-VENCIMENTO (1).
           MOVE FATURA-VALOR-TOTAL TO PARC-TIT-VALOR (1).

      *    DISTRIBUI-PAGO-PARCELAS: O PAGO DA FATURA QUITA AS
      *    PARCELAS NA ORDEM; A QUE SOBRA COM PAGAMENTO PELA METADE
      *    DESLIGA O INDICADOR DE FIM EXATO.
       DISTRIBUI-PAGO-PARCELAS.
           MOVE FATURA-VALOR-PAGO TO PARC-TIT-RESTO-PAGO.
           MOVE 0 TO PARC-TIT-QTDE-ABERTAS.
           MOVE 0 TO PARC-TIT-QTDE-QUITADAS.
           MOVE 0 TO PARC-TIT-PRIMEIRA-ABERTA.
           MOVE "S" TO PARC-TIT-FIM-EXATO.
           MOVE 1 TO PARC-TIT-SUB.
           PERFORM DISTRIBUI-PAGO-UMA-PARCELA
               UNTIL PARC-TIT-SUB > QTDE-PARCELAS-TITULO.

       DISTRIBUI-PAGO-UMA-PARCELA.
           IF PARC-TIT-RESTO-PAGO >= PARC-TIT-VALOR (PARC-TIT-SUB)
               MOVE PARC-TIT-VALOR (PARC-TIT-SUB)
                   TO PARC-TIT-PAGO (PARC-TIT-SUB)
           ELSE
               IF PARC-TIT-RESTO-PAGO > 0
                   MOVE PARC-TIT-RESTO-PAGO
                       TO PARC-TIT-PAGO (PARC-TIT-SUB)
                   MOVE "N" TO PARC-TIT-FIM-EXATO
               ELSE
                   MOVE 0 TO PARC-TIT-PAGO (PARC-TIT-SUB)
               END-IF
           END-IF.
           SUBTRACT PARC-TIT-PAGO (PARC-TIT-SUB)
               FROM PARC-TIT-RESTO-PAGO.
           COMPUTE PARC-TIT-SALDO (PARC-TIT-SUB) =
               PARC-TIT-VALOR (PARC-TIT-SUB)
               - PARC-TIT-PAGO (PARC-TIT-SUB).
           IF PARC-TIT-SALDO (PARC-TIT-SUB) > 0
               ADD 1 TO PARC-TIT-QTDE-ABERTAS
               IF PARC-TIT-PRIMEIRA-ABERTA = 0
                   MOVE PARC-TIT-SUB TO PARC-TIT-PRIMEIRA-ABERTA
               END-IF
           ELSE
               ADD 1 TO PARC-TIT-QTDE-QUITADAS
           END-IF.
           ADD 1 TO PARC-TIT-SUB.
