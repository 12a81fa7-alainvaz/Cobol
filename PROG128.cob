      *      02-09 DATA (AAAAMMDD)
      *      10-20 VALOR (9(09)V99 SEM VIRGULA)
      *      21-50 HISTORICO
      *    O RECEBIDO EM CARTAO NAO CAI NO BANCO PELA FATURA: A
      *    PARTE EM CARTAO DE CADA FATURA (LIQCARTAO.DAT, DA
      *    CONCILIACAO DO PROG210) SAI DO PAGO E ENTRA, NO LUGAR, O
      *    LIQUIDO PAGO PELA ADQUIRENTE, SOMADO POR DIA DE PAGAMENTO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FATSEL.cob".
           COPY "LCTSEL.cob".
           SELECT ARQUIVO-EXTRATO
               ASSIGN TO EXTRATO-PATH
               ORGANIZATION IS SEQUENTIAL
       DATA DIVISION.
       FILE SECTION.
           COPY "FATREG.cob".
           COPY "LCTREG.cob".

       FD  ARQUIVO-EXTRATO.
       01  EXTRATO-REGISTRO.
       01  FATURA-PATH          PIC X(100).
       01  EXTRATO-FILE-STATUS  PIC XX.
       01  EXTRATO-PATH         PIC X(100).
       01  LIQCARTAO-FILE-STATUS PIC XX.
       01  LIQCARTAO-PATH       PIC X(100).
       01  FINAL-ARQUIVO        PIC X.
       01  DATA-HOJE            PIC 9(08).

       01  TOLERANCIA-DIAS      PIC 9(02) VALUE 2.

      *    PAGAMENTOS BAIXADOS NO SISTEMA, CARREGADOS DE FATURAS.DAT
      *    (VALOR ACUMULADO PAGO E DATA DO ULTIMO PAGAMENTO) E, COM
      *    ORIGEM "C", O LIQUIDO PAGO PELA ADQUIRENTE EM CADA DIA.
       01  QTDE-PAGAMENTOS      PIC 9(03) VALUE 0.
       01  TABELA-PAGAMENTOS.
           05 PGTO-ENTRADA OCCURS 500 TIMES.
              10 PGTO-VALOR     PIC 9(09)V9(02).
              10 PGTO-DATA      PIC 9(08).
              10 PGTO-CASADO    PIC X(01).
              10 PGTO-ORIGEM    PIC X(01).
                 88 PGTO-DE-CARTAO  VALUE "C".
       01  PGTO-SUB             PIC 9(03).
       01  TABELA-PGTO-CHEIA    PIC X VALUE "N".
           88 AVISO-PGTO-CHEIA-JA-EXIBIDO VALUE "S".
       01  ACHOU-DIA-CARTAO     PIC X.

      *    PARTE EM CARTAO DO PAGO DE CADA FATURA: ESSA PARTE NAO
      *    CAI NO BANCO PELA FATURA, E SIM PELA ADQUIRENTE.
       01  QTDE-FAT-CARTAO      PIC 9(03) VALUE 0.
       01  TABELA-FAT-CARTAO.
           05 FAT-CARTAO-ENTRADA OCCURS 500 TIMES
                  INDEXED BY FAT-CARTAO-IDX.
              10 FAT-CARTAO-NUMERO PIC 9(07).
              10 FAT-CARTAO-BRUTO  PIC 9(09)V9(02).
       01  VALOR-PAGO-BANCO     PIC S9(09)V9(02).

       01  DATA-A-WS            PIC 9(08).
       01  DATA-A-R REDEFINES DATA-A-WS.
                       EXTRATO-PATH
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM CARREGA-LIQUIDACOES-CARTAO
               PERFORM CARREGA-PAGAMENTOS-SISTEMA
               DISPLAY "CONCILIACAO DO EXTRATO - DATA " DATA-HOJE
               DISPLAY "--------------------------------------------"
               MOVE TOLERANCIA-ENV TO TOLERANCIA-VALOR
           END-IF.

           MOVE "liqcartao.dat" TO LIQCARTAO-PATH.
           ACCEPT LIQCARTAO-PATH FROM ENVIRONMENT "LIQCARTAO_DAT".
           IF LIQCARTAO-PATH = SPACE
               MOVE "liqcartao.dat" TO LIQCARTAO-PATH
           END-IF.

      *    CARREGA-LIQUIDACOES-CARTAO: DA CONCILIACAO DA ADQUIRENTE
      *    (PROG210) SAEM A PARTE EM CARTAO DE CADA FATURA E O
      *    LIQUIDO JA PAGO (ATE HOJE), SOMADO POR DIA DE PAGAMENTO -
      *    E ASSIM QUE A ADQUIRENTE CREDITA NO EXTRATO.
       CARREGA-LIQUIDACOES-CARTAO.
           OPEN INPUT ARQUIVO-LIQCARTAO.
           IF LIQCARTAO-FILE-STATUS = "35"
               CONTINUE
           ELSE
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM CARREGA-PROXIMA-LIQUIDACAO
                   UNTIL FINAL-ARQUIVO = "S"
               CLOSE ARQUIVO-LIQCARTAO
               MOVE "N" TO FINAL-ARQUIVO
           END-IF.

       CARREGA-PROXIMA-LIQUIDACAO.
           READ ARQUIVO-LIQCARTAO
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               IF LIQCARTAO-FATURA-NUMERO NOT = ZERO
                       AND (LIQCARTAO-CASADA OR LIQCARTAO-PREVISTA
                            OR LIQCARTAO-NAO-LIQUIDADA)
                   PERFORM SOMA-CARTAO-DA-FATURA
               END-IF
               IF LIQCARTAO-LIQUIDADA
                       AND LIQCARTAO-DATA-PAGAMENTO <= DATA-HOJE
                       AND LIQCARTAO-VALOR-LIQUIDO > ZERO
                   PERFORM SOMA-LIQUIDACAO-DO-DIA
               END-IF
           END-IF.

       SOMA-CARTAO-DA-FATURA.
           SET FAT-CARTAO-IDX TO 1.
           SEARCH FAT-CARTAO-ENTRADA
               WHEN FAT-CARTAO-IDX > QTDE-FAT-CARTAO
                   IF QTDE-FAT-CARTAO < 500
                       ADD 1 TO QTDE-FAT-CARTAO
                       MOVE LIQCARTAO-FATURA-NUMERO
                           TO FAT-CARTAO-NUMERO (QTDE-FAT-CARTAO)
                       MOVE LIQCARTAO-VALOR-BRUTO
                           TO FAT-CARTAO-BRUTO (QTDE-FAT-CARTAO)
                   END-IF
               WHEN FAT-CARTAO-NUMERO (FAT-CARTAO-IDX)
                    = LIQCARTAO-FATURA-NUMERO
                   ADD LIQCARTAO-VALOR-BRUTO
                       TO FAT-CARTAO-BRUTO (FAT-CARTAO-IDX)
           END-SEARCH.

       SOMA-LIQUIDACAO-DO-DIA.
           MOVE "N" TO ACHOU-DIA-CARTAO.
           MOVE 1 TO PGTO-SUB.
           PERFORM PROCURA-DIA-CARTAO
               UNTIL PGTO-SUB > QTDE-PAGAMENTOS
                  OR ACHOU-DIA-CARTAO = "S".
           IF ACHOU-DIA-CARTAO = "S"
               ADD LIQCARTAO-VALOR-LIQUIDO TO PGTO-VALOR (PGTO-SUB)
           ELSE
               IF QTDE-PAGAMENTOS < 500
                   ADD 1 TO QTDE-PAGAMENTOS
                   MOVE ZERO TO PGTO-FATURA (QTDE-PAGAMENTOS)
                   MOVE LIQCARTAO-VALOR-LIQUIDO
                       TO PGTO-VALOR (QTDE-PAGAMENTOS)
                   MOVE LIQCARTAO-DATA-PAGAMENTO
                       TO PGTO-DATA (QTDE-PAGAMENTOS)
                   MOVE "N" TO PGTO-CASADO (QTDE-PAGAMENTOS)
                   MOVE "C" TO PGTO-ORIGEM (QTDE-PAGAMENTOS)
               END-IF
           END-IF.

       PROCURA-DIA-CARTAO.
           IF PGTO-DE-CARTAO (PGTO-SUB)
                   AND PGTO-DATA (PGTO-SUB)
                       = LIQCARTAO-DATA-PAGAMENTO
               MOVE "S" TO ACHOU-DIA-CARTAO
           ELSE
               ADD 1 TO PGTO-SUB
           END-IF.

       CARREGA-PAGAMENTOS-SISTEMA.
           OPEN INPUT ARQUIVO-FATURA.
           IF FATURA-FILE-STATUS = "35"
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               PERFORM DESCONTA-CARTAO-DA-FATURA
               IF VALOR-PAGO-BANCO > ZERO
                   IF QTDE-PAGAMENTOS < 500
                       ADD 1 TO QTDE-PAGAMENTOS
                       MOVE FATURA-NUMERO
                           TO PGTO-FATURA (QTDE-PAGAMENTOS)
                       MOVE VALOR-PAGO-BANCO
                           TO PGTO-VALOR (QTDE-PAGAMENTOS)
                       MOVE FATURA-DATA-PAGAMENTO
                           TO PGTO-DATA (QTDE-PAGAMENTOS)
                       MOVE "N" TO PGTO-CASADO (QTDE-PAGAMENTOS)
                       MOVE "F" TO PGTO-ORIGEM (QTDE-PAGAMENTOS)
                   ELSE
                       IF NOT AVISO-PGTO-CHEIA-JA-EXIBIDO
                           DISPLAY "*** ATENCAO: LIMITE DE 500 "
               END-IF
           END-IF.

      *    DESCONTA-CARTAO-DA-FATURA: O QUE A FATURA RECEBEU EM
      *    CARTAO CHEGA PELA LIQUIDACAO DA ADQUIRENTE; NO BANCO, PELA
      *    FATURA, SO O RESTO.
       DESCONTA-CARTAO-DA-FATURA.
           MOVE FATURA-VALOR-PAGO TO VALOR-PAGO-BANCO.
           SET FAT-CARTAO-IDX TO 1.
           SEARCH FAT-CARTAO-ENTRADA
               WHEN FAT-CARTAO-IDX > QTDE-FAT-CARTAO
                   CONTINUE
               WHEN FAT-CARTAO-NUMERO (FAT-CARTAO-IDX) = FATURA-NUMERO
                   SUBTRACT FAT-CARTAO-BRUTO (FAT-CARTAO-IDX)
                       FROM VALOR-PAGO-BANCO
           END-SEARCH.

       CONCILIA-PROXIMO-LANCAMENTO.
           READ ARQUIVO-EXTRATO
               AT END
               ADD 1 TO TOTAL-SO-SISTEMA
               ADD PGTO-VALOR (PGTO-SUB) TO VALOR-SO-SISTEMA
               MOVE PGTO-VALOR (PGTO-SUB) TO VALOR-EDITADO
               IF PGTO-DE-CARTAO (PGTO-SUB)
                   DISPLAY "SO NO SISTEMA: LIQUIDACAO CARTAO "
                           PGTO-DATA (PGTO-SUB) " " VALOR-EDITADO
               ELSE
                   DISPLAY "SO NO SISTEMA: FATURA "
                           PGTO-FATURA (PGTO-SUB) " "
                           PGTO-DATA (PGTO-SUB) " " VALOR-EDITADO
               END-IF
           END-IF.
           ADD 1 TO PGTO-SUB.

