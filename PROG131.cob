      *    REGRAVADA PELO VALOR RECALCULADO E CADA AJUSTE DEIXA
      *    LINHA DE AUDITORIA. SEM ISSO, SO RELATA - E O CLIENTE BOM
      *    DEIXA DE SER BLOQUEADO POR SUJEIRA ACUMULADA.
      *    SO OS TITULOS "A" E "P" SAO LIDOS, PELA CHAVE ALTERNATIVA
      *    SITUACAO + VENCIMENTO DE FATURAS.DAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  NIVEL-OPERADOR        PIC 9(01) VALUE 0.
       01  TEM-SESSAO            PIC X VALUE "N".
       01  FINAL-ARQUIVO         PIC X.
       01  SITUACAO-PERCORRIDA   PIC X(01).
       01  DATA-HOJE             PIC 9(08).

       01  MODO-CORRIGE          PIC X VALUE "N".
                       "RECONCILIAR."
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE "A" TO SITUACAO-PERCORRIDA
               PERFORM POSICIONA-SITUACAO
               PERFORM CALCULA-PROXIMA-FATURA
                   UNTIL FINAL-ARQUIVO = "S"
               MOVE "P" TO SITUACAO-PERCORRIDA
               PERFORM POSICIONA-SITUACAO
               PERFORM CALCULA-PROXIMA-FATURA
                   UNTIL FINAL-ARQUIVO = "S"
               CLOSE ARQUIVO-FATURA
               END-IF
           END-IF.

      *    POSICIONA-SITUACAO: OS TITULOS EM ABERTO ("A") E OS PAGOS
      *    EM PARTE ("P") SAEM PELA CHAVE ALTERNATIVA SITUACAO +
      *    VENCIMENTO, UMA SITUACAO POR VEZ.
       POSICIONA-SITUACAO.
           MOVE "N" TO FINAL-ARQUIVO.
           MOVE SITUACAO-PERCORRIDA TO FATURA-SITUACAO.
           MOVE ZERO TO FATURA-DATA-VENCIMENTO.
           START ARQUIVO-FATURA
               KEY IS NOT LESS THAN FATURA-CHAVE-SITUACAO
               INVALID KEY
                   MOVE "S" TO FINAL-ARQUIVO
           END-START.

       CALCULA-PROXIMA-FATURA.
           READ ARQUIVO-FATURA NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               IF FATURA-SITUACAO NOT = SITUACAO-PERCORRIDA
                   MOVE "S" TO FINAL-ARQUIVO
               ELSE
                   COMPUTE SALDO-TITULO =
                       FATURA-VALOR-TOTAL - FATURA-VALOR-PAGO
                   IF SALDO-TITULO > 0
