      *    ENTAO RODAR DUAS VEZES NO MESMO DIA NAO COBRA EM DOBRO.
      *    TITULO SEM VENCIMENTO GRAVADO ASSUME EMISSAO + 30 DIAS,
      *    COMO NO PROG68. OS ENCARGOS SAEM NO EXTRATO DO CLIENTE
      *    (PROG71). FATURA EM PARCELAS (PARCELAS.DAT) E APURADA POR
      *    PARCELA: CADA PARCELA VENCIDA COM SALDO TEM SUA MULTA E
      *    SEUS JUROS PELO PROPRIO VENCIMENTO, NUMA LINHA PROPRIA.
      *    TAXAS: PROG111-MULTA E PROG111-JUROS (PADRAO 2 E 1).
      *    SO OS TITULOS "A" E "P" SAO LIDOS, PELA CHAVE ALTERNATIVA
      *    SITUACAO + VENCIMENTO DE FATURAS.DAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FATSEL.cob".
           COPY "ENCSEL.cob".
           COPY "PARSEL.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FATREG.cob".
           COPY "ENCREG.cob".
           COPY "PARREG.cob".

       WORKING-STORAGE SECTION.

       01  ENCARGO-FILE-STATUS  PIC XX.
       01  ENCARGO-PATH         PIC X(100).
       01  FINAL-ARQUIVO        PIC X.
       01  SITUACAO-PERCORRIDA  PIC X(01).

       01  DATA-HOJE            PIC 9(08).
       01  DATA-HOJE-R REDEFINES DATA-HOJE.
       01  TAXA-ENV             PIC X(08).

       01  TOTAL-TITULOS-VENCIDOS PIC 9(05) VALUE 0.
       01  TOTAL-PARCELAS-VENCIDAS PIC 9(05) VALUE 0.
       01  PARCELAS-VENCIDAS-TITULO PIC 9(02).
       01  TOTAL-MULTAS         PIC 9(11)V9(02) VALUE 0.
       01  TOTAL-JUROS          PIC 9(11)V9(02) VALUE 0.
       01  VALOR-EDITADO        PIC $$,$$$,$$$,$$9.99.

           COPY "PARWRK.cob".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE 0 TO RETURN-CODE.
               MOVE 1 TO RETURN-CODE
           ELSE
               OPEN OUTPUT ARQUIVO-ENCARGO
               MOVE "A" TO SITUACAO-PERCORRIDA
               PERFORM POSICIONA-SITUACAO
               PERFORM APURA-PROXIMA-FATURA
                   UNTIL FINAL-ARQUIVO = "S"
               MOVE "P" TO SITUACAO-PERCORRIDA
               PERFORM POSICIONA-SITUACAO
               PERFORM APURA-PROXIMA-FATURA
                   UNTIL FINAL-ARQUIVO = "S"
               CLOSE ARQUIVO-ENCARGO
               MOVE "encargos.dat" TO ENCARGO-PATH
           END-IF.

           PERFORM INICIALIZA-CAMINHO-PARCELA.

       INICIALIZA-TAXAS.
           MOVE SPACE TO TAXA-ENV.
           ACCEPT TAXA-ENV FROM ENVIRONMENT "PROG111-MULTA".
               MOVE TAXA-ENV TO TAXA-JUROS-MORA
           END-IF.

      *    POSICIONA-SITUACAO: OS TITULOS EM ABERTO ("A") E OS PAGOS
      *    EM PARTE ("P") SAEM PELA CHAVE ALTERNATIVA SITUACAO +
      *    VENCIMENTO, UMA SITUACAO POR VEZ - LIQUIDADOS E BAIXADOS
      *    NEM SAO LIDOS.
       POSICIONA-SITUACAO.
           MOVE "N" TO FINAL-ARQUIVO.
           MOVE SITUACAO-PERCORRIDA TO FATURA-SITUACAO.
           MOVE ZERO TO FATURA-DATA-VENCIMENTO.
           START ARQUIVO-FATURA
               KEY IS NOT LESS THAN FATURA-CHAVE-SITUACAO
               INVALID KEY
                   MOVE "S" TO FINAL-ARQUIVO
           END-START.

       APURA-PROXIMA-FATURA.
           READ ARQUIVO-FATURA NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               IF FATURA-SITUACAO NOT = SITUACAO-PERCORRIDA
                   MOVE "S" TO FINAL-ARQUIVO
               ELSE
                   PERFORM APURA-FATURA
               END-IF
           END-IF.
           IF SALDO-ABERTO <= 0
               CONTINUE
           ELSE
               MOVE 0 TO PARCELAS-VENCIDAS-TITULO
               PERFORM CARREGA-PARCELAS-TITULO
               MOVE 1 TO PARC-TIT-SUB
               PERFORM APURA-PARCELA
                   UNTIL PARC-TIT-SUB > QTDE-PARCELAS-TITULO
               IF PARCELAS-VENCIDAS-TITULO > 0
                   ADD 1 TO TOTAL-TITULOS-VENCIDOS
               END-IF
           END-IF.

       APURA-PARCELA.
           IF PARC-TIT-SALDO (PARC-TIT-SUB) > 0
               MOVE PARC-TIT-SALDO (PARC-TIT-SUB) TO SALDO-ABERTO
               PERFORM CALCULA-DIAS-ATRASO
               IF DIAS-ATRASO > 0
                   ADD 1 TO PARCELAS-VENCIDAS-TITULO
                   PERFORM CALCULA-ENCARGOS
                   PERFORM GRAVA-ENCARGO
               END-IF
           END-IF.
           ADD 1 TO PARC-TIT-SUB.

      *    CALCULA-DIAS-ATRASO: DIAS SOBRE O VENCIMENTO DA PARCELA
      *    NA CONVENCAO 30/360; TITULO SEM VENCIMENTO GRAVADO JA VEM
      *    DO CRONOGRAMA COMO EMISSAO + 30 DIAS (UM MES COMERCIAL).
       CALCULA-DIAS-ATRASO.
           MOVE PARC-TIT-VENCIMENTO (PARC-TIT-SUB)
               TO DATA-VENCIMENTO-WS.
           COMPUTE DIAS-ATRASO =
               (HOJE-ANO - VENCTO-ANO) * 360
               + (HOJE-MES - VENCTO-MES) * 30
           MOVE VALOR-MULTA           TO ENCARGO-VALOR-MULTA.
           MOVE VALOR-JUROS           TO ENCARGO-VALOR-JUROS.
           MOVE DATA-HOJE             TO ENCARGO-DATA-CALCULO.
           MOVE PARC-TIT-NUMERO (PARC-TIT-SUB)
               TO ENCARGO-PARCELA-NUMERO.
           WRITE ENCARGO-REGISTRO.
           ADD 1 TO TOTAL-PARCELAS-VENCIDAS.
           ADD VALOR-MULTA TO TOTAL-MULTAS.
           ADD VALOR-JUROS TO TOTAL-JUROS.

           DISPLAY "APURACAO DE ENCARGOS DE ATRASO - " DATA-HOJE.
           DISPLAY "TITULOS VENCIDOS APURADOS: "
                   TOTAL-TITULOS-VENCIDOS.
           DISPLAY "PARCELAS VENCIDAS........: "
                   TOTAL-PARCELAS-VENCIDAS.
           MOVE TOTAL-MULTAS TO VALOR-EDITADO.
           DISPLAY "TOTAL DE MULTAS..........: " VALOR-EDITADO.
           MOVE TOTAL-JUROS TO VALOR-EDITADO.
           DISPLAY "TOTAL DE JUROS DE MORA...: " VALOR-EDITADO.
           DISPLAY "POSICAO GRAVADA EM " ENCARGO-PATH ".".

           COPY "PARPROC.cob".
