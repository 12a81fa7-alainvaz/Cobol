      *    FATURAS.DAT PELO NUMERO E MARCA A FATURA LIQUIDADA ("L")
      *    COM DATA E VALOR. PAGAMENTO PARCIAL DEIXA A FATURA "P" E
      *    TAMBEM VAI PARA SUSPENSE.DAT, JUNTO COM OS PAGAMENTOS SEM
      *    FATURA OU DE FATURA JA LIQUIDADA, PARA REVISAO MANUAL NA
      *    ESTACAO DE RESOLUCAO DO SUSPENSE (PROG156). FATURA EM
      *    PARCELAS (PARCELAS.DAT): PAGAMENTO QUE FECHA EXATAMENTE
      *    UMA OU MAIS PARCELAS NAO E PARCIAL - A FATURA FICA "P",
      *    MAS NAO VAI PARA O SUSPENSE; MULTA E JUROS SAEM POR
      *    PARCELA VENCIDA, CADA UMA PELO SEU VENCIMENTO.
      *    O RELATORIO DE BAIXA (CASADOS / PARCIAIS / SEM CASAMENTO
      *    E VALORES) E O QUE A CONTABILIDADE BATE CONTRA O EXTRATO.
      *    PROTECAO CONTRA RETORNO DUPLICADO: ANTES DE BAIXAR, O
      *      01-07 NUMERO DA FATURA
      *      08-18 VALOR PAGO (9(09)V99 SEM VIRGULA)
      *      19-26 DATA DO PAGAMENTO (AAAAMMDD)
      *    PAGAMENTO QUE PASSA DO SALDO DA FATURA LIQUIDA O TITULO
      *    PELO TOTAL E A SOBRA VIRA CREDITO DO CLIENTE EM
      *    SALDOCRED.DAT (ORIGEM "P", A FATURA COMO DOCUMENTO), EM
      *    VEZ DE FICAR PERDIDA NO PAGO DA FATURA; A EXPOSICAO SO
      *    DESCE PELO QUE FOI ABSORVIDO PELO TITULO.
      *    A MULTA E OS JUROS INFORMADOS NA BAIXA EM ATRASO FICAM
      *    REGISTRADOS EM MORAS.DAT (DATA DO PAGAMENTO, EMPRESA DA
      *    FATURA), DE ONDE A DRE GERENCIAL (PROG221) TIRA A RECEITA
      *    DE ENCARGOS DO MES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO RETORNO-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RETORNO-FILE-STATUS.
           COPY "SUSSEL.cob".
           SELECT OPTIONAL ARQUIVO-RETPROC
               ASSIGN TO "retproc.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RETPROC-FILE-STATUS.
           COPY "ERLSEL.cob".
           COPY "EMQSEL.cob".
           COPY "PARSEL.cob".
           COPY "SCRSEL.cob".
           COPY "MORSEL.cob".

       DATA DIVISION.
       FILE SECTION.
           05 RETORNO-VALOR-PAGO     PIC 9(09)V9(02).
           05 RETORNO-DATA-PAGAMENTO PIC 9(08).

           COPY "SUSREG.cob".

      *    RETPROC.DAT: REGISTRO DOS ARQUIVOS DE RETORNO JA
      *    APLICADOS - IDENTIFICADOR (IMAGEM DO PRIMEIRO REGISTRO DO

           COPY "ERLREG.cob".
           COPY "EMQREG.cob".
           COPY "PARREG.cob".
           COPY "SCRREG.cob".
           COPY "MORREG.cob".

       WORKING-STORAGE SECTION.

       01  SUSPENSE-FILE-STATUS PIC XX.
       01  CREDITO-FILE-STATUS  PIC XX.
       01  CREDITO-PATH         PIC X(100).
       01  MORA-FILE-STATUS     PIC XX.
       01  MORA-PATH            PIC X(100).
       01  FINAL-ARQUIVO        PIC X.
       01  DATA-HOJE            PIC 9(08).

       01  SALDO-FATURA         PIC S9(09)V9(02).
       01  VALOR-EXCEDENTE      PIC 9(09)V9(02).
       01  VALOR-ABSORVIDO      PIC 9(09)V9(02).

       01  RETPROC-FILE-STATUS  PIC XX.
       01  ERRO-LOG-FILE-STATUS PIC XX.
           88 RETORNO-DUPLICADO     VALUE "S".
       01  FILA-EMAIL-FILE-STATUS PIC XX.

      *    CALCULO DE ATRASO (DO VENCIMENTO DE CADA PARCELA A DATA
      *    DO PAGAMENTO, MES COMERCIAL DE 30 DIAS) E AREA DE CHAMADA
      *    DO SUBPROGRAMA FINANCEIRO COMUM (PROG14).
       01  DATA-VENCIMENTO-WS   PIC 9(08).
       01  DATA-VENCIMENTO-R REDEFINES DATA-VENCIMENTO-WS.
           05 VENCTO-ANO        PIC 9(04).
           05 VENCTO-MES        PIC 9(02).
           05 VENCTO-DIA        PIC 9(02).
       01  DATA-PAGTO-WS        PIC 9(08).
       01  DATA-PAGTO-R REDEFINES DATA-PAGTO-WS.
           05 PAGTO-ANO         PIC 9(04).
       01  VALOR-JUROS          PIC 9(09)V9(02).
       01  TAXA-JUROS-MORA      PIC 9(03)V9(04) VALUE 1.
       01  TAXA-MULTA-ATRASO    PIC 9(03)V9(04) VALUE 2.
       01  PARCELAS-EM-ATRASO   PIC 9(02).
       01  QUITADAS-ANTES       PIC 9(02).
           COPY "PARWRK.cob".
           COPY "SCRWRK.cob".

       01  TOTAL-PAGAMENTOS     PIC 9(05) VALUE 0.
       01  TOTAL-LIQUIDADAS     PIC 9(05) VALUE 0.
       01  VALOR-LIQUIDADO      PIC 9(11)V9(02) VALUE 0.
       01  VALOR-PARCIAL        PIC 9(11)V9(02) VALUE 0.
       01  VALOR-SEM-CASAMENTO  PIC 9(11)V9(02) VALUE 0.
       01  TOTAL-PARCELAS-EM-DIA PIC 9(05) VALUE 0.
       01  VALOR-PARCELAS-EM-DIA PIC 9(11)V9(02) VALUE 0.
       01  TOTAL-PARCELAS-QUITADAS PIC 9(05) VALUE 0.
       01  TOTAL-EXCEDENTES     PIC 9(05) VALUE 0.
       01  VALOR-EXCEDENTES     PIC 9(11)V9(02) VALUE 0.
       01  VALOR-EDITADO        PIC $$,$$$,$$$,$$9.99.

       PROCEDURE DIVISION.
               MOVE "credito.dat" TO CREDITO-PATH
           END-IF.

           MOVE "moras.dat" TO MORA-PATH.
           ACCEPT MORA-PATH FROM ENVIRONMENT "MORA_DAT".
           IF MORA-PATH = SPACE
               MOVE "moras.dat" TO MORA-PATH
           END-IF.

           PERFORM INICIALIZA-CAMINHO-PARCELA.
           PERFORM INICIALIZA-CAMINHO-SALDO-CRED.

      *    PRE-LE-RETORNO: PASSA UMA VEZ PELO ARQUIVO DE RETORNO SO
      *    PARA LEVANTAR A TRIPLA DE IDENTIFICACAO - A IMAGEM DO
      *    PRIMEIRO REGISTRO (O CABECALHO QUE O BANCO MANDA), A
      *    APLICA-PAGAMENTO: SOMA O VALOR RECEBIDO AO JA PAGO; SE
      *    COBRIR O TOTAL DO TITULO A FATURA E LIQUIDADA, SENAO FICA
      *    PARCIAL E O PAGAMENTO TAMBEM VAI PARA O SUSPENSE, PARA
      *    ALGUEM COBRAR A DIFERENCA - A MENOS QUE O PAGO FECHE
      *    CERTINHO NO FIM DE UMA PARCELA (PARCELA PAGA EM DIA NAO E
      *    DIFERENCA A COBRAR).
       APLICA-PAGAMENTO.
           IF FATURA-LIQUIDADA
               PERFORM GRAVA-SUSPENSE-JA-LIQUIDADA
           ELSE
               PERFORM CARREGA-PARCELAS-TITULO
               MOVE PARC-TIT-QTDE-QUITADAS TO QUITADAS-ANTES
               PERFORM INFORMA-ENCARGOS-ATRASO
               ADD RETORNO-VALOR-PAGO TO FATURA-VALOR-PAGO
               MOVE RETORNO-DATA-PAGAMENTO TO FATURA-DATA-PAGAMENTO
               PERFORM DISTRIBUI-PAGO-PARCELAS
               IF PARC-TIT-QTDE-QUITADAS > QUITADAS-ANTES
                   COMPUTE TOTAL-PARCELAS-QUITADAS =
                       TOTAL-PARCELAS-QUITADAS
                       + PARC-TIT-QTDE-QUITADAS - QUITADAS-ANTES
               END-IF
               COMPUTE SALDO-FATURA =
                   FATURA-VALOR-TOTAL - FATURA-VALOR-PAGO
               PERFORM SEPARA-EXCEDENTE-PAGAMENTO
               EVALUATE TRUE
                   WHEN SALDO-FATURA <= 0
                       MOVE "L" TO FATURA-SITUACAO
                       ADD 1 TO TOTAL-LIQUIDADAS
                       ADD RETORNO-VALOR-PAGO TO VALOR-LIQUIDADO
                   WHEN PARC-TIT-FIM-EXATO = "S"
                       MOVE "P" TO FATURA-SITUACAO
                       ADD 1 TO TOTAL-PARCELAS-EM-DIA
                       ADD RETORNO-VALOR-PAGO TO VALOR-PARCELAS-EM-DIA
                   WHEN OTHER
                       MOVE "P" TO FATURA-SITUACAO
                       ADD 1 TO TOTAL-PARCIAIS
                       ADD RETORNO-VALOR-PAGO TO VALOR-PARCIAL
                       PERFORM GRAVA-SUSPENSE-PARCIAL
               END-EVALUATE
               REWRITE FATURA-REGISTRO
                   INVALID KEY
                       DISPLAY "ERRO AO REGRAVAR A FATURA "
                               FATURA-NUMERO "."
                   NOT INVALID KEY
                       PERFORM ABATE-EXPOSICAO-CREDITO
                       PERFORM REGISTRA-EXCEDENTE-CREDITO
                       PERFORM ENFILEIRA-EMAIL-PAGAMENTO
               END-REWRITE
           END-IF.

      *    SEPARA-EXCEDENTE-PAGAMENTO: O QUE O PAGAMENTO PASSOU DO
      *    SALDO DA FATURA NAO FICA NO PAGO DO TITULO - A FATURA
      *    FECHA PELO TOTAL E A SOBRA SEGUE PARA O CREDITO DO
      *    CLIENTE DEPOIS DA REGRAVACAO.
       SEPARA-EXCEDENTE-PAGAMENTO.
           MOVE ZERO TO VALOR-EXCEDENTE.
           IF SALDO-FATURA < 0
               COMPUTE VALOR-EXCEDENTE = 0 - SALDO-FATURA
               IF VALOR-EXCEDENTE > RETORNO-VALOR-PAGO
                   MOVE RETORNO-VALOR-PAGO TO VALOR-EXCEDENTE
               END-IF
               SUBTRACT VALOR-EXCEDENTE FROM FATURA-VALOR-PAGO
               COMPUTE SALDO-FATURA =
                   FATURA-VALOR-TOTAL - FATURA-VALOR-PAGO
           END-IF.
           COMPUTE VALOR-ABSORVIDO =
               RETORNO-VALOR-PAGO - VALOR-EXCEDENTE.

      *    REGISTRA-EXCEDENTE-CREDITO: A SOBRA DO PAGAMENTO ENTRA NO
      *    SALDO DE CREDITO DO CLIENTE COM A FATURA COMO DOCUMENTO.
       REGISTRA-EXCEDENTE-CREDITO.
           IF VALOR-EXCEDENTE NOT = ZERO
               MOVE FATURA-CLIENTE-CODIGO TO SALDO-CRED-NOVO-CLIENTE
               MOVE "P" TO SALDO-CRED-NOVO-ORIGEM
               MOVE FATURA-NUMERO TO SALDO-CRED-NOVO-DOCUMENTO
               MOVE VALOR-EXCEDENTE TO SALDO-CRED-NOVO-VALOR
               MOVE "PROG67" TO SALDO-CRED-NOVO-OPERADOR
               PERFORM REGISTRA-SALDO-CREDITO
               ADD 1 TO TOTAL-EXCEDENTES
               ADD VALOR-EXCEDENTE TO VALOR-EXCEDENTES
               MOVE VALOR-EXCEDENTE TO VALOR-EDITADO
               DISPLAY "FATURA " FATURA-NUMERO " PAGA A MAIOR EM "
                       VALOR-EDITADO " - CREDITO DO CLIENTE "
                       FATURA-CLIENTE-CODIGO "."
           END-IF.

      *    ENFILEIRA-EMAIL-PAGAMENTO: AVISO DE PAGAMENTO RECEBIDO NA
      *    FILA DE E-MAIL (FILAEMAIL.DAT); A RECUSA DE E-MAIL E
      *    RESPEITADA PELO FORMATADOR (PROG143).

      *    ABATE-EXPOSICAO-CREDITO: O VALOR RECEBIDO DESCE A
      *    EXPOSICAO DO CLIENTE EM CREDITO.DAT (SEM FICAR NEGATIVA).
      *    CLIENTE SEM FICHA DE CREDITO E IGNORADO. A SOBRA DO
      *    PAGAMENTO A MAIOR NAO CONTA - ELA E CREDITO, NAO BAIXA.
       ABATE-EXPOSICAO-CREDITO.
           OPEN I-O ARQUIVO-CREDITO.
           IF CREDITO-FILE-STATUS = "35"
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF VALOR-ABSORVIDO > CREDITO-EXPOSICAO
                           MOVE ZERO TO CREDITO-EXPOSICAO
                       ELSE
                           SUBTRACT VALOR-ABSORVIDO
                               FROM CREDITO-EXPOSICAO
                       END-IF
                       MOVE DATA-HOJE TO CREDITO-DATA-ATUALIZACAO
               CLOSE ARQUIVO-CREDITO
           END-IF.

      *    INFORMA-ENCARGOS-ATRASO: CADA PARCELA EM ABERTO PAGA
      *    DEPOIS DO SEU VENCIMENTO GERA MULTA E JUROS DE MORA SOBRE
      *    O SALDO DELA, CALCULADOS PELO SUBPROGRAMA FINANCEIRO
      *    COMUM (PROG14) E INFORMADOS NO RELATORIO PARA COBRANCA A
      *    PARTE. FATURA SEM CRONOGRAMA E UMA PARCELA SO, VENCIDA EM
      *    EMISSAO + 30 DIAS QUANDO NAO TEM VENCIMENTO GRAVADO.
       INFORMA-ENCARGOS-ATRASO.
           MOVE ZERO TO VALOR-MULTA.
           MOVE ZERO TO VALOR-JUROS.
           MOVE 0 TO PARCELAS-EM-ATRASO.
           MOVE RETORNO-DATA-PAGAMENTO TO DATA-PAGTO-WS.
           MOVE 1 TO PARC-TIT-SUB.
           PERFORM APURA-ENCARGO-PARCELA
               UNTIL PARC-TIT-SUB > QTDE-PARCELAS-TITULO.
           IF PARCELAS-EM-ATRASO > 0
               MOVE VALOR-MULTA TO VALOR-EDITADO
               DISPLAY "  MULTA DEVIDA: " VALOR-EDITADO
               MOVE VALOR-JUROS TO VALOR-EDITADO
               DISPLAY "  JUROS DE MORA DEVIDOS: " VALOR-EDITADO
               PERFORM GRAVA-MORA-COBRADA
           END-IF.

      *    GRAVA-MORA-COBRADA: UMA LINHA EM MORAS.DAT POR PAGAMENTO
      *    EM ATRASO, PELA DATA DO PAGAMENTO. FATURA SEM EMPRESA
      *    GRAVA ZERO (A PRINCIPAL).
       GRAVA-MORA-COBRADA.
           OPEN EXTEND ARQUIVO-MORA.
           IF MORA-FILE-STATUS = "35"
               CLOSE ARQUIVO-MORA
               OPEN OUTPUT ARQUIVO-MORA
           END-IF.
           MOVE FATURA-NUMERO          TO MORA-FATURA-NUMERO.
           MOVE FATURA-CLIENTE-CODIGO  TO MORA-CLIENTE-CODIGO.
           MOVE RETORNO-DATA-PAGAMENTO TO MORA-DATA-PAGAMENTO.
           MOVE PARCELAS-EM-ATRASO     TO MORA-PARCELAS-ATRASO.
           MOVE VALOR-MULTA            TO MORA-VALOR-MULTA.
           MOVE VALOR-JUROS            TO MORA-VALOR-JUROS.
           IF FATURA-EMPRESA IS NUMERIC
               MOVE FATURA-EMPRESA     TO MORA-EMPRESA
           ELSE
               MOVE 0                  TO MORA-EMPRESA
           END-IF.
           WRITE MORA-REGISTRO.
           CLOSE ARQUIVO-MORA.

       APURA-ENCARGO-PARCELA.
           MOVE PARC-TIT-VENCIMENTO (PARC-TIT-SUB)
               TO DATA-VENCIMENTO-WS.
           COMPUTE DIAS-ATRASO =
               (PAGTO-ANO - VENCTO-ANO) * 360
               + (PAGTO-MES - VENCTO-MES) * 30
               + (PAGTO-DIA - VENCTO-DIA).
           IF DIAS-ATRASO > 0 AND PARC-TIT-SALDO (PARC-TIT-SUB) > 0
               ADD 1 TO PARCELAS-EM-ATRASO
               MOVE PARC-TIT-SALDO (PARC-TIT-SUB) TO FIN-VALOR-BASE-WS
               MOVE "M" TO FIN-FUNCAO-WS
               MOVE 0 TO FIN-DIAS-WS
               MOVE TAXA-MULTA-ATRASO TO FIN-TAXA-WS
               CALL "PROG14" USING FIN-FUNCAO-WS FIN-VALOR-BASE-WS
                   FIN-DIAS-WS FIN-TAXA-WS FIN-VALOR-CALC-WS
               ADD FIN-VALOR-CALC-WS TO VALOR-MULTA
               MOVE "J" TO FIN-FUNCAO-WS
               MOVE DIAS-ATRASO TO FIN-DIAS-WS
               MOVE TAXA-JUROS-MORA TO FIN-TAXA-WS
               CALL "PROG14" USING FIN-FUNCAO-WS FIN-VALOR-BASE-WS
                   FIN-DIAS-WS FIN-TAXA-WS FIN-VALOR-CALC-WS
               ADD FIN-VALOR-CALC-WS TO VALOR-JUROS
               DISPLAY "FATURA " FATURA-NUMERO " PARCELA "
                       PARC-TIT-NUMERO (PARC-TIT-SUB) " PAGA COM "
                       DIAS-ATRASO " DIA(S) DE ATRASO."
           END-IF.
           ADD 1 TO PARC-TIT-SUB.

       GRAVA-SUSPENSE-INEXISTENTE.
           ADD 1 TO TOTAL-SEM-CASAMENTO.
           MOVE RETORNO-VALOR-PAGO     TO SUSPENSE-VALOR-PAGO.
           MOVE RETORNO-DATA-PAGAMENTO TO SUSPENSE-DATA-PAGAMENTO.
           MOVE DATA-HOJE              TO SUSPENSE-DATA-GRAVACAO.
           MOVE "A"                    TO SUSPENSE-SITUACAO.
           MOVE ZERO                   TO SUSPENSE-VALOR-RESOLVIDO.
           MOVE SPACE                  TO SUSPENSE-ACAO.
           MOVE ZERO                   TO SUSPENSE-DATA-RESOLUCAO.
           MOVE SPACE                  TO SUSPENSE-OPERADOR.
           WRITE SUSPENSE-REGISTRO.
           CLOSE ARQUIVO-SUSPENSE.

           MOVE VALOR-PARCIAL TO VALOR-EDITADO.
           DISPLAY "PAGAMENTOS PARCIAIS (SUSPENSE).: "
                   TOTAL-PARCIAIS "  VALOR: " VALOR-EDITADO.
           MOVE VALOR-PARCELAS-EM-DIA TO VALOR-EDITADO.
           DISPLAY "PARCELAS PAGAS (TITULO SEGUE)..: "
                   TOTAL-PARCELAS-EM-DIA "  VALOR: " VALOR-EDITADO.
           MOVE VALOR-SEM-CASAMENTO TO VALOR-EDITADO.
           DISPLAY "SEM CASAMENTO (SUSPENSE).......: "
                   TOTAL-SEM-CASAMENTO "  VALOR: " VALOR-EDITADO.
           DISPLAY "PARCELAS QUITADAS NA BAIXA.....: "
                   TOTAL-PARCELAS-QUITADAS.
           MOVE VALOR-EXCEDENTES TO VALOR-EDITADO.
           DISPLAY "PAGOS A MAIOR (CREDITO CLIENTE): "
                   TOTAL-EXCEDENTES "  VALOR: " VALOR-EDITADO.
           IF TOTAL-SEM-CASAMENTO NOT = 0 OR TOTAL-PARCIAIS NOT = 0
               MOVE 1 TO RETURN-CODE
           END-IF.

           COPY "PARPROC.cob".
           COPY "SCRPROC.cob".
