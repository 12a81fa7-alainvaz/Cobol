      *    TOTALIZA POR FORMA E BATE CONTRA A CONTAGEM DA GAVETA
      *    INFORMADA PELO OPERADOR, APONTANDO A DIFERENCA.
      *    FORMAS: D=DINHEIRO C=CARTAO H=CHEQUE.
      *    CHEQUE DEVOLVIDO: LOCALIZA O RECIBO ORIGINAL EM CHEQUE NO
      *    CAIXA DO DIA DO RECEBIMENTO (FATURA ZERO, O ADIANTAMENTO,
      *    PELO CLIENTE), ESTORNA NA FATURA A PARTE QUE ELA ABSORVEU
      *    (VOLTA A "A" OU "P"), CANCELA O CREDITO QUE A SOBRA OU O
      *    ADIANTAMENTO GEROU EM SALDOCRED.DAT, DEVOLVE A EXPOSICAO
      *    EM CREDITO.DAT E GRAVA A DEVOLUCAO COM A TARIFA EM
      *    CHQDEVOL.DAT. O CLIENTE FICA RESTRITO A DINHEIRO OU
      *    CARTAO (AQUI E NA ENTRADA DE PEDIDOS, PROG65) ATE UM
      *    SUPERVISOR (SESSAO-NIVEL 3) LIBERAR. O RELATORIO MENSAL
      *    TOTALIZA OS CHEQUES DEVOLVIDOS POR CLIENTE.
      *    FATURA EM PARCELAS (PARCELAS.DAT): O BALCAO MOSTRA AS
      *    PARCELAS EM ABERTO COM VENCIMENTO E SALDO, E O RECIBO
      *    QUITA AS PARCELAS NA ORDEM DE VENCIMENTO.
      *    SEM O NUMERO DA FATURA, O BALCAO LISTA OS TITULOS EM
      *    ABERTO DO CLIENTE PELA CHAVE ALTERNATIVA DO CLIENTE.
      *    RECEBIMENTO ACIMA DO SALDO LIQUIDA A FATURA PELO TOTAL E
      *    A SOBRA VIRA CREDITO DO CLIENTE EM SALDOCRED.DAT (ORIGEM
      *    "P"). O ADIANTAMENTO DE QUEM PAGA ANTES DE FATURAR (OPCAO
      *    6) ENTRA NO CAIXA DO DIA COM FATURA ZERO E NO SALDO DE
      *    CREDITO (ORIGEM "A", O PEDIDO COMO DOCUMENTO), PARA SER
      *    APLICADO NA FATURA DO PEDIDO (PROG66/PROG201).
      *    NO CARTAO O RECIBO LEVA A MODALIDADE (DEBITO/CREDITO) E
      *    O CODIGO DE AUTORIZACAO DO COMPROVANTE, QUE A CONCILIACAO
      *    DA ADQUIRENTE (PROG210) USA PARA ACHAR A VENDA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           COPY "FATSEL.cob".
           COPY "CRDSEL.cob".
           COPY "SESSEL.cob".
           COPY "AUDSEL.cob".
           COPY "PARSEL.cob".
           COPY "PEDSEL.cob".
           COPY "SCRSEL.cob".
           COPY "CXASEL.cob".
           COPY "CLISEL.cob".
           SELECT OPTIONAL ARQUIVO-CHEQUE-DEVOL
               ASSIGN TO "chqdevol.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CHEQUE-DEVOL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "FATREG.cob".
           COPY "CRDREG.cob".
           COPY "SESREG.cob".
           COPY "AUDREG.cob".
           COPY "PARREG.cob".
           COPY "PEDREG.cob".
           COPY "SCRREG.cob".

           COPY "CXAREG.cob".
           COPY "CLIREG.cob".

      *    CHQDEVOL.DAT: CHEQUES RECEBIDOS NO BALCAO QUE VOLTARAM DO
      *    BANCO - O RECIBO ORIGINAL (DATA E HORA NO CAIXA DO DIA) E
      *    A CHAVE QUE IMPEDE ESTORNAR O MESMO CHEQUE DUAS VEZES.
       FD  ARQUIVO-CHEQUE-DEVOL.
       01  CHEQUE-DEVOL-REGISTRO.
           05 CHEQUE-DEVOL-FATURA-NUMERO  PIC 9(07).
           05 CHEQUE-DEVOL-CLIENTE-CODIGO PIC 9(08).
           05 CHEQUE-DEVOL-CLIENTE-NOME   PIC X(20).
           05 CHEQUE-DEVOL-VALOR          PIC 9(09)V9(02).
           05 CHEQUE-DEVOL-TARIFA         PIC 9(07)V9(02).
           05 CHEQUE-DEVOL-DATA-RECIBO    PIC 9(08).
           05 CHEQUE-DEVOL-HORA-RECIBO    PIC 9(08).
           05 CHEQUE-DEVOL-DATA           PIC 9(08).
           05 CHEQUE-DEVOL-OPERADOR       PIC X(10).

       WORKING-STORAGE SECTION.

           COPY "AMBWRK.cob".

       01  FATURA-FILE-STATUS   PIC XX.
       01  FATURA-PATH          PIC X(100).
       01  CREDITO-FILE-STATUS  PIC XX.
       01  CREDITO-PATH         PIC X(100).
       01  CAIXA-FILE-STATUS    PIC XX.
       01  CAIXA-PATH           PIC X(100).
       01  CLIENTE-FILE-STATUS  PIC XX.
       01  CLIENTE-PATH         PIC X(100).
       01  SESSAO-FILE-STATUS   PIC XX.
       01  AUDITORIA-FILE-STATUS PIC XX.
       01  CHEQUE-DEVOL-FILE-STATUS PIC XX.
       01  OPERADOR-ID          PIC X(10).
       01  NIVEL-OPERADOR       PIC 9(01) VALUE 0.
       01  TEM-SESSAO           PIC X VALUE "N".
       01  OPCAO-MENU           PIC 9.
       01  FINAL-ARQUIVO        PIC X.
       01  DATA-HOJE            PIC 9(08).

       01  FATURA-INFORMADA     PIC 9(07).
       01  QTDE-LISTADAS        PIC 9(03).
       01  VALOR-RECEBIDO       PIC 9(09)V9(02).
       01  FORMA-RECEBIDA       PIC X(01).
       01  MODALIDADE-CARTAO    PIC X(01).
       01  AUTORIZACAO-CARTAO   PIC X(06).
       01  SALDO-FATURA         PIC S9(09)V9(02).
       01  VALOR-EXCEDENTE      PIC 9(09)V9(02).
       01  VALOR-ABSORVIDO      PIC 9(09)V9(02).
       01  PEDIDO-FILE-STATUS   PIC XX.
       01  PEDIDO-PATH          PIC X(100).
       01  PEDIDO-INFORMADO     PIC 9(07).
       01  ADIANTAMENTO-VALIDO  PIC X.

       01  TOTAL-RECIBOS-SESSAO PIC 9(05) VALUE 0.

       01  CONTAGEM-GAVETA      PIC 9(11)V9(02).
       01  DIFERENCA-CAIXA      PIC S9(11)V9(02).

      *    CHEQUE DEVOLVIDO: RECIBO ORIGINAL LOCALIZADO NO CAIXA DO
      *    DIA DO RECEBIMENTO E TARIFA COBRADA PELA DEVOLUCAO.
       01  RESTRICAO-CHEQUE-CLIENTE PIC X VALUE "N".
           88 CLIENTE-SO-DINHEIRO-CARTAO VALUE "S".
       01  DATA-RECIBO-INFORMADA PIC 9(08).
       01  ACHOU-RECIBO         PIC X.
       01  CHEQUE-JA-DEVOLVIDO  PIC X.
       01  FINAL-ARQUIVO-DEVOL  PIC X.
       01  RECIBO-CLIENTE-CODIGO PIC 9(08).
       01  RECIBO-VALOR         PIC 9(09)V9(02).
       01  RECIBO-HORA          PIC 9(08).
       01  RECIBO-CLIENTE-NOME  PIC X(20).
       01  RECIBO-ABSORVIDO     PIC 9(09)V9(02).
       01  RECIBO-EXCEDENTE     PIC 9(09)V9(02).
       01  RECIBO-SALDO-CRED-SEQ PIC 9(05).
       01  CREDITO-JA-USADO     PIC 9(09)V9(02).
       01  EXPOSICAO-ESTORNO    PIC 9(09)V9(02).
       01  ESTORNO-EFETUADO     PIC X.
       01  TARIFA-CHEQUE-PADRAO PIC 9(07)V9(02) VALUE 25.
       01  TARIFA-INFORMADA     PIC 9(07)V9(02).
       01  CLIENTE-INFORMADO    PIC 9(08).
       01  RESPOSTA             PIC X.
       01  AUDITORIA-OPERACAO-WS PIC X(01).

      *    RELATORIO MENSAL DE CHEQUES DEVOLVIDOS, POR CLIENTE.
       01  COMPETENCIA-INFORMADA PIC 9(06).
       01  QTDE-CLIENTES-DEVOL  PIC 9(03) VALUE 0.
       01  TABELA-CHEQUES-DEVOL.
           05 DEVOL-ENTRADA OCCURS 100 TIMES.
              10 DEVOL-CLIENTE-CODIGO PIC 9(08).
              10 DEVOL-CLIENTE-NOME   PIC X(20).
              10 DEVOL-QTDE           PIC 9(05).
              10 DEVOL-VALOR          PIC 9(11)V9(02).
              10 DEVOL-TARIFA         PIC 9(09)V9(02).
       01  DEVOL-SUB            PIC 9(03).
       01  ACHOU-CLIENTE-DEVOL  PIC X.
       01  TOTAL-DEVOL-QTDE     PIC 9(05).
       01  TOTAL-DEVOL-VALOR    PIC 9(11)V9(02).
       01  TOTAL-DEVOL-TARIFA   PIC 9(11)V9(02).

       01  VALOR-EDITADO        PIC $$,$$$,$$$,$$9.99.

       01  QUITADAS-ANTES       PIC 9(02).
       01  QUITADAS-NO-RECIBO   PIC 9(02).
           COPY "PARWRK.cob".
           COPY "SCRWRK.cob".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM INICIALIZA-AMBIENTE.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM INICIALIZA-CAMINHOS.
           PERFORM INICIALIZA-OPERADOR.
               MOVE "credito.dat" TO CREDITO-PATH
           END-IF.

           PERFORM INICIALIZA-CAMINHO-PARCELA.
           PERFORM INICIALIZA-CAMINHO-SALDO-CRED.

           MOVE "clientes.dat" TO CLIENTE-PATH.
           ACCEPT CLIENTE-PATH FROM ENVIRONMENT "CLIENTE_DAT".
           IF CLIENTE-PATH = SPACE
               MOVE "clientes.dat" TO CLIENTE-PATH
           END-IF.

           MOVE "pedidos.dat" TO PEDIDO-PATH.
           ACCEPT PEDIDO-PATH FROM ENVIRONMENT "PEDIDO_DAT".
           IF PEDIDO-PATH = SPACE
               MOVE "pedidos.dat" TO PEDIDO-PATH
           END-IF.

           MOVE DATA-HOJE TO DATA-RECIBO-INFORMADA.
           PERFORM MONTA-CAMINHO-CAIXA.

      *    MONTA-CAMINHO-CAIXA: O CAIXA E UM ARQUIVO POR DIA; O
      *    ESTORNO DE CHEQUE APONTA PARA O DIA DO RECEBIMENTO E
      *    DEPOIS VOLTA PARA O DE HOJE.
       MONTA-CAMINHO-CAIXA.
           MOVE SPACE TO CAIXA-PATH.
           STRING "caixa." DELIMITED BY SIZE
                  DATA-RECIBO-INFORMADA DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
               INTO CAIXA-PATH.

       INICIALIZA-OPERADOR.
           MOVE SPACE TO OPERADOR-ID.
           MOVE "N" TO TEM-SESSAO.
           OPEN INPUT ARQUIVO-SESSAO.
           IF SESSAO-FILE-STATUS = "00"
               READ ARQUIVO-SESSAO
                       CONTINUE
               END-READ
               IF SESSAO-FILE-STATUS = "00"
                   MOVE "S" TO TEM-SESSAO
                   MOVE SESSAO-OPERADOR TO OPERADOR-ID
                   MOVE SESSAO-NIVEL TO NIVEL-OPERADOR
               END-IF
               CLOSE ARQUIVO-SESSAO
           END-IF.
           DISPLAY "===== CAIXA DE BALCAO - " DATA-HOJE " =====".
           DISPLAY "1 - RECEBER PAGAMENTO".
           DISPLAY "2 - FECHAR O CAIXA DO DIA".
           DISPLAY "3 - REGISTRAR CHEQUE DEVOLVIDO".
           DISPLAY "4 - RELATORIO MENSAL DE CHEQUES DEVOLVIDOS".
           DISPLAY "5 - LIBERAR CLIENTE RESTRITO (SUPERVISOR)".
           DISPLAY "6 - RECEBER ADIANTAMENTO DO CLIENTE".
           DISPLAY "7 - SAIR".
           DISPLAY "INFORME A OPCAO: ".
           ACCEPT OPCAO-MENU.

                   PERFORM FECHA-CAIXA-DIA
                   PERFORM EXIBE-MENU
               WHEN 3
                   PERFORM REGISTRA-CHEQUE-DEVOLVIDO
                   PERFORM EXIBE-MENU
               WHEN 4
                   PERFORM RELATORIO-CHEQUES-DEVOLVIDOS
                   PERFORM EXIBE-MENU
               WHEN 5
                   PERFORM LIBERA-RESTRICAO-CHEQUE
                   PERFORM EXIBE-MENU
               WHEN 6
                   PERFORM RECEBE-ADIANTAMENTO
                   PERFORM EXIBE-MENU
               WHEN 7
                   DISPLAY "RECIBOS NESTA SESSAO: "
                           TOTAL-RECIBOS-SESSAO
               WHEN OTHER
           END-EVALUATE.

       RECEBE-PAGAMENTO.
           DISPLAY "NUMERO DA FATURA (0 = PROCURAR PELO CLIENTE): ".
           MOVE ZERO TO FATURA-INFORMADA.
           ACCEPT FATURA-INFORMADA.
           IF FATURA-INFORMADA = ZERO
               PERFORM LISTA-FATURAS-CLIENTE
               DISPLAY "NUMERO DA FATURA A RECEBER: "
               MOVE ZERO TO FATURA-INFORMADA
               ACCEPT FATURA-INFORMADA
           END-IF.
           OPEN I-O ARQUIVO-FATURA.
           IF FATURA-FILE-STATUS = "35"
               DISPLAY "FATURAS.DAT NAO ENCONTRADO. NADA A RECEBER."
               CLOSE ARQUIVO-FATURA
           END-IF.

      *    LISTA-FATURAS-CLIENTE: O CLIENTE QUE CHEGA SEM O NUMERO
      *    DA FATURA - OS TITULOS EM ABERTO DELE SAEM PELA CHAVE
      *    ALTERNATIVA DO CLIENTE, SEM PERCORRER FATURAS.DAT.
       LISTA-FATURAS-CLIENTE.
           DISPLAY "CODIGO DO CLIENTE: ".
           MOVE ZERO TO CLIENTE-INFORMADO.
           ACCEPT CLIENTE-INFORMADO.
           MOVE 0 TO QTDE-LISTADAS.
           OPEN INPUT ARQUIVO-FATURA.
           IF FATURA-FILE-STATUS = "35"
               DISPLAY "FATURAS.DAT NAO ENCONTRADO."
           ELSE
               MOVE "N" TO FINAL-ARQUIVO
               MOVE CLIENTE-INFORMADO TO FATURA-CLIENTE-CODIGO
               START ARQUIVO-FATURA
                   KEY IS EQUAL TO FATURA-CLIENTE-CODIGO
                   INVALID KEY
                       MOVE "S" TO FINAL-ARQUIVO
               END-START
               PERFORM LISTA-PROXIMA-FATURA-CLIENTE
                   UNTIL FINAL-ARQUIVO = "S"
               CLOSE ARQUIVO-FATURA
           END-IF.
           IF QTDE-LISTADAS = 0
               DISPLAY "NENHUMA FATURA EM ABERTO PARA O CLIENTE "
                       CLIENTE-INFORMADO "."
           END-IF.

       LISTA-PROXIMA-FATURA-CLIENTE.
           READ ARQUIVO-FATURA NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               IF FATURA-CLIENTE-CODIGO NOT = CLIENTE-INFORMADO
                   MOVE "S" TO FINAL-ARQUIVO
               ELSE
                   IF FATURA-ABERTA OR FATURA-PARCIAL
                       ADD 1 TO QTDE-LISTADAS
                       COMPUTE SALDO-FATURA =
                           FATURA-VALOR-TOTAL - FATURA-VALOR-PAGO
                       MOVE SALDO-FATURA TO VALOR-EDITADO
                       DISPLAY "  FATURA " FATURA-NUMERO
                               " VENCE " FATURA-DATA-VENCIMENTO
                               " SALDO " VALOR-EDITADO
                   END-IF
               END-IF
           END-IF.

       APLICA-RECEBIMENTO.
           EVALUATE TRUE
               WHEN FATURA-LIQUIDADA
               FATURA-VALOR-TOTAL - FATURA-VALOR-PAGO.
           MOVE SALDO-FATURA TO VALOR-EDITADO.
           DISPLAY "SALDO EM ABERTO: " VALOR-EDITADO.
           PERFORM CARREGA-PARCELAS-TITULO.
           MOVE PARC-TIT-QTDE-QUITADAS TO QUITADAS-ANTES.
           IF QTDE-PARCELAS-TITULO > 1
               DISPLAY "PARCELAS EM ABERTO:"
               MOVE 1 TO PARC-TIT-SUB
               PERFORM EXIBE-PARCELA-ABERTA
                   UNTIL PARC-TIT-SUB > QTDE-PARCELAS-TITULO
           END-IF.
           DISPLAY "VALOR RECEBIDO: ".
           ACCEPT VALOR-RECEBIDO.
           PERFORM VERIFICA-RESTRICAO-CHEQUE.
           PERFORM PEDE-FORMA-PAGAMENTO.
           PERFORM PEDE-FORMA-PAGAMENTO
               UNTIL FORMA-RECEBIDA = "D"
                  OR FORMA-RECEBIDA = "C"
                  OR FORMA-RECEBIDA = "H".
           PERFORM PREPARA-DADOS-CARTAO.
           IF VALOR-RECEBIDO = ZERO
               DISPLAY "VALOR ZERO. NADA RECEBIDO."
           ELSE
               MOVE DATA-HOJE TO FATURA-DATA-PAGAMENTO
               COMPUTE SALDO-FATURA =
                   FATURA-VALOR-TOTAL - FATURA-VALOR-PAGO
               PERFORM SEPARA-EXCEDENTE-RECEBIDO
               PERFORM DISTRIBUI-PAGO-PARCELAS
               IF SALDO-FATURA <= 0
                   MOVE "L" TO FATURA-SITUACAO
                   DISPLAY "FATURA LIQUIDADA."
                   DISPLAY "PAGAMENTO PARCIAL. SALDO RESTANTE: "
                           VALOR-EDITADO
               END-IF
               IF QTDE-PARCELAS-TITULO > 1
                   PERFORM INFORMA-PARCELAS-RECIBO
               END-IF
               REWRITE FATURA-REGISTRO
                   INVALID KEY
                       DISPLAY "ERRO AO REGRAVAR A FATURA "
                               FATURA-NUMERO "."
                   NOT INVALID KEY
                       PERFORM ABATE-EXPOSICAO-CREDITO
                       PERFORM REGISTRA-EXCEDENTE-CREDITO
                       PERFORM GRAVA-RECIBO-CAIXA
                       ADD 1 TO TOTAL-RECIBOS-SESSAO
               END-REWRITE
           END-IF.

      *    SEPARA-EXCEDENTE-RECEBIDO: MESMA REGRA DO PROG67 - A
      *    FATURA FECHA PELO TOTAL E O QUE PASSOU DO SALDO VIRA
      *    CREDITO DO CLIENTE. O RECIBO DO CAIXA LEVA O VALOR CHEIO,
      *    QUE E O QUE ENTROU NA GAVETA.
       SEPARA-EXCEDENTE-RECEBIDO.
           MOVE ZERO TO VALOR-EXCEDENTE.
           IF SALDO-FATURA < 0
               COMPUTE VALOR-EXCEDENTE = 0 - SALDO-FATURA
               IF VALOR-EXCEDENTE > VALOR-RECEBIDO
                   MOVE VALOR-RECEBIDO TO VALOR-EXCEDENTE
               END-IF
               SUBTRACT VALOR-EXCEDENTE FROM FATURA-VALOR-PAGO
               COMPUTE SALDO-FATURA =
                   FATURA-VALOR-TOTAL - FATURA-VALOR-PAGO
           END-IF.
           COMPUTE VALOR-ABSORVIDO = VALOR-RECEBIDO - VALOR-EXCEDENTE.

      *    REGISTRA-EXCEDENTE-CREDITO: VEM ANTES DO RECIBO, QUE
      *    GUARDA A SEQUENCIA DO CREDITO GERADO (ZERO SEM SOBRA).
       REGISTRA-EXCEDENTE-CREDITO.
           MOVE 0 TO SALDO-CRED-NOVO-SEQ.
           IF VALOR-EXCEDENTE NOT = ZERO
               MOVE FATURA-CLIENTE-CODIGO TO SALDO-CRED-NOVO-CLIENTE
               MOVE "P" TO SALDO-CRED-NOVO-ORIGEM
               MOVE FATURA-NUMERO TO SALDO-CRED-NOVO-DOCUMENTO
               MOVE VALOR-EXCEDENTE TO SALDO-CRED-NOVO-VALOR
               MOVE OPERADOR-ID TO SALDO-CRED-NOVO-OPERADOR
               PERFORM REGISTRA-SALDO-CREDITO
               MOVE VALOR-EXCEDENTE TO VALOR-EDITADO
               DISPLAY "RECEBIDO A MAIOR: " VALOR-EDITADO
                       " FICA COMO CREDITO DO CLIENTE."
           END-IF.

      *    RECEBE-ADIANTAMENTO: DINHEIRO DO CLIENTE ANTES DA FATURA.
      *    COM PEDIDO INFORMADO, O PEDIDO TEM DE EXISTIR, SER DO
      *    CLIENTE E ESTAR EM ABERTO. O RECIBO VAI PARA O CAIXA DO
      *    DIA COM FATURA ZERO (ENTRA NO FECHAMENTO POR FORMA) E O
      *    VALOR PARA O SALDO DE CREDITO DO CLIENTE.
       RECEBE-ADIANTAMENTO.
           DISPLAY "CODIGO DO CLIENTE: ".
           MOVE ZERO TO CLIENTE-INFORMADO.
           ACCEPT CLIENTE-INFORMADO.
           DISPLAY "NUMERO DO PEDIDO (0 = SEM PEDIDO): ".
           MOVE ZERO TO PEDIDO-INFORMADO.
           ACCEPT PEDIDO-INFORMADO.
           MOVE "S" TO ADIANTAMENTO-VALIDO.
           IF CLIENTE-INFORMADO = ZERO
               DISPLAY "CLIENTE NAO INFORMADO."
               MOVE "N" TO ADIANTAMENTO-VALIDO
           END-IF.
           IF ADIANTAMENTO-VALIDO = "S" AND PEDIDO-INFORMADO NOT = 0
               PERFORM CONFERE-PEDIDO-ADIANTAMENTO
           END-IF.
           IF ADIANTAMENTO-VALIDO = "S"
               PERFORM EFETIVA-ADIANTAMENTO
           END-IF.

       CONFERE-PEDIDO-ADIANTAMENTO.
           MOVE "N" TO ADIANTAMENTO-VALIDO.
           OPEN INPUT ARQUIVO-PEDIDO.
           IF PEDIDO-FILE-STATUS NOT = "00"
               DISPLAY "PEDIDOS.DAT NAO ENCONTRADO."
               IF PEDIDO-FILE-STATUS = "05"
                   CLOSE ARQUIVO-PEDIDO
               END-IF
           ELSE
               MOVE PEDIDO-INFORMADO TO PEDIDO-NUMERO
               MOVE 0 TO PEDIDO-LINHA
               READ ARQUIVO-PEDIDO
                   INVALID KEY
                       DISPLAY "PEDIDO NAO ENCONTRADO."
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN PEDIDO-CLIENTE-CODIGO
                                   NOT = CLIENTE-INFORMADO
                               DISPLAY "O PEDIDO E DE OUTRO CLIENTE ("
                                       PEDIDO-CLIENTE-CODIGO ")."
                           WHEN NOT PEDIDO-ABERTO
                               DISPLAY "PEDIDO NAO ESTA EM ABERTO "
                                       "(SITUACAO " PEDIDO-SITUACAO
                                       ")."
                           WHEN OTHER
                               DISPLAY "PEDIDO " PEDIDO-NUMERO " - "
                                       PEDIDO-CLIENTE-NOME
                               MOVE "S" TO ADIANTAMENTO-VALIDO
                       END-EVALUATE
               END-READ
               CLOSE ARQUIVO-PEDIDO
           END-IF.

       EFETIVA-ADIANTAMENTO.
           DISPLAY "VALOR DO ADIANTAMENTO: ".
           MOVE ZERO TO VALOR-RECEBIDO.
           ACCEPT VALOR-RECEBIDO.
           MOVE CLIENTE-INFORMADO TO FATURA-CLIENTE-CODIGO.
           PERFORM VERIFICA-RESTRICAO-CHEQUE.
           PERFORM PEDE-FORMA-PAGAMENTO.
           PERFORM PEDE-FORMA-PAGAMENTO
               UNTIL FORMA-RECEBIDA = "D"
                  OR FORMA-RECEBIDA = "C"
                  OR FORMA-RECEBIDA = "H".
           PERFORM PREPARA-DADOS-CARTAO.
           IF VALOR-RECEBIDO = ZERO
               DISPLAY "VALOR ZERO. NADA RECEBIDO."
           ELSE
               MOVE ZERO TO FATURA-NUMERO
               MOVE ZERO TO VALOR-ABSORVIDO
               MOVE CLIENTE-INFORMADO TO SALDO-CRED-NOVO-CLIENTE
               MOVE "A" TO SALDO-CRED-NOVO-ORIGEM
               MOVE PEDIDO-INFORMADO TO SALDO-CRED-NOVO-DOCUMENTO
               MOVE VALOR-RECEBIDO TO SALDO-CRED-NOVO-VALOR
               MOVE OPERADOR-ID TO SALDO-CRED-NOVO-OPERADOR
               PERFORM REGISTRA-SALDO-CREDITO
               IF SALDO-CRED-NOVO-SEQ NOT = 0
                   MOVE VALOR-RECEBIDO TO VALOR-EDITADO
                   DISPLAY "ADIANTAMENTO DE " VALOR-EDITADO
                           " REGISTRADO COMO CREDITO DO CLIENTE "
                           "(SEQUENCIA " SALDO-CRED-NOVO-SEQ ")."
               END-IF
               PERFORM GRAVA-RECIBO-CAIXA
               ADD 1 TO TOTAL-RECIBOS-SESSAO
           END-IF.

       EXIBE-PARCELA-ABERTA.
           IF PARC-TIT-SALDO (PARC-TIT-SUB) > 0
               MOVE PARC-TIT-SALDO (PARC-TIT-SUB) TO VALOR-EDITADO
               DISPLAY "  " PARC-TIT-NUMERO (PARC-TIT-SUB)
                       " VENC. " PARC-TIT-VENCIMENTO (PARC-TIT-SUB)
                       "  SALDO " VALOR-EDITADO
           END-IF.
           ADD 1 TO PARC-TIT-SUB.

      *    INFORMA-PARCELAS-RECIBO: QUANTAS PARCELAS O RECIBO
      *    QUITOU E QUAL FICA EM ABERTO (PAGA EM PARTE OU A VENCER).
       INFORMA-PARCELAS-RECIBO.
           COMPUTE QUITADAS-NO-RECIBO =
               PARC-TIT-QTDE-QUITADAS - QUITADAS-ANTES.
           DISPLAY "PARCELAS QUITADAS NESTE RECIBO: "
                   QUITADAS-NO-RECIBO.
           IF PARC-TIT-PRIMEIRA-ABERTA NOT = 0
               MOVE PARC-TIT-PRIMEIRA-ABERTA TO PARC-TIT-SUB
               MOVE PARC-TIT-SALDO (PARC-TIT-SUB) TO VALOR-EDITADO
               DISPLAY "PROXIMA PARCELA: "
                       PARC-TIT-NUMERO (PARC-TIT-SUB)
                       " VENC. " PARC-TIT-VENCIMENTO (PARC-TIT-SUB)
                       "  SALDO " VALOR-EDITADO
           END-IF.

       PEDE-FORMA-PAGAMENTO.
           DISPLAY "FORMA DE PAGAMENTO (D=DINHEIRO C=CARTAO "
                   "H=CHEQUE): ".
                   AND FORMA-RECEBIDA NOT = "H"
               DISPLAY "FORMA INVALIDA. DIGITE D, C OU H."
           END-IF.
           IF FORMA-RECEBIDA = "H" AND CLIENTE-SO-DINHEIRO-CARTAO
               DISPLAY "CLIENTE COM CHEQUE DEVOLVIDO - SO DINHEIRO "
                       "OU CARTAO ATE LIBERACAO DO SUPERVISOR."
               MOVE SPACE TO FORMA-RECEBIDA
           END-IF.

      *    PREPARA-DADOS-CARTAO: NO CARTAO, A MODALIDADE E O CODIGO
      *    DE AUTORIZACAO DO COMPROVANTE VAO PARA O RECIBO - SEM
      *    ELES A CONCILIACAO DA ADQUIRENTE (PROG210) SO CASA POR
      *    DATA E VALOR.
       PREPARA-DADOS-CARTAO.
           MOVE SPACE TO MODALIDADE-CARTAO.
           MOVE SPACE TO AUTORIZACAO-CARTAO.
           IF FORMA-RECEBIDA = "C"
               PERFORM PEDE-MODALIDADE-CARTAO
               PERFORM PEDE-MODALIDADE-CARTAO
                   UNTIL MODALIDADE-CARTAO = "D"
                      OR MODALIDADE-CARTAO = "C"
               PERFORM PEDE-AUTORIZACAO-CARTAO
               PERFORM PEDE-AUTORIZACAO-CARTAO
                   UNTIL AUTORIZACAO-CARTAO NOT = SPACE
           END-IF.

       PEDE-MODALIDADE-CARTAO.
           DISPLAY "CARTAO DE DEBITO OU CREDITO (D/C): ".
           ACCEPT MODALIDADE-CARTAO.
           IF MODALIDADE-CARTAO NOT = "D"
                   AND MODALIDADE-CARTAO NOT = "C"
               DISPLAY "MODALIDADE INVALIDA. DIGITE D OU C."
           END-IF.

       PEDE-AUTORIZACAO-CARTAO.
           DISPLAY "CODIGO DE AUTORIZACAO DO COMPROVANTE: ".
           ACCEPT AUTORIZACAO-CARTAO.
           IF AUTORIZACAO-CARTAO = SPACE
               DISPLAY "A AUTORIZACAO E OBRIGATORIA NO CARTAO."
           END-IF.

      *    VERIFICA-RESTRICAO-CHEQUE: CLIENTE COM CHEQUE DEVOLVIDO
      *    NAO LIBERADO NAO PAGA EM CHEQUE. SEM FICHA DE CREDITO NAO
      *    HA RESTRICAO.
       VERIFICA-RESTRICAO-CHEQUE.
           MOVE "N" TO RESTRICAO-CHEQUE-CLIENTE.
           OPEN INPUT ARQUIVO-CREDITO.
           IF CREDITO-FILE-STATUS = "35"
               CONTINUE
           ELSE
               MOVE FATURA-CLIENTE-CODIGO TO CREDITO-CLIENTE-CODIGO
               READ ARQUIVO-CREDITO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CREDITO-SO-DINHEIRO-CARTAO
                           MOVE "S" TO RESTRICAO-CHEQUE-CLIENTE
                           DISPLAY "*** CLIENTE COM CHEQUE DEVOLVIDO "
                                   "EM " CREDITO-DATA-RESTRICAO
                                   " - SO DINHEIRO OU CARTAO ***"
                       END-IF
               END-READ
               CLOSE ARQUIVO-CREDITO
           END-IF.

      *    ABATE-EXPOSICAO-CREDITO: MESMA REGRA DO PROG67 - O VALOR
      *    ABSORVIDO PELA FATURA DESCE A EXPOSICAO SEM FICAR
      *    NEGATIVA; CLIENTE SEM FICHA DE CREDITO E IGNORADO.
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
           MOVE DATA-HOJE             TO CAIXA-DATA.
           ACCEPT CAIXA-HORA FROM TIME.
           MOVE OPERADOR-ID           TO CAIXA-OPERADOR.
           MOVE MODALIDADE-CARTAO     TO CAIXA-CARTAO-MODALIDADE.
           MOVE AUTORIZACAO-CARTAO    TO CAIXA-CARTAO-AUTORIZACAO.
           MOVE VALOR-ABSORVIDO       TO CAIXA-VALOR-ABSORVIDO.
           MOVE SALDO-CRED-NOVO-SEQ   TO CAIXA-SALDO-CRED-SEQ.
           WRITE CAIXA-REGISTRO.
           CLOSE ARQUIVO-CAIXA.

                   DISPLAY "*** FALTA NO CAIXA: " VALOR-EDITADO
                           " ***"
           END-EVALUATE.

      *    REGISTRA-CHEQUE-DEVOLVIDO: O CHEQUE E ACHADO PELO RECIBO
      *    ORIGINAL - FATURA E DIA DO RECEBIMENTO, FORMA "H" NO
      *    CAIXA DAQUELE DIA - E SO O QUE AINDA NAO FOI DEVOLVIDO.
      *    ADIANTAMENTO TEM FATURA ZERO NO CAIXA; AI O CLIENTE E QUE
      *    SEPARA UM RECIBO DO OUTRO.
       REGISTRA-CHEQUE-DEVOLVIDO.
           DISPLAY "NUMERO DA FATURA PAGA COM O CHEQUE "
                   "(0 = ADIANTAMENTO): ".
           MOVE ZERO TO FATURA-INFORMADA.
           ACCEPT FATURA-INFORMADA.
           MOVE ZERO TO CLIENTE-INFORMADO.
           IF FATURA-INFORMADA = ZERO
               DISPLAY "CODIGO DO CLIENTE: "
               ACCEPT CLIENTE-INFORMADO
           END-IF.
           DISPLAY "DATA DO RECEBIMENTO NO BALCAO (AAAAMMDD): ".
           ACCEPT DATA-RECIBO-INFORMADA.
           PERFORM MONTA-CAMINHO-CAIXA.
           MOVE "N" TO ACHOU-RECIBO.
           OPEN INPUT ARQUIVO-CAIXA.
           IF CAIXA-FILE-STATUS NOT = "00"
               DISPLAY "SEM CAIXA NO DIA " DATA-RECIBO-INFORMADA "."
           ELSE
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM PROCURA-RECIBO-CHEQUE
                   UNTIL FINAL-ARQUIVO = "S"
                      OR ACHOU-RECIBO = "S"
               CLOSE ARQUIVO-CAIXA
           END-IF.
           IF ACHOU-RECIBO = "S"
               PERFORM ESTORNA-RECIBO-CHEQUE
           ELSE
               DISPLAY "RECIBO EM CHEQUE NAO ENCONTRADO (OU JA "
                       "DEVOLVIDO) PARA A FATURA NESSE DIA."
           END-IF.
           MOVE DATA-HOJE TO DATA-RECIBO-INFORMADA.
           PERFORM MONTA-CAMINHO-CAIXA.

       PROCURA-RECIBO-CHEQUE.
           READ ARQUIVO-CAIXA
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               IF CAIXA-FATURA-NUMERO = FATURA-INFORMADA
                       AND CAIXA-CHEQUE
                       AND (FATURA-INFORMADA NOT = ZERO
                        OR CAIXA-CLIENTE-CODIGO = CLIENTE-INFORMADO)
                   PERFORM VERIFICA-CHEQUE-JA-DEVOLVIDO
                   IF CHEQUE-JA-DEVOLVIDO = "N"
                       MOVE "S" TO ACHOU-RECIBO
                       MOVE CAIXA-CLIENTE-CODIGO
                           TO RECIBO-CLIENTE-CODIGO
                       MOVE CAIXA-VALOR TO RECIBO-VALOR
                       MOVE CAIXA-HORA TO RECIBO-HORA
                       PERFORM SEPARA-ABSORVIDO-RECIBO
                   END-IF
               END-IF
           END-IF.

      *    SEPARA-ABSORVIDO-RECIBO: RECIBO ANTERIOR AOS CAMPOS DO
      *    ABSORVIDO VEM COM ELES EM BRANCO - NA FATURA VALE O VALOR
      *    CHEIO (ERA O QUE O ESTORNO SEMPRE FEZ), NO ADIANTAMENTO
      *    NADA, E A SEQUENCIA DO CREDITO FICA DESCONHECIDA.
       SEPARA-ABSORVIDO-RECIBO.
           IF CAIXA-VALOR-ABSORVIDO NUMERIC
                   AND CAIXA-SALDO-CRED-SEQ NUMERIC
               MOVE CAIXA-VALOR-ABSORVIDO TO RECIBO-ABSORVIDO
               MOVE CAIXA-SALDO-CRED-SEQ TO RECIBO-SALDO-CRED-SEQ
           ELSE
               MOVE 0 TO RECIBO-SALDO-CRED-SEQ
               IF CAIXA-FATURA-NUMERO = ZERO
                   MOVE ZERO TO RECIBO-ABSORVIDO
               ELSE
                   MOVE CAIXA-VALOR TO RECIBO-ABSORVIDO
               END-IF
           END-IF.
           IF RECIBO-ABSORVIDO > RECIBO-VALOR
               MOVE RECIBO-VALOR TO RECIBO-ABSORVIDO
           END-IF.
           COMPUTE RECIBO-EXCEDENTE = RECIBO-VALOR - RECIBO-ABSORVIDO.

       VERIFICA-CHEQUE-JA-DEVOLVIDO.
           MOVE "N" TO CHEQUE-JA-DEVOLVIDO.
           OPEN INPUT ARQUIVO-CHEQUE-DEVOL.
           IF CHEQUE-DEVOL-FILE-STATUS = "00"
               MOVE "N" TO FINAL-ARQUIVO-DEVOL
               PERFORM CONFERE-UM-CHEQUE-DEVOL
                   UNTIL FINAL-ARQUIVO-DEVOL = "S"
                      OR CHEQUE-JA-DEVOLVIDO = "S"
               CLOSE ARQUIVO-CHEQUE-DEVOL
           END-IF.

       CONFERE-UM-CHEQUE-DEVOL.
           READ ARQUIVO-CHEQUE-DEVOL
               AT END
                   MOVE "S" TO FINAL-ARQUIVO-DEVOL
           END-READ.
           IF FINAL-ARQUIVO-DEVOL NOT = "S"
               IF CHEQUE-DEVOL-FATURA-NUMERO = CAIXA-FATURA-NUMERO
                       AND CHEQUE-DEVOL-DATA-RECIBO
                           = DATA-RECIBO-INFORMADA
                       AND CHEQUE-DEVOL-HORA-RECIBO = CAIXA-HORA
                       AND CHEQUE-DEVOL-CLIENTE-CODIGO
                           = CAIXA-CLIENTE-CODIGO
                   MOVE "S" TO CHEQUE-JA-DEVOLVIDO
               END-IF
           END-IF.

      *    ESTORNA-RECIBO-CHEQUE: SO A PARTE QUE A FATURA ABSORVEU
      *    SAI DO PAGO DELA (NADA PAGO VOLTA A "A", RESTO FICA "P");
      *    A SOBRA OU O ADIANTAMENTO SAI DO CREDITO QUE GEROU EM
      *    SALDOCRED.DAT. O CLIENTE FICA RESTRITO A DINHEIRO OU
      *    CARTAO. TITULO BAIXADO PARA PERDA NAO E MEXIDO AQUI.
       ESTORNA-RECIBO-CHEQUE.
           MOVE RECIBO-VALOR TO VALOR-EDITADO.
           DISPLAY "RECIBO EM CHEQUE DE " VALOR-EDITADO " AS "
                   RECIBO-HORA " - CLIENTE " RECIBO-CLIENTE-CODIGO.
           IF RECIBO-EXCEDENTE NOT = ZERO
               MOVE RECIBO-ABSORVIDO TO VALOR-EDITADO
               DISPLAY "    NA FATURA: " VALOR-EDITADO
               MOVE RECIBO-EXCEDENTE TO VALOR-EDITADO
               DISPLAY "    EM CREDITO DO CLIENTE: " VALOR-EDITADO
                       " (SEQUENCIA " RECIBO-SALDO-CRED-SEQ ")"
           END-IF.
           MOVE TARIFA-CHEQUE-PADRAO TO VALOR-EDITADO.
           DISPLAY "TARIFA DE DEVOLUCAO (0 = PADRAO " VALOR-EDITADO
                   "): ".
           ACCEPT TARIFA-INFORMADA.
           IF TARIFA-INFORMADA = ZERO
               MOVE TARIFA-CHEQUE-PADRAO TO TARIFA-INFORMADA
           END-IF.
           DISPLAY "CONFIRMA O ESTORNO DO CHEQUE (S/N)?".
           ACCEPT RESPOSTA.
           IF RESPOSTA NOT = "S"
               DISPLAY "ESTORNO CANCELADO."
           ELSE
               MOVE "N" TO ESTORNO-EFETUADO
               IF RECIBO-ABSORVIDO NOT = ZERO
                   PERFORM ESTORNA-FATURA-CHEQUE
               ELSE
                   PERFORM LE-NOME-CLIENTE-RECIBO
                   MOVE "S" TO ESTORNO-EFETUADO
               END-IF
               IF ESTORNO-EFETUADO = "S"
                   PERFORM CONCLUI-ESTORNO-CHEQUE
               END-IF
           END-IF.

       ESTORNA-FATURA-CHEQUE.
           OPEN I-O ARQUIVO-FATURA.
           IF FATURA-FILE-STATUS = "35"
               DISPLAY "FATURAS.DAT NAO ENCONTRADO."
               CLOSE ARQUIVO-FATURA
           ELSE
               MOVE FATURA-INFORMADA TO FATURA-NUMERO
               READ ARQUIVO-FATURA
                   INVALID KEY
                       DISPLAY "FATURA NAO ENCONTRADA."
                   NOT INVALID KEY
                       PERFORM ESTORNA-PAGAMENTO-FATURA
               END-READ
               CLOSE ARQUIVO-FATURA
           END-IF.

       ESTORNA-PAGAMENTO-FATURA.
           IF FATURA-BAIXADA-PERDA
               DISPLAY "FATURA BAIXADA PARA PERDA (PROG114). "
                       "PROCURE O SUPERVISOR."
           ELSE
               IF RECIBO-ABSORVIDO > FATURA-VALOR-PAGO
                   MOVE ZERO TO FATURA-VALOR-PAGO
               ELSE
                   SUBTRACT RECIBO-ABSORVIDO FROM FATURA-VALOR-PAGO
               END-IF
               IF FATURA-VALOR-PAGO = ZERO
                   MOVE "A" TO FATURA-SITUACAO
               ELSE
                   MOVE "P" TO FATURA-SITUACAO
               END-IF
               REWRITE FATURA-REGISTRO
                   INVALID KEY
                       DISPLAY "ERRO AO REGRAVAR A FATURA "
                               FATURA-NUMERO "."
                   NOT INVALID KEY
                       MOVE FATURA-CLIENTE-NOME TO RECIBO-CLIENTE-NOME
                       MOVE "S" TO ESTORNO-EFETUADO
                       DISPLAY "FATURA " FATURA-NUMERO " VOLTA A "
                               FATURA-SITUACAO "."
               END-REWRITE
           END-IF.

      *    LE-NOME-CLIENTE-RECIBO: SEM FATURA A MEXER (ADIANTAMENTO)
      *    O NOME DA DEVOLUCAO VEM DO CADASTRO.
       LE-NOME-CLIENTE-RECIBO.
           MOVE SPACE TO RECIBO-CLIENTE-NOME.
           OPEN INPUT ARQUIVO-CLIENTE.
           IF CLIENTE-FILE-STATUS = "00"
               MOVE RECIBO-CLIENTE-CODIGO TO CLIENTE-CODIGO
               READ ARQUIVO-CLIENTE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CLIENTE-NOME TO RECIBO-CLIENTE-NOME
               END-READ
               CLOSE ARQUIVO-CLIENTE
           ELSE
               IF CLIENTE-FILE-STATUS = "05"
                   CLOSE ARQUIVO-CLIENTE
               END-IF
           END-IF.

      *    CONCLUI-ESTORNO-CHEQUE: A SOBRA OU O ADIANTAMENTO SAI DO
      *    SALDO DO CREDITO QUE O RECIBO GEROU. O QUE O CLIENTE JA
      *    APLICOU EM OUTRA FATURA OU PEDIU DE VOLTA NAO TEM COMO
      *    SAIR DO CREDITO - VOLTA A EXPOSICAO JUNTO COM O QUE A
      *    FATURA ABSORVEU. RECIBO SEM A SEQUENCIA DO CREDITO
      *    (ANTERIOR AO CAMPO) FICA PARA O SUPERVISOR ACERTAR.
       CONCLUI-ESTORNO-CHEQUE.
           MOVE RECIBO-ABSORVIDO TO EXPOSICAO-ESTORNO.
           IF RECIBO-EXCEDENTE NOT = ZERO
               IF RECIBO-SALDO-CRED-SEQ = 0
                   MOVE RECIBO-EXCEDENTE TO VALOR-EDITADO
                   DISPLAY "RECIBO SEM A SEQUENCIA DO CREDITO GERADO. "
                           "ACERTE " VALOR-EDITADO " NO CREDITO DO "
                           "CLIENTE COM O SUPERVISOR."
               ELSE
                   MOVE RECIBO-CLIENTE-CODIGO
                       TO SALDO-CRED-CONS-CLIENTE
                   MOVE RECIBO-SALDO-CRED-SEQ
                       TO SALDO-CRED-ESTORNO-SEQ
                   MOVE RECIBO-EXCEDENTE TO SALDO-CRED-CONS-VALOR
                   MOVE OPERADOR-ID TO SALDO-CRED-NOVO-OPERADOR
                   PERFORM ESTORNA-SALDO-CREDITO
                   MOVE SALDO-CRED-CONS-APLICADO TO VALOR-EDITADO
                   DISPLAY "ESTORNADO DO CREDITO "
                           RECIBO-SALDO-CRED-SEQ ": " VALOR-EDITADO
                   COMPUTE CREDITO-JA-USADO =
                       RECIBO-EXCEDENTE - SALDO-CRED-CONS-APLICADO
                   IF CREDITO-JA-USADO NOT = ZERO
                       MOVE CREDITO-JA-USADO TO VALOR-EDITADO
                       DISPLAY "CREDITO JA APLICADO OU REEMBOLSADO: "
                               VALOR-EDITADO " - VOLTA A EXPOSICAO."
                       ADD CREDITO-JA-USADO TO EXPOSICAO-ESTORNO
                   END-IF
               END-IF
           END-IF.
           PERFORM RESTAURA-EXPOSICAO-CREDITO.
           PERFORM GRAVA-CHEQUE-DEVOLVIDO.
           MOVE "A" TO AUDITORIA-OPERACAO-WS.
           MOVE RECIBO-CLIENTE-CODIGO TO CLIENTE-INFORMADO.
           PERFORM GRAVA-AUDITORIA-CHEQUE.
           DISPLAY "CHEQUE ESTORNADO; CLIENTE RESTRITO A "
                   "DINHEIRO OU CARTAO.".

      *    RESTAURA-EXPOSICAO-CREDITO: O INVERSO DO ABATIMENTO - O
      *    QUE O CHEQUE TINHA ABATIDO (EXPOSICAO-ESTORNO) VOLTA A
      *    EXPOSICAO E A FICHA RECEBE A RESTRICAO. CLIENTE SEM FICHA
      *    GANHA UMA COM LIMITE ZERO, COMO NO FATURAMENTO (PROG66),
      *    PARA A RESTRICAO VALER.
       RESTAURA-EXPOSICAO-CREDITO.
           OPEN I-O ARQUIVO-CREDITO.
           IF CREDITO-FILE-STATUS = "35"
               OPEN OUTPUT ARQUIVO-CREDITO
               CLOSE ARQUIVO-CREDITO
               OPEN I-O ARQUIVO-CREDITO
           END-IF.
           MOVE RECIBO-CLIENTE-CODIGO TO CREDITO-CLIENTE-CODIGO.
           READ ARQUIVO-CREDITO
               INVALID KEY
                   MOVE RECIBO-CLIENTE-CODIGO
                       TO CREDITO-CLIENTE-CODIGO
                   MOVE ZERO TO CREDITO-LIMITE
                   MOVE EXPOSICAO-ESTORNO TO CREDITO-EXPOSICAO
                   MOVE DATA-HOJE TO CREDITO-DATA-ATUALIZACAO
                   MOVE "S" TO CREDITO-RESTRICAO-CHEQUE
                   MOVE DATA-HOJE TO CREDITO-DATA-RESTRICAO
                   WRITE CREDITO-REGISTRO
                       INVALID KEY
                           DISPLAY "ERRO AO CRIAR A FICHA DE "
                                   "CREDITO DO CLIENTE "
                                   RECIBO-CLIENTE-CODIGO "."
                   END-WRITE
               NOT INVALID KEY
                   ADD EXPOSICAO-ESTORNO TO CREDITO-EXPOSICAO
                   MOVE DATA-HOJE TO CREDITO-DATA-ATUALIZACAO
                   MOVE "S" TO CREDITO-RESTRICAO-CHEQUE
                   MOVE DATA-HOJE TO CREDITO-DATA-RESTRICAO
                   REWRITE CREDITO-REGISTRO
                       INVALID KEY
                           DISPLAY "ERRO AO ATUALIZAR A FICHA DE "
                                   "CREDITO DO CLIENTE "
                                   RECIBO-CLIENTE-CODIGO "."
                   END-REWRITE
           END-READ.
           CLOSE ARQUIVO-CREDITO.

       GRAVA-CHEQUE-DEVOLVIDO.
           OPEN EXTEND ARQUIVO-CHEQUE-DEVOL.
           IF CHEQUE-DEVOL-FILE-STATUS = "35"
               CLOSE ARQUIVO-CHEQUE-DEVOL
               OPEN OUTPUT ARQUIVO-CHEQUE-DEVOL
           END-IF.
           MOVE FATURA-INFORMADA      TO CHEQUE-DEVOL-FATURA-NUMERO.
           MOVE RECIBO-CLIENTE-CODIGO TO CHEQUE-DEVOL-CLIENTE-CODIGO.
           MOVE RECIBO-CLIENTE-NOME   TO CHEQUE-DEVOL-CLIENTE-NOME.
           MOVE RECIBO-VALOR          TO CHEQUE-DEVOL-VALOR.
           MOVE TARIFA-INFORMADA      TO CHEQUE-DEVOL-TARIFA.
           MOVE DATA-RECIBO-INFORMADA TO CHEQUE-DEVOL-DATA-RECIBO.
           MOVE RECIBO-HORA           TO CHEQUE-DEVOL-HORA-RECIBO.
           MOVE DATA-HOJE             TO CHEQUE-DEVOL-DATA.
           MOVE OPERADOR-ID           TO CHEQUE-DEVOL-OPERADOR.
           WRITE CHEQUE-DEVOL-REGISTRO.
           CLOSE ARQUIVO-CHEQUE-DEVOL.

      *    LIBERA-RESTRICAO-CHEQUE: SO SUPERVISOR AUTENTICADO NA
      *    SESSAO (NIVEL 3) TIRA A RESTRICAO, COM AUDITORIA.
       LIBERA-RESTRICAO-CHEQUE.
           IF TEM-SESSAO NOT = "S" OR NIVEL-OPERADOR < 3
               DISPLAY "LIBERACAO EXIGE SUPERVISOR AUTENTICADO "
                       "(NIVEL 3)."
           ELSE
               DISPLAY "CODIGO DO CLIENTE: "
               ACCEPT CLIENTE-INFORMADO
               OPEN I-O ARQUIVO-CREDITO
               IF CREDITO-FILE-STATUS = "35"
                   DISPLAY "CREDITO.DAT NAO ENCONTRADO."
                   CLOSE ARQUIVO-CREDITO
               ELSE
                   MOVE CLIENTE-INFORMADO TO CREDITO-CLIENTE-CODIGO
                   READ ARQUIVO-CREDITO
                       INVALID KEY
                           DISPLAY "CLIENTE SEM FICHA DE CREDITO."
                       NOT INVALID KEY
                           PERFORM CONFIRMA-LIBERACAO-CHEQUE
                   END-READ
                   CLOSE ARQUIVO-CREDITO
               END-IF
           END-IF.

       CONFIRMA-LIBERACAO-CHEQUE.
           IF NOT CREDITO-SO-DINHEIRO-CARTAO
               DISPLAY "CLIENTE SEM RESTRICAO DE CHEQUE."
           ELSE
               DISPLAY "RESTRITO DESDE " CREDITO-DATA-RESTRICAO
                       ". LIBERA O CLIENTE PARA CHEQUE (S/N)?"
               ACCEPT RESPOSTA
               IF RESPOSTA = "S"
                   MOVE "N" TO CREDITO-RESTRICAO-CHEQUE
                   MOVE DATA-HOJE TO CREDITO-DATA-ATUALIZACAO
                   REWRITE CREDITO-REGISTRO
                       INVALID KEY
                           DISPLAY "ERRO AO ATUALIZAR A FICHA DE "
                                   "CREDITO."
                       NOT INVALID KEY
                           MOVE "E" TO AUDITORIA-OPERACAO-WS
                           PERFORM GRAVA-AUDITORIA-CHEQUE
                           DISPLAY "RESTRICAO RETIRADA."
                   END-REWRITE
               END-IF
           END-IF.

      *    GRAVA-AUDITORIA-CHEQUE: "A" NO ESTORNO DO CHEQUE, "E" NA
      *    LIBERACAO DA RESTRICAO; CLIENTE (E FATURA, NO ESTORNO) NO
      *    NOME.
       GRAVA-AUDITORIA-CHEQUE.
           OPEN EXTEND ARQUIVO-AUDITORIA.
           IF AUDITORIA-FILE-STATUS = "35"
               CLOSE ARQUIVO-AUDITORIA
               OPEN OUTPUT ARQUIVO-AUDITORIA
           END-IF.
           MOVE "PROG108"             TO AUDITORIA-PROGRAMA.
           MOVE AUDITORIA-OPERACAO-WS TO AUDITORIA-OPERACAO.
           MOVE SPACE                 TO AUDITORIA-NOME.
           MOVE CLIENTE-INFORMADO     TO AUDITORIA-NOME (1:8).
           IF AUDITORIA-OPERACAO-WS = "A"
               MOVE FATURA-INFORMADA  TO AUDITORIA-NOME (10:7)
           END-IF.
           MOVE OPERADOR-ID           TO AUDITORIA-OPERADOR.
           ACCEPT AUDITORIA-DATA FROM DATE YYYYMMDD.
           ACCEPT AUDITORIA-HORA FROM TIME.
           WRITE AUDITORIA-REGISTRO.
           CLOSE ARQUIVO-AUDITORIA.

      *    RELATORIO-CHEQUES-DEVOLVIDOS: DEVOLUCOES REGISTRADAS NA
      *    COMPETENCIA (AAAAMM), TOTALIZADAS POR CLIENTE - QUANTIDADE,
      *    VALOR DOS CHEQUES E TARIFAS. ATE 100 CLIENTES NO MES.
       RELATORIO-CHEQUES-DEVOLVIDOS.
           DISPLAY "COMPETENCIA (AAAAMM): ".
           ACCEPT COMPETENCIA-INFORMADA.
           MOVE 0 TO QTDE-CLIENTES-DEVOL.
           MOVE 0 TO TOTAL-DEVOL-QTDE.
           MOVE ZERO TO TOTAL-DEVOL-VALOR.
           MOVE ZERO TO TOTAL-DEVOL-TARIFA.
           OPEN INPUT ARQUIVO-CHEQUE-DEVOL.
           IF CHEQUE-DEVOL-FILE-STATUS NOT = "00"
               DISPLAY "NENHUM CHEQUE DEVOLVIDO REGISTRADO."
           ELSE
               MOVE "N" TO FINAL-ARQUIVO-DEVOL
               PERFORM SOMA-CHEQUE-DEVOLVIDO
                   UNTIL FINAL-ARQUIVO-DEVOL = "S"
               CLOSE ARQUIVO-CHEQUE-DEVOL
               PERFORM IMPRIME-CHEQUES-DEVOLVIDOS
           END-IF.

       SOMA-CHEQUE-DEVOLVIDO.
           READ ARQUIVO-CHEQUE-DEVOL
               AT END
                   MOVE "S" TO FINAL-ARQUIVO-DEVOL
           END-READ.
           IF FINAL-ARQUIVO-DEVOL NOT = "S"
               IF CHEQUE-DEVOL-DATA (1:6) = COMPETENCIA-INFORMADA
                   PERFORM ACUMULA-CLIENTE-DEVOL
               END-IF
           END-IF.

       ACUMULA-CLIENTE-DEVOL.
           MOVE "N" TO ACHOU-CLIENTE-DEVOL.
           MOVE 1 TO DEVOL-SUB.
           PERFORM PROCURA-CLIENTE-DEVOL
               UNTIL ACHOU-CLIENTE-DEVOL = "S"
                  OR DEVOL-SUB > QTDE-CLIENTES-DEVOL.
           IF ACHOU-CLIENTE-DEVOL NOT = "S"
               IF QTDE-CLIENTES-DEVOL < 100
                   ADD 1 TO QTDE-CLIENTES-DEVOL
                   MOVE QTDE-CLIENTES-DEVOL TO DEVOL-SUB
                   MOVE CHEQUE-DEVOL-CLIENTE-CODIGO
                       TO DEVOL-CLIENTE-CODIGO (DEVOL-SUB)
                   MOVE CHEQUE-DEVOL-CLIENTE-NOME
                       TO DEVOL-CLIENTE-NOME (DEVOL-SUB)
                   MOVE 0 TO DEVOL-QTDE (DEVOL-SUB)
                   MOVE ZERO TO DEVOL-VALOR (DEVOL-SUB)
                   MOVE ZERO TO DEVOL-TARIFA (DEVOL-SUB)
                   MOVE "S" TO ACHOU-CLIENTE-DEVOL
               ELSE
                   DISPLAY "*** ATENCAO: LIMITE DE 100 CLIENTES NO "
                           "RELATORIO - CLIENTE "
                           CHEQUE-DEVOL-CLIENTE-CODIGO
                           " FORA DA LISTA ***"
               END-IF
           END-IF.
           IF ACHOU-CLIENTE-DEVOL = "S"
               ADD 1 TO DEVOL-QTDE (DEVOL-SUB)
               ADD CHEQUE-DEVOL-VALOR TO DEVOL-VALOR (DEVOL-SUB)
               ADD CHEQUE-DEVOL-TARIFA TO DEVOL-TARIFA (DEVOL-SUB)
           END-IF.
           ADD 1 TO TOTAL-DEVOL-QTDE.
           ADD CHEQUE-DEVOL-VALOR TO TOTAL-DEVOL-VALOR.
           ADD CHEQUE-DEVOL-TARIFA TO TOTAL-DEVOL-TARIFA.

       PROCURA-CLIENTE-DEVOL.
           IF DEVOL-CLIENTE-CODIGO (DEVOL-SUB)
                   = CHEQUE-DEVOL-CLIENTE-CODIGO
               MOVE "S" TO ACHOU-CLIENTE-DEVOL
           ELSE
               ADD 1 TO DEVOL-SUB
           END-IF.

       IMPRIME-CHEQUES-DEVOLVIDOS.
           DISPLAY " ".
           DISPLAY "CHEQUES DEVOLVIDOS - COMPETENCIA "
                   COMPETENCIA-INFORMADA.
           DISPLAY "CLIENTE  NOME                 QTDE  VALOR".
           MOVE 1 TO DEVOL-SUB.
           PERFORM IMPRIME-UM-CLIENTE-DEVOL
               UNTIL DEVOL-SUB > QTDE-CLIENTES-DEVOL.
           DISPLAY "----------------------------------------------".
           MOVE TOTAL-DEVOL-VALOR TO VALOR-EDITADO.
           DISPLAY "TOTAL: " TOTAL-DEVOL-QTDE " CHEQUE(S)  VALOR: "
                   VALOR-EDITADO.
           MOVE TOTAL-DEVOL-TARIFA TO VALOR-EDITADO.
           DISPLAY "TARIFAS DE DEVOLUCAO: " VALOR-EDITADO.

       IMPRIME-UM-CLIENTE-DEVOL.
           MOVE DEVOL-VALOR (DEVOL-SUB) TO VALOR-EDITADO.
           DISPLAY DEVOL-CLIENTE-CODIGO (DEVOL-SUB) " "
                   DEVOL-CLIENTE-NOME (DEVOL-SUB) " "
                   DEVOL-QTDE (DEVOL-SUB) " " VALOR-EDITADO.
           MOVE DEVOL-TARIFA (DEVOL-SUB) TO VALOR-EDITADO.
           DISPLAY "         TARIFAS: " VALOR-EDITADO.
           ADD 1 TO DEVOL-SUB.

           COPY "AMBPROC.cob".

           COPY "PARPROC.cob".
           COPY "SCRPROC.cob".
