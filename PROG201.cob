       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG201.
      *    CREDITOS DO CLIENTE (SALDOCRED.DAT): CONSULTA OS CREDITOS
      *    A APLICAR DE UM CLIENTE (NOTA DE CREDITO NAO ABSORVIDA,
      *    PAGAMENTO A MAIOR, ADIANTAMENTO), APLICA CREDITO NUMA
      *    FATURA EM ABERTO DO MESMO CLIENTE, E TRATA O REEMBOLSO EM
      *    DINHEIRO - O PEDIDO TIRA O VALOR DO SALDO E DEIXA PENDENTE;
      *    O SUPERVISOR (NIVEL 3 NA SESSAO) APROVA, E O REEMBOLSO VIRA
      *    TITULO EM PAGAR.DAT NO FORNECEDOR DE DEVOLUCOES A CLIENTES
      *    (REEMBOLSO_FORNECEDOR, PADRAO 99999), DOCUMENTO "RB" MAIS O
      *    NUMERO DE NUMREEMB.DAT, OU RECUSA, E O VALOR VOLTA AO
      *    SALDO. QUEM PEDIU O REEMBOLSO NAO O APROVA. A APLICACAO
      *    SOBE O PAGO DA FATURA E DESCE A EXPOSICAO EM CREDITO.DAT,
      *    COMO UM PAGAMENTO. CADA MOVIMENTO DEIXA LINHA NA
      *    AUDITORIA (CLIENTE NA POSICAO 1, FATURA OU SEQUENCIA NA
      *    10). FLUXO DO PROG108.
      *    O TITULO DE REEMBOLSO LEVA A CATEGORIA "DV" (DEVOLUCAO A
      *    CLIENTE), QUE A DRE GERENCIAL NAO CONTA COMO DESPESA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SCRSEL.cob".
           COPY "FATSEL.cob".
           COPY "CRDSEL.cob".
           COPY "PAGSEL.cob".
           COPY "SESSEL.cob".
           COPY "AUDSEL.cob".
           SELECT OPTIONAL ARQUIVO-NUMERO-REEMB
               ASSIGN TO "numreemb.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS NUMERO-REEMB-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "SCRREG.cob".
           COPY "FATREG.cob".
           COPY "CRDREG.cob".
           COPY "PAGREG.cob".
           COPY "SESREG.cob".
           COPY "AUDREG.cob".

       FD  ARQUIVO-NUMERO-REEMB.
       01  NUMERO-REEMB-REGISTRO.
           05 NUMERO-REEMB-PROX-SEQ PIC 9(07).

       WORKING-STORAGE SECTION.

           COPY "AMBWRK.cob".
           COPY "SCRWRK.cob".

       01  FATURA-FILE-STATUS   PIC XX.
       01  FATURA-PATH          PIC X(100).
       01  CREDITO-FILE-STATUS  PIC XX.
       01  CREDITO-PATH         PIC X(100).
       01  PAGAR-FILE-STATUS    PIC XX.
       01  PAGAR-PATH           PIC X(100).
       01  SESSAO-FILE-STATUS   PIC XX.
       01  AUDITORIA-FILE-STATUS PIC XX.
       01  NUMERO-REEMB-FILE-STATUS PIC XX.
       01  OPERADOR-ID          PIC X(10).
       01  NIVEL-OPERADOR       PIC 9(01) VALUE 0.
       01  TEM-SESSAO           PIC X VALUE "N".
       01  OPCAO-MENU           PIC 9.
       01  FINAL-ARQUIVO        PIC X.
       01  RESPOSTA             PIC X.
       01  DATA-HOJE            PIC 9(08).
       01  AUDITORIA-OPERACAO-WS PIC X(01).

       01  CLIENTE-INFORMADO    PIC 9(08).
       01  FATURA-INFORMADA     PIC 9(07).
       01  SEQ-INFORMADA        PIC 9(05).
       01  VALOR-INFORMADO      PIC 9(09)V9(02).
       01  VALOR-MAXIMO         PIC 9(09)V9(02).
       01  SALDO-FATURA         PIC S9(09)V9(02).
       01  QTDE-LISTADOS        PIC 9(03).
       01  QTDE-PENDENTES       PIC 9(03).

      *    FORNECEDOR DOS TITULOS DE REEMBOLSO (DEVOLUCOES A CLIENTES)
      *    E O NUMERO DO REEMBOLSO APROVADO.
       01  FORNECEDOR-REEMBOLSO PIC 9(05) VALUE 99999.
       01  FORNECEDOR-REEMB-ENV PIC X(05).
       01  PROXIMA-SEQUENCIA-REEMB PIC 9(07).
       01  NUMERO-REEMB-GERADO  PIC 9(07).
       01  DOCUMENTO-REEMBOLSO  PIC X(10).

       01  VALOR-EDITADO        PIC $$$,$$$,$$9.99.
       01  TOTAL-EDITADO        PIC $$,$$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM INICIALIZA-AMBIENTE.
           PERFORM INICIALIZA-CAMINHOS.
           PERFORM INICIALIZA-OPERADOR.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM EXIBE-MENU.

       PROGRAM-DONE.
           STOP RUN.

       INICIALIZA-CAMINHOS.
           PERFORM INICIALIZA-CAMINHO-SALDO-CRED.

           MOVE "faturas.dat" TO FATURA-PATH.
           ACCEPT FATURA-PATH FROM ENVIRONMENT "FATURA_DAT".
           IF FATURA-PATH = SPACE
               MOVE "faturas.dat" TO FATURA-PATH
           END-IF.

           MOVE "credito.dat" TO CREDITO-PATH.
           ACCEPT CREDITO-PATH FROM ENVIRONMENT "CREDITO_DAT".
           IF CREDITO-PATH = SPACE
               MOVE "credito.dat" TO CREDITO-PATH
           END-IF.

           MOVE "pagar.dat" TO PAGAR-PATH.
           ACCEPT PAGAR-PATH FROM ENVIRONMENT "PAGAR_DAT".
           IF PAGAR-PATH = SPACE
               MOVE "pagar.dat" TO PAGAR-PATH
           END-IF.

           MOVE SPACE TO FORNECEDOR-REEMB-ENV.
           ACCEPT FORNECEDOR-REEMB-ENV
               FROM ENVIRONMENT "REEMBOLSO_FORNECEDOR".
           IF FORNECEDOR-REEMB-ENV IS NUMERIC
               MOVE FORNECEDOR-REEMB-ENV TO FORNECEDOR-REEMBOLSO
           END-IF.

       INICIALIZA-OPERADOR.
           MOVE SPACE TO OPERADOR-ID.
           MOVE "N" TO TEM-SESSAO.
           OPEN INPUT ARQUIVO-SESSAO.
           IF SESSAO-FILE-STATUS = "00"
               READ ARQUIVO-SESSAO
                   AT END
                       CONTINUE
               END-READ
               IF SESSAO-FILE-STATUS = "00"
                   MOVE "S" TO TEM-SESSAO
                   MOVE SESSAO-OPERADOR TO OPERADOR-ID
                   MOVE SESSAO-NIVEL TO NIVEL-OPERADOR
               END-IF
               CLOSE ARQUIVO-SESSAO
           END-IF.
           IF OPERADOR-ID = SPACE
               ACCEPT OPERADOR-ID FROM ENVIRONMENT "OPERADOR_ID"
           END-IF.
           IF OPERADOR-ID = SPACE
               MOVE "DESCONHEC" TO OPERADOR-ID
           END-IF.

       EXIBE-MENU.
           DISPLAY "===== CREDITOS DO CLIENTE =====".
           DISPLAY "1 - CONSULTAR CREDITOS DO CLIENTE".
           DISPLAY "2 - APLICAR CREDITO EM FATURA EM ABERTO".
           DISPLAY "3 - SOLICITAR REEMBOLSO DE CREDITO".
           DISPLAY "4 - APROVAR REEMBOLSOS PENDENTES (SUPERVISOR)".
           DISPLAY "5 - SAIR".
           DISPLAY "INFORME A OPCAO: ".
           ACCEPT OPCAO-MENU.

           EVALUATE OPCAO-MENU
               WHEN 1
                   PERFORM CONSULTA-CREDITOS
                   PERFORM EXIBE-MENU
               WHEN 2
                   PERFORM APLICA-CREDITO-FATURA
                   PERFORM EXIBE-MENU
               WHEN 3
                   PERFORM SOLICITA-REEMBOLSO
                   PERFORM EXIBE-MENU
               WHEN 4
                   PERFORM APROVA-REEMBOLSOS
                   PERFORM EXIBE-MENU
               WHEN 5
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
                   PERFORM EXIBE-MENU
           END-EVALUATE.

      *    CONSULTA-CREDITOS: TODOS OS CREDITOS DO CLIENTE, ABERTOS E
      *    ESGOTADOS, COM O SALDO DISPONIVEL NO FIM.
       CONSULTA-CREDITOS.
           DISPLAY "CODIGO DO CLIENTE: ".
           ACCEPT CLIENTE-INFORMADO.
           MOVE 0 TO QTDE-LISTADOS.
           OPEN INPUT ARQUIVO-SALDO-CRED.
           IF SALDO-CRED-FILE-STATUS = "00"
               MOVE "N" TO FINAL-ARQUIVO
               MOVE CLIENTE-INFORMADO TO SALDO-CRED-CLIENTE
               MOVE 0 TO SALDO-CRED-SEQ
               START ARQUIVO-SALDO-CRED
                   KEY IS NOT LESS THAN SALDO-CRED-CHAVE
                   INVALID KEY
                       MOVE "S" TO FINAL-ARQUIVO
               END-START
               PERFORM LISTA-PROXIMO-CREDITO
                   UNTIL FINAL-ARQUIVO = "S"
               CLOSE ARQUIVO-SALDO-CRED
           ELSE
               IF SALDO-CRED-FILE-STATUS = "05"
                   CLOSE ARQUIVO-SALDO-CRED
               END-IF
           END-IF.
           IF QTDE-LISTADOS = 0
               DISPLAY "CLIENTE SEM CREDITOS REGISTRADOS."
           ELSE
               MOVE CLIENTE-INFORMADO TO SALDO-CRED-CONS-CLIENTE
               PERFORM SOMA-SALDO-CREDITO-CLIENTE
               MOVE SALDO-CRED-DISPONIVEL TO TOTAL-EDITADO
               DISPLAY "----------------------------------"
               DISPLAY "CREDITO DISPONIVEL: " TOTAL-EDITADO
           END-IF.

       LISTA-PROXIMO-CREDITO.
           READ ARQUIVO-SALDO-CRED NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               IF SALDO-CRED-CLIENTE NOT = CLIENTE-INFORMADO
                   MOVE "S" TO FINAL-ARQUIVO
               ELSE
                   ADD 1 TO QTDE-LISTADOS
                   PERFORM EXIBE-CREDITO
               END-IF
           END-IF.

       EXIBE-CREDITO.
           MOVE SALDO-CRED-VALOR-ORIGINAL TO VALOR-EDITADO.
           DISPLAY "SEQ " SALDO-CRED-SEQ " ORIGEM " SALDO-CRED-ORIGEM
                   " DOC " SALDO-CRED-DOCUMENTO " DE "
                   SALDO-CRED-DATA " ORIGINAL " VALOR-EDITADO.
           MOVE SALDO-CRED-SALDO TO VALOR-EDITADO.
           DISPLAY "    SALDO " VALOR-EDITADO
                   " SITUACAO " SALDO-CRED-SITUACAO.
           IF SALDO-CRED-REEMBOLSO-PEND NOT = ZERO
               MOVE SALDO-CRED-REEMBOLSO-PEND TO VALOR-EDITADO
               DISPLAY "    REEMBOLSO PENDENTE " VALOR-EDITADO
           END-IF.
           IF SALDO-CRED-VALOR-REEMBOLSADO NOT = ZERO
               MOVE SALDO-CRED-VALOR-REEMBOLSADO TO VALOR-EDITADO
               DISPLAY "    REEMBOLSADO " VALOR-EDITADO
                       " DOC " SALDO-CRED-DOC-REEMBOLSO
           END-IF.
           IF SALDO-CRED-VALOR-ESTORNADO NUMERIC
                   AND SALDO-CRED-VALOR-ESTORNADO NOT = ZERO
               MOVE SALDO-CRED-VALOR-ESTORNADO TO VALOR-EDITADO
               DISPLAY "    ESTORNADO (CHEQUE DEVOLVIDO) " VALOR-EDITADO
           END-IF.

      *    APLICA-CREDITO-FATURA: A FATURA TEM DE ESTAR EM ABERTO OU
      *    PAGA EM PARTE; O VALOR FICA LIMITADO AO MENOR ENTRE O
      *    SALDO DA FATURA E O CREDITO DISPONIVEL DO CLIENTE. O
      *    CREDITO E CONSUMIDO PRIMEIRO E A FATURA RECEBE O QUE FOI
      *    DE FATO CONSUMIDO.
       APLICA-CREDITO-FATURA.
           DISPLAY "NUMERO DA FATURA: ".
           ACCEPT FATURA-INFORMADA.
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
                       PERFORM CONFERE-FATURA-CREDITO
               END-READ
               CLOSE ARQUIVO-FATURA
           END-IF.

       CONFERE-FATURA-CREDITO.
           IF NOT FATURA-ABERTA AND NOT FATURA-PARCIAL
               DISPLAY "FATURA NAO ESTA EM ABERTO (SITUACAO "
                       FATURA-SITUACAO ")."
           ELSE
               DISPLAY "CLIENTE: " FATURA-CLIENTE-CODIGO " - "
                       FATURA-CLIENTE-NOME
               COMPUTE SALDO-FATURA =
                   FATURA-VALOR-TOTAL - FATURA-VALOR-PAGO
               MOVE SALDO-FATURA TO VALOR-EDITADO
               DISPLAY "SALDO DA FATURA...: " VALOR-EDITADO
               MOVE FATURA-CLIENTE-CODIGO TO SALDO-CRED-CONS-CLIENTE
               PERFORM SOMA-SALDO-CREDITO-CLIENTE
               MOVE SALDO-CRED-DISPONIVEL TO TOTAL-EDITADO
               DISPLAY "CREDITO DISPONIVEL: " TOTAL-EDITADO
               IF SALDO-CRED-DISPONIVEL = ZERO OR SALDO-FATURA <= 0
                   DISPLAY "NADA A APLICAR."
               ELSE
                   PERFORM EFETIVA-APLICACAO-CREDITO
               END-IF
           END-IF.

       EFETIVA-APLICACAO-CREDITO.
           IF SALDO-CRED-DISPONIVEL > SALDO-FATURA
               MOVE SALDO-FATURA TO VALOR-MAXIMO
           ELSE
               MOVE SALDO-CRED-DISPONIVEL TO VALOR-MAXIMO
           END-IF.
           MOVE VALOR-MAXIMO TO VALOR-EDITADO.
           DISPLAY "VALOR A APLICAR (ATE " VALOR-EDITADO "): ".
           ACCEPT VALOR-INFORMADO.
           EVALUATE TRUE
               WHEN VALOR-INFORMADO = ZERO
                   DISPLAY "VALOR ZERO. NADA APLICADO."
               WHEN VALOR-INFORMADO > VALOR-MAXIMO
                   DISPLAY "VALOR ACIMA DO PERMITIDO. NADA APLICADO."
               WHEN OTHER
                   MOVE FATURA-CLIENTE-CODIGO
                       TO SALDO-CRED-CONS-CLIENTE
                   MOVE VALOR-INFORMADO TO SALDO-CRED-CONS-VALOR
                   PERFORM CONSOME-SALDO-CREDITO
                   PERFORM BAIXA-CREDITO-NA-FATURA
           END-EVALUATE.

       BAIXA-CREDITO-NA-FATURA.
           IF SALDO-CRED-CONS-APLICADO = ZERO
               DISPLAY "NENHUM CREDITO PODE SER CONSUMIDO."
           ELSE
               ADD SALDO-CRED-CONS-APLICADO TO FATURA-VALOR-PAGO
               MOVE DATA-HOJE TO FATURA-DATA-PAGAMENTO
               COMPUTE SALDO-FATURA =
                   FATURA-VALOR-TOTAL - FATURA-VALOR-PAGO
               IF SALDO-FATURA <= 0
                   MOVE "L" TO FATURA-SITUACAO
               ELSE
                   MOVE "P" TO FATURA-SITUACAO
               END-IF
               REWRITE FATURA-REGISTRO
                   INVALID KEY
                       DISPLAY "ERRO AO REGRAVAR A FATURA "
                               FATURA-NUMERO ". CREDITO JA "
                               "CONSUMIDO - ACERTAR A MAO."
                   NOT INVALID KEY
                       PERFORM ABATE-EXPOSICAO-CREDITO
                       MOVE "A" TO AUDITORIA-OPERACAO-WS
                       MOVE FATURA-CLIENTE-CODIGO TO CLIENTE-INFORMADO
                       MOVE FATURA-NUMERO TO FATURA-INFORMADA
                       PERFORM GRAVA-AUDITORIA-CREDITO
                       MOVE SALDO-CRED-CONS-APLICADO TO VALOR-EDITADO
                       DISPLAY "CREDITO APLICADO: " VALOR-EDITADO
                               " SITUACAO DA FATURA: "
                               FATURA-SITUACAO
               END-REWRITE
           END-IF.

      *    ABATE-EXPOSICAO-CREDITO: MESMA REGRA DO PROG67 - O
      *    CREDITO APLICADO BAIXA O TITULO COMO UM PAGAMENTO.
       ABATE-EXPOSICAO-CREDITO.
           OPEN I-O ARQUIVO-CREDITO.
           IF CREDITO-FILE-STATUS = "35"
               CLOSE ARQUIVO-CREDITO
           ELSE
               MOVE FATURA-CLIENTE-CODIGO TO CREDITO-CLIENTE-CODIGO
               READ ARQUIVO-CREDITO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SALDO-CRED-CONS-APLICADO > CREDITO-EXPOSICAO
                           MOVE ZERO TO CREDITO-EXPOSICAO
                       ELSE
                           SUBTRACT SALDO-CRED-CONS-APLICADO
                               FROM CREDITO-EXPOSICAO
                       END-IF
                       MOVE DATA-HOJE TO CREDITO-DATA-ATUALIZACAO
                       REWRITE CREDITO-REGISTRO
                           INVALID KEY
                               DISPLAY "ERRO AO ATUALIZAR A FICHA "
                                       "DE CREDITO DO CLIENTE "
                                       CREDITO-CLIENTE-CODIGO "."
                       END-REWRITE
               END-READ
               CLOSE ARQUIVO-CREDITO
           END-IF.

      *    SOLICITA-REEMBOLSO: O VALOR PEDIDO SAI DO SALDO DO CREDITO
      *    E FICA PENDENTE ATE A APROVACAO; NAO PODE SER APLICADO EM
      *    FATURA NESSE MEIO TEMPO.
       SOLICITA-REEMBOLSO.
           DISPLAY "CODIGO DO CLIENTE: ".
           ACCEPT CLIENTE-INFORMADO.
           DISPLAY "SEQUENCIA DO CREDITO: ".
           ACCEPT SEQ-INFORMADA.
           OPEN I-O ARQUIVO-SALDO-CRED.
           IF SALDO-CRED-FILE-STATUS NOT = "00"
               DISPLAY "NENHUM CREDITO REGISTRADO."
               CLOSE ARQUIVO-SALDO-CRED
           ELSE
               MOVE CLIENTE-INFORMADO TO SALDO-CRED-CLIENTE
               MOVE SEQ-INFORMADA TO SALDO-CRED-SEQ
               READ ARQUIVO-SALDO-CRED
                   INVALID KEY
                       DISPLAY "CREDITO NAO ENCONTRADO."
                   NOT INVALID KEY
                       PERFORM PEDE-VALOR-REEMBOLSO
               END-READ
               CLOSE ARQUIVO-SALDO-CRED
           END-IF.

       PEDE-VALOR-REEMBOLSO.
           PERFORM EXIBE-CREDITO.
           IF NOT SALDO-CRED-ABERTO OR SALDO-CRED-SALDO = ZERO
               DISPLAY "CREDITO SEM SALDO PARA REEMBOLSO."
           ELSE
               DISPLAY "VALOR DO REEMBOLSO: "
               ACCEPT VALOR-INFORMADO
               EVALUATE TRUE
                   WHEN VALOR-INFORMADO = ZERO
                       DISPLAY "VALOR ZERO. NADA SOLICITADO."
                   WHEN VALOR-INFORMADO > SALDO-CRED-SALDO
                       DISPLAY "VALOR ACIMA DO SALDO DO CREDITO."
                   WHEN OTHER
                       PERFORM GRAVA-PEDIDO-REEMBOLSO
               END-EVALUATE
           END-IF.

       GRAVA-PEDIDO-REEMBOLSO.
           SUBTRACT VALOR-INFORMADO FROM SALDO-CRED-SALDO.
           ADD VALOR-INFORMADO TO SALDO-CRED-REEMBOLSO-PEND.
           MOVE DATA-HOJE TO SALDO-CRED-DATA-MOVIMENTO.
           MOVE OPERADOR-ID TO SALDO-CRED-OPERADOR.
           REWRITE SALDO-CRED-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR O PEDIDO DE REEMBOLSO."
               NOT INVALID KEY
                   MOVE "I" TO AUDITORIA-OPERACAO-WS
                   MOVE SALDO-CRED-SEQ TO FATURA-INFORMADA
                   PERFORM GRAVA-AUDITORIA-CREDITO
                   DISPLAY "REEMBOLSO SOLICITADO. AGUARDA APROVACAO "
                           "DO SUPERVISOR."
           END-REWRITE.

      *    APROVA-REEMBOLSOS: PERCORRE OS CREDITOS COM REEMBOLSO
      *    PENDENTE, UM A UM: A APROVA (GERA O TITULO A PAGAR), R
      *    RECUSA (VOLTA AO SALDO), P PULA.
       APROVA-REEMBOLSOS.
           IF TEM-SESSAO NOT = "S" OR NIVEL-OPERADOR < 3
               DISPLAY "APROVACAO EXIGE SUPERVISOR AUTENTICADO "
                       "(NIVEL 3)."
           ELSE
               MOVE 0 TO QTDE-PENDENTES
               OPEN I-O ARQUIVO-SALDO-CRED
               IF SALDO-CRED-FILE-STATUS = "00"
                   MOVE "N" TO FINAL-ARQUIVO
                   MOVE 0 TO SALDO-CRED-CLIENTE
                   MOVE 0 TO SALDO-CRED-SEQ
                   START ARQUIVO-SALDO-CRED
                       KEY IS NOT LESS THAN SALDO-CRED-CHAVE
                       INVALID KEY
                           MOVE "S" TO FINAL-ARQUIVO
                   END-START
                   PERFORM CONFERE-PROXIMO-PENDENTE
                       UNTIL FINAL-ARQUIVO = "S"
               END-IF
               CLOSE ARQUIVO-SALDO-CRED
               DISPLAY "REEMBOLSOS PENDENTES EXAMINADOS: "
                       QTDE-PENDENTES
           END-IF.

       CONFERE-PROXIMO-PENDENTE.
           READ ARQUIVO-SALDO-CRED NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
                   AND SALDO-CRED-REEMBOLSO-PEND NOT = ZERO
               ADD 1 TO QTDE-PENDENTES
               DISPLAY "----------------------------------"
               DISPLAY "CLIENTE " SALDO-CRED-CLIENTE
                       " - PEDIDO POR " SALDO-CRED-OPERADOR
               PERFORM EXIBE-CREDITO
               IF SALDO-CRED-OPERADOR = OPERADOR-ID
                   DISPLAY "REEMBOLSO PEDIDO PELO PROPRIO "
                           "SUPERVISOR. OUTRO SUPERVISOR APROVA."
               ELSE
                   DISPLAY "A=APROVAR R=RECUSAR P=PULAR: "
                   ACCEPT RESPOSTA
                   EVALUATE RESPOSTA
                       WHEN "A"
                           PERFORM APROVA-UM-REEMBOLSO
                       WHEN "R"
                           PERFORM RECUSA-UM-REEMBOLSO
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF.

       APROVA-UM-REEMBOLSO.
           PERFORM GERA-NUMERO-REEMBOLSO.
           MOVE SPACE TO DOCUMENTO-REEMBOLSO.
           STRING "RB" NUMERO-REEMB-GERADO
               DELIMITED BY SIZE INTO DOCUMENTO-REEMBOLSO.
           PERFORM GRAVA-TITULO-REEMBOLSO.
           IF PAGAR-FILE-STATUS = "00"
               ADD SALDO-CRED-REEMBOLSO-PEND
                   TO SALDO-CRED-VALOR-REEMBOLSADO
               MOVE ZERO TO SALDO-CRED-REEMBOLSO-PEND
               MOVE DOCUMENTO-REEMBOLSO TO SALDO-CRED-DOC-REEMBOLSO
               IF SALDO-CRED-SALDO = ZERO
                   MOVE "E" TO SALDO-CRED-SITUACAO
               END-IF
               MOVE DATA-HOJE TO SALDO-CRED-DATA-MOVIMENTO
               MOVE OPERADOR-ID TO SALDO-CRED-OPERADOR
               REWRITE SALDO-CRED-REGISTRO
                   INVALID KEY
                       DISPLAY "ERRO AO BAIXAR O REEMBOLSO DO "
                               "CREDITO. TITULO " DOCUMENTO-REEMBOLSO
                               " JA GRAVADO."
                   NOT INVALID KEY
                       MOVE "E" TO AUDITORIA-OPERACAO-WS
                       MOVE SALDO-CRED-CLIENTE TO CLIENTE-INFORMADO
                       MOVE SALDO-CRED-SEQ TO FATURA-INFORMADA
                       PERFORM GRAVA-AUDITORIA-CREDITO
                       DISPLAY "REEMBOLSO APROVADO. TITULO "
                               DOCUMENTO-REEMBOLSO " NO FORNECEDOR "
                               FORNECEDOR-REEMBOLSO "."
               END-REWRITE
           END-IF.

       RECUSA-UM-REEMBOLSO.
           ADD SALDO-CRED-REEMBOLSO-PEND TO SALDO-CRED-SALDO.
           MOVE ZERO TO SALDO-CRED-REEMBOLSO-PEND.
           MOVE DATA-HOJE TO SALDO-CRED-DATA-MOVIMENTO.
           MOVE OPERADOR-ID TO SALDO-CRED-OPERADOR.
           REWRITE SALDO-CRED-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO DEVOLVER O VALOR AO CREDITO."
               NOT INVALID KEY
                   MOVE "A" TO AUDITORIA-OPERACAO-WS
                   MOVE SALDO-CRED-CLIENTE TO CLIENTE-INFORMADO
                   MOVE SALDO-CRED-SEQ TO FATURA-INFORMADA
                   PERFORM GRAVA-AUDITORIA-CREDITO
                   DISPLAY "REEMBOLSO RECUSADO. VALOR DE VOLTA AO "
                           "SALDO DO CREDITO."
           END-REWRITE.

      *    GERA-NUMERO-REEMBOLSO: MESMO CONTADOR EM ARQUIVO DE UM
      *    REGISTRO DA NOTA DE CREDITO (PROG109).
       GERA-NUMERO-REEMBOLSO.
           MOVE 0 TO PROXIMA-SEQUENCIA-REEMB.
           OPEN INPUT ARQUIVO-NUMERO-REEMB.
           IF NUMERO-REEMB-FILE-STATUS = "00"
                   OR NUMERO-REEMB-FILE-STATUS = "05"
               READ ARQUIVO-NUMERO-REEMB
                   AT END
                       CONTINUE
               END-READ
               IF NUMERO-REEMB-FILE-STATUS = "00"
                   MOVE NUMERO-REEMB-PROX-SEQ
                       TO PROXIMA-SEQUENCIA-REEMB
               END-IF
               CLOSE ARQUIVO-NUMERO-REEMB
           END-IF.

           ADD 1 TO PROXIMA-SEQUENCIA-REEMB.
           MOVE PROXIMA-SEQUENCIA-REEMB TO NUMERO-REEMB-GERADO.

           OPEN OUTPUT ARQUIVO-NUMERO-REEMB.
           MOVE PROXIMA-SEQUENCIA-REEMB TO NUMERO-REEMB-PROX-SEQ.
           WRITE NUMERO-REEMB-REGISTRO.
           CLOSE ARQUIVO-NUMERO-REEMB.

      *    GRAVA-TITULO-REEMBOLSO: O REEMBOLSO E PAGO PELO CONTAS A
      *    PAGAR, COMO QUALQUER TITULO, SEM ORDEM DE COMPRA E COM
      *    VENCIMENTO NO DIA. PAGAR-FILE-STATUS "00" CONFIRMA A
      *    GRAVACAO.
       GRAVA-TITULO-REEMBOLSO.
           OPEN I-O ARQUIVO-PAGAR.
           IF PAGAR-FILE-STATUS = "35"
               OPEN OUTPUT ARQUIVO-PAGAR
               CLOSE ARQUIVO-PAGAR
               OPEN I-O ARQUIVO-PAGAR
           END-IF.
           MOVE FORNECEDOR-REEMBOLSO  TO PAGAR-FORNECEDOR-CODIGO.
           MOVE DOCUMENTO-REEMBOLSO   TO PAGAR-DOCUMENTO.
           MOVE 0                     TO PAGAR-OC-NUMERO.
           MOVE SALDO-CRED-REEMBOLSO-PEND TO PAGAR-VALOR-TOTAL.
           MOVE ZERO                  TO PAGAR-VALOR-PAGO.
           MOVE DATA-HOJE             TO PAGAR-DATA-EMISSAO.
           MOVE DATA-HOJE             TO PAGAR-DATA-VENCIMENTO.
           MOVE ZERO                  TO PAGAR-DATA-PAGAMENTO.
           MOVE "A"                   TO PAGAR-SITUACAO.
           MOVE 0                     TO PAGAR-LOTE-PAGAMENTO.
           MOVE ZERO                  TO PAGAR-VALOR-AGENDADO.
           MOVE 0                     TO PAGAR-EMPRESA.
           MOVE "DV"                  TO PAGAR-CATEGORIA.
           WRITE PAGAR-REGISTRO
               INVALID KEY
                   DISPLAY "TITULO " DOCUMENTO-REEMBOLSO
                           " JA EXISTE EM PAGAR.DAT. REEMBOLSO NAO "
                           "APROVADO."
           END-WRITE.
           CLOSE ARQUIVO-PAGAR.

      *    GRAVA-AUDITORIA-CREDITO: "A" NA APLICACAO EM FATURA E NA
      *    RECUSA DO REEMBOLSO, "I" NO PEDIDO DE REEMBOLSO, "E" NA
      *    APROVACAO. CLIENTE NA POSICAO 1, FATURA OU SEQUENCIA DO
      *    CREDITO NA 10.
       GRAVA-AUDITORIA-CREDITO.
           OPEN EXTEND ARQUIVO-AUDITORIA.
           IF AUDITORIA-FILE-STATUS = "35"
               CLOSE ARQUIVO-AUDITORIA
               OPEN OUTPUT ARQUIVO-AUDITORIA
           END-IF.
           MOVE "PROG201"             TO AUDITORIA-PROGRAMA.
           MOVE AUDITORIA-OPERACAO-WS TO AUDITORIA-OPERACAO.
           MOVE SPACE                 TO AUDITORIA-NOME.
           MOVE CLIENTE-INFORMADO     TO AUDITORIA-NOME (1:8).
           MOVE FATURA-INFORMADA      TO AUDITORIA-NOME (10:7).
           MOVE OPERADOR-ID           TO AUDITORIA-OPERADOR.
           ACCEPT AUDITORIA-DATA FROM DATE YYYYMMDD.
           ACCEPT AUDITORIA-HORA FROM TIME.
           WRITE AUDITORIA-REGISTRO.
           CLOSE ARQUIVO-AUDITORIA.

           COPY "AMBPROC.cob".
           COPY "SCRPROC.cob".
