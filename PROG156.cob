       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG156.
      *    ESTACAO DE RESOLUCAO DO SUSPENSE BANCARIO: LISTA OS ITENS
      *    EM ABERTO DE SUSPENSE.DAT (PAGAMENTOS QUE A BAIXA DO
      *    RETORNO - PROG67 - NAO CONSEGUIU APLICAR) POR IDADE, EM
      *    FAIXAS DE 0-30 / 31-60 / 61-90 / MAIS DE 90 DIAS DESDE O
      *    PAGAMENTO (CONVENCAO 30/360, COMO NO AGING DO PROG68). O
      *    ARQUIVO E GRAVADO EM ORDEM DE CHEGADA, ENTAO A LISTA SAI
      *    DO MAIS ANTIGO PARA O MAIS NOVO.
      *    O SUPERVISOR (SESSAO-NIVEL 3) DECIDE CADA ITEM:
      *      A = APLICAR O SALDO DO ITEM A UMA FATURA DE FATURAS.DAT
      *      S = RATEAR ENTRE VARIAS FATURAS (FATURA E VALOR, UMA A
      *          UMA, ATE ZERAR O ITEM OU DIGITAR FATURA ZERO)
      *      D = MARCAR PARA DEVOLUCAO AO CLIENTE
      *    A APLICACAO SEGUE A BAIXA DO PROG67: SOMA AO VALOR PAGO,
      *    LIQUIDA ("L") OU DEIXA PARCIAL ("P") E ABATE O VALOR DA
      *    EXPOSICAO DO CLIENTE EM CREDITO.DAT. O VALOR APLICADO NAO
      *    PODE PASSAR DO SALDO DA FATURA. DEVOLUCAO NAO MEXE NA
      *    EXPOSICAO - O DINHEIRO NUNCA ABATEU TITULO NENHUM.
      *    O ITEM "PAGAMENTO PARCIAL" JA FOI APLICADO NA FATURA PELA
      *    PROPRIA BAIXA E SO ESTA NO SUSPENSE PARA ACOMPANHAR A
      *    DIFERENCA; APLICA-LO DE NOVO SERIA CREDITO EM DOBRO, POR
      *    ISSO A UNICA ACAO PARA ELE E C = CONFERIDO (ENCERRA SEM
      *    MOVIMENTO FINANCEIRO).
      *    CADA ACAO GERA LINHA DE AUDITORIA E ATUALIZA O ITEM
      *    (VALOR RESOLVIDO, ACAO, DATA E OPERADOR); RATEIO QUE NAO
      *    ZERA O ITEM DEIXA O RESTO EM ABERTO. NO FIM SAI O BALANCO
      *    DO SUSPENSE: ABERTO NO ARQUIVO, RESOLVIDO E AINDA EM
      *    ABERTO, COM O QUE FOI RESOLVIDO NESTA SESSAO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SUSSEL.cob".
           COPY "FATSEL.cob".
           COPY "CRDSEL.cob".
           COPY "AUDSEL.cob".
           COPY "SESSEL.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "SUSREG.cob".
           COPY "FATREG.cob".
           COPY "CRDREG.cob".
           COPY "AUDREG.cob".
           COPY "SESREG.cob".

       WORKING-STORAGE SECTION.

           COPY "AMBWRK.cob".

       01  SUSPENSE-FILE-STATUS    PIC XX.
       01  FATURA-FILE-STATUS      PIC XX.
       01  FATURA-PATH             PIC X(100).
       01  CREDITO-FILE-STATUS     PIC XX.
       01  CREDITO-PATH            PIC X(100).
       01  AUDITORIA-FILE-STATUS   PIC XX.
       01  SESSAO-FILE-STATUS      PIC XX.
       01  OPERADOR-ID             PIC X(10).
       01  NIVEL-OPERADOR          PIC 9(01) VALUE 0.
       01  TEM-SESSAO              PIC X VALUE "N".
       01  FINAL-ARQUIVO           PIC X.
       01  DECISAO                 PIC X.
       01  RESPOSTA                PIC X.
       01  APLICACAO-FALHOU        PIC X.
       01  FIM-RATEIO              PIC X.
       01  DATA-HOJE               PIC 9(08).
       01  DATA-HOJE-R REDEFINES DATA-HOJE.
           05 HOJE-ANO             PIC 9(04).
           05 HOJE-MES             PIC 9(02).
           05 HOJE-DIA             PIC 9(02).
       01  DATA-BASE-WS            PIC 9(08).
       01  DATA-BASE-R REDEFINES DATA-BASE-WS.
           05 BASE-ANO             PIC 9(04).
           05 BASE-MES             PIC 9(02).
           05 BASE-DIA             PIC 9(02).
       01  DIAS-IDADE              PIC S9(07).
       01  FAIXA-IDADE             PIC X(10).

       01  SALDO-ITEM              PIC S9(09)V9(02).
       01  SALDO-FATURA            PIC S9(09)V9(02).
       01  VALOR-APLICAR           PIC 9(09)V9(02).
       01  VALOR-APLICADO-ITEM     PIC 9(09)V9(02).
       01  FATURA-INFORMADA        PIC 9(07).
       01  VALOR-INFORMADO         PIC 9(09)V9(02).

      *    FAIXAS DE IDADE DOS ITENS EM ABERTO (LISTA INICIAL).
       01  QTDE-FAIXA-30           PIC 9(05) VALUE 0.
       01  QTDE-FAIXA-60           PIC 9(05) VALUE 0.
       01  QTDE-FAIXA-90           PIC 9(05) VALUE 0.
       01  QTDE-FAIXA-MAIS         PIC 9(05) VALUE 0.
       01  VALOR-FAIXA-30          PIC 9(11)V9(02) VALUE 0.
       01  VALOR-FAIXA-60          PIC 9(11)V9(02) VALUE 0.
       01  VALOR-FAIXA-90          PIC 9(11)V9(02) VALUE 0.
       01  VALOR-FAIXA-MAIS        PIC 9(11)V9(02) VALUE 0.
       01  TOTAL-ITENS-ABERTOS     PIC 9(05) VALUE 0.

      *    RESOLVIDO NESTA SESSAO, POR ACAO.
       01  TOTAL-APLICADOS         PIC 9(05) VALUE 0.
       01  TOTAL-RATEADOS          PIC 9(05) VALUE 0.
       01  TOTAL-DEVOLUCOES        PIC 9(05) VALUE 0.
       01  TOTAL-CONFERIDOS        PIC 9(05) VALUE 0.
       01  VALOR-APLICADOS         PIC 9(11)V9(02) VALUE 0.
       01  VALOR-RATEADOS          PIC 9(11)V9(02) VALUE 0.
       01  VALOR-DEVOLUCOES        PIC 9(11)V9(02) VALUE 0.
       01  VALOR-CONFERIDOS        PIC 9(11)V9(02) VALUE 0.

      *    BALANCO DO ARQUIVO INTEIRO (PASSADA FINAL).
       01  BAL-QTDE-ENTRADAS       PIC 9(07) VALUE 0.
       01  BAL-VALOR-ENTRADAS      PIC 9(13)V9(02) VALUE 0.
       01  BAL-QTDE-FECHADOS       PIC 9(07) VALUE 0.
       01  BAL-VALOR-RESOLVIDO     PIC 9(13)V9(02) VALUE 0.
       01  BAL-QTDE-ABERTOS        PIC 9(07) VALUE 0.
       01  BAL-VALOR-ABERTO        PIC 9(13)V9(02) VALUE 0.

       01  VALOR-EDITADO           PIC $$,$$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM INICIALIZA-AMBIENTE.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM INICIALIZA-CAMINHOS.
           PERFORM INICIALIZA-OPERADOR.

           IF TEM-SESSAO = "S" AND NIVEL-OPERADOR < 3
               DISPLAY "RESOLUCAO DO SUSPENSE BANCARIO E RESTRITA A "
                       "SUPERVISORES (NIVEL 3)."
               GO TO PROGRAM-DONE
           END-IF.

           OPEN INPUT ARQUIVO-SUSPENSE.
           IF SUSPENSE-FILE-STATUS NOT = "00"
               DISPLAY "SUSPENSE.DAT NAO ENCONTRADO. NADA A RESOLVER."
               GO TO PROGRAM-DONE
           END-IF.
           PERFORM LISTA-SUSPENSE-POR-IDADE.
           CLOSE ARQUIVO-SUSPENSE.

           IF TOTAL-ITENS-ABERTOS = 0
               DISPLAY "NENHUM ITEM EM ABERTO NO SUSPENSE."
           ELSE
               DISPLAY "RESOLVER OS ITENS AGORA (S/N)?"
               ACCEPT RESPOSTA
               IF RESPOSTA = "S" OR RESPOSTA = "s"
                   OPEN I-O ARQUIVO-SUSPENSE
                   MOVE "N" TO FINAL-ARQUIVO
                   PERFORM REVISA-PROXIMO-ITEM
                       UNTIL FINAL-ARQUIVO = "S"
                   CLOSE ARQUIVO-SUSPENSE
               END-IF
           END-IF.

           PERFORM IMPRIME-BALANCO-SUSPENSE.

       PROGRAM-DONE.
           STOP RUN.

       INICIALIZA-CAMINHOS.
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

      *    NORMALIZA-ITEM: REGISTRO GRAVADO ANTES DOS CAMPOS DE
      *    RESOLUCAO TRAZ ESSES CAMPOS EM BRANCO - VALE COMO ABERTO,
      *    NADA RESOLVIDO.
       NORMALIZA-ITEM.
           IF SUSPENSE-VALOR-RESOLVIDO NOT NUMERIC
               MOVE ZERO TO SUSPENSE-VALOR-RESOLVIDO
           END-IF.
           IF SUSPENSE-DATA-RESOLUCAO NOT NUMERIC
               MOVE ZERO TO SUSPENSE-DATA-RESOLUCAO
           END-IF.
           COMPUTE SALDO-ITEM =
               SUSPENSE-VALOR-PAGO - SUSPENSE-VALOR-RESOLVIDO.

      *    CALCULA-IDADE-ITEM: DIAS DESDE O PAGAMENTO (NA FALTA DA
      *    DATA DO PAGAMENTO, DESDE A GRAVACAO NO SUSPENSE), NA
      *    CONVENCAO 30/360.
       CALCULA-IDADE-ITEM.
           MOVE SUSPENSE-DATA-PAGAMENTO TO DATA-BASE-WS.
           IF DATA-BASE-WS = ZERO
               MOVE SUSPENSE-DATA-GRAVACAO TO DATA-BASE-WS
           END-IF.
           COMPUTE DIAS-IDADE =
               (HOJE-ANO - BASE-ANO) * 360
               + (HOJE-MES - BASE-MES) * 30
               + (HOJE-DIA - BASE-DIA).
           IF DIAS-IDADE < 0
               MOVE 0 TO DIAS-IDADE
           END-IF.
           EVALUATE TRUE
               WHEN DIAS-IDADE <= 30
                   MOVE "0-30"      TO FAIXA-IDADE
               WHEN DIAS-IDADE <= 60
                   MOVE "31-60"     TO FAIXA-IDADE
               WHEN DIAS-IDADE <= 90
                   MOVE "61-90"     TO FAIXA-IDADE
               WHEN OTHER
                   MOVE "MAIS DE 90" TO FAIXA-IDADE
           END-EVALUATE.

       LISTA-SUSPENSE-POR-IDADE.
           DISPLAY "----------------------------------------------".
           DISPLAY "SUSPENSE BANCARIO EM ABERTO - " DATA-HOJE.
           DISPLAY "FATURA  PAGAMENTO  DIAS   SALDO          MOTIVO".
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LISTA-PROXIMO-ITEM
               UNTIL FINAL-ARQUIVO = "S".
           DISPLAY "----------------------------------------------".
           MOVE VALOR-FAIXA-30 TO VALOR-EDITADO.
           DISPLAY "0-30 DIAS.......: " QTDE-FAIXA-30
                   "  VALOR: " VALOR-EDITADO.
           MOVE VALOR-FAIXA-60 TO VALOR-EDITADO.
           DISPLAY "31-60 DIAS......: " QTDE-FAIXA-60
                   "  VALOR: " VALOR-EDITADO.
           MOVE VALOR-FAIXA-90 TO VALOR-EDITADO.
           DISPLAY "61-90 DIAS......: " QTDE-FAIXA-90
                   "  VALOR: " VALOR-EDITADO.
           MOVE VALOR-FAIXA-MAIS TO VALOR-EDITADO.
           DISPLAY "MAIS DE 90 DIAS.: " QTDE-FAIXA-MAIS
                   "  VALOR: " VALOR-EDITADO.

       LISTA-PROXIMO-ITEM.
           READ ARQUIVO-SUSPENSE
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               PERFORM NORMALIZA-ITEM
               IF SUSPENSE-ABERTO AND SALDO-ITEM > 0
                   PERFORM LISTA-ITEM-ABERTO
               END-IF
           END-IF.

       LISTA-ITEM-ABERTO.
           ADD 1 TO TOTAL-ITENS-ABERTOS.
           PERFORM CALCULA-IDADE-ITEM.
           EVALUATE TRUE
               WHEN DIAS-IDADE <= 30
                   ADD 1 TO QTDE-FAIXA-30
                   ADD SALDO-ITEM TO VALOR-FAIXA-30
               WHEN DIAS-IDADE <= 60
                   ADD 1 TO QTDE-FAIXA-60
                   ADD SALDO-ITEM TO VALOR-FAIXA-60
               WHEN DIAS-IDADE <= 90
                   ADD 1 TO QTDE-FAIXA-90
                   ADD SALDO-ITEM TO VALOR-FAIXA-90
               WHEN OTHER
                   ADD 1 TO QTDE-FAIXA-MAIS
                   ADD SALDO-ITEM TO VALOR-FAIXA-MAIS
           END-EVALUATE.
           MOVE SALDO-ITEM TO VALOR-EDITADO.
           DISPLAY SUSPENSE-FATURA-NUMERO " " SUSPENSE-DATA-PAGAMENTO
                   " " DIAS-IDADE " " VALOR-EDITADO " "
                   SUSPENSE-MOTIVO.

       REVISA-PROXIMO-ITEM.
           READ ARQUIVO-SUSPENSE
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               PERFORM NORMALIZA-ITEM
               IF SUSPENSE-ABERTO AND SALDO-ITEM > 0
                   PERFORM REVISA-ITEM
               END-IF
           END-IF.

       REVISA-ITEM.
           DISPLAY " ".
           PERFORM CALCULA-IDADE-ITEM.
           MOVE SUSPENSE-VALOR-PAGO TO VALOR-EDITADO.
           DISPLAY "ITEM: FATURA INFORMADA " SUSPENSE-FATURA-NUMERO
                   " PAGA EM " SUSPENSE-DATA-PAGAMENTO
                   " VALOR " VALOR-EDITADO.
           MOVE SALDO-ITEM TO VALOR-EDITADO.
           DISPLAY "  MOTIVO: " SUSPENSE-MOTIVO
                   "  SALDO NO SUSPENSE: " VALOR-EDITADO.
           DISPLAY "  IDADE: " DIAS-IDADE " DIA(S) - FAIXA "
                   FAIXA-IDADE.
           IF SUSPENSE-MOTIVO = "PAGAMENTO PARCIAL"
               PERFORM REVISA-ITEM-PARCIAL
           ELSE
               PERFORM PEDE-DECISAO
               PERFORM PEDE-DECISAO
                   UNTIL DECISAO = "A" OR DECISAO = "S"
                      OR DECISAO = "D" OR DECISAO = "P"
                      OR DECISAO = "F"
               EVALUATE DECISAO
                   WHEN "A"
                       PERFORM APLICA-ITEM-FATURA
                   WHEN "S"
                       PERFORM RATEIA-ITEM-FATURAS
                   WHEN "D"
                       PERFORM MARCA-ITEM-DEVOLUCAO
                   WHEN "F"
                       MOVE "S" TO FINAL-ARQUIVO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       PEDE-DECISAO.
           DISPLAY "DECISAO: A=APLICAR S=RATEAR D=DEVOLVER P=PULAR "
                   "F=ENCERRAR".
           ACCEPT DECISAO.
           IF DECISAO NOT = "A" AND DECISAO NOT = "S"
                   AND DECISAO NOT = "D" AND DECISAO NOT = "P"
                   AND DECISAO NOT = "F"
               DISPLAY "DECISAO INVALIDA. DIGITE A, S, D, P OU F."
           END-IF.

      *    REVISA-ITEM-PARCIAL: O PAGAMENTO JA ESTA NA FATURA (A
      *    BAIXA DEIXOU O TITULO "P"); O SUPERVISOR SO CONFERE E
      *    ENCERRA O ACOMPANHAMENTO.
       REVISA-ITEM-PARCIAL.
           DISPLAY "  PAGAMENTO JA APLICADO NA FATURA PELA BAIXA - "
                   "SO CONFERENCIA.".
           PERFORM PEDE-DECISAO-PARCIAL.
           PERFORM PEDE-DECISAO-PARCIAL
               UNTIL DECISAO = "C" OR DECISAO = "P"
                  OR DECISAO = "F".
           EVALUATE DECISAO
               WHEN "C"
                   ADD 1 TO TOTAL-CONFERIDOS
                   ADD SALDO-ITEM TO VALOR-CONFERIDOS
                   MOVE "C" TO SUSPENSE-ACAO
                   PERFORM FECHA-ITEM-SUSPENSE
                   MOVE SPACE TO AUDITORIA-NOME
                   STRING "SUSP " SUSPENSE-FATURA-NUMERO " CONF"
                       DELIMITED BY SIZE INTO AUDITORIA-NOME
                   PERFORM GRAVA-AUDITORIA-SUSPENSE
                   DISPLAY "ITEM CONFERIDO E ENCERRADO."
               WHEN "F"
                   MOVE "S" TO FINAL-ARQUIVO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       PEDE-DECISAO-PARCIAL.
           DISPLAY "DECISAO: C=CONFERIDO P=PULAR F=ENCERRAR".
           ACCEPT DECISAO.
           IF DECISAO NOT = "C" AND DECISAO NOT = "P"
                   AND DECISAO NOT = "F"
               DISPLAY "DECISAO INVALIDA. DIGITE C, P OU F."
           END-IF.

      *    APLICA-ITEM-FATURA: O SALDO INTEIRO DO ITEM VAI PARA UMA
      *    FATURA SO. SE NAO COUBER NO SALDO DA FATURA, O SUPERVISOR
      *    DEVE RATEAR OU DEVOLVER O EXCESSO.
       APLICA-ITEM-FATURA.
           DISPLAY "NUMERO DA FATURA DESTINO:".
           ACCEPT FATURA-INFORMADA.
           MOVE SALDO-ITEM TO VALOR-APLICAR.
           PERFORM APLICA-VALOR-FATURA.
           IF APLICACAO-FALHOU NOT = "S"
               ADD 1 TO TOTAL-APLICADOS
               ADD VALOR-APLICAR TO VALOR-APLICADOS
               MOVE "A" TO SUSPENSE-ACAO
               PERFORM FECHA-ITEM-SUSPENSE
               DISPLAY "ITEM APLICADO NA FATURA " FATURA-INFORMADA
                       " E ENCERRADO."
           END-IF.

      *    RATEIA-ITEM-FATURAS: FATURA E VALOR, UM DE CADA VEZ, ATE O
      *    SALDO DO ITEM ZERAR OU O SUPERVISOR DIGITAR FATURA ZERO. O
      *    QUE NAO FOR RATEADO CONTINUA EM ABERTO NO SUSPENSE.
       RATEIA-ITEM-FATURAS.
           MOVE ZERO TO VALOR-APLICADO-ITEM.
           MOVE "N" TO FIM-RATEIO.
           PERFORM RATEIA-UMA-PARCELA
               UNTIL FIM-RATEIO = "S".
           IF VALOR-APLICADO-ITEM > 0
               ADD 1 TO TOTAL-RATEADOS
               ADD VALOR-APLICADO-ITEM TO VALOR-RATEADOS
               MOVE "R" TO SUSPENSE-ACAO
               ADD VALOR-APLICADO-ITEM TO SUSPENSE-VALOR-RESOLVIDO
               IF SUSPENSE-VALOR-RESOLVIDO >= SUSPENSE-VALOR-PAGO
                   MOVE "F" TO SUSPENSE-SITUACAO
                   DISPLAY "ITEM RATEADO E ENCERRADO."
               ELSE
                   MOVE "A" TO SUSPENSE-SITUACAO
                   COMPUTE SALDO-ITEM =
                       SUSPENSE-VALOR-PAGO - SUSPENSE-VALOR-RESOLVIDO
                   MOVE SALDO-ITEM TO VALOR-EDITADO
                   DISPLAY "ITEM RATEADO EM PARTE. CONTINUA NO "
                           "SUSPENSE: " VALOR-EDITADO
               END-IF
               MOVE DATA-HOJE TO SUSPENSE-DATA-RESOLUCAO
               MOVE OPERADOR-ID TO SUSPENSE-OPERADOR
               REWRITE SUSPENSE-REGISTRO
           END-IF.

       RATEIA-UMA-PARCELA.
           COMPUTE SALDO-ITEM =
               SUSPENSE-VALOR-PAGO - SUSPENSE-VALOR-RESOLVIDO
               - VALOR-APLICADO-ITEM.
           IF SALDO-ITEM <= 0
               MOVE "S" TO FIM-RATEIO
           ELSE
               MOVE SALDO-ITEM TO VALOR-EDITADO
               DISPLAY "SALDO A RATEAR: " VALOR-EDITADO
               DISPLAY "FATURA DA PARCELA (0 = ENCERRAR RATEIO):"
               ACCEPT FATURA-INFORMADA
               IF FATURA-INFORMADA = 0
                   MOVE "S" TO FIM-RATEIO
               ELSE
                   DISPLAY "VALOR DA PARCELA:"
                   ACCEPT VALOR-INFORMADO
                   IF VALOR-INFORMADO = 0
                           OR VALOR-INFORMADO > SALDO-ITEM
                       DISPLAY "VALOR INVALIDO - DEVE SER MAIOR QUE "
                               "ZERO E NO MAXIMO O SALDO A RATEAR."
                   ELSE
                       MOVE VALOR-INFORMADO TO VALOR-APLICAR
                       PERFORM APLICA-VALOR-FATURA
                       IF APLICACAO-FALHOU NOT = "S"
                           ADD VALOR-APLICAR TO VALOR-APLICADO-ITEM
                           DISPLAY "PARCELA APLICADA NA FATURA "
                                   FATURA-INFORMADA "."
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    APLICA-VALOR-FATURA: VALOR-APLICAR ENTRA NA FATURA
      *    FATURA-INFORMADA NO MOLDE DA BAIXA DO PROG67 E SAI DA
      *    EXPOSICAO DO CLIENTE. SO FATURA "A" OU "P", E NUNCA ALEM
      *    DO SALDO DELA.
       APLICA-VALOR-FATURA.
           MOVE "N" TO APLICACAO-FALHOU.
           OPEN I-O ARQUIVO-FATURA.
           IF FATURA-FILE-STATUS = "35"
               DISPLAY "FATURAS.DAT NAO ENCONTRADO."
               MOVE "S" TO APLICACAO-FALHOU
               CLOSE ARQUIVO-FATURA
           ELSE
               MOVE FATURA-INFORMADA TO FATURA-NUMERO
               READ ARQUIVO-FATURA
                   INVALID KEY
                       DISPLAY "FATURA NAO ENCONTRADA. NADA APLICADO."
                       MOVE "S" TO APLICACAO-FALHOU
                   NOT INVALID KEY
                       PERFORM APLICA-VALOR-FATURA-LIDA
               END-READ
               CLOSE ARQUIVO-FATURA
           END-IF.

       APLICA-VALOR-FATURA-LIDA.
           COMPUTE SALDO-FATURA =
               FATURA-VALOR-TOTAL - FATURA-VALOR-PAGO.
           IF NOT FATURA-ABERTA AND NOT FATURA-PARCIAL
               DISPLAY "FATURA LIQUIDADA OU BAIXADA. NADA APLICADO."
               MOVE "S" TO APLICACAO-FALHOU
           ELSE
               IF VALOR-APLICAR > SALDO-FATURA
                   MOVE SALDO-FATURA TO VALOR-EDITADO
                   DISPLAY "VALOR MAIOR QUE O SALDO DA FATURA ("
                           VALOR-EDITADO "). RATEIE OU DEVOLVA O "
                           "EXCESSO."
                   MOVE "S" TO APLICACAO-FALHOU
               ELSE
                   ADD VALOR-APLICAR TO FATURA-VALOR-PAGO
                   MOVE SUSPENSE-DATA-PAGAMENTO
                       TO FATURA-DATA-PAGAMENTO
                   IF VALOR-APLICAR = SALDO-FATURA
                       MOVE "L" TO FATURA-SITUACAO
                   ELSE
                       MOVE "P" TO FATURA-SITUACAO
                   END-IF
                   REWRITE FATURA-REGISTRO
                       INVALID KEY
                           DISPLAY "ERRO AO REGRAVAR A FATURA "
                                   FATURA-NUMERO "."
                           MOVE "S" TO APLICACAO-FALHOU
                       NOT INVALID KEY
                           PERFORM ABATE-EXPOSICAO-CREDITO
                           MOVE SPACE TO AUDITORIA-NOME
                           MOVE FATURA-CLIENTE-CODIGO
                               TO AUDITORIA-NOME (1:8)
                           MOVE FATURA-NUMERO TO AUDITORIA-NOME (10:7)
                           PERFORM GRAVA-AUDITORIA-SUSPENSE
                   END-REWRITE
               END-IF
           END-IF.

      *    ABATE-EXPOSICAO-CREDITO: O VALOR APLICADO DESCE A
      *    EXPOSICAO DO CLIENTE EM CREDITO.DAT (SEM FICAR NEGATIVA).
      *    CLIENTE SEM FICHA DE CREDITO E IGNORADO.
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
                       IF VALOR-APLICAR > CREDITO-EXPOSICAO
                           MOVE ZERO TO CREDITO-EXPOSICAO
                       ELSE
                           SUBTRACT VALOR-APLICAR
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

      *    MARCA-ITEM-DEVOLUCAO: O SALDO DO ITEM SAI DO SUSPENSE
      *    MARCADO PARA DEVOLVER AO CLIENTE.
       MARCA-ITEM-DEVOLUCAO.
           DISPLAY "CONFIRMA A DEVOLUCAO DO SALDO (S/N)?".
           ACCEPT RESPOSTA.
           IF RESPOSTA = "S" OR RESPOSTA = "s"
               ADD 1 TO TOTAL-DEVOLUCOES
               ADD SALDO-ITEM TO VALOR-DEVOLUCOES
               MOVE "D" TO SUSPENSE-ACAO
               PERFORM FECHA-ITEM-SUSPENSE
               MOVE SPACE TO AUDITORIA-NOME
               STRING "SUSP " SUSPENSE-FATURA-NUMERO " DEVOL"
                   DELIMITED BY SIZE INTO AUDITORIA-NOME
               PERFORM GRAVA-AUDITORIA-SUSPENSE
               DISPLAY "ITEM MARCADO PARA DEVOLUCAO E ENCERRADO."
           END-IF.

       FECHA-ITEM-SUSPENSE.
           MOVE SUSPENSE-VALOR-PAGO TO SUSPENSE-VALOR-RESOLVIDO.
           MOVE "F" TO SUSPENSE-SITUACAO.
           MOVE DATA-HOJE TO SUSPENSE-DATA-RESOLUCAO.
           MOVE OPERADOR-ID TO SUSPENSE-OPERADOR.
           REWRITE SUSPENSE-REGISTRO.

      *    GRAVA-AUDITORIA-SUSPENSE: O CHAMADOR MONTA AUDITORIA-NOME
      *    (CLIENTE E FATURA NA APLICACAO, "SUSP" E A FATURA DO
      *    ITEM NA DEVOLUCAO E NA CONFERENCIA).
       GRAVA-AUDITORIA-SUSPENSE.
           OPEN EXTEND ARQUIVO-AUDITORIA.
           IF AUDITORIA-FILE-STATUS = "35"
               CLOSE ARQUIVO-AUDITORIA
               OPEN OUTPUT ARQUIVO-AUDITORIA
           END-IF.
           MOVE "PROG156"           TO AUDITORIA-PROGRAMA.
           MOVE "A"                 TO AUDITORIA-OPERACAO.
           MOVE OPERADOR-ID         TO AUDITORIA-OPERADOR.
           ACCEPT AUDITORIA-DATA FROM DATE YYYYMMDD.
           ACCEPT AUDITORIA-HORA FROM TIME.
           WRITE AUDITORIA-REGISTRO.
           CLOSE ARQUIVO-AUDITORIA.

      *    IMPRIME-BALANCO-SUSPENSE: RELE O ARQUIVO INTEIRO - TUDO O
      *    QUE ENTROU NO SUSPENSE, O QUE JA FOI RESOLVIDO E O QUE
      *    AINDA ESTA EM ABERTO - E MOSTRA O QUE ESTA SESSAO RESOLVEU.
       IMPRIME-BALANCO-SUSPENSE.
           OPEN INPUT ARQUIVO-SUSPENSE.
           IF SUSPENSE-FILE-STATUS = "00"
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM SOMA-ITEM-BALANCO
                   UNTIL FINAL-ARQUIVO = "S"
               CLOSE ARQUIVO-SUSPENSE
           END-IF.
           DISPLAY "----------------------------------------------".
           DISPLAY "BALANCO DO SUSPENSE BANCARIO - " DATA-HOJE.
           MOVE BAL-VALOR-ENTRADAS TO VALOR-EDITADO.
           DISPLAY "ENTRADAS NO SUSPENSE..........: "
                   BAL-QTDE-ENTRADAS "  VALOR: " VALOR-EDITADO.
           MOVE BAL-VALOR-RESOLVIDO TO VALOR-EDITADO.
           DISPLAY "RESOLVIDO (ITENS ENCERRADOS)..: "
                   BAL-QTDE-FECHADOS "  VALOR: " VALOR-EDITADO.
           MOVE BAL-VALOR-ABERTO TO VALOR-EDITADO.
           DISPLAY "AINDA EM ABERTO...............: "
                   BAL-QTDE-ABERTOS "  VALOR: " VALOR-EDITADO.
           DISPLAY "RESOLVIDO NESTA SESSAO:".
           MOVE VALOR-APLICADOS TO VALOR-EDITADO.
           DISPLAY "  APLICADOS A UMA FATURA......: "
                   TOTAL-APLICADOS "  VALOR: " VALOR-EDITADO.
           MOVE VALOR-RATEADOS TO VALOR-EDITADO.
           DISPLAY "  RATEADOS ENTRE FATURAS......: "
                   TOTAL-RATEADOS "  VALOR: " VALOR-EDITADO.
           MOVE VALOR-DEVOLUCOES TO VALOR-EDITADO.
           DISPLAY "  MARCADOS PARA DEVOLUCAO.....: "
                   TOTAL-DEVOLUCOES "  VALOR: " VALOR-EDITADO.
           MOVE VALOR-CONFERIDOS TO VALOR-EDITADO.
           DISPLAY "  PARCIAIS CONFERIDOS.........: "
                   TOTAL-CONFERIDOS "  VALOR: " VALOR-EDITADO.

       SOMA-ITEM-BALANCO.
           READ ARQUIVO-SUSPENSE
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               PERFORM NORMALIZA-ITEM
               ADD 1 TO BAL-QTDE-ENTRADAS
               ADD SUSPENSE-VALOR-PAGO TO BAL-VALOR-ENTRADAS
               ADD SUSPENSE-VALOR-RESOLVIDO TO BAL-VALOR-RESOLVIDO
               IF SUSPENSE-FECHADO
                   ADD 1 TO BAL-QTDE-FECHADOS
               ELSE
                   ADD 1 TO BAL-QTDE-ABERTOS
                   ADD SALDO-ITEM TO BAL-VALOR-ABERTO
               END-IF
           END-IF.

           COPY "AMBPROC.cob".
