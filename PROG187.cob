       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG187.
      *    NOTA TRIMESTRAL DE COMPORTAMENTO DE PAGAMENTO: O LIMITE DE
      *    CREDITO.DAT E DEFINIDO UMA VEZ NO PROG69 E NINGUEM OLHA DE
      *    NOVO. ESTA RODADA LE O HISTORICO DE FATURAS.DAT DOS
      *    ULTIMOS MESES (PROG187-MESES, PADRAO 12, PELA EMISSAO) E
      *    CALCULA POR CLIENTE: MEDIA DE DIAS ENTRE O VENCIMENTO
      *    (FATURA-DATA-VENCIMENTO; TITULO SEM ELE ASSUME EMISSAO + 30
      *    DIAS, COMO O PROG68) E O PAGAMENTO, PERCENTUAL PAGO COM
      *    ATRASO - TITULO AINDA EM ABERTO E VENCIDO CONTA COMO
      *    ATRASADO ATE HOJE -, O MAIOR SALDO DEVEDOR DO PERIODO SOBRE
      *    O LIMITE, AS BAIXAS PARA PERDA APLICADAS (BAIXAPERDA.DAT) E
      *    OS CHEQUES DEVOLVIDOS (CHQDEVOL.DAT, PROG108).
      *    O MAIOR SALDO SAI DA ORDENACAO DOS MOVIMENTOS DO CLIENTE -
      *    EMISSAO SOMA, PAGAMENTO E BAIXA PARA PERDA ABATEM - NA
      *    ORDEM DAS DATAS; PAGAMENTO ENTRA ANTES DA EMISSAO DO MESMO
      *    DIA. TITULO PAGO EM PARTES ABATE TUDO NA DATA DO ULTIMO
      *    PAGAMENTO, QUE E A UNICA GRAVADA NA FATURA.
      *    NOTA (0 A 100): PARTE DE 100 E PERDE ATE 30 PELA MEDIA DE
      *    ATRASO (MEIO PONTO POR DIA), ATE 30 PELO PERCENTUAL PAGO
      *    COM ATRASO, 15 SE O SALDO PASSOU DO LIMITE (5 SE PASSOU DE
      *    80%), 20 SE HOUVE BAIXA PARA PERDA E 10 POR CHEQUE
      *    DEVOLVIDO (ATE 20). NOTA 80 OU MAIS COM O LIMITE USADO EM
      *    70% OU MAIS PROPOE AUMENTO DE 20%; NOTA ABAIXO DE 50
      *    PROPOE CORTE DE 25%; O RESTO MANTEM. CLIENTE SEM LIMITE
      *    DEFINIDO (ZERO) SO RECEBE A NOTA - O LIMITE INICIAL E COM O
      *    PROG69. A PROPOSTA VAI PARA PROPLIM.DAT E SO MUDA O
      *    CREDITO-LIMITE DEPOIS DA APROVACAO DO SUPERVISOR (PROG188).
      *    RODAR DE NOVO NO MESMO TRIMESTRE NAO DUPLICA: CLIENTE JA
      *    AVALIADO NO TRIMESTRE E PULADO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FATSEL.cob".
           COPY "CRDSEL.cob".
           COPY "BXPSEL.cob".
           COPY "LMPSEL.cob".
           COPY "AUDSEL.cob".
           SELECT OPTIONAL ARQUIVO-CHEQUE-DEVOL
               ASSIGN TO CHEQUE-DEVOL-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CHEQUE-DEVOL-FILE-STATUS.
           SELECT ARQUIVO-MOVIMENTO ASSIGN TO "prog187.wrk"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MOVIMENTO-FILE-STATUS.
           SELECT ARQUIVO-ORDENACAO ASSIGN TO "prog187.srt".
           SELECT ARQUIVO-MOVIMENTO-ORDENADO ASSIGN TO "prog187.ord"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MOVIMENTO-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "FATREG.cob".
           COPY "CRDREG.cob".
           COPY "BXPREG.cob".
           COPY "LMPREG.cob".
           COPY "AUDREG.cob".

      *    CHQDEVOL.DAT: O MESMO LAYOUT GRAVADO PELO PROG108.
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

      *    MOVIMENTOS DO SALDO DEVEDOR: TIPO "1" ABATE (PAGAMENTO OU
      *    BAIXA PARA PERDA), TIPO "2" SOMA (EMISSAO).
       FD  ARQUIVO-MOVIMENTO.
       01  MOVIMENTO-REGISTRO.
           05 MOVIMENTO-CLIENTE    PIC 9(08).
           05 MOVIMENTO-DATA       PIC 9(08).
           05 MOVIMENTO-TIPO       PIC X(01).
           05 MOVIMENTO-VALOR      PIC 9(09)V9(02).

       SD  ARQUIVO-ORDENACAO.
       01  ORDENACAO-REGISTRO.
           05 ORD-CLIENTE          PIC 9(08).
           05 ORD-DATA             PIC 9(08).
           05 ORD-TIPO             PIC X(01).
           05 ORD-VALOR            PIC 9(09)V9(02).

       FD  ARQUIVO-MOVIMENTO-ORDENADO.
       01  MOVORD-REGISTRO.
           05 MOVORD-CLIENTE       PIC 9(08).
           05 MOVORD-DATA          PIC 9(08).
           05 MOVORD-TIPO          PIC X(01).
              88 MOVORD-ABATE          VALUE "1".
           05 MOVORD-VALOR         PIC 9(09)V9(02).

       WORKING-STORAGE SECTION.

           COPY "AMBWRK.cob".

       01  FATURA-FILE-STATUS      PIC XX.
       01  FATURA-PATH             PIC X(100).
       01  CREDITO-FILE-STATUS     PIC XX.
       01  CREDITO-PATH            PIC X(100).
       01  BAIXA-PERDA-FILE-STATUS PIC XX.
       01  BAIXA-PERDA-PATH        PIC X(100).
       01  PROPLIM-FILE-STATUS     PIC XX.
       01  PROPLIM-PATH            PIC X(100).
       01  AUDITORIA-FILE-STATUS   PIC XX.
       01  CHEQUE-DEVOL-FILE-STATUS PIC XX.
       01  CHEQUE-DEVOL-PATH       PIC X(100).
       01  MOVIMENTO-FILE-STATUS   PIC XX.
       01  FINAL-ARQUIVO           PIC X.
       01  OPERADOR-ID             PIC X(10).

       01  DATA-HOJE               PIC 9(08).
       01  DATA-HOJE-R REDEFINES DATA-HOJE.
           05 HOJE-ANO             PIC 9(04).
           05 HOJE-MES             PIC 9(02).
           05 HOJE-DIA             PIC 9(02).
       01  TRIMESTRE               PIC 9(05).
       01  MESES-JANELA            PIC 9(03) VALUE 12.
       01  MESES-JANELA-ENV        PIC X(03).
       01  MESES-CORTE             PIC 9(07).
       01  DATA-CORTE              PIC 9(08).
       01  DATA-CORTE-R REDEFINES DATA-CORTE.
           05 CORTE-ANO            PIC 9(04).
           05 CORTE-MES            PIC 9(02).
           05 CORTE-DIA            PIC 9(02).

       01  DATA-VENCIMENTO-WS      PIC 9(08).
       01  DATA-VENCTO-R REDEFINES DATA-VENCIMENTO-WS.
           05 VENCTO-ANO           PIC 9(04).
           05 VENCTO-MES           PIC 9(02).
           05 VENCTO-DIA           PIC 9(02).
       01  DATA-PAGAMENTO-WS       PIC 9(08).
       01  DATA-PAGTO-R REDEFINES DATA-PAGAMENTO-WS.
           05 PAGTO-ANO            PIC 9(04).
           05 PAGTO-MES            PIC 9(02).
           05 PAGTO-DIA            PIC 9(02).
       01  DIAS-APOS-VENCIMENTO    PIC S9(07).
       01  TITULO-AVALIADO         PIC X.

      *    REGRAS DA NOTA E DA PROPOSTA.
       01  NOTA-PARA-AUMENTO       PIC 9(03) VALUE 80.
       01  USO-PARA-AUMENTO        PIC 9(03) VALUE 70.
       01  NOTA-PARA-CORTE         PIC 9(03) VALUE 50.
       01  PERC-AUMENTO            PIC 9(03) VALUE 20.
       01  PERC-CORTE              PIC 9(03) VALUE 25.

      *    UM CLIENTE POR LINHA, NA ORDEM EM QUE APARECE EM FATURAS.
       01  QTDE-CLIENTES           PIC 9(03) VALUE 0.
       01  TABELA-NOTAS.
           05 NOTA-ENTRADA OCCURS 500 TIMES INDEXED BY NOTA-IDX.
              10 NOTA-CLIENTE      PIC 9(08).
              10 NOTA-TITULOS      PIC 9(05).
              10 NOTA-SOMA-DIAS    PIC S9(09).
              10 NOTA-ATRASADOS    PIC 9(05).
              10 NOTA-MAIOR-SALDO  PIC 9(11)V9(02).
              10 NOTA-VALOR-PERDA  PIC 9(11)V9(02).
              10 NOTA-DEVOLVIDOS   PIC 9(03).
              10 NOTA-JA-AVALIADO  PIC X(01).
       01  TABELA-CHEIA            PIC X VALUE "N".
           88 AVISO-CHEIA-JA-EXIBIDO   VALUE "S".
       01  CLIENTE-ACHADO          PIC X.
       01  CLIENTE-PROCURADO       PIC 9(08).

       01  CLIENTE-SALDO-ATUAL     PIC 9(08).
       01  SALDO-CORRENTE          PIC S9(11)V9(02).

       01  PONTOS                  PIC S9(05)V9(02).
       01  MEDIA-DIAS              PIC S9(05).
       01  PERC-ATRASO             PIC 9(03).
       01  USO-MAXIMO              PIC 9(05).
       01  LIMITE-ATUAL            PIC 9(09)V9(02).
       01  LIMITE-PROPOSTO         PIC 9(09)V9(02).
       01  ACAO-PROPOSTA           PIC X(01).

       01  TOTAL-AVALIADOS         PIC 9(05) VALUE 0.
       01  TOTAL-AUMENTOS          PIC 9(05) VALUE 0.
       01  TOTAL-CORTES            PIC 9(05) VALUE 0.
       01  TOTAL-MANTIDOS          PIC 9(05) VALUE 0.
       01  TOTAL-PULADOS           PIC 9(05) VALUE 0.

       01  VALOR-EDITADO           PIC $$,$$$,$$$,$$9.99.
       01  VALOR-EDITADO-2         PIC $$,$$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE 0 TO RETURN-CODE.
           PERFORM INICIALIZA-AMBIENTE.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM INICIALIZA-CAMINHOS.
           PERFORM INICIALIZA-PERIODO.

           OPEN INPUT ARQUIVO-FATURA.
           IF FATURA-FILE-STATUS = "35"
               DISPLAY "FATURAS.DAT NAO ENCONTRADO. NADA A AVALIAR."
               MOVE 1 TO RETURN-CODE
               GO TO PROGRAM-DONE
           END-IF.
           OPEN OUTPUT ARQUIVO-MOVIMENTO.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM AVALIA-PROXIMA-FATURA
               UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-FATURA.

           PERFORM SOMA-BAIXAS-PERDA.
           CLOSE ARQUIVO-MOVIMENTO.
           PERFORM SOMA-CHEQUES-DEVOLVIDOS.
           PERFORM APURA-MAIOR-SALDO.
           PERFORM MARCA-JA-AVALIADOS.

           DISPLAY "NOTA DE PAGAMENTO - TRIMESTRE " TRIMESTRE
                   " - TITULOS EMITIDOS DESDE " DATA-CORTE.
           DISPLAY "--------------------------------------------".
           OPEN INPUT ARQUIVO-CREDITO.
           OPEN EXTEND ARQUIVO-PROPLIM.
           IF PROPLIM-FILE-STATUS = "35"
               CLOSE ARQUIVO-PROPLIM
               OPEN OUTPUT ARQUIVO-PROPLIM
           END-IF.
           SET NOTA-IDX TO 1.
           PERFORM AVALIA-CLIENTE
               UNTIL NOTA-IDX > QTDE-CLIENTES.
           CLOSE ARQUIVO-PROPLIM.
           CLOSE ARQUIVO-CREDITO.
           PERFORM IMPRIME-RESUMO.

       PROGRAM-DONE.
           GOBACK.

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

           MOVE "baixaperda.dat" TO BAIXA-PERDA-PATH.
           ACCEPT BAIXA-PERDA-PATH FROM ENVIRONMENT "BAIXAPERDA_DAT".
           IF BAIXA-PERDA-PATH = SPACE
               MOVE "baixaperda.dat" TO BAIXA-PERDA-PATH
           END-IF.

           MOVE "chqdevol.dat" TO CHEQUE-DEVOL-PATH.
           ACCEPT CHEQUE-DEVOL-PATH FROM ENVIRONMENT "CHQDEVOL_DAT".
           IF CHEQUE-DEVOL-PATH = SPACE
               MOVE "chqdevol.dat" TO CHEQUE-DEVOL-PATH
           END-IF.

           MOVE "proplim.dat" TO PROPLIM-PATH.
           ACCEPT PROPLIM-PATH FROM ENVIRONMENT "PROPLIM_DAT".
           IF PROPLIM-PATH = SPACE
               MOVE "proplim.dat" TO PROPLIM-PATH
           END-IF.

           MOVE SPACE TO OPERADOR-ID.
           ACCEPT OPERADOR-ID FROM ENVIRONMENT "OPERADOR_ID".
           IF OPERADOR-ID = SPACE
               MOVE "PROG187" TO OPERADOR-ID
           END-IF.

      *    INICIALIZA-PERIODO: TRIMESTRE CORRENTE (AAAAT) E A DATA DE
      *    CORTE DA JANELA, RECUANDO MESES-JANELA MESES DE HOJE.
       INICIALIZA-PERIODO.
           MOVE SPACE TO MESES-JANELA-ENV.
           ACCEPT MESES-JANELA-ENV FROM ENVIRONMENT "PROG187-MESES".
           IF MESES-JANELA-ENV IS NUMERIC
               MOVE MESES-JANELA-ENV TO MESES-JANELA
           END-IF.
           IF MESES-JANELA = 0
               MOVE 12 TO MESES-JANELA
           END-IF.
           COMPUTE TRIMESTRE =
               HOJE-ANO * 10 + (HOJE-MES - 1) / 3 + 1.
           COMPUTE MESES-CORTE =
               HOJE-ANO * 12 + HOJE-MES - 1 - MESES-JANELA.
           COMPUTE CORTE-ANO = MESES-CORTE / 12.
           COMPUTE CORTE-MES =
               MESES-CORTE - CORTE-ANO * 12 + 1.
           MOVE HOJE-DIA TO CORTE-DIA.

      *    AVALIA-PROXIMA-FATURA: TODO TITULO GERA OS MOVIMENTOS DO
      *    SALDO (O SALDO NO INICIO DA JANELA PRECISA DO PASSADO); SO
      *    O TITULO EMITIDO DENTRO DA JANELA ENTRA NA NOTA.
       AVALIA-PROXIMA-FATURA.
           READ ARQUIVO-FATURA NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               PERFORM GRAVA-MOVIMENTOS-FATURA
               IF FATURA-DATA-EMISSAO NOT < DATA-CORTE
                   PERFORM AVALIA-PONTUALIDADE
               END-IF
           END-IF.

       GRAVA-MOVIMENTOS-FATURA.
           MOVE FATURA-CLIENTE-CODIGO TO MOVIMENTO-CLIENTE.
           MOVE FATURA-DATA-EMISSAO   TO MOVIMENTO-DATA.
           MOVE "2"                   TO MOVIMENTO-TIPO.
           MOVE FATURA-VALOR-TOTAL    TO MOVIMENTO-VALOR.
           WRITE MOVIMENTO-REGISTRO.
           IF FATURA-VALOR-PAGO > 0 AND FATURA-DATA-PAGAMENTO > 0
               MOVE FATURA-DATA-PAGAMENTO TO MOVIMENTO-DATA
               MOVE "1"                   TO MOVIMENTO-TIPO
               MOVE FATURA-VALOR-PAGO     TO MOVIMENTO-VALOR
               WRITE MOVIMENTO-REGISTRO
           END-IF.

      *    AVALIA-PONTUALIDADE: TITULO LIQUIDADO MEDE DO VENCIMENTO AO
      *    PAGAMENTO; TITULO EM ABERTO (OU BAIXADO PARA PERDA) JA
      *    VENCIDO MEDE ATE HOJE; TITULO A VENCER AINDA NAO DIZ NADA.
       AVALIA-PONTUALIDADE.
           MOVE FATURA-CLIENTE-CODIGO TO CLIENTE-PROCURADO.
           PERFORM LOCALIZA-CLIENTE.
           IF CLIENTE-ACHADO NOT = "S"
               PERFORM INCLUI-CLIENTE
           END-IF.
           IF CLIENTE-ACHADO = "S"
               PERFORM OBTEM-VENCIMENTO
               MOVE "N" TO TITULO-AVALIADO
               EVALUATE TRUE
                   WHEN FATURA-LIQUIDADA
                           AND FATURA-DATA-PAGAMENTO > 0
                       MOVE FATURA-DATA-PAGAMENTO TO DATA-PAGAMENTO-WS
                       MOVE "S" TO TITULO-AVALIADO
                   WHEN FATURA-LIQUIDADA
                       CONTINUE
                   WHEN DATA-VENCIMENTO-WS < DATA-HOJE
                       MOVE DATA-HOJE TO DATA-PAGAMENTO-WS
                       MOVE "S" TO TITULO-AVALIADO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF TITULO-AVALIADO = "S"
                   PERFORM CALCULA-DIAS-APOS-VENCIMENTO
                   ADD 1 TO NOTA-TITULOS (NOTA-IDX)
                   ADD DIAS-APOS-VENCIMENTO
                       TO NOTA-SOMA-DIAS (NOTA-IDX)
                   IF DIAS-APOS-VENCIMENTO > 0
                       ADD 1 TO NOTA-ATRASADOS (NOTA-IDX)
                   END-IF
               END-IF
           END-IF.

       OBTEM-VENCIMENTO.
           IF FATURA-DATA-VENCIMENTO NOT = 0
               MOVE FATURA-DATA-VENCIMENTO TO DATA-VENCIMENTO-WS
           ELSE
               MOVE FATURA-DATA-EMISSAO TO DATA-VENCIMENTO-WS
               ADD 1 TO VENCTO-MES
               IF VENCTO-MES > 12
                   MOVE 1 TO VENCTO-MES
                   ADD 1 TO VENCTO-ANO
               END-IF
           END-IF.

      *    CALCULA-DIAS-APOS-VENCIMENTO: CONVENCAO 30/360, COMO NO
      *    AGING (PROG68). NEGATIVO QUANDO PAGO ANTES DO VENCIMENTO.
       CALCULA-DIAS-APOS-VENCIMENTO.
           COMPUTE DIAS-APOS-VENCIMENTO =
               (PAGTO-ANO - VENCTO-ANO) * 360
               + (PAGTO-MES - VENCTO-MES) * 30
               + (PAGTO-DIA - VENCTO-DIA).

       LOCALIZA-CLIENTE.
           MOVE "N" TO CLIENTE-ACHADO.
           SET NOTA-IDX TO 1.
           SEARCH NOTA-ENTRADA
               AT END
                   CONTINUE
               WHEN NOTA-IDX > QTDE-CLIENTES
                   CONTINUE
               WHEN NOTA-CLIENTE (NOTA-IDX) = CLIENTE-PROCURADO
                   MOVE "S" TO CLIENTE-ACHADO
           END-SEARCH.

       INCLUI-CLIENTE.
           IF QTDE-CLIENTES < 500
               ADD 1 TO QTDE-CLIENTES
               SET NOTA-IDX TO QTDE-CLIENTES
               MOVE CLIENTE-PROCURADO TO NOTA-CLIENTE (NOTA-IDX)
               MOVE ZERO TO NOTA-TITULOS (NOTA-IDX)
                            NOTA-SOMA-DIAS (NOTA-IDX)
                            NOTA-ATRASADOS (NOTA-IDX)
                            NOTA-MAIOR-SALDO (NOTA-IDX)
                            NOTA-VALOR-PERDA (NOTA-IDX)
                            NOTA-DEVOLVIDOS (NOTA-IDX)
               MOVE "N" TO NOTA-JA-AVALIADO (NOTA-IDX)
               MOVE "S" TO CLIENTE-ACHADO
           ELSE
               IF NOT AVISO-CHEIA-JA-EXIBIDO
                   DISPLAY "*** ATENCAO: LIMITE DE 500 CLIENTES NA "
                           "NOTA ATINGIDO - DEMAIS CLIENTES FICAM "
                           "PARA A PROXIMA RODADA ***"
                   MOVE "S" TO TABELA-CHEIA
               END-IF
           END-IF.

      *    SOMA-BAIXAS-PERDA: A BAIXA APLICADA TIRA O SALDO DO CLIENTE
      *    NA DATA DA PROPOSTA E, DENTRO DA JANELA, PESA NA NOTA.
       SOMA-BAIXAS-PERDA.
           OPEN INPUT ARQUIVO-BAIXA-PERDA.
           IF BAIXA-PERDA-FILE-STATUS = "35"
               CONTINUE
           ELSE
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM SOMA-PROXIMA-BAIXA
                   UNTIL FINAL-ARQUIVO = "S"
               CLOSE ARQUIVO-BAIXA-PERDA
           END-IF.

       SOMA-PROXIMA-BAIXA.
           READ ARQUIVO-BAIXA-PERDA
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S" AND BAIXA-PERDA-APLICADA
               MOVE BAIXA-PERDA-CLIENTE-CODIGO TO MOVIMENTO-CLIENTE
               MOVE BAIXA-PERDA-DATA           TO MOVIMENTO-DATA
               MOVE "1"                        TO MOVIMENTO-TIPO
               MOVE BAIXA-PERDA-VALOR-SALDO    TO MOVIMENTO-VALOR
               WRITE MOVIMENTO-REGISTRO
               IF BAIXA-PERDA-DATA NOT < DATA-CORTE
                   MOVE BAIXA-PERDA-CLIENTE-CODIGO
                       TO CLIENTE-PROCURADO
                   PERFORM LOCALIZA-CLIENTE
                   IF CLIENTE-ACHADO = "S"
                       ADD BAIXA-PERDA-VALOR-SALDO
                           TO NOTA-VALOR-PERDA (NOTA-IDX)
                   END-IF
               END-IF
           END-IF.

       SOMA-CHEQUES-DEVOLVIDOS.
           OPEN INPUT ARQUIVO-CHEQUE-DEVOL.
           IF CHEQUE-DEVOL-FILE-STATUS = "35"
               CONTINUE
           ELSE
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM SOMA-PROXIMO-CHEQUE
                   UNTIL FINAL-ARQUIVO = "S"
               CLOSE ARQUIVO-CHEQUE-DEVOL
           END-IF.

       SOMA-PROXIMO-CHEQUE.
           READ ARQUIVO-CHEQUE-DEVOL
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
                   AND CHEQUE-DEVOL-DATA NOT < DATA-CORTE
               MOVE CHEQUE-DEVOL-CLIENTE-CODIGO TO CLIENTE-PROCURADO
               PERFORM LOCALIZA-CLIENTE
               IF CLIENTE-ACHADO = "S"
                       AND NOTA-DEVOLVIDOS (NOTA-IDX) < 999
                   ADD 1 TO NOTA-DEVOLVIDOS (NOTA-IDX)
               END-IF
           END-IF.

      *    APURA-MAIOR-SALDO: ORDENA OS MOVIMENTOS POR CLIENTE, DATA E
      *    TIPO E ACOMPANHA O SALDO DEVEDOR; O MAIOR SALDO DENTRO DA
      *    JANELA FICA NA TABELA.
       APURA-MAIOR-SALDO.
           SORT ARQUIVO-ORDENACAO
               ON ASCENDING KEY ORD-CLIENTE
               ON ASCENDING KEY ORD-DATA
               ON ASCENDING KEY ORD-TIPO
               USING ARQUIVO-MOVIMENTO
               GIVING ARQUIVO-MOVIMENTO-ORDENADO.
           OPEN INPUT ARQUIVO-MOVIMENTO-ORDENADO.
           MOVE ZERO TO CLIENTE-SALDO-ATUAL.
           MOVE ZERO TO SALDO-CORRENTE.
           MOVE "N" TO CLIENTE-ACHADO.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM APURA-PROXIMO-MOVIMENTO
               UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-MOVIMENTO-ORDENADO.

       APURA-PROXIMO-MOVIMENTO.
           READ ARQUIVO-MOVIMENTO-ORDENADO
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               IF MOVORD-CLIENTE NOT = CLIENTE-SALDO-ATUAL
                   MOVE MOVORD-CLIENTE TO CLIENTE-SALDO-ATUAL
                   MOVE MOVORD-CLIENTE TO CLIENTE-PROCURADO
                   MOVE ZERO TO SALDO-CORRENTE
                   PERFORM LOCALIZA-CLIENTE
               END-IF
               IF MOVORD-ABATE
                   SUBTRACT MOVORD-VALOR FROM SALDO-CORRENTE
               ELSE
                   ADD MOVORD-VALOR TO SALDO-CORRENTE
               END-IF
               IF CLIENTE-ACHADO = "S"
                       AND MOVORD-DATA NOT < DATA-CORTE
                       AND SALDO-CORRENTE > NOTA-MAIOR-SALDO (NOTA-IDX)
                   MOVE SALDO-CORRENTE TO NOTA-MAIOR-SALDO (NOTA-IDX)
               END-IF
           END-IF.

      *    MARCA-JA-AVALIADOS: CLIENTE COM LINHA DO TRIMESTRE EM
      *    PROPLIM.DAT NAO E AVALIADO DE NOVO.
       MARCA-JA-AVALIADOS.
           OPEN INPUT ARQUIVO-PROPLIM.
           IF PROPLIM-FILE-STATUS = "35"
               CONTINUE
           ELSE
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM MARCA-PROXIMA-PROPOSTA
                   UNTIL FINAL-ARQUIVO = "S"
               CLOSE ARQUIVO-PROPLIM
           END-IF.

       MARCA-PROXIMA-PROPOSTA.
           READ ARQUIVO-PROPLIM
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
                   AND PROPLIM-TRIMESTRE = TRIMESTRE
               MOVE PROPLIM-CLIENTE-CODIGO TO CLIENTE-PROCURADO
               PERFORM LOCALIZA-CLIENTE
               IF CLIENTE-ACHADO = "S"
                   MOVE "S" TO NOTA-JA-AVALIADO (NOTA-IDX)
               END-IF
           END-IF.

       AVALIA-CLIENTE.
           IF NOTA-JA-AVALIADO (NOTA-IDX) = "S"
               ADD 1 TO TOTAL-PULADOS
           ELSE
               PERFORM LE-LIMITE-CLIENTE
               PERFORM CALCULA-NOTA
               PERFORM DEFINE-PROPOSTA
               PERFORM GRAVA-PROPOSTA
           END-IF.
           SET NOTA-IDX UP BY 1.

       LE-LIMITE-CLIENTE.
           MOVE ZERO TO LIMITE-ATUAL.
           IF CREDITO-FILE-STATUS NOT = "35"
               MOVE NOTA-CLIENTE (NOTA-IDX) TO CREDITO-CLIENTE-CODIGO
               READ ARQUIVO-CREDITO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CREDITO-LIMITE TO LIMITE-ATUAL
               END-READ
           END-IF.

       CALCULA-NOTA.
           MOVE 100 TO PONTOS.
           MOVE ZERO TO MEDIA-DIAS PERC-ATRASO USO-MAXIMO.
           IF NOTA-TITULOS (NOTA-IDX) > 0
               COMPUTE MEDIA-DIAS ROUNDED =
                   NOTA-SOMA-DIAS (NOTA-IDX) / NOTA-TITULOS (NOTA-IDX)
               COMPUTE PERC-ATRASO ROUNDED =
                   NOTA-ATRASADOS (NOTA-IDX) * 100
                   / NOTA-TITULOS (NOTA-IDX)
           END-IF.
           EVALUATE TRUE
               WHEN MEDIA-DIAS > 60
                   SUBTRACT 30 FROM PONTOS
               WHEN MEDIA-DIAS > 0
                   COMPUTE PONTOS = PONTOS - MEDIA-DIAS / 2
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           COMPUTE PONTOS = PONTOS - PERC-ATRASO * 30 / 100.
           IF LIMITE-ATUAL > 0
               IF NOTA-MAIOR-SALDO (NOTA-IDX) * 100 / LIMITE-ATUAL
                       > 99999
                   MOVE 99999 TO USO-MAXIMO
               ELSE
                   COMPUTE USO-MAXIMO =
                       NOTA-MAIOR-SALDO (NOTA-IDX) * 100 / LIMITE-ATUAL
               END-IF
               EVALUATE TRUE
                   WHEN USO-MAXIMO > 100
                       SUBTRACT 15 FROM PONTOS
                   WHEN USO-MAXIMO > 80
                       SUBTRACT 5 FROM PONTOS
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           IF NOTA-VALOR-PERDA (NOTA-IDX) > 0
               SUBTRACT 20 FROM PONTOS
           END-IF.
           IF NOTA-DEVOLVIDOS (NOTA-IDX) > 1
               SUBTRACT 20 FROM PONTOS
           ELSE
               COMPUTE PONTOS = PONTOS - NOTA-DEVOLVIDOS (NOTA-IDX) * 10
           END-IF.
           IF PONTOS < 0
               MOVE 0 TO PONTOS
           END-IF.

       DEFINE-PROPOSTA.
           MOVE LIMITE-ATUAL TO LIMITE-PROPOSTO.
           MOVE "M" TO ACAO-PROPOSTA.
           EVALUATE TRUE
               WHEN LIMITE-ATUAL = 0
                   CONTINUE
               WHEN NOTA-TITULOS (NOTA-IDX) = 0
                       AND NOTA-VALOR-PERDA (NOTA-IDX) = 0
                       AND NOTA-DEVOLVIDOS (NOTA-IDX) = 0
                   CONTINUE
               WHEN PONTOS NOT < NOTA-PARA-AUMENTO
                       AND USO-MAXIMO NOT < USO-PARA-AUMENTO
                   MOVE "A" TO ACAO-PROPOSTA
                   COMPUTE LIMITE-PROPOSTO ROUNDED =
                       LIMITE-ATUAL * (100 + PERC-AUMENTO) / 100
               WHEN PONTOS < NOTA-PARA-CORTE
                   MOVE "C" TO ACAO-PROPOSTA
                   COMPUTE LIMITE-PROPOSTO ROUNDED =
                       LIMITE-ATUAL * (100 - PERC-CORTE) / 100
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       GRAVA-PROPOSTA.
           MOVE NOTA-CLIENTE (NOTA-IDX) TO PROPLIM-CLIENTE-CODIGO.
           MOVE TRIMESTRE              TO PROPLIM-TRIMESTRE.
           MOVE PONTOS                 TO PROPLIM-NOTA.
           MOVE NOTA-TITULOS (NOTA-IDX) TO PROPLIM-TITULOS.
           MOVE MEDIA-DIAS             TO PROPLIM-MEDIA-DIAS.
           MOVE PERC-ATRASO            TO PROPLIM-PERC-ATRASO.
           MOVE USO-MAXIMO             TO PROPLIM-USO-MAXIMO.
           MOVE NOTA-VALOR-PERDA (NOTA-IDX) TO PROPLIM-VALOR-PERDA.
           MOVE NOTA-DEVOLVIDOS (NOTA-IDX) TO PROPLIM-DEVOLVIDOS.
           MOVE LIMITE-ATUAL           TO PROPLIM-LIMITE-ATUAL.
           MOVE LIMITE-PROPOSTO        TO PROPLIM-LIMITE-PROPOSTO.
           MOVE ACAO-PROPOSTA          TO PROPLIM-ACAO.
           MOVE OPERADOR-ID            TO PROPLIM-SOLICITANTE.
           MOVE DATA-HOJE              TO PROPLIM-DATA.
           ACCEPT PROPLIM-HORA FROM TIME.
           MOVE SPACE                  TO PROPLIM-DECISOR.
           MOVE ZERO                   TO PROPLIM-DATA-DECISAO.
           IF PROPLIM-MANTEM
               MOVE "N" TO PROPLIM-SITUACAO
               ADD 1 TO TOTAL-MANTIDOS
           ELSE
               MOVE "A" TO PROPLIM-SITUACAO
               IF PROPLIM-AUMENTO
                   ADD 1 TO TOTAL-AUMENTOS
               ELSE
                   ADD 1 TO TOTAL-CORTES
               END-IF
               PERFORM GRAVA-AUDITORIA-PROPOSTA
           END-IF.
           WRITE PROPLIM-REGISTRO.
           ADD 1 TO TOTAL-AVALIADOS.

           MOVE LIMITE-ATUAL TO VALOR-EDITADO.
           MOVE LIMITE-PROPOSTO TO VALOR-EDITADO-2.
           DISPLAY "CLIENTE " PROPLIM-CLIENTE-CODIGO
                   " NOTA " PROPLIM-NOTA
                   " ATRASO MEDIO " PROPLIM-MEDIA-DIAS
                   " PAGO EM ATRASO " PROPLIM-PERC-ATRASO "%"
                   " USO " PROPLIM-USO-MAXIMO "%".
           EVALUATE TRUE
               WHEN PROPLIM-AUMENTO
                   DISPLAY "  PROPOSTA: AUMENTO DE " VALOR-EDITADO
                           " PARA " VALOR-EDITADO-2
               WHEN PROPLIM-CORTE
                   DISPLAY "  PROPOSTA: CORTE DE " VALOR-EDITADO
                           " PARA " VALOR-EDITADO-2
               WHEN OTHER
                   DISPLAY "  MANTEM O LIMITE DE " VALOR-EDITADO
           END-EVALUATE.

       GRAVA-AUDITORIA-PROPOSTA.
           OPEN EXTEND ARQUIVO-AUDITORIA.
           IF AUDITORIA-FILE-STATUS = "35"
               CLOSE ARQUIVO-AUDITORIA
               OPEN OUTPUT ARQUIVO-AUDITORIA
           END-IF.
           MOVE "PROG187"           TO AUDITORIA-PROGRAMA.
           MOVE "I"                 TO AUDITORIA-OPERACAO.
           MOVE SPACE               TO AUDITORIA-NOME.
           MOVE PROPLIM-CLIENTE-CODIGO TO AUDITORIA-NOME (1:8).
           MOVE OPERADOR-ID         TO AUDITORIA-OPERADOR.
           ACCEPT AUDITORIA-DATA FROM DATE YYYYMMDD.
           ACCEPT AUDITORIA-HORA FROM TIME.
           WRITE AUDITORIA-REGISTRO.
           CLOSE ARQUIVO-AUDITORIA.

       IMPRIME-RESUMO.
           DISPLAY "--------------------------------------------".
           DISPLAY "CLIENTES AVALIADOS..........: " TOTAL-AVALIADOS.
           DISPLAY "PROPOSTAS DE AUMENTO........: " TOTAL-AUMENTOS.
           DISPLAY "PROPOSTAS DE CORTE..........: " TOTAL-CORTES.
           DISPLAY "LIMITES MANTIDOS............: " TOTAL-MANTIDOS.
           IF TOTAL-PULADOS NOT = 0
               DISPLAY "JA AVALIADOS NO TRIMESTRE...: " TOTAL-PULADOS
           END-IF.
           IF TOTAL-AUMENTOS NOT = 0 OR TOTAL-CORTES NOT = 0
               DISPLAY "PROPOSTAS AGUARDANDO O SUPERVISOR NO PROG188."
           END-IF.

           COPY "AMBPROC.cob".
