      *    ESPERADA PARA O DIA 5 DO MES SEGUINTE. O QUE CAI ALEM DO
      *    HORIZONTE SAI NUMA LINHA PROPRIA. E A RESPOSTA COM
      *    NUMEROS PARA O "DA PARA COBRIR A FOLHA NO DIA 5?".
      *    FATURA EM PARCELAS (PARCELAS.DAT) ENTRA POR PARCELA, CADA
      *    SALDO NA SEMANA DO SEU VENCIMENTO.
      *    COM PROG127-EMPRESA (EE) ENTRAM SO AS FATURAS, OS TITULOS
      *    A PAGAR E A FOLHA DA EMPRESA PEDIDA; SEM ELA A PROJECAO E
      *    CONSOLIDADA.
      *    SO OS TITULOS "A" E "P" SAO LIDOS, PELA CHAVE ALTERNATIVA
      *    SITUACAO + VENCIMENTO DE FATURAS.DAT.
      *    ENTRA TAMBEM O LIQUIDO DO CARTAO AINDA A RECEBER DA
      *    ADQUIRENTE (LIQCARTAO.DAT, DA CONCILIACAO DO PROG210), NA
      *    SEMANA DO PAGAMENTO INFORMADO OU PREVISTO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FATSEL.cob".
           COPY "PAGSEL.cob".
           COPY "PARSEL.cob".
           COPY "LCTSEL.cob".
           SELECT ARQUIVO-FOLHA
               ASSIGN TO FOLHA-PATH
               ORGANIZATION IS SEQUENTIAL
       FILE SECTION.
           COPY "FATREG.cob".
           COPY "PAGREG.cob".
           COPY "PARREG.cob".
           COPY "LCTREG.cob".

       FD  ARQUIVO-FOLHA.
       01  FOLHA-REGISTRO.
           05 FOLHA-DESCONTOS     PIC 9(07)V9(02).
           05 FOLHA-VALOR-LIQUIDO PIC 9(07)V9(02).
           05 FOLHA-DATA-CALCULO  PIC 9(08).
           05 FOLHA-EMPRESA       PIC 9(02).

       WORKING-STORAGE SECTION.

       01  PAGAR-PATH           PIC X(100).
       01  FOLHA-FILE-STATUS    PIC XX.
       01  FOLHA-PATH           PIC X(100).
       01  LIQCARTAO-FILE-STATUS PIC XX.
       01  LIQCARTAO-PATH       PIC X(100).
       01  FINAL-ARQUIVO        PIC X.
       01  SITUACAO-PERCORRIDA  PIC X(01).

       01  DATA-HOJE            PIC 9(08).
       01  COMPETENCIA          PIC 9(06).
       01  SEMANA-DO-TITULO     PIC 9(02).

       01  ENTRADAS-ALEM        PIC 9(11)V9(02) VALUE 0.
       01  ENTRADAS-CARTAO      PIC 9(11)V9(02) VALUE 0.
       01  SAIDAS-ALEM          PIC 9(11)V9(02) VALUE 0.
       01  TOTAL-FOLHA-LIQUIDA  PIC 9(11)V9(02) VALUE 0.
       01  DATA-FOLHA-ESPERADA  PIC 9(08).
       01  VALOR-EDITADO-2      PIC $$,$$$,$$$,$$9.99.
       01  SALDO-EDITADO        PIC +$,$$$,$$$,$$9.99.

           COPY "PARWRK.cob".

      *    EMPRESA DO RELATORIO (PROG127-EMPRESA); ZERO OU AUSENTE E
      *    O CONSOLIDADO DE TODAS. REGISTRO SEM EMPRESA E DA
      *    PRINCIPAL (VARIAVEL EMPRESA).
       01  EMPRESA-PRINCIPAL-USO PIC 9(02) VALUE 17.
       01  EMPRESA-RELATORIO    PIC 9(02) VALUE 0.
       01  EMPRESA-CODIGO-ENV   PIC X(02).
       01  EMPRESA-DO-REGISTRO  PIC 9(02).
       01  ENTRA-NO-RELATORIO   PIC X.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE 0 TO RETURN-CODE.
           PERFORM INICIALIZA-CAMINHOS.
           PERFORM MONTA-SEMANAS-UTEIS.
           PERFORM PROJETA-ENTRADAS.
           PERFORM PROJETA-ENTRADAS-CARTAO.
           PERFORM PROJETA-SAIDAS-PAGAR.
           PERFORM PROJETA-SAIDA-FOLHA.
           PERFORM IMPRIME-PROJECAO.
           GOBACK.

       INICIALIZA-CAMINHOS.
           MOVE SPACE TO EMPRESA-CODIGO-ENV.
           ACCEPT EMPRESA-CODIGO-ENV FROM ENVIRONMENT "EMPRESA".
           IF EMPRESA-CODIGO-ENV IS NUMERIC
               MOVE EMPRESA-CODIGO-ENV TO EMPRESA-PRINCIPAL-USO
           END-IF.
           MOVE SPACE TO EMPRESA-CODIGO-ENV.
           ACCEPT EMPRESA-CODIGO-ENV FROM ENVIRONMENT "PROG127-EMPRESA".
           IF EMPRESA-CODIGO-ENV IS NUMERIC
               MOVE EMPRESA-CODIGO-ENV TO EMPRESA-RELATORIO
           END-IF.

           MOVE "faturas.dat" TO FATURA-PATH.
           ACCEPT FATURA-PATH FROM ENVIRONMENT "FATURA_DAT".
           IF FATURA-PATH = SPACE
               MOVE "pagar.dat" TO PAGAR-PATH
           END-IF.

           PERFORM INICIALIZA-CAMINHO-PARCELA.

           MOVE "liqcartao.dat" TO LIQCARTAO-PATH.
           ACCEPT LIQCARTAO-PATH FROM ENVIRONMENT "LIQCARTAO_DAT".
           IF LIQCARTAO-PATH = SPACE
               MOVE "liqcartao.dat" TO LIQCARTAO-PATH
           END-IF.

           MOVE SPACE TO FOLHA-PATH.
           STRING "folha." DELIMITED BY SIZE
                  COMPETENCIA DELIMITED BY SIZE
           IF FATURA-FILE-STATUS = "35"
               CONTINUE
           ELSE
               MOVE "A" TO SITUACAO-PERCORRIDA
               PERFORM POSICIONA-SITUACAO
               PERFORM PROJETA-PROXIMA-FATURA
                   UNTIL FINAL-ARQUIVO = "S"
               MOVE "P" TO SITUACAO-PERCORRIDA
               PERFORM POSICIONA-SITUACAO
               PERFORM PROJETA-PROXIMA-FATURA
                   UNTIL FINAL-ARQUIVO = "S"
               CLOSE ARQUIVO-FATURA
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

       PROJETA-PROXIMA-FATURA.
           READ ARQUIVO-FATURA NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               MOVE FATURA-EMPRESA TO EMPRESA-DO-REGISTRO
               PERFORM CONFERE-EMPRESA-REGISTRO
               IF FATURA-SITUACAO NOT = SITUACAO-PERCORRIDA
                   MOVE "S" TO FINAL-ARQUIVO
                   MOVE "N" TO ENTRA-NO-RELATORIO
               END-IF
               IF ENTRA-NO-RELATORIO = "S"
                   COMPUTE SALDO-TITULO =
                       FATURA-VALOR-TOTAL - FATURA-VALOR-PAGO
                   IF SALDO-TITULO > 0
                       PERFORM CARREGA-PARCELAS-TITULO
                       MOVE 1 TO PARC-TIT-SUB
                       PERFORM PROJETA-PARCELA
                           UNTIL PARC-TIT-SUB > QTDE-PARCELAS-TITULO
                   END-IF
               END-IF
           END-IF.

      *    PROJETA-PARCELA: O SALDO DE CADA PARCELA ENTRA NA SEMANA
      *    DO SEU VENCIMENTO (TITULO SEM VENCIMENTO GRAVADO JA VEM
      *    DO CRONOGRAMA COMO EMISSAO + 30 DIAS).
       PROJETA-PARCELA.
           IF PARC-TIT-SALDO (PARC-TIT-SUB) > 0
               MOVE PARC-TIT-SALDO (PARC-TIT-SUB) TO SALDO-TITULO
               MOVE PARC-TIT-VENCIMENTO (PARC-TIT-SUB)
                   TO DATA-VENCIMENTO-WS
               PERFORM CLASSIFICA-NA-SEMANA
               IF SEMANA-DO-TITULO = 0
                   ADD SALDO-TITULO TO ENTRADAS-ALEM
               ELSE
                   ADD SALDO-TITULO TO
                       SEMANA-ENTRADAS (SEMANA-DO-TITULO)
               END-IF
           END-IF.
           ADD 1 TO PARC-TIT-SUB.

      *    PROJETA-ENTRADAS-CARTAO: O RECIBO EM CARTAO JA BAIXOU A
      *    FATURA NO BALCAO, MAS O DINHEIRO SO ENTRA QUANDO A
      *    ADQUIRENTE PAGA. DA CONCILIACAO (PROG210) ENTRAM O LIQUIDO
      *    JA INFORMADO COM PAGAMENTO FUTURO E O LIQUIDO PREVISTO DAS
      *    VENDAS A LIQUIDAR; VENDA NUNCA LIQUIDADA E COBRANCA DE
      *    AGORA E CAI NA SEMANA 1. O CARTAO E DA EMPRESA PRINCIPAL.
       PROJETA-ENTRADAS-CARTAO.
           MOVE 0 TO EMPRESA-DO-REGISTRO.
           PERFORM CONFERE-EMPRESA-REGISTRO.
           IF ENTRA-NO-RELATORIO = "S"
               OPEN INPUT ARQUIVO-LIQCARTAO
               IF LIQCARTAO-FILE-STATUS NOT = "35"
                   MOVE "N" TO FINAL-ARQUIVO
                   PERFORM PROJETA-PROXIMO-CARTAO
                       UNTIL FINAL-ARQUIVO = "S"
                   CLOSE ARQUIVO-LIQCARTAO
               END-IF
           END-IF.

       PROJETA-PROXIMO-CARTAO.
           READ ARQUIVO-LIQCARTAO
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           MOVE ZERO TO SALDO-TITULO.
           IF FINAL-ARQUIVO NOT = "S"
               EVALUATE TRUE
                   WHEN LIQCARTAO-LIQUIDADA
                        AND LIQCARTAO-DATA-PAGAMENTO > DATA-HOJE
                       MOVE LIQCARTAO-VALOR-LIQUIDO TO SALDO-TITULO
                   WHEN LIQCARTAO-PREVISTA
                   WHEN LIQCARTAO-NAO-LIQUIDADA
                       MOVE LIQCARTAO-VALOR-LIQUIDO TO SALDO-TITULO
               END-EVALUATE
           END-IF.
           IF SALDO-TITULO > 0
               MOVE LIQCARTAO-DATA-PAGAMENTO TO DATA-VENCIMENTO-WS
               PERFORM CLASSIFICA-NA-SEMANA
               ADD SALDO-TITULO TO ENTRADAS-CARTAO
               IF SEMANA-DO-TITULO = 0
                   ADD SALDO-TITULO TO ENTRADAS-ALEM
               ELSE
                   ADD SALDO-TITULO TO
                       SEMANA-ENTRADAS (SEMANA-DO-TITULO)
               END-IF
           END-IF.

                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               MOVE PAGAR-EMPRESA TO EMPRESA-DO-REGISTRO
               PERFORM CONFERE-EMPRESA-REGISTRO
               IF (PAGAR-ABERTO OR PAGAR-PARCIAL)
                       AND ENTRA-NO-RELATORIO = "S"
                   COMPUTE SALDO-TITULO =
                       PAGAR-VALOR-TOTAL - PAGAR-VALOR-PAGO
                   IF SALDO-TITULO > 0
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               MOVE FOLHA-EMPRESA TO EMPRESA-DO-REGISTRO
               PERFORM CONFERE-EMPRESA-REGISTRO
               IF ENTRA-NO-RELATORIO = "S"
                   ADD FOLHA-VALOR-LIQUIDO TO TOTAL-FOLHA-LIQUIDA
               END-IF
           END-IF.

      *    CONFERE-EMPRESA-REGISTRO: EMPRESA-DO-REGISTRO CHEGA COM O
      *    CAMPO LIDO E SAI ENTRA-NO-RELATORIO "S" SE O REGISTRO E DA
      *    EMPRESA PEDIDA (OU SE O RELATORIO E CONSOLIDADO).
       CONFERE-EMPRESA-REGISTRO.
           IF EMPRESA-DO-REGISTRO IS NOT NUMERIC
                   OR EMPRESA-DO-REGISTRO = 0
               MOVE EMPRESA-PRINCIPAL-USO TO EMPRESA-DO-REGISTRO
           END-IF.
           IF EMPRESA-RELATORIO = 0
                   OR EMPRESA-DO-REGISTRO = EMPRESA-RELATORIO
               MOVE "S" TO ENTRA-NO-RELATORIO
           ELSE
               MOVE "N" TO ENTRA-NO-RELATORIO
           END-IF.

       IMPRIME-EMPRESA-RELATORIO.
           IF EMPRESA-RELATORIO = 0
               DISPLAY "CONSOLIDADO - TODAS AS EMPRESAS"
           ELSE
               DISPLAY "EMPRESA " EMPRESA-RELATORIO
           END-IF.

       IMPRIME-PROJECAO.
           DISPLAY " ".
           DISPLAY "PROJECAO DE CAIXA POR SEMANA UTIL - DATA "
                   DATA-HOJE.
           PERFORM IMPRIME-EMPRESA-RELATORIO.
           DISPLAY "--------------------------------------------".
           MOVE ZERO TO SALDO-PROJETADO.
           MOVE 1 TO SEMANA-SUB.
           MOVE SAIDAS-ALEM TO VALOR-EDITADO-2.
           DISPLAY "ALEM DO HORIZONTE - ENTRADAS: " VALOR-EDITADO
                   "  SAIDAS: " VALOR-EDITADO-2.
           MOVE ENTRADAS-CARTAO TO VALOR-EDITADO.
           DISPLAY "DAS ENTRADAS, A RECEBER DA ADQUIRENTE: "
                   VALOR-EDITADO.

       IMPRIME-UMA-SEMANA.
           COMPUTE LIQUIDO-SEMANA =
           DISPLAY "  SALDO ACUMULADO PROJETADO: " SALDO-EDITADO.
           ADD 1 TO SEMANA-SUB.

           COPY "PARPROC.cob".
