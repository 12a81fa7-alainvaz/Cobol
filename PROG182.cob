       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG182.
      *    AVALIACAO TRIMESTRAL DE FORNECEDORES: PARA CADA
      *    FORNECEDOR DO CADASTRO (FORNECEDORES.DAT), AS ORDENS DE
      *    COMPRA EMITIDAS NO TRIMESTRE (ORDEMCOMPRA.DAT, FORA OS
      *    RASCUNHOS) E OS TITULOS A PAGAR LANCADOS NELE (PAGAR.DAT,
      *    PROG105):
      *    - PRAZO MEDIO: DIAS CORRIDOS DA EMISSAO AO RECEBIMENTO
      *      DAS LINHAS RECEBIDAS POR COMPLETO;
      *    - PONTUALIDADE: LINHAS RECEBIDAS ATE A DATA PROMETIDA
      *      (OC-DATA-PREVISTA, PROG103) SOBRE AS LINHAS AVALIADAS -
      *      LINHA AINDA ABERTA COM A DATA VENCIDA CONTA COMO
      *      ATRASADA; ORDEM SEM DATA PROMETIDA NAO E AVALIADA;
      *    - ENTREGAS CURTAS: LINHAS COM O SALDO CANCELADO (PROG104)
      *      DEPOIS DE RECEBER SO UMA PARTE;
      *    - ORDENS CANCELADAS: ORDENS COM ALGUM SALDO CANCELADO;
      *    - VARIACAO DE PRECO: VALOR DAS NOTAS VINCULADAS A UMA
      *      ORDEM CONTRA O RECEBIDO NELA PELO PRECO COMBINADO;
      *    - GASTO: TOTAL DOS TITULOS DO TRIMESTRE.
      *    NOTA (0 A 100) = 50% PONTUALIDADE + 30% LINHAS SEM
      *    CANCELAMENTO + 20% PRECO (CADA 1% COBRADO ACIMA DO
      *    COMBINADO TIRA 10 PONTOS DO PRECO). SEM LINHA AVALIADA
      *    A PONTUALIDADE CONTA CHEIA. CONCEITO A (90+), B (75+),
      *    C (60+) OU D. FORNECEDOR ABAIXO DO CORTE VAI PARA A LISTA
      *    DE REVISAO DO COMPRADOR NO FIM DO RELATORIO.
      *    TRIMESTRE: PROG182-TRIMESTRE (AAAAT), PADRAO O TRIMESTRE
      *    CORRENTE. CORTE: PROG182-CORTE (3 DIGITOS), PADRAO 060.
      *    ORDEM AGUARDANDO APROVACAO OU RECUSADA (PROG211) NAO FOI
      *    AO FORNECEDOR E FICA FORA DA AVALIACAO, COMO O RASCUNHO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FORSEL.cob".
           COPY "OCSEL.cob".
           COPY "PAGSEL.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FORREG.cob".
           COPY "OCREG.cob".
           COPY "PAGREG.cob".

       WORKING-STORAGE SECTION.

       01  FORNECEDOR-FILE-STATUS  PIC XX.
       01  FORNECEDOR-PATH         PIC X(100).
       01  ORDEM-COMPRA-FILE-STATUS PIC XX.
       01  ORDEM-COMPRA-PATH       PIC X(100).
       01  PAGAR-FILE-STATUS       PIC XX.
       01  PAGAR-PATH              PIC X(100).
       01  FINAL-ARQUIVO           PIC X.
       01  FIM-LINHAS-ORDEM        PIC X.
       01  DATA-HOJE               PIC 9(08).
       01  DATA-HOJE-R REDEFINES DATA-HOJE.
           05 HOJE-ANO             PIC 9(04).
           05 HOJE-MES             PIC 9(02).
           05 HOJE-DIA             PIC 9(02).

       01  TRIMESTRE               PIC 9(05).
       01  TRIMESTRE-R REDEFINES TRIMESTRE.
           05 TRIMESTRE-ANO        PIC 9(04).
           05 TRIMESTRE-NUMERO     PIC 9(01).
       01  TRIMESTRE-ENV           PIC X(05).
       01  DATA-INICIO             PIC 9(08).
       01  DATA-FIM                PIC 9(08).
       01  CORTE                   PIC 9(03).
       01  CORTE-ENV               PIC X(03).

      *    DIA ABSOLUTO (NUMERO DO DIA JULIANO) SO COM ARITMETICA
      *    INTEIRA, COMO NO PROG177.
       01  DATA-CALCULO            PIC 9(08).
       01  DATA-CALCULO-R REDEFINES DATA-CALCULO.
           05 CALC-ANO             PIC 9(04).
           05 CALC-MES             PIC 9(02).
           05 CALC-DIA             PIC 9(02).
       01  JULIANO-A               PIC 9(02).
       01  JULIANO-Y               PIC 9(05).
       01  JULIANO-M               PIC 9(02).
       01  JULIANO-T1              PIC 9(05).
       01  JULIANO-T2              PIC 9(05).
       01  JULIANO-T3              PIC 9(05).
       01  JULIANO-T4              PIC 9(05).
       01  DIA-ABSOLUTO            PIC 9(08).
       01  DIA-ABSOLUTO-EMISSAO    PIC 9(08).

      *    UMA ENTRADA POR FORNECEDOR DO CADASTRO.
       01  QTDE-FORNECEDORES       PIC 9(03) VALUE 0.
       01  TABELA-FORNECEDORES.
           05 FRN-ENTRADA OCCURS 500 TIMES
                          INDEXED BY FRN-IDX.
              10 FRN-CODIGO           PIC 9(05).
              10 FRN-NOME             PIC X(30).
              10 FRN-QTDE-ORDENS      PIC 9(05).
              10 FRN-QTDE-LINHAS      PIC 9(05).
              10 FRN-LINHAS-ENTREGUES PIC 9(05).
              10 FRN-SOMA-PRAZO       PIC 9(07).
              10 FRN-LINHAS-AVALIADAS PIC 9(05).
              10 FRN-LINHAS-NO-PRAZO  PIC 9(05).
              10 FRN-LINHAS-CANCELADAS PIC 9(05).
              10 FRN-ENTREGAS-CURTAS  PIC 9(05).
              10 FRN-ORDENS-CANCELADAS PIC 9(05).
              10 FRN-VALOR-ESPERADO   PIC 9(09)V9(02).
              10 FRN-VALOR-FATURADO   PIC 9(09)V9(02).
              10 FRN-GASTO            PIC 9(09)V9(02).
              10 FRN-NOTA             PIC 9(03)V9(01).
              10 FRN-CONCEITO         PIC X(01).
       01  TABELA-CHEIA            PIC X VALUE "N".

      *    CONTROLE DA ORDEM CORRENTE NA LEITURA DAS LINHAS.
       01  ORDEM-ANTERIOR          PIC 9(07) VALUE 0.
       01  ORDEM-CONTADA           PIC X.
       01  ORDEM-CANCELAMENTO-CONTADO PIC X.
       01  FORNECEDOR-ACHADO       PIC X.
       01  PRAZO-LINHA             PIC S9(07).

      *    VALOR ESPERADO DA NOTA: RECEBIDO X PRECO COMBINADO.
       01  NUMERO-ORDEM-NOTA       PIC 9(07).
       01  VALOR-ESPERADO-NOTA     PIC 9(09)V9(02).

       01  PRAZO-MEDIO             PIC 9(04)V9(01).
       01  PCT-PONTUALIDADE        PIC 9(03)V9(01).
       01  PCT-CANCELAMENTO        PIC 9(03)V9(01).
       01  VARIACAO-PRECO          PIC S9(05)V9(01).
       01  PONTOS-PRECO            PIC S9(05)V9(01).
       01  QTDE-REVISAO            PIC 9(03) VALUE 0.
       01  TOTAL-GASTO             PIC 9(11)V9(02) VALUE 0.

       01  PRAZO-EDITADO           PIC ZZZ9.9.
       01  PCT-EDITADO             PIC ZZ9.9.
       01  PCT-EDITADO-2           PIC ZZ9.9.
       01  VARIACAO-EDITADA        PIC -ZZZ9.9.
       01  NOTA-EDITADA            PIC ZZ9.9.
       01  VALOR-EDITADO           PIC ZZZ,ZZZ,ZZ9.99.
       01  TOTAL-EDITADO           PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE 0 TO RETURN-CODE.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM INICIALIZA-CAMINHOS.
           PERFORM INICIALIZA-PARAMETROS.

           PERFORM CARREGA-FORNECEDORES.
           IF FORNECEDOR-FILE-STATUS = "35"
               DISPLAY "FORNECEDORES.DAT NAO ENCONTRADO. CADASTRE NO "
                       "PROG102."
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM AVALIA-ORDENS-COMPRA
               PERFORM AVALIA-TITULOS-PAGAR
               PERFORM IMPRIME-AVALIACAO
               PERFORM IMPRIME-REVISAO
           END-IF.

       PROGRAM-DONE.
           GOBACK.

       INICIALIZA-CAMINHOS.
           MOVE "fornecedores.dat" TO FORNECEDOR-PATH.
           ACCEPT FORNECEDOR-PATH FROM ENVIRONMENT "FORNECEDOR_DAT".
           IF FORNECEDOR-PATH = SPACE
               MOVE "fornecedores.dat" TO FORNECEDOR-PATH
           END-IF.

           MOVE "ordemcompra.dat" TO ORDEM-COMPRA-PATH.
           ACCEPT ORDEM-COMPRA-PATH FROM ENVIRONMENT "ORDEMCOMPRA_DAT".
           IF ORDEM-COMPRA-PATH = SPACE
               MOVE "ordemcompra.dat" TO ORDEM-COMPRA-PATH
           END-IF.

           MOVE "pagar.dat" TO PAGAR-PATH.
           ACCEPT PAGAR-PATH FROM ENVIRONMENT "PAGAR_DAT".
           IF PAGAR-PATH = SPACE
               MOVE "pagar.dat" TO PAGAR-PATH
           END-IF.

      *    INICIALIZA-PARAMETROS: O TRIMESTRE VAI DO DIA 1 DO
      *    PRIMEIRO MES AO DIA 31 DO TERCEIRO (AS DATAS SAO SO
      *    COMPARADAS, NAO PRECISAM EXISTIR).
       INICIALIZA-PARAMETROS.
           MOVE HOJE-ANO TO TRIMESTRE-ANO.
           COMPUTE TRIMESTRE-NUMERO = (HOJE-MES - 1) / 3 + 1.
           MOVE SPACE TO TRIMESTRE-ENV.
           ACCEPT TRIMESTRE-ENV FROM ENVIRONMENT "PROG182-TRIMESTRE".
           IF TRIMESTRE-ENV IS NUMERIC
               MOVE TRIMESTRE-ENV TO TRIMESTRE
           END-IF.
           IF TRIMESTRE-NUMERO < 1 OR TRIMESTRE-NUMERO > 4
               DISPLAY "TRIMESTRE " TRIMESTRE " INVALIDO. USANDO O "
                       "TRIMESTRE CORRENTE."
               MOVE HOJE-ANO TO TRIMESTRE-ANO
               COMPUTE TRIMESTRE-NUMERO = (HOJE-MES - 1) / 3 + 1
           END-IF.
           COMPUTE DATA-INICIO = TRIMESTRE-ANO * 10000
               + ((TRIMESTRE-NUMERO - 1) * 3 + 1) * 100 + 1.
           COMPUTE DATA-FIM = TRIMESTRE-ANO * 10000
               + TRIMESTRE-NUMERO * 3 * 100 + 31.

           MOVE 60 TO CORTE.
           MOVE SPACE TO CORTE-ENV.
           ACCEPT CORTE-ENV FROM ENVIRONMENT "PROG182-CORTE".
           IF CORTE-ENV IS NUMERIC
               MOVE CORTE-ENV TO CORTE
           END-IF.

       CARREGA-FORNECEDORES.
           OPEN INPUT ARQUIVO-FORNECEDOR.
           IF FORNECEDOR-FILE-STATUS NOT = "35"
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM CARREGA-PROXIMO-FORNECEDOR
                   UNTIL FINAL-ARQUIVO = "S"
               CLOSE ARQUIVO-FORNECEDOR
           END-IF.

       CARREGA-PROXIMO-FORNECEDOR.
           READ ARQUIVO-FORNECEDOR NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               IF QTDE-FORNECEDORES < 500
                   ADD 1 TO QTDE-FORNECEDORES
                   SET FRN-IDX TO QTDE-FORNECEDORES
                   PERFORM LIMPA-FORNECEDOR
               ELSE
                   PERFORM AVISA-TABELA-CHEIA
               END-IF
           END-IF.

       LIMPA-FORNECEDOR.
           MOVE FORNECEDOR-CODIGO TO FRN-CODIGO (FRN-IDX).
           MOVE FORNECEDOR-NOME TO FRN-NOME (FRN-IDX).
           MOVE 0 TO FRN-QTDE-ORDENS (FRN-IDX).
           MOVE 0 TO FRN-QTDE-LINHAS (FRN-IDX).
           MOVE 0 TO FRN-LINHAS-ENTREGUES (FRN-IDX).
           MOVE 0 TO FRN-SOMA-PRAZO (FRN-IDX).
           MOVE 0 TO FRN-LINHAS-AVALIADAS (FRN-IDX).
           MOVE 0 TO FRN-LINHAS-NO-PRAZO (FRN-IDX).
           MOVE 0 TO FRN-LINHAS-CANCELADAS (FRN-IDX).
           MOVE 0 TO FRN-ENTREGAS-CURTAS (FRN-IDX).
           MOVE 0 TO FRN-ORDENS-CANCELADAS (FRN-IDX).
           MOVE ZERO TO FRN-VALOR-ESPERADO (FRN-IDX).
           MOVE ZERO TO FRN-VALOR-FATURADO (FRN-IDX).
           MOVE ZERO TO FRN-GASTO (FRN-IDX).
           MOVE ZERO TO FRN-NOTA (FRN-IDX).
           MOVE SPACE TO FRN-CONCEITO (FRN-IDX).

       AVISA-TABELA-CHEIA.
           IF TABELA-CHEIA NOT = "S"
               DISPLAY "*** ATENCAO: LIMITE DE 500 FORNECEDORES. "
                       "AVALIACAO INCOMPLETA. ***"
               MOVE "S" TO TABELA-CHEIA
           END-IF.

      *    LOCALIZA-FORNECEDOR: POSICIONA FRN-IDX NO FORNECEDOR DE
      *    FORNECEDOR-CODIGO; FORNECEDOR-ACHADO DIZ SE ACHOU.
       LOCALIZA-FORNECEDOR.
           MOVE "N" TO FORNECEDOR-ACHADO.
           SET FRN-IDX TO 1.
           SEARCH FRN-ENTRADA
               AT END
                   CONTINUE
               WHEN FRN-IDX > QTDE-FORNECEDORES
                   CONTINUE
               WHEN FRN-CODIGO (FRN-IDX) = FORNECEDOR-CODIGO
                   MOVE "S" TO FORNECEDOR-ACHADO
           END-SEARCH.

      *    AVALIA-ORDENS-COMPRA: AS LINHAS VEM NA ORDEM DA CHAVE
      *    (ORDEM + ITEM), ENTAO A TROCA DE NUMERO MARCA A ORDEM
      *    SEGUINTE; TODAS AS LINHAS DE UMA ORDEM SAO DO MESMO
      *    FORNECEDOR E TEM A MESMA EMISSAO.
       AVALIA-ORDENS-COMPRA.
           OPEN INPUT ARQUIVO-ORDEM-COMPRA.
           IF ORDEM-COMPRA-FILE-STATUS = "35"
               DISPLAY "ORDEMCOMPRA.DAT NAO ENCONTRADO. NENHUMA "
                       "ORDEM AVALIADA."
           ELSE
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM AVALIA-PROXIMA-LINHA
                   UNTIL FINAL-ARQUIVO = "S"
               CLOSE ARQUIVO-ORDEM-COMPRA
           END-IF.

       AVALIA-PROXIMA-LINHA.
           READ ARQUIVO-ORDEM-COMPRA NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               IF OC-NUMERO NOT = ORDEM-ANTERIOR
                   MOVE OC-NUMERO TO ORDEM-ANTERIOR
                   MOVE "N" TO ORDEM-CONTADA
                   MOVE "N" TO ORDEM-CANCELAMENTO-CONTADO
               END-IF
               IF OC-DATA-EMISSAO NOT < DATA-INICIO
                       AND OC-DATA-EMISSAO NOT > DATA-FIM
                       AND NOT OC-NAO-LIBERADA
                   MOVE OC-FORNECEDOR-CODIGO TO FORNECEDOR-CODIGO
                   PERFORM LOCALIZA-FORNECEDOR
                   IF FORNECEDOR-ACHADO = "S"
                       PERFORM ACUMULA-LINHA-ORDEM
                   END-IF
               END-IF
           END-IF.

       ACUMULA-LINHA-ORDEM.
           IF ORDEM-CONTADA NOT = "S"
               ADD 1 TO FRN-QTDE-ORDENS (FRN-IDX)
               MOVE "S" TO ORDEM-CONTADA
           END-IF.
           ADD 1 TO FRN-QTDE-LINHAS (FRN-IDX).
           IF OC-DATA-PREVISTA IS NOT NUMERIC
               MOVE ZERO TO OC-DATA-PREVISTA
           END-IF.
           EVALUATE TRUE
               WHEN OC-RECEBIDA
                   PERFORM ACUMULA-LINHA-RECEBIDA
               WHEN OC-CANCELADA
                   PERFORM ACUMULA-LINHA-CANCELADA
               WHEN OTHER
                   IF OC-DATA-PREVISTA NOT = 0
                           AND DATA-HOJE > OC-DATA-PREVISTA
                       ADD 1 TO FRN-LINHAS-AVALIADAS (FRN-IDX)
                   END-IF
           END-EVALUATE.

       ACUMULA-LINHA-RECEBIDA.
           MOVE OC-DATA-EMISSAO TO DATA-CALCULO.
           PERFORM CALCULA-DIA-ABSOLUTO.
           MOVE DIA-ABSOLUTO TO DIA-ABSOLUTO-EMISSAO.
           MOVE OC-DATA-RECEBIMENTO TO DATA-CALCULO.
           PERFORM CALCULA-DIA-ABSOLUTO.
           COMPUTE PRAZO-LINHA = DIA-ABSOLUTO - DIA-ABSOLUTO-EMISSAO.
           IF PRAZO-LINHA < 0
               MOVE 0 TO PRAZO-LINHA
           END-IF.
           ADD 1 TO FRN-LINHAS-ENTREGUES (FRN-IDX).
           ADD PRAZO-LINHA TO FRN-SOMA-PRAZO (FRN-IDX).
           IF OC-DATA-PREVISTA NOT = 0
               ADD 1 TO FRN-LINHAS-AVALIADAS (FRN-IDX)
               IF OC-DATA-RECEBIMENTO NOT > OC-DATA-PREVISTA
                   ADD 1 TO FRN-LINHAS-NO-PRAZO (FRN-IDX)
               END-IF
           END-IF.

       ACUMULA-LINHA-CANCELADA.
           ADD 1 TO FRN-LINHAS-CANCELADAS (FRN-IDX).
           IF OC-QTDE-RECEBIDA > 0
               ADD 1 TO FRN-ENTREGAS-CURTAS (FRN-IDX)
           END-IF.
           IF ORDEM-CANCELAMENTO-CONTADO NOT = "S"
               ADD 1 TO FRN-ORDENS-CANCELADAS (FRN-IDX)
               MOVE "S" TO ORDEM-CANCELAMENTO-CONTADO
           END-IF.

      *    CALCULA-DIA-ABSOLUTO: DATA-CALCULO (AAAAMMDD) PARA O
      *    NUMERO DO DIA JULIANO EM DIA-ABSOLUTO.
       CALCULA-DIA-ABSOLUTO.
           COMPUTE JULIANO-A = (14 - CALC-MES) / 12.
           COMPUTE JULIANO-Y = CALC-ANO + 4800 - JULIANO-A.
           COMPUTE JULIANO-M = CALC-MES + 12 * JULIANO-A - 3.
           COMPUTE JULIANO-T1 = (153 * JULIANO-M + 2) / 5.
           COMPUTE JULIANO-T2 = JULIANO-Y / 4.
           COMPUTE JULIANO-T3 = JULIANO-Y / 100.
           COMPUTE JULIANO-T4 = JULIANO-Y / 400.
           COMPUTE DIA-ABSOLUTO = CALC-DIA + JULIANO-T1
               + 365 * JULIANO-Y + JULIANO-T2 - JULIANO-T3
               + JULIANO-T4 - 32045.

      *    AVALIA-TITULOS-PAGAR: O GASTO E TODO TITULO DO TRIMESTRE;
      *    A VARIACAO DE PRECO SO OS VINCULADOS A UMA ORDEM COM
      *    ALGUMA QUANTIDADE RECEBIDA.
       AVALIA-TITULOS-PAGAR.
           OPEN INPUT ARQUIVO-PAGAR.
           IF PAGAR-FILE-STATUS = "35"
               DISPLAY "PAGAR.DAT NAO ENCONTRADO. NENHUM GASTO "
                       "LANCADO."
           ELSE
               OPEN INPUT ARQUIVO-ORDEM-COMPRA
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM AVALIA-PROXIMO-TITULO
                   UNTIL FINAL-ARQUIVO = "S"
               IF ORDEM-COMPRA-FILE-STATUS NOT = "35"
                   CLOSE ARQUIVO-ORDEM-COMPRA
               END-IF
               CLOSE ARQUIVO-PAGAR
           END-IF.

       AVALIA-PROXIMO-TITULO.
           READ ARQUIVO-PAGAR NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               IF PAGAR-DATA-EMISSAO NOT < DATA-INICIO
                       AND PAGAR-DATA-EMISSAO NOT > DATA-FIM
                   MOVE PAGAR-FORNECEDOR-CODIGO TO FORNECEDOR-CODIGO
                   PERFORM LOCALIZA-FORNECEDOR
                   IF FORNECEDOR-ACHADO = "S"
                       PERFORM ACUMULA-TITULO
                   END-IF
               END-IF
           END-IF.

       ACUMULA-TITULO.
           ADD PAGAR-VALOR-TOTAL TO FRN-GASTO (FRN-IDX).
           IF PAGAR-OC-NUMERO NOT = 0
                   AND ORDEM-COMPRA-FILE-STATUS NOT = "35"
               MOVE PAGAR-OC-NUMERO TO NUMERO-ORDEM-NOTA
               PERFORM SOMA-RECEBIDO-ORDEM
               IF VALOR-ESPERADO-NOTA NOT = ZERO
                   ADD VALOR-ESPERADO-NOTA
                       TO FRN-VALOR-ESPERADO (FRN-IDX)
                   ADD PAGAR-VALOR-TOTAL
                       TO FRN-VALOR-FATURADO (FRN-IDX)
               END-IF
           END-IF.

       SOMA-RECEBIDO-ORDEM.
           MOVE ZERO TO VALOR-ESPERADO-NOTA.
           MOVE "N" TO FIM-LINHAS-ORDEM.
           MOVE NUMERO-ORDEM-NOTA TO OC-NUMERO.
           MOVE ZERO TO OC-ITEM-SEQ.
           START ARQUIVO-ORDEM-COMPRA
               KEY IS NOT LESS THAN OC-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-LINHAS-ORDEM
           END-START.
           PERFORM SOMA-PROXIMA-LINHA-ORDEM
               UNTIL FIM-LINHAS-ORDEM = "S".

       SOMA-PROXIMA-LINHA-ORDEM.
           READ ARQUIVO-ORDEM-COMPRA NEXT RECORD
               AT END
                   MOVE "S" TO FIM-LINHAS-ORDEM
           END-READ.
           IF FIM-LINHAS-ORDEM NOT = "S"
               IF OC-NUMERO NOT = NUMERO-ORDEM-NOTA
                   MOVE "S" TO FIM-LINHAS-ORDEM
               ELSE
                   COMPUTE VALOR-ESPERADO-NOTA = VALOR-ESPERADO-NOTA
                       + OC-QTDE-RECEBIDA * OC-PRECO-COMBINADO
               END-IF
           END-IF.

       IMPRIME-AVALIACAO.
           DISPLAY "AVALIACAO DE FORNECEDORES - TRIMESTRE "
                   TRIMESTRE-NUMERO "/" TRIMESTRE-ANO
                   " (" DATA-INICIO " A " DATA-FIM ")".
           DISPLAY "CODIGO NOME                           ORDENS "
                   "PRAZO  PONT.% CURTAS CANC.  VAR.%"
                   "          GASTO  NOTA C".
           DISPLAY "----------------------------------------------"
                   "----------------------------------------------"
                   "----------".
           SET FRN-IDX TO 1.
           PERFORM IMPRIME-FORNECEDOR
               UNTIL FRN-IDX > QTDE-FORNECEDORES.
           DISPLAY "----------------------------------------------"
                   "----------------------------------------------"
                   "----------".
           MOVE TOTAL-GASTO TO TOTAL-EDITADO.
           DISPLAY "GASTO TOTAL NO TRIMESTRE: " TOTAL-EDITADO.

       IMPRIME-FORNECEDOR.
           IF FRN-QTDE-LINHAS (FRN-IDX) = 0
                   AND FRN-GASTO (FRN-IDX) = ZERO
               DISPLAY FRN-CODIGO (FRN-IDX) "  " FRN-NOME (FRN-IDX)
                       " SEM MOVIMENTO"
           ELSE
               PERFORM CALCULA-NOTA-FORNECEDOR
               PERFORM IMPRIME-LINHA-FORNECEDOR
           END-IF.
           SET FRN-IDX UP BY 1.

      *    CALCULA-NOTA-FORNECEDOR: PONTUALIDADE, CANCELAMENTO E
      *    PRECO EM PERCENTUAIS, COMBINADOS NA NOTA PONDERADA.
       CALCULA-NOTA-FORNECEDOR.
           ADD FRN-GASTO (FRN-IDX) TO TOTAL-GASTO.
           IF FRN-LINHAS-ENTREGUES (FRN-IDX) = 0
               MOVE ZERO TO PRAZO-MEDIO
           ELSE
               COMPUTE PRAZO-MEDIO ROUNDED =
                   FRN-SOMA-PRAZO (FRN-IDX)
                   / FRN-LINHAS-ENTREGUES (FRN-IDX)
                   ON SIZE ERROR
                       MOVE 9999.9 TO PRAZO-MEDIO
               END-COMPUTE
           END-IF.
           IF FRN-LINHAS-AVALIADAS (FRN-IDX) = 0
               MOVE 100 TO PCT-PONTUALIDADE
           ELSE
               COMPUTE PCT-PONTUALIDADE ROUNDED =
                   FRN-LINHAS-NO-PRAZO (FRN-IDX) * 100
                   / FRN-LINHAS-AVALIADAS (FRN-IDX)
           END-IF.
           IF FRN-QTDE-LINHAS (FRN-IDX) = 0
               MOVE ZERO TO PCT-CANCELAMENTO
           ELSE
               COMPUTE PCT-CANCELAMENTO ROUNDED =
                   FRN-LINHAS-CANCELADAS (FRN-IDX) * 100
                   / FRN-QTDE-LINHAS (FRN-IDX)
           END-IF.
           IF FRN-VALOR-ESPERADO (FRN-IDX) = ZERO
               MOVE ZERO TO VARIACAO-PRECO
           ELSE
               COMPUTE VARIACAO-PRECO ROUNDED =
                   (FRN-VALOR-FATURADO (FRN-IDX)
                    - FRN-VALOR-ESPERADO (FRN-IDX)) * 100
                   / FRN-VALOR-ESPERADO (FRN-IDX)
                   ON SIZE ERROR
                       MOVE 9999.9 TO VARIACAO-PRECO
               END-COMPUTE
           END-IF.
           IF VARIACAO-PRECO > 0
               COMPUTE PONTOS-PRECO = 100 - VARIACAO-PRECO * 10
               IF PONTOS-PRECO < 0
                   MOVE 0 TO PONTOS-PRECO
               END-IF
           ELSE
               MOVE 100 TO PONTOS-PRECO
           END-IF.
           COMPUTE FRN-NOTA (FRN-IDX) ROUNDED =
               PCT-PONTUALIDADE * 0.5
               + (100 - PCT-CANCELAMENTO) * 0.3
               + PONTOS-PRECO * 0.2.
           EVALUATE TRUE
               WHEN FRN-NOTA (FRN-IDX) NOT < 90
                   MOVE "A" TO FRN-CONCEITO (FRN-IDX)
               WHEN FRN-NOTA (FRN-IDX) NOT < 75
                   MOVE "B" TO FRN-CONCEITO (FRN-IDX)
               WHEN FRN-NOTA (FRN-IDX) NOT < 60
                   MOVE "C" TO FRN-CONCEITO (FRN-IDX)
               WHEN OTHER
                   MOVE "D" TO FRN-CONCEITO (FRN-IDX)
           END-EVALUATE.

       IMPRIME-LINHA-FORNECEDOR.
           MOVE PRAZO-MEDIO TO PRAZO-EDITADO.
           MOVE PCT-PONTUALIDADE TO PCT-EDITADO.
           MOVE VARIACAO-PRECO TO VARIACAO-EDITADA.
           MOVE FRN-GASTO (FRN-IDX) TO VALOR-EDITADO.
           MOVE FRN-NOTA (FRN-IDX) TO NOTA-EDITADA.
           DISPLAY FRN-CODIGO (FRN-IDX) "  " FRN-NOME (FRN-IDX) " "
                   FRN-QTDE-ORDENS (FRN-IDX) " " PRAZO-EDITADO "  "
                   PCT-EDITADO "  " FRN-ENTREGAS-CURTAS (FRN-IDX) " "
                   FRN-ORDENS-CANCELADAS (FRN-IDX) " "
                   VARIACAO-EDITADA " " VALOR-EDITADO " "
                   NOTA-EDITADA " " FRN-CONCEITO (FRN-IDX).
           IF FRN-LINHAS-AVALIADAS (FRN-IDX) = 0
                   AND FRN-QTDE-LINHAS (FRN-IDX) NOT = 0
               DISPLAY "       SEM DATA PROMETIDA VENCIDA - "
                       "PONTUALIDADE NAO MEDIDA."
           END-IF.

      *    IMPRIME-REVISAO: FORNECEDORES COM MOVIMENTO E NOTA ABAIXO
      *    DO CORTE, PARA O COMPRADOR REVER ANTES DA PROXIMA ORDEM.
       IMPRIME-REVISAO.
           DISPLAY " ".
           DISPLAY "FORNECEDORES PARA REVISAO DO COMPRADOR (NOTA "
                   "ABAIXO DE " CORTE "):".
           SET FRN-IDX TO 1.
           PERFORM IMPRIME-REVISAO-FORNECEDOR
               UNTIL FRN-IDX > QTDE-FORNECEDORES.
           IF QTDE-REVISAO = 0
               DISPLAY "NENHUM FORNECEDOR ABAIXO DO CORTE."
           ELSE
               DISPLAY "FORNECEDORES EM REVISAO: " QTDE-REVISAO
           END-IF.

       IMPRIME-REVISAO-FORNECEDOR.
           IF FRN-CONCEITO (FRN-IDX) NOT = SPACE
                   AND FRN-NOTA (FRN-IDX) < CORTE
               ADD 1 TO QTDE-REVISAO
               MOVE FRN-NOTA (FRN-IDX) TO NOTA-EDITADA
               COMPUTE PCT-CANCELAMENTO =
                   FRN-LINHAS-CANCELADAS (FRN-IDX) * 100
                   / FRN-QTDE-LINHAS (FRN-IDX)
                   ON SIZE ERROR
                       MOVE ZERO TO PCT-CANCELAMENTO
               END-COMPUTE
               MOVE PCT-CANCELAMENTO TO PCT-EDITADO-2
               DISPLAY FRN-CODIGO (FRN-IDX) "  " FRN-NOME (FRN-IDX)
                       " NOTA " NOTA-EDITADA " CONCEITO "
                       FRN-CONCEITO (FRN-IDX) " - LINHAS CANCELADAS "
                       PCT-EDITADO-2 "%"
           END-IF.
           SET FRN-IDX UP BY 1.
