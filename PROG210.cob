       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG210.
      *    CONCILIACAO DA ADQUIRENTE DE CARTAO: O BALCAO (PROG108)
      *    DA O CARTAO COMO RECEBIDO NO DIA E PELO VALOR CHEIO, MAS A
      *    ADQUIRENTE PAGA DIAS DEPOIS E JA SEM A TAXA. O PROGRAMA LE
      *    O ARQUIVO DE LIQUIDACAO DA ADQUIRENTE (ADQUIRENTE.DAT OU O
      *    CAMINHO EM ADQUIRENTE_DAT) E CASA CADA LINHA COM OS
      *    RECIBOS EM CARTAO DOS CAIXAS DO PERIODO (CAIXA.AAAAMMDD.
      *    DAT, DE PROG210-DESDE - AAAAMMDD, PADRAO O DIA 1 DO MES
      *    ANTERIOR - ATE HOJE) PELA DATA DA VENDA, PELO VALOR E PELO
      *    CODIGO DE AUTORIZACAO; RECIBO ANTIGO SEM AUTORIZACAO CASA
      *    SO POR DATA E VALOR, DEPOIS DOS QUE TEM. CADA RECIBO SO
      *    CASA UMA VEZ. SAEM:
      *      - A TAXA COBRADA (BRUTO - LIQUIDO) CONTRA A CONTRATADA,
      *        COM AS LINHAS ACIMA DO CONTRATO;
      *      - AS LIQUIDACOES SEM VENDA NO CAIXA;
      *      - AS VENDAS NUNCA LIQUIDADAS, JA FORA DO PRAZO.
      *    CONTRATO: TAXA EM CENTESIMOS DE PONTO PERCENTUAL EM
      *    PROG210-TAXA-DEBITO E PROG210-TAXA-CREDITO (0150 = 1,50%,
      *    PADRAO 1,50% E 3,00%) E PRAZO EM DIAS CORRIDOS EM
      *    PROG210-PRAZO-DEBITO E PROG210-PRAZO-CREDITO (PADRAO 1 E
      *    30). O RESULTADO E REGRAVADO INTEIRO EM LIQCARTAO.DAT, QUE
      *    ALIMENTA A PROJECAO DE CAIXA (PROG127) E A CONCILIACAO DO
      *    EXTRATO (PROG128).
      *    LEIAUTE DE ADQUIRENTE.DAT (COLUNAS FIXAS):
      *      01-08 DATA DA VENDA (AAAAMMDD)
      *      09-14 CODIGO DE AUTORIZACAO
      *      15-15 MODALIDADE (D=DEBITO C=CREDITO)
      *      16-26 VALOR BRUTO (9(09)V99 SEM VIRGULA)
      *      27-37 VALOR LIQUIDO PAGO (9(09)V99 SEM VIRGULA)
      *      38-45 DATA DO PAGAMENTO (AAAAMMDD)

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CXASEL.cob".
           COPY "LCTSEL.cob".
           SELECT ARQUIVO-ADQUIRENTE
               ASSIGN TO ADQUIRENTE-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ADQUIRENTE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "CXAREG.cob".
           COPY "LCTREG.cob".

       FD  ARQUIVO-ADQUIRENTE.
       01  ADQUIRENTE-REGISTRO.
           05 ADQ-DATA-VENDA     PIC 9(08).
           05 ADQ-AUTORIZACAO    PIC X(06).
           05 ADQ-MODALIDADE     PIC X(01).
           05 ADQ-VALOR-BRUTO    PIC 9(09)V9(02).
           05 ADQ-VALOR-LIQUIDO  PIC 9(09)V9(02).
           05 ADQ-DATA-PAGAMENTO PIC 9(08).

       WORKING-STORAGE SECTION.

       01  CAIXA-FILE-STATUS      PIC XX.
       01  CAIXA-PATH             PIC X(100).
       01  LIQCARTAO-FILE-STATUS  PIC XX.
       01  LIQCARTAO-PATH         PIC X(100).
       01  ADQUIRENTE-FILE-STATUS PIC XX.
       01  ADQUIRENTE-PATH        PIC X(100).
       01  FINAL-ARQUIVO          PIC X.
       01  DATA-HOJE              PIC 9(08).

       01  DATA-DESDE             PIC 9(08).
       01  DATA-DESDE-R REDEFINES DATA-DESDE.
           05 DESDE-ANO           PIC 9(04).
           05 DESDE-MES           PIC 9(02).
           05 DESDE-DIA           PIC 9(02).
       01  DATA-INICIO-ENV        PIC X(08).
       01  DATA-CAIXA             PIC 9(08).
       01  DATA-TRABALHO          PIC 9(08).
       01  DIAS-CONTADOS          PIC 9(03).

       01  DU-FUNCAO-WS           PIC X(01).
       01  DU-DATA-1-WS           PIC 9(08).
       01  DU-DATA-2-WS           PIC 9(08).
       01  DU-RESULTADO-WS        PIC S9(05).

      *    CONTRATO COM A ADQUIRENTE (PERCENTUAL E DIAS CORRIDOS).
       01  TAXA-DEBITO            PIC 9(02)V9(02) VALUE 1.50.
       01  TAXA-CREDITO           PIC 9(02)V9(02) VALUE 3.00.
       01  PRAZO-DEBITO           PIC 9(03) VALUE 1.
       01  PRAZO-CREDITO          PIC 9(03) VALUE 30.
       01  TAXA-ENV               PIC X(04).
       01  TAXA-ENV-NUM REDEFINES TAXA-ENV PIC 9(04).
       01  PRAZO-ENV              PIC X(03).
       01  PRAZO-ENV-NUM REDEFINES PRAZO-ENV PIC 9(03).
       01  TAXA-APLICADA          PIC 9(02)V9(02).
       01  PRAZO-APLICADO         PIC 9(03).
       01  MODALIDADE-APLICADA    PIC X(01).

      *    RECIBOS EM CARTAO DOS CAIXAS DO PERIODO.
       01  QTDE-VENDAS            PIC 9(03) VALUE 0.
       01  TABELA-VENDAS.
           05 VENDA-ENTRADA OCCURS 999 TIMES.
              10 VENDA-DATA        PIC 9(08).
              10 VENDA-FATURA      PIC 9(07).
              10 VENDA-CLIENTE     PIC 9(08).
              10 VENDA-VALOR       PIC 9(09)V9(02).
              10 VENDA-MODALIDADE  PIC X(01).
              10 VENDA-AUTORIZACAO PIC X(06).
              10 VENDA-CASADA      PIC X(01).
       01  VENDA-SUB              PIC 9(04).
       01  VENDA-ACHADA           PIC 9(04).
       01  TABELA-VENDAS-CHEIA    PIC X VALUE "N".
           88 AVISO-VENDAS-EXIBIDO    VALUE "S".
       01  ACHOU-VENDA            PIC X.
       01  PASSO-PROCURA          PIC X.
       01  DIFERENCA-VALOR        PIC S9(09)V9(02).

       01  TAXA-COBRADA           PIC S9(09)V9(02).
       01  TAXA-CONTRATO          PIC 9(09)V9(02).
       01  EXCESSO-TAXA           PIC S9(09)V9(02).

       01  TOTAL-LIQUIDACOES      PIC 9(05) VALUE 0.
       01  TOTAL-CASADAS          PIC 9(05) VALUE 0.
       01  TOTAL-SEM-VENDA        PIC 9(05) VALUE 0.
       01  TOTAL-FORA-PERIODO     PIC 9(05) VALUE 0.
       01  TOTAL-ACIMA-CONTRATO   PIC 9(05) VALUE 0.
       01  TOTAL-PREVISTAS        PIC 9(05) VALUE 0.
       01  TOTAL-NAO-LIQUIDADAS   PIC 9(05) VALUE 0.
       01  VALOR-BRUTO-CASADO     PIC 9(11)V9(02) VALUE 0.
       01  VALOR-COBRADO-CASADO   PIC S9(11)V9(02) VALUE 0.
       01  VALOR-CONTRATO-CASADO  PIC 9(11)V9(02) VALUE 0.
       01  VALOR-EXCESSO          PIC 9(11)V9(02) VALUE 0.
       01  VALOR-SEM-VENDA        PIC 9(11)V9(02) VALUE 0.
       01  VALOR-FORA-PERIODO     PIC 9(11)V9(02) VALUE 0.
       01  VALOR-PREVISTO         PIC 9(11)V9(02) VALUE 0.
       01  VALOR-NAO-LIQUIDADO    PIC 9(11)V9(02) VALUE 0.
       01  VALOR-EDITADO          PIC $$,$$$,$$$,$$9.99.
       01  VALOR-EDITADO-2        PIC $$,$$$,$$$,$$9.99.
       01  VALOR-EDITADO-3        PIC $$,$$$,$$$,$$9.99.
       01  DIFERENCA-EDITADA      PIC +$$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE 0 TO RETURN-CODE.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM INICIALIZA-CAMINHOS.
           PERFORM INICIALIZA-CONTRATO.

           OPEN INPUT ARQUIVO-ADQUIRENTE.
           IF ADQUIRENTE-FILE-STATUS = "35"
               DISPLAY "ARQUIVO DA ADQUIRENTE NAO ENCONTRADO: "
                       ADQUIRENTE-PATH
               MOVE 1 TO RETURN-CODE
               GO TO PROGRAM-DONE
           END-IF.

           PERFORM CARREGA-VENDAS-CARTAO.
           OPEN OUTPUT ARQUIVO-LIQCARTAO.
           DISPLAY "CONCILIACAO DA ADQUIRENTE - DATA " DATA-HOJE
                   " - VENDAS DESDE " DATA-DESDE.
           DISPLAY "RECIBOS EM CARTAO NO PERIODO: " QTDE-VENDAS.
           DISPLAY "--------------------------------------------".
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM CONCILIA-PROXIMA-LIQUIDACAO
               UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-ADQUIRENTE.
           PERFORM CLASSIFICA-VENDAS-ABERTAS.
           CLOSE ARQUIVO-LIQCARTAO.
           PERFORM IMPRIME-RESUMO.

       PROGRAM-DONE.
           GOBACK.

       INICIALIZA-CAMINHOS.
           MOVE "adquirente.dat" TO ADQUIRENTE-PATH.
           ACCEPT ADQUIRENTE-PATH FROM ENVIRONMENT "ADQUIRENTE_DAT".
           IF ADQUIRENTE-PATH = SPACE
               MOVE "adquirente.dat" TO ADQUIRENTE-PATH
           END-IF.

           MOVE "liqcartao.dat" TO LIQCARTAO-PATH.
           ACCEPT LIQCARTAO-PATH FROM ENVIRONMENT "LIQCARTAO_DAT".
           IF LIQCARTAO-PATH = SPACE
               MOVE "liqcartao.dat" TO LIQCARTAO-PATH
           END-IF.

      *    SEM PROG210-DESDE, O DIA 1 DO MES ANTERIOR: COBRE O PRAZO
      *    DO CREDITO A VISTA E AS VENDAS AINDA A LIQUIDAR.
           MOVE DATA-HOJE TO DATA-DESDE.
           MOVE 1 TO DESDE-DIA.
           IF DESDE-MES = 1
               MOVE 12 TO DESDE-MES
               SUBTRACT 1 FROM DESDE-ANO
           ELSE
               SUBTRACT 1 FROM DESDE-MES
           END-IF.
           MOVE SPACE TO DATA-INICIO-ENV.
           ACCEPT DATA-INICIO-ENV FROM ENVIRONMENT "PROG210-DESDE".
           IF DATA-INICIO-ENV IS NUMERIC
               MOVE DATA-INICIO-ENV TO DATA-DESDE
           END-IF.

       INICIALIZA-CONTRATO.
           MOVE SPACE TO TAXA-ENV.
           ACCEPT TAXA-ENV FROM ENVIRONMENT "PROG210-TAXA-DEBITO".
           IF TAXA-ENV IS NUMERIC
               COMPUTE TAXA-DEBITO = TAXA-ENV-NUM / 100
           END-IF.
           MOVE SPACE TO TAXA-ENV.
           ACCEPT TAXA-ENV FROM ENVIRONMENT "PROG210-TAXA-CREDITO".
           IF TAXA-ENV IS NUMERIC
               COMPUTE TAXA-CREDITO = TAXA-ENV-NUM / 100
           END-IF.
           MOVE SPACE TO PRAZO-ENV.
           ACCEPT PRAZO-ENV FROM ENVIRONMENT "PROG210-PRAZO-DEBITO".
           IF PRAZO-ENV IS NUMERIC
               MOVE PRAZO-ENV-NUM TO PRAZO-DEBITO
           END-IF.
           MOVE SPACE TO PRAZO-ENV.
           ACCEPT PRAZO-ENV FROM ENVIRONMENT "PROG210-PRAZO-CREDITO".
           IF PRAZO-ENV IS NUMERIC
               MOVE PRAZO-ENV-NUM TO PRAZO-CREDITO
           END-IF.

      *    CARREGA-VENDAS-CARTAO: UM CAIXA POR DIA, DO DESDE ATE
      *    HOJE, AVANCANDO PELO CALENDARIO DO PROG97; DIA SEM CAIXA
      *    NAO TEM VENDA.
       CARREGA-VENDAS-CARTAO.
           MOVE DATA-DESDE TO DATA-CAIXA.
           PERFORM CARREGA-CAIXA-DO-DIA
               UNTIL DATA-CAIXA > DATA-HOJE.

       CARREGA-CAIXA-DO-DIA.
           MOVE SPACE TO CAIXA-PATH.
           STRING "caixa." DELIMITED BY SIZE
                  DATA-CAIXA DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
               INTO CAIXA-PATH.
           OPEN INPUT ARQUIVO-CAIXA.
           IF CAIXA-FILE-STATUS NOT = "35"
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM CARREGA-PROXIMO-RECIBO
                   UNTIL FINAL-ARQUIVO = "S"
               CLOSE ARQUIVO-CAIXA
           END-IF.
           MOVE DATA-CAIXA TO DATA-TRABALHO.
           PERFORM AVANCA-UM-DIA.
           MOVE DATA-TRABALHO TO DATA-CAIXA.

       CARREGA-PROXIMO-RECIBO.
           READ ARQUIVO-CAIXA
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S" AND CAIXA-CARTAO
               IF QTDE-VENDAS < 999
                   ADD 1 TO QTDE-VENDAS
                   MOVE CAIXA-DATA TO VENDA-DATA (QTDE-VENDAS)
                   MOVE CAIXA-FATURA-NUMERO
                       TO VENDA-FATURA (QTDE-VENDAS)
                   MOVE CAIXA-CLIENTE-CODIGO
                       TO VENDA-CLIENTE (QTDE-VENDAS)
                   MOVE CAIXA-VALOR TO VENDA-VALOR (QTDE-VENDAS)
                   MOVE CAIXA-CARTAO-MODALIDADE
                       TO VENDA-MODALIDADE (QTDE-VENDAS)
                   MOVE CAIXA-CARTAO-AUTORIZACAO
                       TO VENDA-AUTORIZACAO (QTDE-VENDAS)
                   MOVE "N" TO VENDA-CASADA (QTDE-VENDAS)
               ELSE
                   IF NOT AVISO-VENDAS-EXIBIDO
                       DISPLAY "*** ATENCAO: LIMITE DE 999 RECIBOS "
                               "EM CARTAO ATINGIDO. EXCEDENTES FORA "
                               "DA CONCILIACAO. ***"
                       MOVE "S" TO TABELA-VENDAS-CHEIA
                   END-IF
               END-IF
           END-IF.

       AVANCA-UM-DIA.
           MOVE "P" TO DU-FUNCAO-WS.
           MOVE DATA-TRABALHO TO DU-DATA-1-WS.
           MOVE 0 TO DU-DATA-2-WS.
           MOVE 0 TO DU-RESULTADO-WS.
           CALL "PROG97" USING DU-FUNCAO-WS DU-DATA-1-WS
               DU-DATA-2-WS DU-RESULTADO-WS.
           MOVE DU-DATA-2-WS TO DATA-TRABALHO.

      *    CONCILIA-PROXIMA-LIQUIDACAO: VENDA ANTERIOR AO PERIODO NAO
      *    TEM COMO SER CONFERIDA E SO ENTRA NA FOTO; AS DEMAIS CASAM
      *    COM O RECIBO OU SAEM COMO LIQUIDACAO SEM VENDA.
       CONCILIA-PROXIMA-LIQUIDACAO.
           READ ARQUIVO-ADQUIRENTE
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               ADD 1 TO TOTAL-LIQUIDACOES
               COMPUTE TAXA-COBRADA =
                   ADQ-VALOR-BRUTO - ADQ-VALOR-LIQUIDO
               MOVE SPACE TO LIQCARTAO-REGISTRO
               MOVE ADQ-DATA-VENDA TO LIQCARTAO-DATA-VENDA
               MOVE ADQ-AUTORIZACAO TO LIQCARTAO-AUTORIZACAO
               MOVE ADQ-MODALIDADE TO LIQCARTAO-MODALIDADE
               MOVE ZERO TO LIQCARTAO-FATURA-NUMERO
               MOVE ZERO TO LIQCARTAO-CLIENTE-CODIGO
               MOVE ADQ-VALOR-BRUTO TO LIQCARTAO-VALOR-BRUTO
               MOVE TAXA-COBRADA TO LIQCARTAO-TAXA-COBRADA
               MOVE ZERO TO LIQCARTAO-TAXA-CONTRATO
               MOVE ADQ-VALOR-LIQUIDO TO LIQCARTAO-VALOR-LIQUIDO
               MOVE ADQ-DATA-PAGAMENTO TO LIQCARTAO-DATA-PAGAMENTO
               MOVE DATA-HOJE TO LIQCARTAO-DATA-CONCILIACAO
               EVALUATE TRUE
                   WHEN ADQ-DATA-VENDA < DATA-DESDE
                       MOVE "F" TO LIQCARTAO-SITUACAO
                       ADD 1 TO TOTAL-FORA-PERIODO
                       ADD ADQ-VALOR-LIQUIDO TO VALOR-FORA-PERIODO
                   WHEN OTHER
                       PERFORM PROCURA-VENDA
                       IF ACHOU-VENDA = "S"
                           PERFORM CONFERE-TAXA-LIQUIDACAO
                       ELSE
                           PERFORM REGISTRA-SEM-VENDA
                       END-IF
               END-EVALUATE
               WRITE LIQCARTAO-REGISTRO
           END-IF.

      *    PROCURA-VENDA: PRIMEIRO O RECIBO COM A MESMA AUTORIZACAO;
      *    SO SEM ELE, O RECIBO ANTIGO SEM AUTORIZACAO. DATA IGUAL E
      *    VALOR ATE UM CENTAVO NOS DOIS PASSOS.
       PROCURA-VENDA.
           MOVE "N" TO ACHOU-VENDA.
           MOVE "A" TO PASSO-PROCURA.
           MOVE 1 TO VENDA-SUB.
           PERFORM TESTA-UMA-VENDA
               UNTIL VENDA-SUB > QTDE-VENDAS
                  OR ACHOU-VENDA = "S".
           IF ACHOU-VENDA NOT = "S"
               MOVE "B" TO PASSO-PROCURA
               MOVE 1 TO VENDA-SUB
               PERFORM TESTA-UMA-VENDA
                   UNTIL VENDA-SUB > QTDE-VENDAS
                      OR ACHOU-VENDA = "S"
           END-IF.

       TESTA-UMA-VENDA.
           IF VENDA-CASADA (VENDA-SUB) NOT = "S"
                   AND VENDA-DATA (VENDA-SUB) = ADQ-DATA-VENDA
               COMPUTE DIFERENCA-VALOR =
                   VENDA-VALOR (VENDA-SUB) - ADQ-VALOR-BRUTO
               IF DIFERENCA-VALOR < 0
                   COMPUTE DIFERENCA-VALOR = 0 - DIFERENCA-VALOR
               END-IF
               IF DIFERENCA-VALOR <= 0.01
                   EVALUATE TRUE
                       WHEN PASSO-PROCURA = "A"
                            AND VENDA-AUTORIZACAO (VENDA-SUB)
                                = ADQ-AUTORIZACAO
                           MOVE "S" TO ACHOU-VENDA
                       WHEN PASSO-PROCURA = "B"
                            AND VENDA-AUTORIZACAO (VENDA-SUB) = SPACE
                           MOVE "S" TO ACHOU-VENDA
                   END-EVALUATE
               END-IF
           END-IF.
           IF ACHOU-VENDA = "S"
               MOVE "S" TO VENDA-CASADA (VENDA-SUB)
               MOVE VENDA-SUB TO VENDA-ACHADA
           ELSE
               ADD 1 TO VENDA-SUB
           END-IF.

      *    CONFERE-TAXA-LIQUIDACAO: A TAXA DO CONTRATO SAI DA
      *    MODALIDADE DA LIQUIDACAO (SEM ELA, A DO RECIBO; SEM AS
      *    DUAS, CREDITO); A COBRADA ACIMA DELA EM MAIS DE UM
      *    CENTAVO E LISTADA.
       CONFERE-TAXA-LIQUIDACAO.
           MOVE "L" TO LIQCARTAO-SITUACAO.
           MOVE VENDA-FATURA (VENDA-ACHADA)
               TO LIQCARTAO-FATURA-NUMERO.
           MOVE VENDA-CLIENTE (VENDA-ACHADA)
               TO LIQCARTAO-CLIENTE-CODIGO.
           MOVE ADQ-MODALIDADE TO MODALIDADE-APLICADA.
           IF MODALIDADE-APLICADA NOT = "D"
                   AND MODALIDADE-APLICADA NOT = "C"
               MOVE VENDA-MODALIDADE (VENDA-ACHADA)
                   TO MODALIDADE-APLICADA
           END-IF.
           PERFORM ESCOLHE-CONTRATO.
           MOVE MODALIDADE-APLICADA TO LIQCARTAO-MODALIDADE.
           COMPUTE TAXA-CONTRATO ROUNDED =
               ADQ-VALOR-BRUTO * TAXA-APLICADA / 100.
           MOVE TAXA-CONTRATO TO LIQCARTAO-TAXA-CONTRATO.
           ADD 1 TO TOTAL-CASADAS.
           ADD ADQ-VALOR-BRUTO TO VALOR-BRUTO-CASADO.
           ADD TAXA-COBRADA TO VALOR-COBRADO-CASADO.
           ADD TAXA-CONTRATO TO VALOR-CONTRATO-CASADO.
           COMPUTE EXCESSO-TAXA = TAXA-COBRADA - TAXA-CONTRATO.
           IF EXCESSO-TAXA > 0.01
               ADD 1 TO TOTAL-ACIMA-CONTRATO
               ADD EXCESSO-TAXA TO VALOR-EXCESSO
               MOVE ADQ-VALOR-BRUTO TO VALOR-EDITADO
               MOVE EXCESSO-TAXA TO DIFERENCA-EDITADA
               DISPLAY "TAXA ACIMA DO CONTRATO: " ADQ-DATA-VENDA " "
                       ADQ-AUTORIZACAO " " MODALIDADE-APLICADA " "
                       VALOR-EDITADO " A MAIS " DIFERENCA-EDITADA
           END-IF.

       REGISTRA-SEM-VENDA.
           MOVE "S" TO LIQCARTAO-SITUACAO.
           ADD 1 TO TOTAL-SEM-VENDA.
           ADD ADQ-VALOR-LIQUIDO TO VALOR-SEM-VENDA.
           MOVE ADQ-VALOR-BRUTO TO VALOR-EDITADO.
           DISPLAY "LIQUIDACAO SEM VENDA: " ADQ-DATA-VENDA " "
                   ADQ-AUTORIZACAO " " VALOR-EDITADO
                   " PAGA EM " ADQ-DATA-PAGAMENTO.

       ESCOLHE-CONTRATO.
           IF MODALIDADE-APLICADA = "D"
               MOVE TAXA-DEBITO TO TAXA-APLICADA
               MOVE PRAZO-DEBITO TO PRAZO-APLICADO
           ELSE
               MOVE "C" TO MODALIDADE-APLICADA
               MOVE TAXA-CREDITO TO TAXA-APLICADA
               MOVE PRAZO-CREDITO TO PRAZO-APLICADO
           END-IF.

      *    CLASSIFICA-VENDAS-ABERTAS: RECIBO SEM LIQUIDACAO FICA
      *    PREVISTO PELO CONTRATO (LIQUIDO E DATA ESPERADOS); COM A
      *    DATA ESPERADA JA PASSADA E VENDA NUNCA LIQUIDADA.
       CLASSIFICA-VENDAS-ABERTAS.
           MOVE 1 TO VENDA-SUB.
           PERFORM CLASSIFICA-UMA-VENDA
               UNTIL VENDA-SUB > QTDE-VENDAS.

       CLASSIFICA-UMA-VENDA.
           IF VENDA-CASADA (VENDA-SUB) NOT = "S"
               MOVE VENDA-MODALIDADE (VENDA-SUB)
                   TO MODALIDADE-APLICADA
               PERFORM ESCOLHE-CONTRATO
               COMPUTE TAXA-CONTRATO ROUNDED =
                   VENDA-VALOR (VENDA-SUB) * TAXA-APLICADA / 100
               MOVE VENDA-DATA (VENDA-SUB) TO DATA-TRABALHO
               MOVE 0 TO DIAS-CONTADOS
               PERFORM CONTA-DIA-DO-PRAZO
                   UNTIL DIAS-CONTADOS NOT < PRAZO-APLICADO
               MOVE SPACE TO LIQCARTAO-REGISTRO
               MOVE VENDA-DATA (VENDA-SUB) TO LIQCARTAO-DATA-VENDA
               MOVE VENDA-AUTORIZACAO (VENDA-SUB)
                   TO LIQCARTAO-AUTORIZACAO
               MOVE MODALIDADE-APLICADA TO LIQCARTAO-MODALIDADE
               MOVE VENDA-FATURA (VENDA-SUB)
                   TO LIQCARTAO-FATURA-NUMERO
               MOVE VENDA-CLIENTE (VENDA-SUB)
                   TO LIQCARTAO-CLIENTE-CODIGO
               MOVE VENDA-VALOR (VENDA-SUB) TO LIQCARTAO-VALOR-BRUTO
               MOVE ZERO TO LIQCARTAO-TAXA-COBRADA
               MOVE TAXA-CONTRATO TO LIQCARTAO-TAXA-CONTRATO
               COMPUTE LIQCARTAO-VALOR-LIQUIDO =
                   VENDA-VALOR (VENDA-SUB) - TAXA-CONTRATO
               MOVE DATA-TRABALHO TO LIQCARTAO-DATA-PAGAMENTO
               MOVE DATA-HOJE TO LIQCARTAO-DATA-CONCILIACAO
               IF DATA-TRABALHO < DATA-HOJE
                   MOVE "N" TO LIQCARTAO-SITUACAO
                   ADD 1 TO TOTAL-NAO-LIQUIDADAS
                   ADD VENDA-VALOR (VENDA-SUB) TO VALOR-NAO-LIQUIDADO
                   MOVE VENDA-VALOR (VENDA-SUB) TO VALOR-EDITADO
                   DISPLAY "VENDA NAO LIQUIDADA: "
                           VENDA-DATA (VENDA-SUB) " "
                           VENDA-AUTORIZACAO (VENDA-SUB) " FATURA "
                           VENDA-FATURA (VENDA-SUB) " "
                           VALOR-EDITADO " ESPERADA EM "
                           DATA-TRABALHO
               ELSE
                   MOVE "P" TO LIQCARTAO-SITUACAO
                   ADD 1 TO TOTAL-PREVISTAS
                   ADD LIQCARTAO-VALOR-LIQUIDO TO VALOR-PREVISTO
               END-IF
               WRITE LIQCARTAO-REGISTRO
           END-IF.
           ADD 1 TO VENDA-SUB.

       CONTA-DIA-DO-PRAZO.
           PERFORM AVANCA-UM-DIA.
           ADD 1 TO DIAS-CONTADOS.

       IMPRIME-RESUMO.
           DISPLAY "--------------------------------------------".
           DISPLAY "LINHAS DA ADQUIRENTE.......: " TOTAL-LIQUIDACOES.
           MOVE VALOR-BRUTO-CASADO TO VALOR-EDITADO.
           DISPLAY "CASADAS COM O CAIXA........: " TOTAL-CASADAS
                   "  BRUTO: " VALOR-EDITADO.
           MOVE VALOR-COBRADO-CASADO TO VALOR-EDITADO.
           MOVE VALOR-CONTRATO-CASADO TO VALOR-EDITADO-2.
           DISPLAY "  TAXA COBRADA: " VALOR-EDITADO
                   "  CONTRATADA: " VALOR-EDITADO-2.
           MOVE VALOR-EXCESSO TO VALOR-EDITADO.
           DISPLAY "  ACIMA DO CONTRATO........: " TOTAL-ACIMA-CONTRATO
                   "  A MAIS: " VALOR-EDITADO.
           MOVE VALOR-SEM-VENDA TO VALOR-EDITADO.
           DISPLAY "LIQUIDACOES SEM VENDA......: " TOTAL-SEM-VENDA
                   "  LIQUIDO: " VALOR-EDITADO.
           MOVE VALOR-FORA-PERIODO TO VALOR-EDITADO.
           DISPLAY "VENDAS ANTES DE " DATA-DESDE "....: "
                   TOTAL-FORA-PERIODO "  LIQUIDO: " VALOR-EDITADO.
           MOVE VALOR-NAO-LIQUIDADO TO VALOR-EDITADO.
           DISPLAY "VENDAS NUNCA LIQUIDADAS....: " TOTAL-NAO-LIQUIDADAS
                   "  BRUTO: " VALOR-EDITADO.
           MOVE VALOR-PREVISTO TO VALOR-EDITADO-3.
           DISPLAY "VENDAS A LIQUIDAR NO PRAZO.: " TOTAL-PREVISTAS
                   "  LIQUIDO ESPERADO: " VALOR-EDITADO-3.
           IF TOTAL-ACIMA-CONTRATO NOT = 0 OR TOTAL-SEM-VENDA NOT = 0
                   OR TOTAL-NAO-LIQUIDADAS NOT = 0
               MOVE 1 TO RETURN-CODE
           END-IF.
