      *    PROXIMA SOBE NO MAXIMO UM NIVEL SOBRE A ULTIMA ENVIADA
      *    (AVISO FINAL NUNCA E O PRIMEIRO CONTATO). CLIENTE COM
      *    RECUSA DE CORRESPONDENCIA (LGPD) E SUPRIMIDO E CONTADO.
      *    FATURA EM PARCELAS (PARCELAS.DAT): SO AS PARCELAS
      *    VENCIDAS ENTRAM NA COBRANCA - A FAIXA SAI DA PARCELA MAIS
      *    ATRASADA, O VALOR COBRADO E A SOMA DOS SALDOS VENCIDOS E
      *    A CARTA RELACIONA CADA PARCELA VENCIDA; PARCELA A VENCER
      *    NAO E COBRADA.
      *    SO OS TITULOS "A" E "P" SAO LIDOS, PELA CHAVE ALTERNATIVA
      *    SITUACAO + VENCIMENTO DE FATURAS.DAT.
      *    COM PROG112-GRUPO=S SAI TAMBEM O RESUMO DAS CARTAS POR
      *    GRUPO ECONOMICO (GRUPOS.DAT, PROG215): QUANTAS DE CADA
      *    NIVEL E O VALOR COBRADO DAS LOJAS DE CADA GRUPO, PARA A
      *    CONVERSA COM A MATRIZ DA REDE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO "cobranca.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY "EMQSEL.cob".
           COPY "PARSEL.cob".
           COPY "GRUSEL.cob".
           COPY "GRCSEL.cob".

       DATA DIVISION.
       FILE SECTION.
       01  LINHA-CARTA PIC X(80).

           COPY "EMQREG.cob".
           COPY "PARREG.cob".
           COPY "GRUREG.cob".
           COPY "GRCREG.cob".

       WORKING-STORAGE SECTION.

       01  CLIENTE-PATH           PIC X(100).
       01  CARTAS-COB-FILE-STATUS PIC XX.
       01  FINAL-ARQUIVO          PIC X.
       01  SITUACAO-PERCORRIDA    PIC X(01).

       01  DATA-HOJE              PIC 9(08).
       01  DATA-HOJE-R REDEFINES DATA-HOJE.
       01  TOTAL-SUPRIMIDOS       PIC 9(05) VALUE 0.
       01  TOTAL-SEM-CADASTRO     PIC 9(05) VALUE 0.

       01  DIAS-ATRASO-PARCELA    PIC S9(07).
       01  QTDE-PARCELAS-VENCIDAS PIC 9(02).

           COPY "PARWRK.cob".
           COPY "GRUWRK.cob".

      *    RESUMO POR GRUPO ECONOMICO (PROG112-GRUPO=S): CARTAS E
      *    VALOR COBRADO DAS LOJAS SOMADOS PELO GRUPO DE CADA UMA.
       01  MODO-GRUPO             PIC X VALUE "N".
       01  QTDE-GRUPOS-COB        PIC 9(03) VALUE 0.
       01  TABELA-GRUPOS-COB.
           05 GRUPO-COB-ENTRADA OCCURS 50 TIMES
                                INDEXED BY GRUPO-COB-IDX.
              10 GRUPO-COB-CODIGO  PIC 9(05).
              10 GRUPO-COB-NOME    PIC X(30).
              10 GRUPO-COB-NIVEL-1 PIC 9(05).
              10 GRUPO-COB-NIVEL-2 PIC 9(05).
              10 GRUPO-COB-NIVEL-3 PIC 9(05).
              10 GRUPO-COB-VALOR   PIC 9(11)V9(02).
       01  TABELA-GRUPOS-CHEIA    PIC X VALUE "N".
           88 AVISO-GRUPOS-CHEIA-JA-EXIBIDO VALUE "S".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE 0 TO RETURN-CODE.
                   MOVE "S" TO TEM-CADASTRO-CLIENTES
               END-IF
               OPEN OUTPUT ARQUIVO-COBRANCA
               MOVE "A" TO SITUACAO-PERCORRIDA
               PERFORM POSICIONA-SITUACAO
               PERFORM COBRA-PROXIMA-FATURA
                   UNTIL FINAL-ARQUIVO = "S"
               MOVE "P" TO SITUACAO-PERCORRIDA
               PERFORM POSICIONA-SITUACAO
               PERFORM COBRA-PROXIMA-FATURA
                   UNTIL FINAL-ARQUIVO = "S"
               CLOSE ARQUIVO-COBRANCA
               END-IF
               CLOSE ARQUIVO-FATURA
               PERFORM IMPRIME-RESUMO
               IF MODO-GRUPO = "S"
                   PERFORM IMPRIME-RESUMO-GRUPOS
               END-IF
           END-IF.

       PROGRAM-DONE.
               MOVE "clientes.dat" TO CLIENTE-PATH
           END-IF.

           PERFORM INICIALIZA-CAMINHO-PARCELA.

           ACCEPT MODO-GRUPO FROM ENVIRONMENT "PROG112-GRUPO".
           IF MODO-GRUPO NOT = "S"
               MOVE "N" TO MODO-GRUPO
           END-IF.
           PERFORM INICIALIZA-CAMINHO-GRUPO.

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

       COBRA-PROXIMA-FATURA.
           READ ARQUIVO-FATURA NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               IF FATURA-SITUACAO NOT = SITUACAO-PERCORRIDA
                   MOVE "S" TO FINAL-ARQUIVO
               ELSE
                   PERFORM AVALIA-FATURA
               END-IF
           END-IF.
                               PERFORM GRAVA-CARTA-COBRANCA
                               PERFORM REGISTRA-CARTA-ENVIADA
                               PERFORM ENFILEIRA-EMAIL-COBRANCA
                               IF MODO-GRUPO = "S"
                                   PERFORM ACUMULA-CARTA-GRUPO
                               END-IF
                       END-EVALUATE
                   END-IF
               END-IF
           END-IF.

      *    CALCULA-DIAS-ATRASO: O ATRASO DA FATURA E O DA PARCELA
      *    VENCIDA MAIS ANTIGA (30/360); O SALDO A COBRAR PASSA A SER
      *    SO O DAS PARCELAS VENCIDAS. TITULO SEM VENCIMENTO GRAVADO
      *    JA VEM DO CRONOGRAMA COMO EMISSAO + 30 DIAS.
       CALCULA-DIAS-ATRASO.
           MOVE 0 TO DIAS-ATRASO.
           MOVE 0 TO QTDE-PARCELAS-VENCIDAS.
           MOVE ZERO TO SALDO-ABERTO.
           PERFORM CARREGA-PARCELAS-TITULO.
           MOVE 1 TO PARC-TIT-SUB.
           PERFORM MEDE-ATRASO-PARCELA
               UNTIL PARC-TIT-SUB > QTDE-PARCELAS-TITULO.

       MEDE-ATRASO-PARCELA.
           IF PARC-TIT-SALDO (PARC-TIT-SUB) > 0
               PERFORM CALCULA-ATRASO-PARCELA
               IF DIAS-ATRASO-PARCELA > 0
                   ADD 1 TO QTDE-PARCELAS-VENCIDAS
                   ADD PARC-TIT-SALDO (PARC-TIT-SUB) TO SALDO-ABERTO
                   IF DIAS-ATRASO-PARCELA > DIAS-ATRASO
                       MOVE DIAS-ATRASO-PARCELA TO DIAS-ATRASO
                   END-IF
               END-IF
           END-IF.
           ADD 1 TO PARC-TIT-SUB.

       CALCULA-ATRASO-PARCELA.
           MOVE PARC-TIT-VENCIMENTO (PARC-TIT-SUB)
               TO DATA-VENCIMENTO-WS.
           COMPUTE DIAS-ATRASO-PARCELA =
               (HOJE-ANO - VENCTO-ANO) * 360
               + (HOJE-MES - VENCTO-MES) * 30
               + (HOJE-DIA - VENCTO-DIA).
               INTO LINHA-CARTA.
           WRITE LINHA-CARTA.

           IF QTDE-PARCELAS-TITULO > 1
               MOVE 1 TO PARC-TIT-SUB
               PERFORM GRAVA-LINHA-PARCELA-VENCIDA
                   UNTIL PARC-TIT-SUB > QTDE-PARCELAS-TITULO
           END-IF.

           EVALUATE NIVEL-A-ENVIAR
               WHEN 1
                   ADD 1 TO TOTAL-CARTAS-NIVEL-1
           MOVE "SETOR DE COBRANCA" TO LINHA-CARTA.
           WRITE LINHA-CARTA.

      *    GRAVA-LINHA-PARCELA-VENCIDA: NA FATURA EM PARCELAS, UMA
      *    LINHA POR PARCELA VENCIDA, COM VENCIMENTO E SALDO.
       GRAVA-LINHA-PARCELA-VENCIDA.
           MOVE 0 TO DIAS-ATRASO-PARCELA.
           IF PARC-TIT-SALDO (PARC-TIT-SUB) > 0
               PERFORM CALCULA-ATRASO-PARCELA
           END-IF.
           IF DIAS-ATRASO-PARCELA > 0
               MOVE PARC-TIT-SALDO (PARC-TIT-SUB) TO VALOR-EDITADO
               MOVE SPACE TO LINHA-CARTA
               STRING "  PARCELA " DELIMITED BY SIZE
                      PARC-TIT-NUMERO (PARC-TIT-SUB) DELIMITED BY SIZE
                      " VENCIDA EM " DELIMITED BY SIZE
                      PARC-TIT-VENCIMENTO (PARC-TIT-SUB)
                          DELIMITED BY SIZE
                      ": " DELIMITED BY SIZE
                      VALOR-EDITADO DELIMITED BY SIZE
                   INTO LINHA-CARTA
               WRITE LINHA-CARTA
           END-IF.
           ADD 1 TO PARC-TIT-SUB.

       MONTA-LINHA-LOGRADOURO.
           MOVE SPACE TO LINHA-MONTADA.
           STRING CLIENTE-LOGRADOURO DELIMITED BY "  "
           DISPLAY "SEM CADASTRO DE CLIENTE..: " TOTAL-SEM-CADASTRO.
           DISPLAY "CARTAS GRAVADAS EM COBRANCA.TXT; REGISTRO EM "
                   "CARTASCOB.DAT.".

           COPY "PARPROC.cob".

      *    ACUMULA-CARTA-GRUPO: A CARTA DA LOJA DE GRUPO ECONOMICO
      *    ENTRA NO RESUMO DO GRUPO; LOJA SEM GRUPO NAO ENTRA.
       ACUMULA-CARTA-GRUPO.
           MOVE FATURA-CLIENTE-CODIGO TO GRUPO-CONS-CLIENTE.
           PERFORM BUSCA-GRUPO-CLIENTE.
           IF GRUPO-CONS-CODIGO NOT = 0
               PERFORM LOCALIZA-GRUPO-COB
               EVALUATE NIVEL-A-ENVIAR
                   WHEN 1
                       ADD 1 TO GRUPO-COB-NIVEL-1 (GRUPO-COB-IDX)
                   WHEN 2
                       ADD 1 TO GRUPO-COB-NIVEL-2 (GRUPO-COB-IDX)
                   WHEN OTHER
                       ADD 1 TO GRUPO-COB-NIVEL-3 (GRUPO-COB-IDX)
               END-EVALUATE
               ADD SALDO-ABERTO TO GRUPO-COB-VALOR (GRUPO-COB-IDX)
           END-IF.

       LOCALIZA-GRUPO-COB.
           SET GRUPO-COB-IDX TO 1.
           SEARCH GRUPO-COB-ENTRADA
               AT END
                   PERFORM INCLUI-GRUPO-COB
               WHEN GRUPO-COB-CODIGO (GRUPO-COB-IDX) =
                       GRUPO-CONS-CODIGO
                   CONTINUE
           END-SEARCH.

       INCLUI-GRUPO-COB.
           IF QTDE-GRUPOS-COB < 50
               ADD 1 TO QTDE-GRUPOS-COB
               SET GRUPO-COB-IDX TO QTDE-GRUPOS-COB
               MOVE GRUPO-CONS-CODIGO
                   TO GRUPO-COB-CODIGO (GRUPO-COB-IDX)
               MOVE GRUPO-CONS-NOME TO GRUPO-COB-NOME (GRUPO-COB-IDX)
               MOVE ZERO TO GRUPO-COB-NIVEL-1 (GRUPO-COB-IDX)
               MOVE ZERO TO GRUPO-COB-NIVEL-2 (GRUPO-COB-IDX)
               MOVE ZERO TO GRUPO-COB-NIVEL-3 (GRUPO-COB-IDX)
               MOVE ZERO TO GRUPO-COB-VALOR (GRUPO-COB-IDX)
           ELSE
               IF NOT AVISO-GRUPOS-CHEIA-JA-EXIBIDO
                   DISPLAY "*** ATENCAO: LIMITE DE 50 GRUPOS "
                           "ATINGIDO. EXCEDENTES NA ULTIMA LINHA. ***"
                   MOVE "S" TO TABELA-GRUPOS-CHEIA
               END-IF
               SET GRUPO-COB-IDX TO QTDE-GRUPOS-COB
           END-IF.

       IMPRIME-RESUMO-GRUPOS.
           DISPLAY "----------------------------------------------".
           DISPLAY "CARTAS DE COBRANCA POR GRUPO ECONOMICO".
           DISPLAY "GRUPO NOME                           NIV1  NIV2"
                   "  NIV3      VALOR COBRADO".
           SET GRUPO-COB-IDX TO 1.
           PERFORM IMPRIME-GRUPO-COB
               UNTIL GRUPO-COB-IDX > QTDE-GRUPOS-COB.
           DISPLAY "GRUPOS COM CARTAS: " QTDE-GRUPOS-COB.

       IMPRIME-GRUPO-COB.
           MOVE GRUPO-COB-VALOR (GRUPO-COB-IDX) TO VALOR-EDITADO.
           DISPLAY GRUPO-COB-CODIGO (GRUPO-COB-IDX) " "
                   GRUPO-COB-NOME (GRUPO-COB-IDX) " "
                   GRUPO-COB-NIVEL-1 (GRUPO-COB-IDX) " "
                   GRUPO-COB-NIVEL-2 (GRUPO-COB-IDX) " "
                   GRUPO-COB-NIVEL-3 (GRUPO-COB-IDX) " "
                   VALOR-EDITADO.
           SET GRUPO-COB-IDX UP BY 1.

           COPY "GRUPROC.cob".
