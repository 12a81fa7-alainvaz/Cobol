       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG211.
      *    APROVACAO DAS ORDENS DE COMPRA (QUATRO OLHOS): A ORDEM
      *    DIGITADA NO PROG103 ACIMA DO LIMITE DE VALOR DO OPERADOR
      *    FICA "E" EM ORDEMCOMPRA.DAT E NAO SE RECEBE NEM ACEITA
      *    NOTA ATE A DECISAO. AQUI O SUPERVISOR (SESSAO-NIVEL 3)
      *    VE CADA ORDEM AGUARDANDO - ITENS, TOTAL, QUEM DIGITOU -
      *    AO LADO DA SITUACAO DO FORNECEDOR: AS ORDENS JA LIBERADAS
      *    AINDA ABERTAS (SALDO A RECEBER), AS OUTRAS AGUARDANDO E O
      *    GASTO DO ANO (TITULOS DE PAGAR.DAT EMITIDOS NO ANO), E
      *    APROVA (A ORDEM VIRA "A") OU RECUSA ("X"), NO MESMO FLUXO
      *    DE DECISAO DO PROG114. QUEM DIGITOU NAO APROVA A PROPRIA
      *    ORDEM. CADA DECISAO GERA LINHA DE AUDITORIA. A LISTA
      *    SEMANAL DAS ORDENS PARADAS E O PROG212.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "OCSEL.cob".
           COPY "FORSEL.cob".
           COPY "PAGSEL.cob".
           COPY "AUDSEL.cob".
           COPY "SESSEL.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "OCREG.cob".
           COPY "FORREG.cob".
           COPY "PAGREG.cob".
           COPY "AUDREG.cob".
           COPY "SESREG.cob".

       WORKING-STORAGE SECTION.

           COPY "AMBWRK.cob".

       01  ORDEM-COMPRA-FILE-STATUS PIC XX.
       01  ORDEM-COMPRA-PATH        PIC X(100).
       01  FORNECEDOR-FILE-STATUS   PIC XX.
       01  FORNECEDOR-PATH          PIC X(100).
       01  PAGAR-FILE-STATUS        PIC XX.
       01  PAGAR-PATH               PIC X(100).
       01  AUDITORIA-FILE-STATUS    PIC XX.
       01  SESSAO-FILE-STATUS       PIC XX.
       01  OPERADOR-ID              PIC X(10).
       01  NIVEL-OPERADOR           PIC 9(01) VALUE 0.
       01  TEM-SESSAO               PIC X VALUE "N".
       01  FINAL-ARQUIVO            PIC X.
       01  FIM-LINHAS-ORDEM         PIC X.
       01  ENCERRAR-REVISAO         PIC X VALUE "N".
       01  DECISAO                  PIC X.
       01  DATA-HOJE                PIC 9(08).
       01  ANO-HOJE                 PIC 9(04).
       01  ANO-EMISSAO              PIC 9(04).

      *    ORDENS AGUARDANDO APROVACAO, LEVANTADAS NUMA PASSADA POR
      *    ORDEMCOMPRA.DAT (AS LINHAS DE UMA ORDEM SAO CONTIGUAS).
       01  QTDE-PENDENTES           PIC 9(03) VALUE 0.
       01  TABELA-PENDENTES.
           05 PEND-ENTRADA OCCURS 200 TIMES.
              10 PEND-NUMERO        PIC 9(07).
              10 PEND-FORNECEDOR    PIC 9(05).
              10 PEND-EMITENTE      PIC X(10).
              10 PEND-EMISSAO       PIC 9(08).
              10 PEND-TOTAL         PIC 9(09)V9(02).
              10 PEND-LINHAS        PIC 9(03).
       01  PEND-SUB                 PIC 9(04).
       01  OUTRO-SUB                PIC 9(04).
       01  TABELA-PEND-CHEIA        PIC X VALUE "N".
           88 AVISO-PEND-EXIBIDO        VALUE "S".

       01  VALOR-LINHA              PIC 9(09)V9(02).
       01  NOME-FORNECEDOR          PIC X(30).
       01  ORDEM-ANTERIOR           PIC 9(07).
       01  ABERTAS-FORNECEDOR       PIC 9(05).
       01  SALDO-ABERTO-FORNECEDOR  PIC 9(11)V9(02).
       01  OUTRAS-AGUARDANDO        PIC 9(05).
       01  VALOR-OUTRAS-AGUARDANDO  PIC 9(11)V9(02).
       01  GASTO-ANO-FORNECEDOR     PIC 9(11)V9(02).
       01  SITUACAO-DECIDIDA        PIC X(01).
       01  LINHAS-DECIDIDAS         PIC 9(03).

       01  TOTAL-APROVADAS          PIC 9(05) VALUE 0.
       01  TOTAL-RECUSADAS          PIC 9(05) VALUE 0.
       01  VALOR-EDITADO            PIC $$,$$$,$$$,$$9.99.
       01  VALOR-EDITADO-2          PIC $$,$$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM INICIALIZA-AMBIENTE.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE ANO-HOJE = DATA-HOJE / 10000.
           PERFORM INICIALIZA-CAMINHOS.
           PERFORM INICIALIZA-OPERADOR.

           IF TEM-SESSAO = "S" AND NIVEL-OPERADOR < 3
               DISPLAY "APROVACAO DE ORDEM DE COMPRA E RESTRITA A "
                       "SUPERVISORES (NIVEL 3)."
               GO TO PROGRAM-DONE
           END-IF.

           PERFORM LEVANTA-PENDENTES.
           IF QTDE-PENDENTES = 0
               DISPLAY "NENHUMA ORDEM DE COMPRA AGUARDANDO APROVACAO."
               GO TO PROGRAM-DONE
           END-IF.

           OPEN I-O ARQUIVO-ORDEM-COMPRA.
           OPEN INPUT ARQUIVO-FORNECEDOR.
           OPEN INPUT ARQUIVO-PAGAR.
           MOVE 1 TO PEND-SUB.
           PERFORM REVISA-ORDEM-PENDENTE
               UNTIL PEND-SUB > QTDE-PENDENTES
                  OR ENCERRAR-REVISAO = "S".
           IF PAGAR-FILE-STATUS NOT = "35"
               CLOSE ARQUIVO-PAGAR
           END-IF.
           IF FORNECEDOR-FILE-STATUS NOT = "35"
               CLOSE ARQUIVO-FORNECEDOR
           END-IF.
           CLOSE ARQUIVO-ORDEM-COMPRA.
           DISPLAY "----------------------------------------------".
           DISPLAY "ORDENS APROVADAS: " TOTAL-APROVADAS.
           DISPLAY "ORDENS RECUSADAS: " TOTAL-RECUSADAS.

       PROGRAM-DONE.
           STOP RUN.

       INICIALIZA-CAMINHOS.
           MOVE "ordemcompra.dat" TO ORDEM-COMPRA-PATH.
           ACCEPT ORDEM-COMPRA-PATH FROM ENVIRONMENT "ORDEMCOMPRA_DAT".
           IF ORDEM-COMPRA-PATH = SPACE
               MOVE "ordemcompra.dat" TO ORDEM-COMPRA-PATH
           END-IF.

           MOVE "fornecedores.dat" TO FORNECEDOR-PATH.
           ACCEPT FORNECEDOR-PATH FROM ENVIRONMENT "FORNECEDOR_DAT".
           IF FORNECEDOR-PATH = SPACE
               MOVE "fornecedores.dat" TO FORNECEDOR-PATH
           END-IF.

           MOVE "pagar.dat" TO PAGAR-PATH.
           ACCEPT PAGAR-PATH FROM ENVIRONMENT "PAGAR_DAT".
           IF PAGAR-PATH = SPACE
               MOVE "pagar.dat" TO PAGAR-PATH
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

       LEVANTA-PENDENTES.
           OPEN INPUT ARQUIVO-ORDEM-COMPRA.
           IF ORDEM-COMPRA-FILE-STATUS NOT = "35"
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEVANTA-PROXIMA-LINHA
                   UNTIL FINAL-ARQUIVO = "S"
               CLOSE ARQUIVO-ORDEM-COMPRA
           END-IF.

       LEVANTA-PROXIMA-LINHA.
           READ ARQUIVO-ORDEM-COMPRA NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S" AND OC-AGUARDANDO-APROVACAO
               IF QTDE-PENDENTES = 0
                   PERFORM ABRE-PENDENTE
               ELSE
                   IF PEND-NUMERO (QTDE-PENDENTES) NOT = OC-NUMERO
                       PERFORM ABRE-PENDENTE
                   END-IF
               END-IF
               IF PEND-NUMERO (QTDE-PENDENTES) = OC-NUMERO
                   COMPUTE VALOR-LINHA ROUNDED =
                       OC-QUANTIDADE * OC-PRECO-COMBINADO
                   ADD VALOR-LINHA TO PEND-TOTAL (QTDE-PENDENTES)
                   ADD 1 TO PEND-LINHAS (QTDE-PENDENTES)
               END-IF
           END-IF.

       ABRE-PENDENTE.
           IF QTDE-PENDENTES < 200
               ADD 1 TO QTDE-PENDENTES
               MOVE OC-NUMERO TO PEND-NUMERO (QTDE-PENDENTES)
               MOVE OC-FORNECEDOR-CODIGO
                   TO PEND-FORNECEDOR (QTDE-PENDENTES)
               MOVE OC-EMITENTE TO PEND-EMITENTE (QTDE-PENDENTES)
               MOVE OC-DATA-EMISSAO TO PEND-EMISSAO (QTDE-PENDENTES)
               MOVE ZERO TO PEND-TOTAL (QTDE-PENDENTES)
               MOVE ZERO TO PEND-LINHAS (QTDE-PENDENTES)
           ELSE
               IF NOT AVISO-PEND-EXIBIDO
                   DISPLAY "*** ATENCAO: MAIS DE 200 ORDENS "
                           "AGUARDANDO. AS DEMAIS FICAM PARA A "
                           "PROXIMA SESSAO. ***"
                   MOVE "S" TO TABELA-PEND-CHEIA
               END-IF
           END-IF.

       REVISA-ORDEM-PENDENTE.
           PERFORM OBTEM-NOME-FORNECEDOR.
           DISPLAY " ".
           MOVE PEND-TOTAL (PEND-SUB) TO VALOR-EDITADO.
           DISPLAY "ORDEM DE COMPRA " PEND-NUMERO (PEND-SUB)
                   " - FORNECEDOR " PEND-FORNECEDOR (PEND-SUB) " "
                   NOME-FORNECEDOR.
           DISPLAY "  DIGITADA POR " PEND-EMITENTE (PEND-SUB)
                   " EM " PEND-EMISSAO (PEND-SUB)
                   "  TOTAL: " VALOR-EDITADO.
           PERFORM LISTA-ITENS-ORDEM.
           PERFORM CALCULA-SITUACAO-FORNECEDOR.
           MOVE SALDO-ABERTO-FORNECEDOR TO VALOR-EDITADO.
           DISPLAY "  FORNECEDOR - ORDENS LIBERADAS EM ABERTO: "
                   ABERTAS-FORNECEDOR "  SALDO A RECEBER: "
                   VALOR-EDITADO.
           MOVE VALOR-OUTRAS-AGUARDANDO TO VALOR-EDITADO.
           MOVE GASTO-ANO-FORNECEDOR TO VALOR-EDITADO-2.
           DISPLAY "  OUTRAS AGUARDANDO: " OUTRAS-AGUARDANDO
                   " " VALOR-EDITADO "  GASTO NO ANO: "
                   VALOR-EDITADO-2.
           IF PEND-EMITENTE (PEND-SUB) = OPERADOR-ID
               DISPLAY "  *** ORDEM DO PROPRIO OPERADOR - QUATRO "
                       "OLHOS EXIGE OUTRO SUPERVISOR. PULADA. ***"
           ELSE
               PERFORM PEDE-DECISAO
               PERFORM PEDE-DECISAO
                   UNTIL DECISAO = "A" OR DECISAO = "R"
                      OR DECISAO = "P" OR DECISAO = "F"
               EVALUATE DECISAO
                   WHEN "A"
                       MOVE "A" TO SITUACAO-DECIDIDA
                       PERFORM APLICA-DECISAO
                       IF LINHAS-DECIDIDAS NOT = 0
                           ADD 1 TO TOTAL-APROVADAS
                           PERFORM GRAVA-AUDITORIA-DECISAO
                           DISPLAY "ORDEM APROVADA E LIBERADA AO "
                                   "FORNECEDOR."
                       END-IF
                   WHEN "R"
                       MOVE "X" TO SITUACAO-DECIDIDA
                       PERFORM APLICA-DECISAO
                       IF LINHAS-DECIDIDAS NOT = 0
                           ADD 1 TO TOTAL-RECUSADAS
                           PERFORM GRAVA-AUDITORIA-DECISAO
                           DISPLAY "ORDEM RECUSADA."
                       END-IF
                   WHEN "F"
                       MOVE "S" TO ENCERRAR-REVISAO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           ADD 1 TO PEND-SUB.

       OBTEM-NOME-FORNECEDOR.
           MOVE "(FORNECEDOR NAO CADASTRADO)" TO NOME-FORNECEDOR.
           IF FORNECEDOR-FILE-STATUS NOT = "35"
               MOVE PEND-FORNECEDOR (PEND-SUB) TO FORNECEDOR-CODIGO
               READ ARQUIVO-FORNECEDOR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FORNECEDOR-NOME TO NOME-FORNECEDOR
               END-READ
           END-IF.

       PEDE-DECISAO.
           DISPLAY "DECISAO: A=APROVAR R=RECUSAR P=PULAR F=ENCERRAR".
           ACCEPT DECISAO.
           IF DECISAO NOT = "A" AND DECISAO NOT = "R"
                   AND DECISAO NOT = "P" AND DECISAO NOT = "F"
               DISPLAY "DECISAO INVALIDA. DIGITE A, R, P OU F."
           END-IF.

      *    POSICIONA-ORDEM: LINHA 000 NAO EXISTE; A PRIMEIRA LINHA
      *    DA ORDEM E A PRIMEIRA CHAVE ACIMA DELA.
       POSICIONA-ORDEM.
           MOVE "N" TO FIM-LINHAS-ORDEM.
           MOVE PEND-NUMERO (PEND-SUB) TO OC-NUMERO.
           MOVE ZERO TO OC-ITEM-SEQ.
           START ARQUIVO-ORDEM-COMPRA
               KEY IS GREATER THAN OC-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-LINHAS-ORDEM
           END-START.

       LEITURA-LINHA-ORDEM.
           READ ARQUIVO-ORDEM-COMPRA NEXT RECORD
               AT END
                   MOVE "S" TO FIM-LINHAS-ORDEM
           END-READ.
           IF FIM-LINHAS-ORDEM NOT = "S"
               IF OC-NUMERO NOT = PEND-NUMERO (PEND-SUB)
                   MOVE "S" TO FIM-LINHAS-ORDEM
               END-IF
           END-IF.

       LISTA-ITENS-ORDEM.
           PERFORM POSICIONA-ORDEM.
           PERFORM LISTA-UM-ITEM-ORDEM
               UNTIL FIM-LINHAS-ORDEM = "S".

       LISTA-UM-ITEM-ORDEM.
           PERFORM LEITURA-LINHA-ORDEM.
           IF FIM-LINHAS-ORDEM NOT = "S"
               COMPUTE VALOR-LINHA ROUNDED =
                   OC-QUANTIDADE * OC-PRECO-COMBINADO
               MOVE VALOR-LINHA TO VALOR-EDITADO
               DISPLAY "    " OC-ITEM-SEQ " PRODUTO "
                       OC-PRODUTO-CODIGO " QTDE " OC-QUANTIDADE
                       " = " VALOR-EDITADO
           END-IF.

      *    CALCULA-SITUACAO-FORNECEDOR: O QUE O FORNECEDOR JA TEM
      *    PARA ENTREGAR (LINHAS LIBERADAS "A", PELO SALDO), AS
      *    OUTRAS ORDENS DELE NA FILA E O GASTO DO ANO EM PAGAR.DAT.
       CALCULA-SITUACAO-FORNECEDOR.
           MOVE ZERO TO ABERTAS-FORNECEDOR.
           MOVE ZERO TO SALDO-ABERTO-FORNECEDOR.
           MOVE ZERO TO ORDEM-ANTERIOR.
           MOVE LOW-VALUES TO OC-CHAVE.
           MOVE "N" TO FINAL-ARQUIVO.
           START ARQUIVO-ORDEM-COMPRA
               KEY IS NOT LESS THAN OC-CHAVE
               INVALID KEY
                   MOVE "S" TO FINAL-ARQUIVO
           END-START.
           PERFORM SOMA-ABERTO-FORNECEDOR
               UNTIL FINAL-ARQUIVO = "S".

           MOVE ZERO TO OUTRAS-AGUARDANDO.
           MOVE ZERO TO VALOR-OUTRAS-AGUARDANDO.
           MOVE 1 TO OUTRO-SUB.
           PERFORM SOMA-OUTRA-AGUARDANDO
               UNTIL OUTRO-SUB > QTDE-PENDENTES.

           MOVE ZERO TO GASTO-ANO-FORNECEDOR.
           IF PAGAR-FILE-STATUS NOT = "35"
               MOVE PEND-FORNECEDOR (PEND-SUB)
                   TO PAGAR-FORNECEDOR-CODIGO
               MOVE LOW-VALUES TO PAGAR-DOCUMENTO
               MOVE "N" TO FINAL-ARQUIVO
               START ARQUIVO-PAGAR
                   KEY IS NOT LESS THAN PAGAR-CHAVE
                   INVALID KEY
                       MOVE "S" TO FINAL-ARQUIVO
               END-START
               PERFORM SOMA-GASTO-ANO
                   UNTIL FINAL-ARQUIVO = "S"
           END-IF.

       SOMA-ABERTO-FORNECEDOR.
           READ ARQUIVO-ORDEM-COMPRA NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               IF OC-FORNECEDOR-CODIGO = PEND-FORNECEDOR (PEND-SUB)
                       AND OC-ABERTA
                       AND OC-QUANTIDADE > OC-QTDE-RECEBIDA
                   IF OC-NUMERO NOT = ORDEM-ANTERIOR
                       ADD 1 TO ABERTAS-FORNECEDOR
                       MOVE OC-NUMERO TO ORDEM-ANTERIOR
                   END-IF
                   COMPUTE VALOR-LINHA ROUNDED =
                       (OC-QUANTIDADE - OC-QTDE-RECEBIDA)
                       * OC-PRECO-COMBINADO
                   ADD VALOR-LINHA TO SALDO-ABERTO-FORNECEDOR
               END-IF
           END-IF.

       SOMA-OUTRA-AGUARDANDO.
           IF OUTRO-SUB NOT = PEND-SUB
                   AND PEND-FORNECEDOR (OUTRO-SUB)
                       = PEND-FORNECEDOR (PEND-SUB)
               ADD 1 TO OUTRAS-AGUARDANDO
               ADD PEND-TOTAL (OUTRO-SUB) TO VALOR-OUTRAS-AGUARDANDO
           END-IF.
           ADD 1 TO OUTRO-SUB.

       SOMA-GASTO-ANO.
           READ ARQUIVO-PAGAR NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               IF PAGAR-FORNECEDOR-CODIGO NOT =
                       PEND-FORNECEDOR (PEND-SUB)
                   MOVE "S" TO FINAL-ARQUIVO
               ELSE
                   COMPUTE ANO-EMISSAO = PAGAR-DATA-EMISSAO / 10000
                   IF ANO-EMISSAO = ANO-HOJE
                       ADD PAGAR-VALOR-TOTAL TO GASTO-ANO-FORNECEDOR
                   END-IF
               END-IF
           END-IF.

      *    APLICA-DECISAO: SO AS LINHAS AINDA "E" MUDAM - SE OUTRO
      *    SUPERVISOR DECIDIU A ORDEM NESSE MEIO TEMPO, NADA MUDA.
       APLICA-DECISAO.
           MOVE 0 TO LINHAS-DECIDIDAS.
           PERFORM POSICIONA-ORDEM.
           PERFORM DECIDE-LINHA-ORDEM
               UNTIL FIM-LINHAS-ORDEM = "S".
           IF LINHAS-DECIDIDAS = 0
               DISPLAY "ORDEM JA DECIDIDA POR OUTRO SUPERVISOR. "
                       "NADA ALTERADO."
           END-IF.

       DECIDE-LINHA-ORDEM.
           PERFORM LEITURA-LINHA-ORDEM.
           IF FIM-LINHAS-ORDEM NOT = "S"
               IF OC-AGUARDANDO-APROVACAO
                   MOVE SITUACAO-DECIDIDA TO OC-SITUACAO
                   MOVE OPERADOR-ID TO OC-APROVADOR
                   MOVE DATA-HOJE TO OC-DATA-APROVACAO
                   REWRITE ORDEM-COMPRA-REGISTRO
                       INVALID KEY
                           DISPLAY "ERRO AO REGRAVAR A LINHA "
                                   OC-ITEM-SEQ " DA ORDEM."
                       NOT INVALID KEY
                           ADD 1 TO LINHAS-DECIDIDAS
                   END-REWRITE
               END-IF
           END-IF.

       GRAVA-AUDITORIA-DECISAO.
           OPEN EXTEND ARQUIVO-AUDITORIA.
           IF AUDITORIA-FILE-STATUS = "35"
               CLOSE ARQUIVO-AUDITORIA
               OPEN OUTPUT ARQUIVO-AUDITORIA
           END-IF.
           MOVE "PROG211"           TO AUDITORIA-PROGRAMA.
           MOVE "A"                 TO AUDITORIA-OPERACAO.
           MOVE SPACE               TO AUDITORIA-NOME.
           IF SITUACAO-DECIDIDA = "A"
               STRING "OC " PEND-NUMERO (PEND-SUB) " APROVADA"
                   DELIMITED BY SIZE INTO AUDITORIA-NOME
           ELSE
               STRING "OC " PEND-NUMERO (PEND-SUB) " RECUSADA"
                   DELIMITED BY SIZE INTO AUDITORIA-NOME
           END-IF.
           MOVE OPERADOR-ID         TO AUDITORIA-OPERADOR.
           ACCEPT AUDITORIA-DATA FROM DATE YYYYMMDD.
           ACCEPT AUDITORIA-HORA FROM TIME.
           WRITE AUDITORIA-REGISTRO.
           CLOSE ARQUIVO-AUDITORIA.

           COPY "AMBPROC.cob".
