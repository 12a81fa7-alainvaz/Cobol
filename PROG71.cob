      *    FATURAS E OS PAGAMENTOS REGISTRADOS, FECHANDO COM O SALDO
      *    EM ABERTO ATUAL - A FOLHA UNICA QUE SE POE NA FRENTE DO
      *    CLIENTE QUANDO ELE CONTESTA ALGUMA COISA, SEM GARIMPAR
      *    QUATRO ARQUIVOS NA MAO. AS FATURAS VEM PELA CHAVE
      *    ALTERNATIVA DO CLIENTE EM FATURAS.DAT.
      *    OS PEDIDOS DO CLIENTE VEM DA CHAVE ALTERNATIVA DE
      *    PEDIDOS.DAT (PEDIDO-CLIENTE-CHAVE), SO OS CABECALHOS.
      *    OS CREDITOS DO CLIENTE (SALDOCRED.DAT) ENTRAM COMO
      *    EVENTOS, E O EXTRATO FECHA COM O CREDITO A APLICAR E O
      *    SALDO LIQUIDO (EM ABERTO MENOS CREDITO).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           COPY "SACSEL.cob".
           COPY "ACSSEL.cob".
           COPY "SESSEL.cob".
           COPY "SCRSEL.cob".
           SELECT ARQUIVO-FAT-ARQUIVADO
               ASSIGN TO FAT-ARQUIVO-PATH
               ORGANIZATION IS SEQUENTIAL
           COPY "SACREG.cob".
           COPY "ACSREG.cob".
           COPY "SESREG.cob".
           COPY "SCRREG.cob".

      *    IMAGEM DE FATURA DO ARQUIVO MORTO (FATARQ.AAAA.DAT DO
      *    PROG129) - MESMO LEIAUTE DE FATURAS.DAT, NOMES PROPRIOS.
           05 FATARQ-SITUACAO        PIC X(01).
           05 FATARQ-DATA-VENCIMENTO PIC 9(08).
           05 FATARQ-VENDEDOR        PIC 9(05).
           05 FATARQ-VALOR-FRETE     PIC 9(07)V9(02).
           05 FATARQ-TRANSP-CODIGO   PIC 9(02).
           05 FATARQ-EMPRESA         PIC 9(02).

       WORKING-STORAGE SECTION.

           COPY "AMBWRK.cob".
           COPY "SCRWRK.cob".

       01  CLIENTE-FILE-STATUS   PIC XX.
       01  CLIENTE-PATH          PIC X(100).
           88 AVISO-EVENTOS-CHEIA-JA-EXIBIDO VALUE "S".

       01  SALDO-ABERTO-TOTAL    PIC S9(11)V9(02) VALUE 0.
       01  SALDO-CREDITO-TOTAL   PIC S9(11)V9(02) VALUE 0.
       01  SALDO-LIQUIDO-TOTAL   PIC S9(11)V9(02) VALUE 0.
       01  SALDO-LIQUIDO-EDITADO PIC -$,$$$,$$$,$$9.99.
       01  VALOR-EDITADO         PIC $$,$$$,$$$,$$9.99.
       01  TEXTO-MONTADO         PIC X(68).

               MOVE "sac.dat" TO SAC-PATH
           END-IF.

           PERFORM INICIALIZA-CAMINHO-SALDO-CRED.

       EMITE-EXTRATO.
           PERFORM LOCALIZA-CLIENTE.
           IF CLIENTE-OK
               MOVE 0 TO QTDE-EVENTOS
               MOVE ZERO TO SALDO-ABERTO-TOTAL
               MOVE ZERO TO SALDO-CREDITO-TOTAL
               PERFORM COLETA-AUDITORIA
               PERFORM COLETA-PEDIDOS
               PERFORM COLETA-FATURAS
               PERFORM COLETA-FATURAS-ARQUIVADAS
               PERFORM COLETA-ENCARGOS
               PERFORM COLETA-CHAMADOS-SAC
               PERFORM COLETA-CREDITOS
               PERFORM ORDENA-EVENTOS
               PERFORM IMPRIME-EXTRATO
               PERFORM GRAVA-ACESSO-LGPD
               PERFORM AVISA-TABELA-EVENTOS-CHEIA
           END-IF.

      *    COLETA-PEDIDOS: POSICIONA NA CHAVE ALTERNATIVA DO CLIENTE
      *    E LE SO AS LINHAS DOS PEDIDOS DELE.
       COLETA-PEDIDOS.
           OPEN INPUT ARQUIVO-PEDIDO.
           IF PEDIDO-FILE-STATUS = "35"
               CONTINUE
           ELSE
               MOVE "N" TO FINAL-ARQUIVO
               MOVE CODIGO-INFORMADO TO PEDIDO-CLIENTE-CHAVE
               START ARQUIVO-PEDIDO
                   KEY IS EQUAL TO PEDIDO-CLIENTE-CHAVE
                   INVALID KEY
                       MOVE "S" TO FINAL-ARQUIVO
               END-START
               PERFORM COLETA-PROXIMO-PEDIDO
                   UNTIL FINAL-ARQUIVO = "S"
               CLOSE ARQUIVO-PEDIDO
           END-IF.

       COLETA-PROXIMO-PEDIDO.
           READ ARQUIVO-PEDIDO NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
                   AND PEDIDO-CLIENTE-CHAVE NOT = CODIGO-INFORMADO
               MOVE "S" TO FINAL-ARQUIVO
           END-IF.
           IF FINAL-ARQUIVO NOT = "S"
               IF PEDIDO-CABECALHO
                       AND PEDIDO-CLIENTE-CODIGO = CODIGO-INFORMADO
               END-IF
           END-IF.

      *    COLETA-FATURAS: POSICIONA NA CHAVE ALTERNATIVA DO CLIENTE
      *    E LE SO AS FATURAS DELE.
       COLETA-FATURAS.
           OPEN INPUT ARQUIVO-FATURA.
           IF FATURA-FILE-STATUS = "35"
               CONTINUE
           ELSE
               MOVE "N" TO FINAL-ARQUIVO
               MOVE CODIGO-INFORMADO TO FATURA-CLIENTE-CODIGO
               START ARQUIVO-FATURA
                   KEY IS EQUAL TO FATURA-CLIENTE-CODIGO
                   INVALID KEY
                       MOVE "S" TO FINAL-ARQUIVO
               END-START
               PERFORM COLETA-PROXIMA-FATURA
                   UNTIL FINAL-ARQUIVO = "S"
               CLOSE ARQUIVO-FATURA
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               IF FATURA-CLIENTE-CODIGO NOT = CODIGO-INFORMADO
                   MOVE "S" TO FINAL-ARQUIVO
               ELSE
                   PERFORM INCLUI-EVENTO-FATURA
                   IF FATURA-VALOR-PAGO NOT = ZERO
                       PERFORM INCLUI-EVENTO-PAGAMENTO
               END-IF
           END-IF.

      *    COLETA-CREDITOS: CADA CREDITO DO CLIENTE (NOTA DE CREDITO,
      *    PAGAMENTO A MAIOR, ADIANTAMENTO) ENTRA NA DATA EM QUE
      *    NASCEU; O SALDO DOS QUE AINDA ESTAO ABERTOS ABATE O SALDO
      *    EM ABERTO NO FECHAMENTO.
       COLETA-CREDITOS.
           OPEN INPUT ARQUIVO-SALDO-CRED.
           IF SALDO-CRED-FILE-STATUS = "00"
               MOVE "N" TO FINAL-ARQUIVO
               MOVE CODIGO-INFORMADO TO SALDO-CRED-CLIENTE
               MOVE 0 TO SALDO-CRED-SEQ
               START ARQUIVO-SALDO-CRED
                   KEY IS NOT LESS THAN SALDO-CRED-CHAVE
                   INVALID KEY
                       MOVE "S" TO FINAL-ARQUIVO
               END-START
               PERFORM COLETA-PROXIMO-CREDITO
                   UNTIL FINAL-ARQUIVO = "S"
               CLOSE ARQUIVO-SALDO-CRED
           ELSE
               IF SALDO-CRED-FILE-STATUS = "05"
                   CLOSE ARQUIVO-SALDO-CRED
               END-IF
           END-IF.

       COLETA-PROXIMO-CREDITO.
           READ ARQUIVO-SALDO-CRED NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               IF SALDO-CRED-CLIENTE NOT = CODIGO-INFORMADO
                   MOVE "S" TO FINAL-ARQUIVO
               ELSE
                   PERFORM INCLUI-EVENTO-CREDITO
                   IF SALDO-CRED-ABERTO
                       ADD SALDO-CRED-SALDO TO SALDO-CREDITO-TOTAL
                   END-IF
               END-IF
           END-IF.

       INCLUI-EVENTO-CREDITO.
           MOVE SALDO-CRED-VALOR-ORIGINAL TO VALOR-EDITADO.
           MOVE SPACE TO TEXTO-MONTADO.
           STRING "CREDITO " SALDO-CRED-ORIGEM
                  " DOC " SALDO-CRED-DOCUMENTO
                  " VALOR " VALOR-EDITADO
                  " SIT " SALDO-CRED-SITUACAO
               DELIMITED BY SIZE INTO TEXTO-MONTADO.
           IF QTDE-EVENTOS < 200
               ADD 1 TO QTDE-EVENTOS
               COMPUTE EVENTO-MOMENTO (QTDE-EVENTOS) =
                   SALDO-CRED-DATA * 100000000 + 5
               MOVE TEXTO-MONTADO TO EVENTO-TEXTO (QTDE-EVENTOS)
           ELSE
               PERFORM AVISA-TABELA-EVENTOS-CHEIA
           END-IF.

       AVISA-TABELA-EVENTOS-CHEIA.
           IF NOT AVISO-EVENTOS-CHEIA-JA-EXIBIDO
               DISPLAY "*** ATENCAO: LIMITE DE 200 EVENTOS NO "
           DISPLAY "--------------------------------------------".
           MOVE SALDO-ABERTO-TOTAL TO VALOR-EDITADO.
           DISPLAY "SALDO EM ABERTO ATUAL: " VALOR-EDITADO.
           IF SALDO-CREDITO-TOTAL NOT = ZERO
               MOVE SALDO-CREDITO-TOTAL TO VALOR-EDITADO
               DISPLAY "CREDITOS A APLICAR...: " VALOR-EDITADO
               COMPUTE SALDO-LIQUIDO-TOTAL =
                   SALDO-ABERTO-TOTAL - SALDO-CREDITO-TOTAL
               MOVE SALDO-LIQUIDO-TOTAL TO SALDO-LIQUIDO-EDITADO
               DISPLAY "SALDO LIQUIDO........: " SALDO-LIQUIDO-EDITADO
           END-IF.
           DISPLAY "EVENTOS LISTADOS.....: " QTDE-EVENTOS.

       IMPRIME-UM-EVENTO.
           ADD 1 TO EVENTO-SUB.

           COPY "AMBPROC.cob".
           COPY "SCRPROC.cob".
