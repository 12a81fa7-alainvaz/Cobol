       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG184.
      *    RETORNO DO LOTE DE PAGAMENTO A FORNECEDORES: LE O ARQUIVO
      *    QUE O BANCO DEVOLVE (PAGRET.DAT, UM REGISTRO TIPO 2 POR
      *    TITULO DO LOTE DO PROG183) E ATUALIZA PAGAR.DAT:
      *    - "C" CONFIRMADO: BAIXA O VALOR PAGO NA MECANICA DO
      *      PROG105 (PARCIAL FICA "P", COBERTO LIQUIDA "L") COM A
      *      DATA DO BANCO, E TIRA A MARCA DE AGENDADO;
      *    - "R" REJEITADO: SO TIRA A MARCA - O TITULO VOLTA PARA O
      *      PROXIMO LOTE OU PARA A BAIXA MANUAL - E VAI PARA A LISTA
      *      DE EXCECOES COM O CODIGO E O MOTIVO DO BANCO.
      *    SO E TOCADO O TITULO AGENDADO NO MESMO LOTE DO RETORNO:
      *    RETORNO REPETIDO, TITULO DESCONHECIDO OU DE OUTRO LOTE VAI
      *    PARA AS EXCECOES SEM MOVIMENTO, E CONFIRMADO COM VALOR
      *    DIFERENTE DO AGENDADO E BAIXADO MAS TAMBEM APONTADO. NO
      *    FIM SAEM AS EXCECOES E OS TITULOS QUE SEGUEM AGENDADOS SEM
      *    RETORNO NENHUM, PARA NINGUEM PAGAR DUAS VEZES.
      *    LEIAUTE DE PAGRET.DAT (COLUNAS FIXAS):
      *      001-001 TIPO ("2")        002-008 LOTE
      *      009-013 FORNECEDOR        014-023 DOCUMENTO
      *      024-024 SITUACAO (C/R)    025-035 VALOR PAGO (9(09)V99)
      *      036-043 DATA (AAAAMMDD)   044-046 CODIGO DO BANCO
      *      047-086 MOTIVO

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "PAGSEL.cob".
           SELECT OPTIONAL ARQUIVO-RETORNO-PAGTO
               ASSIGN TO RETORNO-PAGTO-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RETORNO-PAGTO-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "PAGREG.cob".

       FD  ARQUIVO-RETORNO-PAGTO.
       01  RETORNO-PAGTO-REGISTRO    PIC X(120).
       01  RETORNO-TITULO REDEFINES RETORNO-PAGTO-REGISTRO.
           05 RETORNO-TIPO           PIC X(01).
           05 RETORNO-LOTE           PIC 9(07).
           05 RETORNO-FORNECEDOR     PIC 9(05).
           05 RETORNO-DOCUMENTO      PIC X(10).
           05 RETORNO-SITUACAO       PIC X(01).
              88 RETORNO-CONFIRMADO      VALUE "C".
              88 RETORNO-REJEITADO       VALUE "R".
           05 RETORNO-VALOR          PIC 9(09)V9(02).
           05 RETORNO-DATA           PIC 9(08).
           05 RETORNO-CODIGO         PIC X(03).
           05 RETORNO-MOTIVO         PIC X(40).
           05 FILLER                 PIC X(34).

       WORKING-STORAGE SECTION.

       01  PAGAR-FILE-STATUS          PIC XX.
       01  PAGAR-PATH                 PIC X(100).
       01  RETORNO-PAGTO-FILE-STATUS  PIC XX.
       01  RETORNO-PAGTO-PATH         PIC X(100).
       01  FINAL-ARQUIVO              PIC X.
       01  DATA-HOJE                  PIC 9(08).

       01  VALOR-BAIXADO              PIC 9(09)V9(02).
       01  SALDO-TITULO               PIC S9(09)V9(02).

       01  QTDE-LIDOS                 PIC 9(05) VALUE 0.
       01  QTDE-CONFIRMADOS           PIC 9(05) VALUE 0.
       01  QTDE-REJEITADOS            PIC 9(05) VALUE 0.
       01  VALOR-CONFIRMADO           PIC 9(13)V9(02) VALUE 0.
       01  QTDE-AINDA-AGENDADOS       PIC 9(05) VALUE 0.

      *    EXCECOES DO RETORNO, IMPRESSAS NO FIM.
       01  QTDE-EXCECOES              PIC 9(03) VALUE 0.
       01  TABELA-EXCECOES.
           05 EXC-ENTRADA OCCURS 500 TIMES.
              10 EXC-FORNECEDOR       PIC 9(05).
              10 EXC-DOCUMENTO        PIC X(10).
              10 EXC-VALOR            PIC 9(09)V9(02).
              10 EXC-MOTIVO           PIC X(50).
       01  EXC-SUB                    PIC 9(03).
       01  MOTIVO-EXCECAO             PIC X(50).
       01  TABELA-CHEIA               PIC X VALUE "N".
           88 AVISO-CHEIA-JA-EXIBIDO      VALUE "S".

       01  VALOR-EDITADO              PIC $$,$$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE 0 TO RETURN-CODE.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM INICIALIZA-CAMINHOS.

           OPEN I-O ARQUIVO-PAGAR.
           IF PAGAR-FILE-STATUS = "35"
               DISPLAY "PAGAR.DAT NAO ENCONTRADO. RETORNO IGNORADO."
               MOVE 1 TO RETURN-CODE
               GO TO PROGRAM-DONE
           END-IF.

           OPEN INPUT ARQUIVO-RETORNO-PAGTO.
           IF RETORNO-PAGTO-FILE-STATUS = "35"
               DISPLAY "SEM ARQUIVO DE RETORNO EM " RETORNO-PAGTO-PATH
                       ". SO A LISTA DE AGENDADOS."
           ELSE
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM PROCESSA-PROXIMO-RETORNO
                   UNTIL FINAL-ARQUIVO = "S"
               CLOSE ARQUIVO-RETORNO-PAGTO
           END-IF.
           CLOSE ARQUIVO-PAGAR.

           MOVE VALOR-CONFIRMADO TO VALOR-EDITADO.
           DISPLAY "---- RETORNO DO LOTE DE PAGAMENTO ----".
           DISPLAY "TITULOS NO RETORNO: " QTDE-LIDOS.
           DISPLAY "CONFIRMADOS.......: " QTDE-CONFIRMADOS
                   " - " VALOR-EDITADO.
           DISPLAY "REJEITADOS........: " QTDE-REJEITADOS.
           PERFORM IMPRIME-EXCECOES.
           PERFORM IMPRIME-AINDA-AGENDADOS.
           IF QTDE-EXCECOES NOT = 0
               MOVE 1 TO RETURN-CODE
           END-IF.

       PROGRAM-DONE.
           GOBACK.

       INICIALIZA-CAMINHOS.
           MOVE "pagar.dat" TO PAGAR-PATH.
           ACCEPT PAGAR-PATH FROM ENVIRONMENT "PAGAR_DAT".
           IF PAGAR-PATH = SPACE
               MOVE "pagar.dat" TO PAGAR-PATH
           END-IF.

           MOVE "pagret.dat" TO RETORNO-PAGTO-PATH.
           ACCEPT RETORNO-PAGTO-PATH FROM ENVIRONMENT "PAGRET_DAT".
           IF RETORNO-PAGTO-PATH = SPACE
               MOVE "pagret.dat" TO RETORNO-PAGTO-PATH
           END-IF.

       PROCESSA-PROXIMO-RETORNO.
           READ ARQUIVO-RETORNO-PAGTO
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S" AND RETORNO-TIPO = "2"
               ADD 1 TO QTDE-LIDOS
               IF RETORNO-LOTE IS NOT NUMERIC
                       OR RETORNO-FORNECEDOR IS NOT NUMERIC
                       OR RETORNO-VALOR IS NOT NUMERIC
                       OR (NOT RETORNO-CONFIRMADO
                           AND NOT RETORNO-REJEITADO)
                   MOVE "REGISTRO DE RETORNO INVALIDO"
                       TO MOTIVO-EXCECAO
                   PERFORM REGISTRA-EXCECAO-RETORNO
               ELSE
                   PERFORM LOCALIZA-TITULO-RETORNO
               END-IF
           END-IF.

       LOCALIZA-TITULO-RETORNO.
           MOVE RETORNO-FORNECEDOR TO PAGAR-FORNECEDOR-CODIGO.
           MOVE RETORNO-DOCUMENTO TO PAGAR-DOCUMENTO.
           READ ARQUIVO-PAGAR
               INVALID KEY
                   MOVE "TITULO NAO ENCONTRADO EM PAGAR.DAT"
                       TO MOTIVO-EXCECAO
                   PERFORM REGISTRA-EXCECAO-RETORNO
               NOT INVALID KEY
                   PERFORM APLICA-RETORNO-TITULO
           END-READ.

       APLICA-RETORNO-TITULO.
           IF PAGAR-LOTE-PAGAMENTO IS NOT NUMERIC
               MOVE ZERO TO PAGAR-LOTE-PAGAMENTO
           END-IF.
           IF PAGAR-VALOR-AGENDADO IS NOT NUMERIC
               MOVE ZERO TO PAGAR-VALOR-AGENDADO
           END-IF.
           EVALUATE TRUE
               WHEN PAGAR-LOTE-PAGAMENTO NOT = RETORNO-LOTE
                   MOVE "NAO AGENDADO NESTE LOTE (RETORNO REPETIDO?)"
                       TO MOTIVO-EXCECAO
                   PERFORM REGISTRA-EXCECAO-RETORNO
               WHEN RETORNO-CONFIRMADO
                   PERFORM BAIXA-TITULO-CONFIRMADO
               WHEN OTHER
                   PERFORM DEVOLVE-TITULO-REJEITADO
           END-EVALUATE.

      *    BAIXA-TITULO-CONFIRMADO: A BAIXA DO PROG105 COM O VALOR E
      *    A DATA QUE O BANCO INFORMOU (VALOR ZERO NO RETORNO VALE O
      *    AGENDADO; DATA EM BRANCO VALE HOJE).
       BAIXA-TITULO-CONFIRMADO.
           MOVE RETORNO-VALOR TO VALOR-BAIXADO.
           IF VALOR-BAIXADO = ZERO
               MOVE PAGAR-VALOR-AGENDADO TO VALOR-BAIXADO
           END-IF.
           IF VALOR-BAIXADO NOT = PAGAR-VALOR-AGENDADO
               MOVE "PAGO VALOR DIFERENTE DO AGENDADO - BAIXADO O PAGO"
                   TO MOTIVO-EXCECAO
               PERFORM REGISTRA-EXCECAO-RETORNO
           END-IF.
           ADD VALOR-BAIXADO TO PAGAR-VALOR-PAGO.
           MOVE RETORNO-DATA TO PAGAR-DATA-PAGAMENTO.
           IF RETORNO-DATA IS NOT NUMERIC OR RETORNO-DATA = 0
               MOVE DATA-HOJE TO PAGAR-DATA-PAGAMENTO
           END-IF.
           COMPUTE SALDO-TITULO =
               PAGAR-VALOR-TOTAL - PAGAR-VALOR-PAGO.
           IF SALDO-TITULO <= 0
               MOVE "L" TO PAGAR-SITUACAO
           ELSE
               MOVE "P" TO PAGAR-SITUACAO
           END-IF.
           MOVE ZERO TO PAGAR-LOTE-PAGAMENTO.
           MOVE ZERO TO PAGAR-VALOR-AGENDADO.
           REWRITE PAGAR-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO BAIXAR O TITULO " PAGAR-DOCUMENTO
                           " DO FORNECEDOR " PAGAR-FORNECEDOR-CODIGO
                           "."
               NOT INVALID KEY
                   ADD 1 TO QTDE-CONFIRMADOS
                   ADD VALOR-BAIXADO TO VALOR-CONFIRMADO
           END-REWRITE.

       DEVOLVE-TITULO-REJEITADO.
           MOVE SPACE TO MOTIVO-EXCECAO.
           STRING "REJEITADO " DELIMITED BY SIZE
                  RETORNO-CODIGO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RETORNO-MOTIVO DELIMITED BY SIZE
               INTO MOTIVO-EXCECAO.
           MOVE ZERO TO PAGAR-LOTE-PAGAMENTO.
           MOVE ZERO TO PAGAR-VALOR-AGENDADO.
           REWRITE PAGAR-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO DEVOLVER O TITULO " PAGAR-DOCUMENTO
                           " DO FORNECEDOR " PAGAR-FORNECEDOR-CODIGO
                           "."
               NOT INVALID KEY
                   ADD 1 TO QTDE-REJEITADOS
           END-REWRITE.
           PERFORM REGISTRA-EXCECAO-RETORNO.

       REGISTRA-EXCECAO-RETORNO.
           IF QTDE-EXCECOES = 500
               IF NOT AVISO-CHEIA-JA-EXIBIDO
                   DISPLAY "*** ATENCAO: LIMITE DE 500 EXCECOES. AS "
                           "SEGUINTES SAEM SO AQUI. ***"
                   MOVE "S" TO TABELA-CHEIA
               END-IF
               DISPLAY "EXCECAO: FORN " RETORNO-FORNECEDOR " DOC "
                       RETORNO-DOCUMENTO " - " MOTIVO-EXCECAO
           ELSE
               ADD 1 TO QTDE-EXCECOES
               MOVE RETORNO-FORNECEDOR
                   TO EXC-FORNECEDOR (QTDE-EXCECOES)
               MOVE RETORNO-DOCUMENTO
                   TO EXC-DOCUMENTO (QTDE-EXCECOES)
               MOVE ZERO TO EXC-VALOR (QTDE-EXCECOES)
               IF RETORNO-VALOR IS NUMERIC
                   MOVE RETORNO-VALOR TO EXC-VALOR (QTDE-EXCECOES)
               END-IF
               MOVE MOTIVO-EXCECAO TO EXC-MOTIVO (QTDE-EXCECOES)
           END-IF.

       IMPRIME-EXCECOES.
           DISPLAY "===== EXCECOES DO RETORNO - CONFERIR =====".
           MOVE 1 TO EXC-SUB.
           PERFORM IMPRIME-UMA-EXCECAO
               UNTIL EXC-SUB > QTDE-EXCECOES.
           DISPLAY "EXCECOES: " QTDE-EXCECOES.

       IMPRIME-UMA-EXCECAO.
           MOVE EXC-VALOR (EXC-SUB) TO VALOR-EDITADO.
           DISPLAY "FORN " EXC-FORNECEDOR (EXC-SUB) " DOC "
                   EXC-DOCUMENTO (EXC-SUB) " " VALOR-EDITADO " "
                   EXC-MOTIVO (EXC-SUB).
           ADD 1 TO EXC-SUB.

      *    IMPRIME-AINDA-AGENDADOS: TITULO QUE FOI AO BANCO E NAO
      *    VOLTOU EM RETORNO NENHUM - NAO PAGAR A MAO SEM CONFIRMAR
      *    COM O BANCO.
       IMPRIME-AINDA-AGENDADOS.
           DISPLAY "===== TITULOS AGENDADOS AGUARDANDO RETORNO =====".
           OPEN INPUT ARQUIVO-PAGAR.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM EXAMINA-PROXIMO-AGENDADO
               UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-PAGAR.
           DISPLAY "TITULOS AGUARDANDO RETORNO: " QTDE-AINDA-AGENDADOS.

       EXAMINA-PROXIMO-AGENDADO.
           READ ARQUIVO-PAGAR NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               IF PAGAR-LOTE-PAGAMENTO IS NUMERIC
                       AND PAGAR-LOTE-PAGAMENTO NOT = 0
                   ADD 1 TO QTDE-AINDA-AGENDADOS
                   MOVE PAGAR-VALOR-AGENDADO TO VALOR-EDITADO
                   DISPLAY "LOTE " PAGAR-LOTE-PAGAMENTO " FORN "
                           PAGAR-FORNECEDOR-CODIGO " DOC "
                           PAGAR-DOCUMENTO " " VALOR-EDITADO
               END-IF
           END-IF.
