       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG183.
      *    LOTE DE PAGAMENTO A FORNECEDORES: SELECIONA EM PAGAR.DAT
      *    OS TITULOS EM ABERTO ("A" OU "P") QUE VENCEM ATE
      *    PROG183-DIAS DIAS CORRIDOS (PADRAO 7, CONVENCAO 30/360 DO
      *    PROG106; OS VENCIDOS ENTRAM TAMBEM) E AINDA NAO AGENDADOS,
      *    DE FORNECEDOR ATIVO COM DADOS BANCARIOS (PROG102). A
      *    PROPOSTA E LISTADA E SO UM SUPERVISOR AUTENTICADO
      *    (SESSAO-NIVEL 3) APROVA O LOTE. APROVADO, GRAVA O ARQUIVO
      *    DE LARGURA FIXA DO BANCO NO DESENHO HEADER/DETALHE/TRAILER
      *    DA REMESSA DE COBRANCA (PROG107): TIPO 1 COM EMPRESA, DATA
      *    E NUMERO DO LOTE, UM TIPO 2 POR TITULO COM O FAVORECIDO
      *    (CNPJ, FORMA, BANCO/AGENCIA/CONTA OU CHAVE PIX), O SALDO E
      *    A DATA DO PAGAMENTO (O VENCIMENTO, OU HOJE SE JA PASSOU) E
      *    TIPO 9 COM QUANTIDADE E SOMA DE CONTROLE. O ARQUIVO E
      *    RELIDO E CONFERIDO CONTRA O TRAILER; SO ENTAO OS TITULOS
      *    FICAM MARCADOS COM O NUMERO DO LOTE E O VALOR AGENDADO
      *    (PAGAR-LOTE-PAGAMENTO), O QUE OS TIRA DOS PROXIMOS LOTES E
      *    DA BAIXA MANUAL DO PROG105 ATE O RETORNO (PROG184).
      *    O NUMERO DO LOTE VEM DE NUMPGT.DAT; ARQUIVO:
      *    PAGTO.NNNNNNN.DAT.
      *    COMO NA REMESSA DE COBRANCA, O LOTE E DE UMA EMPRESA SO:
      *    PROG183-EMPRESA (EE), PADRAO A PRINCIPAL; SO OS TITULOS
      *    DELA ENTRAM (TITULO SEM EMPRESA E DA PRINCIPAL).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "PAGSEL.cob".
           COPY "FORSEL.cob".
           COPY "EMPSEL.cob".
           COPY "SESSEL.cob".
           SELECT ARQUIVO-LOTE-PAGAMENTO
               ASSIGN TO LOTE-PAGAMENTO-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LOTE-PAGAMENTO-FILE-STATUS.
           SELECT OPTIONAL ARQUIVO-NUMERO-LOTE
               ASSIGN TO "numpgt.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS NUMERO-LOTE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "PAGREG.cob".
           COPY "FORREG.cob".
           COPY "EMPREG.cob".
           COPY "SESREG.cob".

       FD  ARQUIVO-LOTE-PAGAMENTO.
       01  LOTE-PAGAMENTO-REGISTRO  PIC X(120).
       01  LOTE-HEADER REDEFINES LOTE-PAGAMENTO-REGISTRO.
           05 LOTE-HEADER-TIPO      PIC X(01).
           05 LOTE-HEADER-EMPRESA   PIC 9(02).
           05 LOTE-HEADER-DATA      PIC 9(08).
           05 LOTE-HEADER-NUMERO    PIC 9(07).
           05 LOTE-HEADER-CNPJ      PIC X(14).
           05 FILLER                PIC X(88).
       01  LOTE-DETALHE REDEFINES LOTE-PAGAMENTO-REGISTRO.
           05 LOTE-DET-TIPO         PIC X(01).
           05 LOTE-DET-FORNECEDOR   PIC 9(05).
           05 LOTE-DET-DOCUMENTO    PIC X(10).
           05 LOTE-DET-CNPJ         PIC X(14).
           05 LOTE-DET-FORMA        PIC X(01).
           05 LOTE-DET-BANCO        PIC 9(03).
           05 LOTE-DET-AGENCIA      PIC 9(05).
           05 LOTE-DET-CONTA        PIC X(12).
           05 LOTE-DET-CHAVE-PIX    PIC X(40).
           05 LOTE-DET-VALOR        PIC 9(09)V9(02).
           05 LOTE-DET-DATA-PAGTO   PIC 9(08).
           05 FILLER                PIC X(10).
       01  LOTE-TRAILER REDEFINES LOTE-PAGAMENTO-REGISTRO.
           05 LOTE-TRAILER-TIPO     PIC X(01).
           05 LOTE-TRAILER-QTDE     PIC 9(07).
           05 LOTE-TRAILER-VALOR    PIC 9(13)V9(02).
           05 FILLER                PIC X(97).

       FD  ARQUIVO-NUMERO-LOTE.
       01  NUMERO-LOTE-REGISTRO.
           05 NUMERO-LOTE-PROX-SEQ  PIC 9(07).

       WORKING-STORAGE SECTION.

       01  PAGAR-FILE-STATUS          PIC XX.
       01  PAGAR-PATH                 PIC X(100).
       01  FORNECEDOR-FILE-STATUS     PIC XX.
       01  FORNECEDOR-PATH            PIC X(100).
       01  SESSAO-FILE-STATUS         PIC XX.
       01  LOTE-PAGAMENTO-FILE-STATUS PIC XX.
       01  LOTE-PAGAMENTO-PATH        PIC X(100).
       01  NUMERO-LOTE-FILE-STATUS    PIC XX.
       01  FINAL-ARQUIVO              PIC X.
       01  RESPOSTA                   PIC X.
       01  DATA-HOJE                  PIC 9(08).
       01  DATA-HOJE-R REDEFINES DATA-HOJE.
           05 HOJE-ANO                PIC 9(04).
           05 HOJE-MES                PIC 9(02).
           05 HOJE-DIA                PIC 9(02).
       01  DATA-VENC-WS               PIC 9(08).
       01  DATA-VENC-R REDEFINES DATA-VENC-WS.
           05 VENC-ANO                PIC 9(04).
           05 VENC-MES                PIC 9(02).
           05 VENC-DIA                PIC 9(02).
       01  DIAS-PARA-VENCER           PIC S9(07).
       01  PRAZO-DIAS                 PIC 9(02) VALUE 7.
       01  PRAZO-DIAS-ENV             PIC X(02).

      *    SO O SUPERVISOR AUTENTICADO APROVA O LOTE.
       01  TEM-SESSAO                 PIC X VALUE "N".
       01  NIVEL-OPERADOR             PIC 9(01) VALUE 0.
       01  OPERADOR-ID                PIC X(10).

      *    IDENTIFICACAO DA EMPRESA NO HEADER, COMO NO PROG107.
       01  EMPRESA-LOTE               PIC 9(02) VALUE 17.
       01  EMPRESA-PRINCIPAL-USO      PIC 9(02) VALUE 17.
       01  EMPRESA-DO-TITULO          PIC 9(02).
       01  EMPRESA-CODIGO-ENV         PIC X(02).
       01  EMPRESA-FILE-STATUS        PIC XX.
       01  EMPRESA-PATH               PIC X(100).
       01  CNPJ-EMPRESA               PIC X(14) VALUE SPACE.
       01  RAZAO-SOCIAL-EMPRESA       PIC X(40)
           VALUE "EMPRESA 17 COMERCIO E SERVICOS".

      *    FORNECEDORES APTOS: ATIVOS COM FORMA DE PAGAMENTO.
       01  QTDE-FORNECEDORES          PIC 9(03) VALUE 0.
       01  TABELA-FORNECEDORES.
           05 FRN-ENTRADA OCCURS 500 TIMES
                          INDEXED BY FRN-IDX.
              10 FRN-CODIGO           PIC 9(05).
              10 FRN-NOME             PIC X(30).
              10 FRN-CNPJ             PIC X(14).
              10 FRN-FORMA            PIC X(01).
              10 FRN-BANCO            PIC 9(03).
              10 FRN-AGENCIA          PIC 9(05).
              10 FRN-CONTA            PIC X(12).
              10 FRN-CHAVE-PIX        PIC X(40).
       01  FORNECEDOR-APTO            PIC X.

      *    TITULOS DA PROPOSTA, GUARDADOS PARA GRAVAR O ARQUIVO E
      *    MARCAR O PAGAR.DAT SO DEPOIS DA APROVACAO E DA CONFERENCIA.
       01  QTDE-SELECIONADOS          PIC 9(03) VALUE 0.
       01  TABELA-SELECIONADOS.
           05 SEL-ENTRADA OCCURS 500 TIMES.
              10 SEL-FRN-SUB          PIC 9(03).
              10 SEL-DOCUMENTO        PIC X(10).
              10 SEL-VENCIMENTO       PIC 9(08).
              10 SEL-VALOR            PIC 9(09)V9(02).
       01  SEL-SUB                    PIC 9(03).
       01  TABELA-CHEIA               PIC X VALUE "N".
           88 AVISO-CHEIA-JA-EXIBIDO      VALUE "S".
       01  QTDE-SEM-DADOS-BANCARIOS   PIC 9(05) VALUE 0.
       01  SALDO-TITULO               PIC S9(09)V9(02).

       01  NUMERO-LOTE-GERADO         PIC 9(07).
       01  PROXIMA-SEQUENCIA-LOTE     PIC 9(07) VALUE 0.
       01  QTDE-DETALHES              PIC 9(07) VALUE 0.
       01  VALOR-TOTAL-LOTE           PIC 9(13)V9(02) VALUE 0.
       01  QTDE-MARCADOS              PIC 9(05) VALUE 0.

       01  QTDE-RELIDA                PIC 9(07) VALUE 0.
       01  VALOR-RELIDO               PIC 9(13)V9(02) VALUE 0.
       01  TRAILER-QTDE-LIDO          PIC 9(07) VALUE 0.
       01  TRAILER-VALOR-LIDO         PIC 9(13)V9(02) VALUE 0.
       01  ACHOU-TRAILER              PIC X VALUE "N".

       01  VALOR-EDITADO              PIC $$,$$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE 0 TO RETURN-CODE.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM INICIALIZA-CAMINHOS.
           PERFORM INICIALIZA-OPERADOR.
           PERFORM INICIALIZA-PRAZO.
           PERFORM BUSCA-DADOS-EMPRESA.

           PERFORM CARREGA-FORNECEDORES.
           IF FORNECEDOR-FILE-STATUS = "35"
               DISPLAY "FORNECEDORES.DAT NAO ENCONTRADO. CADASTRE NO "
                       "PROG102."
               MOVE 1 TO RETURN-CODE
               GO TO PROGRAM-DONE
           END-IF.

           OPEN INPUT ARQUIVO-PAGAR.
           IF PAGAR-FILE-STATUS = "35"
               DISPLAY "PAGAR.DAT NAO ENCONTRADO. NADA A PAGAR."
               MOVE 1 TO RETURN-CODE
               GO TO PROGRAM-DONE
           END-IF.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM SELECIONA-PROXIMO-TITULO
               UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-PAGAR.

           IF QTDE-SELECIONADOS = 0
               DISPLAY "NENHUM TITULO A PAGAR NOS PROXIMOS "
                       PRAZO-DIAS " DIAS. LOTE NAO GERADO."
           ELSE
               PERFORM IMPRIME-PROPOSTA
               PERFORM PEDE-APROVACAO
               IF RESPOSTA = "S"
                   PERFORM GERA-NUMERO-LOTE
                   PERFORM MONTA-CAMINHO-LOTE
                   PERFORM GERA-ARQUIVO-LOTE
                   PERFORM CONFERE-ARQUIVO-LOTE
               END-IF
           END-IF.

       PROGRAM-DONE.
           GOBACK.

       INICIALIZA-CAMINHOS.
           MOVE "pagar.dat" TO PAGAR-PATH.
           ACCEPT PAGAR-PATH FROM ENVIRONMENT "PAGAR_DAT".
           IF PAGAR-PATH = SPACE
               MOVE "pagar.dat" TO PAGAR-PATH
           END-IF.

           MOVE "fornecedores.dat" TO FORNECEDOR-PATH.
           ACCEPT FORNECEDOR-PATH FROM ENVIRONMENT "FORNECEDOR_DAT".
           IF FORNECEDOR-PATH = SPACE
               MOVE "fornecedores.dat" TO FORNECEDOR-PATH
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

       INICIALIZA-PRAZO.
           MOVE SPACE TO PRAZO-DIAS-ENV.
           ACCEPT PRAZO-DIAS-ENV FROM ENVIRONMENT "PROG183-DIAS".
           IF PRAZO-DIAS-ENV IS NUMERIC
               MOVE PRAZO-DIAS-ENV TO PRAZO-DIAS
           END-IF.

       BUSCA-DADOS-EMPRESA.
           MOVE "empresa.dat" TO EMPRESA-PATH.
           ACCEPT EMPRESA-PATH FROM ENVIRONMENT "EMPRESA_DAT".
           IF EMPRESA-PATH = SPACE
               MOVE "empresa.dat" TO EMPRESA-PATH
           END-IF.
           MOVE SPACE TO EMPRESA-CODIGO-ENV.
           ACCEPT EMPRESA-CODIGO-ENV FROM ENVIRONMENT "EMPRESA".
           IF EMPRESA-CODIGO-ENV IS NUMERIC
               MOVE EMPRESA-CODIGO-ENV TO EMPRESA-PRINCIPAL-USO
           END-IF.
           MOVE EMPRESA-PRINCIPAL-USO TO EMPRESA-LOTE.
           MOVE SPACE TO EMPRESA-CODIGO-ENV.
           ACCEPT EMPRESA-CODIGO-ENV FROM ENVIRONMENT "PROG183-EMPRESA".
           IF EMPRESA-CODIGO-ENV IS NUMERIC
                   AND EMPRESA-CODIGO-ENV NOT = "00"
               MOVE EMPRESA-CODIGO-ENV TO EMPRESA-LOTE
           END-IF.
           OPEN INPUT ARQUIVO-EMPRESA.
           IF EMPRESA-FILE-STATUS = "35"
               CONTINUE
           ELSE
               MOVE EMPRESA-LOTE TO EMPRESA-CODIGO
               READ ARQUIVO-EMPRESA
                   INVALID KEY
                       DISPLAY "EMPRESA " EMPRESA-LOTE " SEM "
                               "PARAMETROS EM EMPRESA.DAT. HEADER "
                               "SEGUE SEM O CNPJ."
                   NOT INVALID KEY
                       MOVE EMPRESA-RAZAO-SOCIAL
                           TO RAZAO-SOCIAL-EMPRESA
                       MOVE EMPRESA-CNPJ TO CNPJ-EMPRESA
               END-READ
               CLOSE ARQUIVO-EMPRESA
           END-IF.
           DISPLAY "LOTE DE PAGAMENTO PELA EMPRESA " EMPRESA-LOTE
                   " - " RAZAO-SOCIAL-EMPRESA.

       CARREGA-FORNECEDORES.
           OPEN INPUT ARQUIVO-FORNECEDOR.
           IF FORNECEDOR-FILE-STATUS NOT = "35"
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM CARREGA-PROXIMO-FORNECEDOR
                   UNTIL FINAL-ARQUIVO = "S"
               CLOSE ARQUIVO-FORNECEDOR
           END-IF.

      *    CARREGA-PROXIMO-FORNECEDOR: SO ENTRA NA TABELA QUEM PODE
      *    RECEBER PELO BANCO - ATIVO E COM A FORMA COMPLETA.
       CARREGA-PROXIMO-FORNECEDOR.
           READ ARQUIVO-FORNECEDOR NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               MOVE "N" TO FORNECEDOR-APTO
               IF FORNECEDOR-ATIVO
                   IF FORNECEDOR-PAGA-TED
                           AND FORNECEDOR-BANCO IS NUMERIC
                           AND FORNECEDOR-AGENCIA IS NUMERIC
                           AND FORNECEDOR-CONTA NOT = SPACE
                       MOVE "S" TO FORNECEDOR-APTO
                   END-IF
                   IF FORNECEDOR-PAGA-PIX
                           AND FORNECEDOR-CHAVE-PIX NOT = SPACE
                       MOVE "S" TO FORNECEDOR-APTO
                   END-IF
               END-IF
               IF FORNECEDOR-APTO = "S" AND QTDE-FORNECEDORES < 500
                   ADD 1 TO QTDE-FORNECEDORES
                   SET FRN-IDX TO QTDE-FORNECEDORES
                   MOVE FORNECEDOR-CODIGO TO FRN-CODIGO (FRN-IDX)
                   MOVE FORNECEDOR-NOME TO FRN-NOME (FRN-IDX)
                   MOVE FORNECEDOR-CNPJ TO FRN-CNPJ (FRN-IDX)
                   MOVE FORNECEDOR-FORMA-PAGAMENTO
                       TO FRN-FORMA (FRN-IDX)
                   MOVE ZERO TO FRN-BANCO (FRN-IDX)
                   MOVE ZERO TO FRN-AGENCIA (FRN-IDX)
                   MOVE SPACE TO FRN-CONTA (FRN-IDX)
                   MOVE SPACE TO FRN-CHAVE-PIX (FRN-IDX)
                   IF FORNECEDOR-PAGA-TED
                       MOVE FORNECEDOR-BANCO TO FRN-BANCO (FRN-IDX)
                       MOVE FORNECEDOR-AGENCIA
                           TO FRN-AGENCIA (FRN-IDX)
                       MOVE FORNECEDOR-CONTA TO FRN-CONTA (FRN-IDX)
                   ELSE
                       MOVE FORNECEDOR-CHAVE-PIX
                           TO FRN-CHAVE-PIX (FRN-IDX)
                   END-IF
               END-IF
           END-IF.

       SELECIONA-PROXIMO-TITULO.
           READ ARQUIVO-PAGAR NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               IF PAGAR-LOTE-PAGAMENTO IS NOT NUMERIC
                   MOVE ZERO TO PAGAR-LOTE-PAGAMENTO
               END-IF
               IF PAGAR-EMPRESA IS NUMERIC AND PAGAR-EMPRESA NOT = 0
                   MOVE PAGAR-EMPRESA TO EMPRESA-DO-TITULO
               ELSE
                   MOVE EMPRESA-PRINCIPAL-USO TO EMPRESA-DO-TITULO
               END-IF
               IF (PAGAR-ABERTO OR PAGAR-PARCIAL)
                       AND PAGAR-LOTE-PAGAMENTO = 0
                       AND EMPRESA-DO-TITULO = EMPRESA-LOTE
                   PERFORM AVALIA-TITULO
               END-IF
           END-IF.

       AVALIA-TITULO.
           COMPUTE SALDO-TITULO =
               PAGAR-VALOR-TOTAL - PAGAR-VALOR-PAGO.
           MOVE PAGAR-DATA-VENCIMENTO TO DATA-VENC-WS.
           COMPUTE DIAS-PARA-VENCER =
               (VENC-ANO - HOJE-ANO) * 360
               + (VENC-MES - HOJE-MES) * 30
               + (VENC-DIA - HOJE-DIA).
           IF SALDO-TITULO > 0 AND DIAS-PARA-VENCER <= PRAZO-DIAS
               SET FRN-IDX TO 1
               SEARCH FRN-ENTRADA
                   AT END
                       PERFORM AVISA-SEM-DADOS-BANCARIOS
                   WHEN FRN-IDX > QTDE-FORNECEDORES
                       PERFORM AVISA-SEM-DADOS-BANCARIOS
                   WHEN FRN-CODIGO (FRN-IDX) = PAGAR-FORNECEDOR-CODIGO
                       PERFORM INCLUI-TITULO-PROPOSTA
               END-SEARCH
           END-IF.

       AVISA-SEM-DADOS-BANCARIOS.
           ADD 1 TO QTDE-SEM-DADOS-BANCARIOS.
           DISPLAY "FORN " PAGAR-FORNECEDOR-CODIGO " DOC "
                   PAGAR-DOCUMENTO " FORA DO LOTE - FORNECEDOR "
                   "INATIVO OU SEM DADOS BANCARIOS (PROG102).".

       INCLUI-TITULO-PROPOSTA.
           IF QTDE-SELECIONADOS = 500
               IF NOT AVISO-CHEIA-JA-EXIBIDO
                   DISPLAY "*** ATENCAO: LIMITE DE 500 TITULOS POR "
                           "LOTE ATINGIDO. EXCEDENTES FICAM PARA O "
                           "PROXIMO LOTE. ***"
                   MOVE "S" TO TABELA-CHEIA
               END-IF
           ELSE
               ADD 1 TO QTDE-SELECIONADOS
               SET SEL-FRN-SUB (QTDE-SELECIONADOS) TO FRN-IDX
               MOVE PAGAR-DOCUMENTO
                   TO SEL-DOCUMENTO (QTDE-SELECIONADOS)
               MOVE SALDO-TITULO TO SEL-VALOR (QTDE-SELECIONADOS)
               IF PAGAR-DATA-VENCIMENTO < DATA-HOJE
                   MOVE DATA-HOJE
                       TO SEL-VENCIMENTO (QTDE-SELECIONADOS)
               ELSE
                   MOVE PAGAR-DATA-VENCIMENTO
                       TO SEL-VENCIMENTO (QTDE-SELECIONADOS)
               END-IF
               ADD SALDO-TITULO TO VALOR-TOTAL-LOTE
           END-IF.

       IMPRIME-PROPOSTA.
           DISPLAY "===== PROPOSTA DE LOTE DE PAGAMENTO =====".
           DISPLAY "FORN  NOME                           DOCUMENTO  "
                   "PAGAR EM  F            VALOR".
           MOVE 1 TO SEL-SUB.
           PERFORM IMPRIME-TITULO-PROPOSTA
               UNTIL SEL-SUB > QTDE-SELECIONADOS.
           MOVE VALOR-TOTAL-LOTE TO VALOR-EDITADO.
           DISPLAY "TITULOS NO LOTE: " QTDE-SELECIONADOS
                   " TOTAL: " VALOR-EDITADO.
           IF QTDE-SEM-DADOS-BANCARIOS NOT = 0
               DISPLAY "TITULOS FORA DO LOTE POR FALTA DE DADOS "
                       "BANCARIOS: " QTDE-SEM-DADOS-BANCARIOS
           END-IF.

       IMPRIME-TITULO-PROPOSTA.
           SET FRN-IDX TO SEL-FRN-SUB (SEL-SUB).
           MOVE SEL-VALOR (SEL-SUB) TO VALOR-EDITADO.
           DISPLAY FRN-CODIGO (FRN-IDX) " " FRN-NOME (FRN-IDX) " "
                   SEL-DOCUMENTO (SEL-SUB) " "
                   SEL-VENCIMENTO (SEL-SUB) " " FRN-FORMA (FRN-IDX)
                   " " VALOR-EDITADO.
           ADD 1 TO SEL-SUB.

      *    PEDE-APROVACAO: SEM SUPERVISOR AUTENTICADO A PROPOSTA SO
      *    E LISTADA; NADA VAI AO BANCO E NADA E MARCADO.
       PEDE-APROVACAO.
           MOVE "N" TO RESPOSTA.
           IF TEM-SESSAO = "S" AND NIVEL-OPERADOR = 3
               DISPLAY "SUPERVISOR " OPERADOR-ID
                       ", APROVA O LOTE? (S/N)"
               ACCEPT RESPOSTA
               IF RESPOSTA NOT = "S"
                   MOVE "N" TO RESPOSTA
                   DISPLAY "LOTE NAO APROVADO. NADA ENVIADO."
               END-IF
           ELSE
               DISPLAY "O LOTE SO PODE SER APROVADO POR SUPERVISOR "
                       "AUTENTICADO (NIVEL 3). NADA ENVIADO."
           END-IF.

      *    GERA-NUMERO-LOTE: SEQUENCIA SIMPLES EM NUMPGT.DAT, NO
      *    MESMO ESTILO LE-E-REGRAVA DE NUMREM.DAT (PROG107).
       GERA-NUMERO-LOTE.
           MOVE 0 TO PROXIMA-SEQUENCIA-LOTE.
           OPEN INPUT ARQUIVO-NUMERO-LOTE.
           IF NUMERO-LOTE-FILE-STATUS = "00"
                   OR NUMERO-LOTE-FILE-STATUS = "05"
               READ ARQUIVO-NUMERO-LOTE
                   AT END
                       CONTINUE
               END-READ
               IF NUMERO-LOTE-FILE-STATUS = "00"
                   MOVE NUMERO-LOTE-PROX-SEQ
                       TO PROXIMA-SEQUENCIA-LOTE
               END-IF
               CLOSE ARQUIVO-NUMERO-LOTE
           END-IF.

           ADD 1 TO PROXIMA-SEQUENCIA-LOTE.
           MOVE PROXIMA-SEQUENCIA-LOTE TO NUMERO-LOTE-GERADO.

           OPEN OUTPUT ARQUIVO-NUMERO-LOTE.
           MOVE PROXIMA-SEQUENCIA-LOTE TO NUMERO-LOTE-PROX-SEQ.
           WRITE NUMERO-LOTE-REGISTRO.
           CLOSE ARQUIVO-NUMERO-LOTE.

       MONTA-CAMINHO-LOTE.
           MOVE SPACE TO LOTE-PAGAMENTO-PATH.
           STRING "pagto." DELIMITED BY SIZE
                  NUMERO-LOTE-GERADO DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
               INTO LOTE-PAGAMENTO-PATH.

       GERA-ARQUIVO-LOTE.
           OPEN OUTPUT ARQUIVO-LOTE-PAGAMENTO.

           MOVE SPACE TO LOTE-PAGAMENTO-REGISTRO.
           MOVE "1" TO LOTE-HEADER-TIPO.
           MOVE EMPRESA-LOTE TO LOTE-HEADER-EMPRESA.
           MOVE DATA-HOJE TO LOTE-HEADER-DATA.
           MOVE NUMERO-LOTE-GERADO TO LOTE-HEADER-NUMERO.
           MOVE CNPJ-EMPRESA TO LOTE-HEADER-CNPJ.
           WRITE LOTE-PAGAMENTO-REGISTRO.

           MOVE 0 TO QTDE-DETALHES.
           MOVE 1 TO SEL-SUB.
           PERFORM GRAVA-DETALHE-LOTE
               UNTIL SEL-SUB > QTDE-SELECIONADOS.

           MOVE SPACE TO LOTE-PAGAMENTO-REGISTRO.
           MOVE "9" TO LOTE-TRAILER-TIPO.
           MOVE QTDE-DETALHES TO LOTE-TRAILER-QTDE.
           MOVE VALOR-TOTAL-LOTE TO LOTE-TRAILER-VALOR.
           WRITE LOTE-PAGAMENTO-REGISTRO.

           CLOSE ARQUIVO-LOTE-PAGAMENTO.
           DISPLAY "ARQUIVO DO LOTE GRAVADO EM: " LOTE-PAGAMENTO-PATH.

       GRAVA-DETALHE-LOTE.
           SET FRN-IDX TO SEL-FRN-SUB (SEL-SUB).
           MOVE SPACE TO LOTE-PAGAMENTO-REGISTRO.
           MOVE "2" TO LOTE-DET-TIPO.
           MOVE FRN-CODIGO (FRN-IDX) TO LOTE-DET-FORNECEDOR.
           MOVE SEL-DOCUMENTO (SEL-SUB) TO LOTE-DET-DOCUMENTO.
           MOVE FRN-CNPJ (FRN-IDX) TO LOTE-DET-CNPJ.
           MOVE FRN-FORMA (FRN-IDX) TO LOTE-DET-FORMA.
           MOVE FRN-BANCO (FRN-IDX) TO LOTE-DET-BANCO.
           MOVE FRN-AGENCIA (FRN-IDX) TO LOTE-DET-AGENCIA.
           MOVE FRN-CONTA (FRN-IDX) TO LOTE-DET-CONTA.
           MOVE FRN-CHAVE-PIX (FRN-IDX) TO LOTE-DET-CHAVE-PIX.
           MOVE SEL-VALOR (SEL-SUB) TO LOTE-DET-VALOR.
           MOVE SEL-VENCIMENTO (SEL-SUB) TO LOTE-DET-DATA-PAGTO.
           WRITE LOTE-PAGAMENTO-REGISTRO.
           ADD 1 TO QTDE-DETALHES.
           ADD 1 TO SEL-SUB.

      *    CONFERE-ARQUIVO-LOTE: RELE O ARQUIVO GRAVADO, RECONTA E
      *    RESSOMA; SO COM O TRAILER BATENDO OS TITULOS SAO MARCADOS
      *    COMO AGENDADOS - MESMA DISCIPLINA DO PROG107.
       CONFERE-ARQUIVO-LOTE.
           MOVE 0 TO QTDE-RELIDA.
           MOVE ZERO TO VALOR-RELIDO.
           MOVE "N" TO ACHOU-TRAILER.
           OPEN INPUT ARQUIVO-LOTE-PAGAMENTO.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM CONFERE-PROXIMO-REGISTRO
               UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-LOTE-PAGAMENTO.

           IF ACHOU-TRAILER = "S"
                   AND TRAILER-QTDE-LIDO = QTDE-RELIDA
                   AND TRAILER-VALOR-LIDO = VALOR-RELIDO
                   AND QTDE-RELIDA = QTDE-DETALHES
               PERFORM MARCA-TITULOS-AGENDADOS
               MOVE VALOR-TOTAL-LOTE TO VALOR-EDITADO
               DISPLAY "TOTAIS CONFEREM (" QTDE-RELIDA
                       " TITULO(S), " VALOR-EDITADO "). LOTE "
                       NUMERO-LOTE-GERADO " LIBERADO PARA O BANCO."
           ELSE
               DISPLAY "*** TOTAIS DO TRAILER NAO CONFEREM COM A "
                       "RELEITURA. LOTE NAO LIBERADO. ***"
               MOVE 1 TO RETURN-CODE
           END-IF.

       CONFERE-PROXIMO-REGISTRO.
           READ ARQUIVO-LOTE-PAGAMENTO
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               EVALUATE LOTE-PAGAMENTO-REGISTRO (1:1)
                   WHEN "2"
                       ADD 1 TO QTDE-RELIDA
                       ADD LOTE-DET-VALOR TO VALOR-RELIDO
                   WHEN "9"
                       MOVE "S" TO ACHOU-TRAILER
                       MOVE LOTE-TRAILER-QTDE TO TRAILER-QTDE-LIDO
                       MOVE LOTE-TRAILER-VALOR TO TRAILER-VALOR-LIDO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       MARCA-TITULOS-AGENDADOS.
           MOVE 0 TO QTDE-MARCADOS.
           OPEN I-O ARQUIVO-PAGAR.
           MOVE 1 TO SEL-SUB.
           PERFORM MARCA-UM-TITULO
               UNTIL SEL-SUB > QTDE-SELECIONADOS.
           CLOSE ARQUIVO-PAGAR.
           DISPLAY "TITULOS MARCADOS COMO AGENDADOS: " QTDE-MARCADOS.
           IF QTDE-MARCADOS NOT = QTDE-SELECIONADOS
               DISPLAY "*** ATENCAO: NEM TODO TITULO DO LOTE FOI "
                       "MARCADO. CONFIRA NO PROG105 ANTES DE PAGAR "
                       "A MAO. ***"
               MOVE 1 TO RETURN-CODE
           END-IF.

       MARCA-UM-TITULO.
           SET FRN-IDX TO SEL-FRN-SUB (SEL-SUB).
           MOVE FRN-CODIGO (FRN-IDX) TO PAGAR-FORNECEDOR-CODIGO.
           MOVE SEL-DOCUMENTO (SEL-SUB) TO PAGAR-DOCUMENTO.
           READ ARQUIVO-PAGAR
               INVALID KEY
                   DISPLAY "TITULO " PAGAR-DOCUMENTO " DO FORNECEDOR "
                           PAGAR-FORNECEDOR-CODIGO " NAO ENCONTRADO "
                           "PARA MARCAR."
               NOT INVALID KEY
                   MOVE NUMERO-LOTE-GERADO TO PAGAR-LOTE-PAGAMENTO
                   MOVE SEL-VALOR (SEL-SUB) TO PAGAR-VALOR-AGENDADO
                   REWRITE PAGAR-REGISTRO
                       INVALID KEY
                           DISPLAY "ERRO AO MARCAR O TITULO "
                                   PAGAR-DOCUMENTO "."
                       NOT INVALID KEY
                           ADD 1 TO QTDE-MARCADOS
                   END-REWRITE
           END-READ.
           ADD 1 TO SEL-SUB.
