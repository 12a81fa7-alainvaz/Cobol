       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG163.
      *    SUGESTAO DE REPOSICAO: PARA CADA FICHA DE ESTOQUE CALCULA
      *    QUANTO COMPRAR - MINIMO DE REPOSICAO MAIS O CONSUMO
      *    ESPERADO NO PRAZO DE ENTREGA DO FORNECEDOR PREFERIDO
      *    (MEDIA DIARIA DAS SAIDAS DE MOVESTOQUE.DAT NOS ULTIMOS
      *    PROG163-DIAS DIAS, PADRAO 90, CONVENCAO 30/360), MENOS O
      *    SALDO, MENOS O QUE AINDA ESTA PARA CHEGAR EM
      *    ORDEMCOMPRA.DAT (ABERTO E RASCUNHO) - ARREDONDANDO PARA
      *    CIMA ATE O LOTE MINIMO (PRODFORN.DAT, PROG162). AS
      *    SUGESTOES SAEM AGRUPADAS POR FORNECEDOR E O COMPRADOR
      *    APROVA CADA GRUPO; O APROVADO VIRA ORDEM DE COMPRA EM
      *    RASCUNHO ("D", NUMERO DE NUMOC.DAT, ATE 20 ITENS POR
      *    ORDEM, PRECO = PRODUTO-CUSTO) QUE O PROG103 COMPLETA E
      *    LIBERA, SEM REDIGITAR. PRODUTO ABAIXO DO MINIMO SEM
      *    FORNECEDOR PREFERIDO SAI COMO PENDENCIA DE CADASTRO.
      *    ORDEM AGUARDANDO APROVACAO (PROG211) TAMBEM CONTA COMO A
      *    CHEGAR, INTEIRA, COMO O RASCUNHO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "ESTSEL.cob".
           COPY "PRODSEL.cob".
           COPY "PRFSEL.cob".
           COPY "FORSEL.cob".
           COPY "MOVSEL.cob".
           COPY "OCSEL.cob".
           COPY "AUDSEL.cob".
           COPY "SESSEL.cob".
           SELECT OPTIONAL ARQUIVO-NUMERO-OC
               ASSIGN TO "numoc.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS NUMERO-OC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "ESTREG.cob".
           COPY "PRODREG.cob".
           COPY "PRFREG.cob".
           COPY "FORREG.cob".
           COPY "MOVREG.cob".
           COPY "OCREG.cob".
           COPY "AUDREG.cob".
           COPY "SESREG.cob".

       FD  ARQUIVO-NUMERO-OC.
       01  NUMERO-OC-REGISTRO.
           05 NUMERO-OC-PROX-SEQ PIC 9(07).

       WORKING-STORAGE SECTION.

           COPY "AMBWRK.cob".

       01  ESTOQUE-FILE-STATUS      PIC XX.
       01  ESTOQUE-PATH             PIC X(100).
       01  PRODUTO-FILE-STATUS      PIC XX.
       01  PRODUTO-PATH             PIC X(100).
       01  PRODFORN-FILE-STATUS     PIC XX.
       01  PRODFORN-PATH            PIC X(100).
       01  FORNECEDOR-FILE-STATUS   PIC XX.
       01  FORNECEDOR-PATH          PIC X(100).
       01  MOVESTOQUE-FILE-STATUS   PIC XX.
       01  MOVESTOQUE-PATH          PIC X(100).
       01  ORDEM-COMPRA-FILE-STATUS PIC XX.
       01  ORDEM-COMPRA-PATH        PIC X(100).
       01  NUMERO-OC-FILE-STATUS    PIC XX.
       01  AUDITORIA-FILE-STATUS    PIC XX.
       01  SESSAO-FILE-STATUS       PIC XX.
       01  OPERADOR-ID              PIC X(10).
       01  FINAL-ARQUIVO            PIC X.
       01  RESPOSTA                 PIC X.

       01  DATA-HOJE                PIC 9(08).
       01  DATA-HOJE-R REDEFINES DATA-HOJE.
           05 HOJE-ANO              PIC 9(04).
           05 HOJE-MES              PIC 9(02).
           05 HOJE-DIA              PIC 9(02).
       01  DATA-MOVIMENTO           PIC 9(08).
       01  DATA-MOVIMENTO-R REDEFINES DATA-MOVIMENTO.
           05 MOV-ANO               PIC 9(04).
           05 MOV-MES               PIC 9(02).
           05 MOV-DIA               PIC 9(02).
       01  DIAS-PASSADOS            PIC S9(07).

       01  DIAS-HISTORICO           PIC 9(03) VALUE 90.
       01  DIAS-HISTORICO-ENV       PIC X(03).

      *    QUANTIDADE A CHEGAR POR PRODUTO (ORDENS ABERTAS, SALDO
      *    NAO RECEBIDO, E RASCUNHOS) E SAIDAS DO PERIODO.
       01  QTDE-ABERTOS             PIC 9(03) VALUE 0.
       01  TABELA-ABERTOS.
           05 ABERTO-ENTRADA OCCURS 500 TIMES
                             INDEXED BY ABERTO-IDX.
              10 ABERTO-PRODUTO     PIC 9(05).
              10 ABERTO-QTDE        PIC 9(07).
       01  QTDE-VENDAS              PIC 9(03) VALUE 0.
       01  TABELA-VENDAS.
           05 VENDA-ENTRADA OCCURS 500 TIMES
                            INDEXED BY VENDA-IDX.
              10 VENDA-PRODUTO      PIC 9(05).
              10 VENDA-QTDE         PIC 9(09).
       01  QTDE-A-CHEGAR            PIC 9(07).
       01  QTDE-ACUMULAR            PIC 9(07).
       01  PRODUTO-ACUMULAR         PIC 9(05).
       01  TABELA-CHEIA             PIC X VALUE "N".

       01  VENDAS-PRODUTO           PIC 9(09).
       01  CONSUMO-PRAZO            PIC 9(07).
       01  NECESSIDADE              PIC S9(09).
       01  QTDE-SUGERIDA            PIC 9(05).

       01  QTDE-SUGESTOES           PIC 9(03) VALUE 0.
       01  TABELA-SUGESTOES.
           05 SUGESTAO-ENTRADA OCCURS 500 TIMES.
              10 SUG-FORNECEDOR     PIC 9(05).
              10 SUG-PRODUTO        PIC 9(05).
              10 SUG-DESCRICAO      PIC X(30).
              10 SUG-SALDO          PIC S9(07).
              10 SUG-MINIMO         PIC 9(07).
              10 SUG-CONSUMO        PIC 9(07).
              10 SUG-A-CHEGAR       PIC 9(07).
              10 SUG-QTDE           PIC 9(05).
              10 SUG-CUSTO          PIC 9(07)V9(02).
       01  SUG-SUB                  PIC 9(03).

       01  QTDE-FORNECEDORES        PIC 9(03) VALUE 0.
       01  TABELA-FORNECEDORES.
           05 FORN-SUG-ENTRADA OCCURS 100 TIMES
                               INDEXED BY FORN-SUG-IDX.
              10 FORN-SUG-CODIGO    PIC 9(05).
              10 FORN-SUG-NOME      PIC X(30).
       01  FORN-SUB                 PIC 9(03).
       01  FORNECEDOR-DO-GRUPO      PIC 9(05).

       01  ITENS-NO-RASCUNHO        PIC 9(03).
       01  NUMERO-OC-GERADO         PIC 9(07).
       01  PROXIMA-SEQUENCIA-OC     PIC 9(07) VALUE 0.

       01  VALOR-ITEM               PIC 9(09)V9(02).
       01  VALOR-GRUPO              PIC 9(11)V9(02).
       01  VALOR-EDITADO            PIC $$,$$$,$$$,$$9.99.
       01  TOTAL-SEM-FORNECEDOR     PIC 9(05) VALUE 0.
       01  TOTAL-RASCUNHOS          PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM INICIALIZA-AMBIENTE.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM INICIALIZA-CAMINHOS.
           PERFORM INICIALIZA-OPERADOR.

           OPEN INPUT ARQUIVO-ESTOQUE.
           IF ESTOQUE-FILE-STATUS = "35"
               DISPLAY "ESTOQUE.DAT NAO ENCONTRADO. NADA A REPOR."
           ELSE
               CLOSE ARQUIVO-ESTOQUE
               PERFORM CARREGA-QTDES-A-CHEGAR
               PERFORM CARREGA-VENDAS-PERIODO
               PERFORM MONTA-SUGESTOES
               IF QTDE-SUGESTOES = 0
                   DISPLAY "NENHUM PRODUTO PRECISA DE REPOSICAO."
               ELSE
                   MOVE 1 TO FORN-SUB
                   PERFORM REVISA-GRUPO-FORNECEDOR
                       UNTIL FORN-SUB > QTDE-FORNECEDORES
               END-IF
               DISPLAY "--------------------------------------------"
               DISPLAY "PRODUTOS SUGERIDOS:             "
                       QTDE-SUGESTOES
               DISPLAY "SEM FORNECEDOR PREFERIDO:       "
                       TOTAL-SEM-FORNECEDOR
               DISPLAY "ORDENS EM RASCUNHO GRAVADAS:    "
                       TOTAL-RASCUNHOS
           END-IF.

       PROGRAM-DONE.
           STOP RUN.

       INICIALIZA-CAMINHOS.
           MOVE "estoque.dat" TO ESTOQUE-PATH.
           ACCEPT ESTOQUE-PATH FROM ENVIRONMENT "ESTOQUE_DAT".
           IF ESTOQUE-PATH = SPACE
               MOVE "estoque.dat" TO ESTOQUE-PATH
           END-IF.

           MOVE "produtos.dat" TO PRODUTO-PATH.
           ACCEPT PRODUTO-PATH FROM ENVIRONMENT "PRODUTO_DAT".
           IF PRODUTO-PATH = SPACE
               MOVE "produtos.dat" TO PRODUTO-PATH
           END-IF.

           MOVE "prodforn.dat" TO PRODFORN-PATH.
           ACCEPT PRODFORN-PATH FROM ENVIRONMENT "PRODFORN_DAT".
           IF PRODFORN-PATH = SPACE
               MOVE "prodforn.dat" TO PRODFORN-PATH
           END-IF.

           MOVE "fornecedores.dat" TO FORNECEDOR-PATH.
           ACCEPT FORNECEDOR-PATH FROM ENVIRONMENT "FORNECEDOR_DAT".
           IF FORNECEDOR-PATH = SPACE
               MOVE "fornecedores.dat" TO FORNECEDOR-PATH
           END-IF.

           MOVE "movestoque.dat" TO MOVESTOQUE-PATH.
           ACCEPT MOVESTOQUE-PATH FROM ENVIRONMENT "MOVESTOQUE_DAT".
           IF MOVESTOQUE-PATH = SPACE
               MOVE "movestoque.dat" TO MOVESTOQUE-PATH
           END-IF.

           MOVE "ordemcompra.dat" TO ORDEM-COMPRA-PATH.
           ACCEPT ORDEM-COMPRA-PATH FROM ENVIRONMENT "ORDEMCOMPRA_DAT".
           IF ORDEM-COMPRA-PATH = SPACE
               MOVE "ordemcompra.dat" TO ORDEM-COMPRA-PATH
           END-IF.

           MOVE SPACE TO DIAS-HISTORICO-ENV.
           ACCEPT DIAS-HISTORICO-ENV FROM ENVIRONMENT "PROG163-DIAS".
           IF DIAS-HISTORICO-ENV IS NUMERIC
               MOVE DIAS-HISTORICO-ENV TO DIAS-HISTORICO
           END-IF.
           IF DIAS-HISTORICO = 0
               MOVE 90 TO DIAS-HISTORICO
           END-IF.

       INICIALIZA-OPERADOR.
           MOVE SPACE TO OPERADOR-ID.
           OPEN INPUT ARQUIVO-SESSAO.
           IF SESSAO-FILE-STATUS = "00"
               READ ARQUIVO-SESSAO
                   AT END
                       CONTINUE
               END-READ
               IF SESSAO-FILE-STATUS = "00"
                   MOVE SESSAO-OPERADOR TO OPERADOR-ID
               END-IF
               CLOSE ARQUIVO-SESSAO
           END-IF.
           IF OPERADOR-ID = SPACE
               ACCEPT OPERADOR-ID FROM ENVIRONMENT "OPERADOR_ID"
           END-IF.
           IF OPERADOR-ID = SPACE
               MOVE "DESCONHEC" TO OPERADOR-ID
           END-IF.

      *    CARREGA-QTDES-A-CHEGAR: LINHA ABERTA CONTA O QUE FALTA
      *    RECEBER; RASCUNHO E ORDEM AGUARDANDO APROVACAO CONTAM
      *    INTEIROS, PARA A SUGESTAO NAO DOBRAR O QUE JA FOI PEDIDO E
      *    AINDA NAO FOI LIBERADO.
       CARREGA-QTDES-A-CHEGAR.
           MOVE 0 TO QTDE-ABERTOS.
           OPEN INPUT ARQUIVO-ORDEM-COMPRA.
           IF ORDEM-COMPRA-FILE-STATUS NOT = "35"
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM SOMA-PROXIMA-LINHA-OC
                   UNTIL FINAL-ARQUIVO = "S"
               CLOSE ARQUIVO-ORDEM-COMPRA
           END-IF.

       SOMA-PROXIMA-LINHA-OC.
           READ ARQUIVO-ORDEM-COMPRA NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               MOVE 0 TO QTDE-ACUMULAR
               IF OC-ABERTA AND OC-QUANTIDADE > OC-QTDE-RECEBIDA
                   COMPUTE QTDE-ACUMULAR =
                       OC-QUANTIDADE - OC-QTDE-RECEBIDA
               END-IF
               IF OC-RASCUNHO OR OC-AGUARDANDO-APROVACAO
                   MOVE OC-QUANTIDADE TO QTDE-ACUMULAR
               END-IF
               IF QTDE-ACUMULAR > 0
                   MOVE OC-PRODUTO-CODIGO TO PRODUTO-ACUMULAR
                   PERFORM ACUMULA-A-CHEGAR
               END-IF
           END-IF.

       ACUMULA-A-CHEGAR.
           SET ABERTO-IDX TO 1.
           SEARCH ABERTO-ENTRADA
               AT END
                   PERFORM AVISA-TABELA-CHEIA
               WHEN ABERTO-IDX > QTDE-ABERTOS
                   IF QTDE-ABERTOS < 500
                       ADD 1 TO QTDE-ABERTOS
                       MOVE PRODUTO-ACUMULAR
                           TO ABERTO-PRODUTO (QTDE-ABERTOS)
                       MOVE QTDE-ACUMULAR
                           TO ABERTO-QTDE (QTDE-ABERTOS)
                   ELSE
                       PERFORM AVISA-TABELA-CHEIA
                   END-IF
               WHEN ABERTO-PRODUTO (ABERTO-IDX) = PRODUTO-ACUMULAR
                   ADD QTDE-ACUMULAR TO ABERTO-QTDE (ABERTO-IDX)
           END-SEARCH.

       AVISA-TABELA-CHEIA.
           IF TABELA-CHEIA NOT = "S"
               DISPLAY "*** ATENCAO: LIMITE DE 500 PRODUTOS NAS "
                       "TABELAS DE CALCULO. SUGESTAO INCOMPLETA. ***"
               MOVE "S" TO TABELA-CHEIA
           END-IF.

       CARREGA-VENDAS-PERIODO.
           MOVE 0 TO QTDE-VENDAS.
           OPEN INPUT ARQUIVO-MOVESTOQUE.
           IF MOVESTOQUE-FILE-STATUS NOT = "35"
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM SOMA-PROXIMA-SAIDA
                   UNTIL FINAL-ARQUIVO = "S"
               CLOSE ARQUIVO-MOVESTOQUE
           END-IF.

       SOMA-PROXIMA-SAIDA.
           READ ARQUIVO-MOVESTOQUE
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S" AND MOVESTOQUE-SAIDA
               MOVE MOVESTOQUE-DATA TO DATA-MOVIMENTO
               COMPUTE DIAS-PASSADOS =
                   (HOJE-ANO - MOV-ANO) * 360
                   + (HOJE-MES - MOV-MES) * 30
                   + (HOJE-DIA - MOV-DIA)
               IF DIAS-PASSADOS NOT < 0
                       AND DIAS-PASSADOS < DIAS-HISTORICO
                       AND MOVESTOQUE-QTDE > 0
                   PERFORM ACUMULA-VENDA
               END-IF
           END-IF.

       ACUMULA-VENDA.
           SET VENDA-IDX TO 1.
           SEARCH VENDA-ENTRADA
               AT END
                   PERFORM AVISA-TABELA-CHEIA
               WHEN VENDA-IDX > QTDE-VENDAS
                   IF QTDE-VENDAS < 500
                       ADD 1 TO QTDE-VENDAS
                       MOVE MOVESTOQUE-PRODUTO
                           TO VENDA-PRODUTO (QTDE-VENDAS)
                       MOVE MOVESTOQUE-QTDE
                           TO VENDA-QTDE (QTDE-VENDAS)
                   ELSE
                       PERFORM AVISA-TABELA-CHEIA
                   END-IF
               WHEN VENDA-PRODUTO (VENDA-IDX) = MOVESTOQUE-PRODUTO
                   ADD MOVESTOQUE-QTDE TO VENDA-QTDE (VENDA-IDX)
           END-SEARCH.

       MONTA-SUGESTOES.
           OPEN INPUT ARQUIVO-ESTOQUE.
           OPEN INPUT ARQUIVO-PRODUTO.
           OPEN INPUT ARQUIVO-PRODFORN.
           OPEN INPUT ARQUIVO-FORNECEDOR.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM AVALIA-PROXIMA-FICHA
               UNTIL FINAL-ARQUIVO = "S".
           IF FORNECEDOR-FILE-STATUS NOT = "35"
               CLOSE ARQUIVO-FORNECEDOR
           END-IF.
           IF PRODFORN-FILE-STATUS NOT = "35"
               CLOSE ARQUIVO-PRODFORN
           END-IF.
           IF PRODUTO-FILE-STATUS NOT = "35"
               CLOSE ARQUIVO-PRODUTO
           END-IF.
           CLOSE ARQUIVO-ESTOQUE.

       AVALIA-PROXIMA-FICHA.
           READ ARQUIVO-ESTOQUE NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               MOVE ESTOQUE-PRODUTO-CODIGO TO PRODUTO-CODIGO
               MOVE "I" TO PRODUTO-STATUS
               IF PRODUTO-FILE-STATUS NOT = "35"
                   READ ARQUIVO-PRODUTO
                       INVALID KEY
                           MOVE "I" TO PRODUTO-STATUS
                   END-READ
               END-IF
               IF NOT PRODUTO-INATIVO
                   PERFORM CALCULA-NECESSIDADE
               END-IF
           END-IF.

      *    CALCULA-NECESSIDADE: MINIMO + CONSUMO NO PRAZO - SALDO -
      *    A CHEGAR. SEM FORNECEDOR PREFERIDO NAO HA PRAZO NEM LOTE;
      *    O PRODUTO SO E LEMBRADO SE JA ESTA ABAIXO DO MINIMO.
       CALCULA-NECESSIDADE.
           MOVE ESTOQUE-PRODUTO-CODIGO TO PRODFORN-PRODUTO.
           IF PRODFORN-FILE-STATUS = "35"
               MOVE 0 TO PRODFORN-FORNECEDOR
           ELSE
               READ ARQUIVO-PRODFORN
                   INVALID KEY
                       MOVE 0 TO PRODFORN-FORNECEDOR
               END-READ
           END-IF.
           IF PRODFORN-FORNECEDOR = 0
               IF ESTOQUE-SALDO < ESTOQUE-MINIMO
                   ADD 1 TO TOTAL-SEM-FORNECEDOR
                   DISPLAY "PRODUTO " ESTOQUE-PRODUTO-CODIGO " "
                           PRODUTO-DESCRICAO " ABAIXO DO MINIMO SEM "
                           "FORNECEDOR PREFERIDO (PROG162)."
               END-IF
           ELSE
               PERFORM BUSCA-QTDES-PRODUTO
               COMPUTE CONSUMO-PRAZO ROUNDED =
                   VENDAS-PRODUTO * PRODFORN-PRAZO-DIAS
                   / DIAS-HISTORICO
               COMPUTE NECESSIDADE =
                   ESTOQUE-MINIMO + CONSUMO-PRAZO
                   - ESTOQUE-SALDO - QTDE-A-CHEGAR
               IF NECESSIDADE > 0
                   PERFORM REGISTRA-SUGESTAO
               END-IF
           END-IF.

       BUSCA-QTDES-PRODUTO.
           MOVE 0 TO VENDAS-PRODUTO.
           MOVE 0 TO QTDE-A-CHEGAR.
           SET VENDA-IDX TO 1.
           SEARCH VENDA-ENTRADA
               AT END
                   CONTINUE
               WHEN VENDA-IDX > QTDE-VENDAS
                   CONTINUE
               WHEN VENDA-PRODUTO (VENDA-IDX) = ESTOQUE-PRODUTO-CODIGO
                   MOVE VENDA-QTDE (VENDA-IDX) TO VENDAS-PRODUTO
           END-SEARCH.
           SET ABERTO-IDX TO 1.
           SEARCH ABERTO-ENTRADA
               AT END
                   CONTINUE
               WHEN ABERTO-IDX > QTDE-ABERTOS
                   CONTINUE
               WHEN ABERTO-PRODUTO (ABERTO-IDX)
                       = ESTOQUE-PRODUTO-CODIGO
                   MOVE ABERTO-QTDE (ABERTO-IDX) TO QTDE-A-CHEGAR
           END-SEARCH.

       REGISTRA-SUGESTAO.
           IF NECESSIDADE > 99999
               MOVE 99999 TO QTDE-SUGERIDA
           ELSE
               MOVE NECESSIDADE TO QTDE-SUGERIDA
           END-IF.
           IF QTDE-SUGERIDA < PRODFORN-LOTE-MINIMO
               MOVE PRODFORN-LOTE-MINIMO TO QTDE-SUGERIDA
           END-IF.
           MOVE PRODFORN-FORNECEDOR TO FORNECEDOR-CODIGO.
           MOVE "I" TO FORNECEDOR-STATUS.
           MOVE SPACE TO FORNECEDOR-NOME.
           IF FORNECEDOR-FILE-STATUS NOT = "35"
               READ ARQUIVO-FORNECEDOR
                   INVALID KEY
                       MOVE "I" TO FORNECEDOR-STATUS
               END-READ
           END-IF.
           EVALUATE TRUE
               WHEN FORNECEDOR-INATIVO
                   ADD 1 TO TOTAL-SEM-FORNECEDOR
                   DISPLAY "PRODUTO " ESTOQUE-PRODUTO-CODIGO " "
                           PRODUTO-DESCRICAO " PRECISA DE "
                           QTDE-SUGERIDA " MAS O FORNECEDOR "
                           "PREFERIDO " PRODFORN-FORNECEDOR
                           " ESTA INATIVO."
               WHEN QTDE-SUGESTOES = 500
                   PERFORM AVISA-TABELA-CHEIA
               WHEN OTHER
                   ADD 1 TO QTDE-SUGESTOES
                   MOVE QTDE-SUGESTOES TO SUG-SUB
                   MOVE PRODFORN-FORNECEDOR TO SUG-FORNECEDOR (SUG-SUB)
                   MOVE ESTOQUE-PRODUTO-CODIGO TO SUG-PRODUTO (SUG-SUB)
                   MOVE PRODUTO-DESCRICAO TO SUG-DESCRICAO (SUG-SUB)
                   MOVE ESTOQUE-SALDO TO SUG-SALDO (SUG-SUB)
                   MOVE ESTOQUE-MINIMO TO SUG-MINIMO (SUG-SUB)
                   MOVE CONSUMO-PRAZO TO SUG-CONSUMO (SUG-SUB)
                   MOVE QTDE-A-CHEGAR TO SUG-A-CHEGAR (SUG-SUB)
                   MOVE QTDE-SUGERIDA TO SUG-QTDE (SUG-SUB)
                   MOVE ZERO TO SUG-CUSTO (SUG-SUB)
                   IF PRODUTO-CUSTO IS NUMERIC
                       MOVE PRODUTO-CUSTO TO SUG-CUSTO (SUG-SUB)
                   END-IF
                   PERFORM REGISTRA-FORNECEDOR-SUGERIDO
           END-EVALUATE.

       REGISTRA-FORNECEDOR-SUGERIDO.
           SET FORN-SUG-IDX TO 1.
           SEARCH FORN-SUG-ENTRADA
               AT END
                   PERFORM AVISA-TABELA-CHEIA
               WHEN FORN-SUG-IDX > QTDE-FORNECEDORES
                   IF QTDE-FORNECEDORES < 100
                       ADD 1 TO QTDE-FORNECEDORES
                       MOVE PRODFORN-FORNECEDOR
                           TO FORN-SUG-CODIGO (QTDE-FORNECEDORES)
                       MOVE FORNECEDOR-NOME
                           TO FORN-SUG-NOME (QTDE-FORNECEDORES)
                   ELSE
                       PERFORM AVISA-TABELA-CHEIA
                   END-IF
               WHEN FORN-SUG-CODIGO (FORN-SUG-IDX)
                       = PRODFORN-FORNECEDOR
                   CONTINUE
           END-SEARCH.

      *    REVISA-GRUPO-FORNECEDOR: AS SUGESTOES DE UM FORNECEDOR,
      *    COM O CALCULO DE CADA UMA, E A DECISAO DO COMPRADOR.
       REVISA-GRUPO-FORNECEDOR.
           MOVE FORN-SUG-CODIGO (FORN-SUB) TO FORNECEDOR-DO-GRUPO.
           MOVE ZERO TO VALOR-GRUPO.
           DISPLAY " ".
           DISPLAY "===== FORNECEDOR " FORNECEDOR-DO-GRUPO " - "
                   FORN-SUG-NOME (FORN-SUB) " =====".
           DISPLAY "PRODUTO DESCRICAO                      SALDO "
                   "MINIMO CONSUMO A CHEGAR COMPRAR".
           MOVE 1 TO SUG-SUB.
           PERFORM EXIBE-SUGESTAO-GRUPO
               UNTIL SUG-SUB > QTDE-SUGESTOES.
           MOVE VALOR-GRUPO TO VALOR-EDITADO.
           DISPLAY "VALOR ESTIMADO AO CUSTO: " VALOR-EDITADO.
           DISPLAY "GERAR ORDEM DE COMPRA EM RASCUNHO? (S/N)".
           ACCEPT RESPOSTA.
           IF RESPOSTA = "S"
               PERFORM GRAVA-RASCUNHO-FORNECEDOR
           ELSE
               DISPLAY "SUGESTAO DESCARTADA."
           END-IF.
           ADD 1 TO FORN-SUB.

       EXIBE-SUGESTAO-GRUPO.
           IF SUG-FORNECEDOR (SUG-SUB) = FORNECEDOR-DO-GRUPO
               COMPUTE VALOR-ITEM ROUNDED =
                   SUG-QTDE (SUG-SUB) * SUG-CUSTO (SUG-SUB)
               ADD VALOR-ITEM TO VALOR-GRUPO
               DISPLAY SUG-PRODUTO (SUG-SUB) "   "
                       SUG-DESCRICAO (SUG-SUB) " "
                       SUG-SALDO (SUG-SUB) " " SUG-MINIMO (SUG-SUB)
                       " " SUG-CONSUMO (SUG-SUB) " "
                       SUG-A-CHEGAR (SUG-SUB) " " SUG-QTDE (SUG-SUB)
           END-IF.
           ADD 1 TO SUG-SUB.

      *    GRAVA-RASCUNHO-FORNECEDOR: ATE 20 ITENS POR ORDEM, O
      *    LIMITE DA DIGITACAO DO PROG103 QUE VAI COMPLETA-LA.
       GRAVA-RASCUNHO-FORNECEDOR.
           OPEN I-O ARQUIVO-ORDEM-COMPRA.
           IF ORDEM-COMPRA-FILE-STATUS = "35"
               OPEN OUTPUT ARQUIVO-ORDEM-COMPRA
               CLOSE ARQUIVO-ORDEM-COMPRA
               OPEN I-O ARQUIVO-ORDEM-COMPRA
           END-IF.
           MOVE 0 TO ITENS-NO-RASCUNHO.
           MOVE 1 TO SUG-SUB.
           PERFORM GRAVA-LINHA-RASCUNHO
               UNTIL SUG-SUB > QTDE-SUGESTOES.
           CLOSE ARQUIVO-ORDEM-COMPRA.

       GRAVA-LINHA-RASCUNHO.
           IF SUG-FORNECEDOR (SUG-SUB) = FORNECEDOR-DO-GRUPO
               IF ITENS-NO-RASCUNHO = 0 OR ITENS-NO-RASCUNHO = 20
                   PERFORM ABRE-NOVO-RASCUNHO
               END-IF
               ADD 1 TO ITENS-NO-RASCUNHO
               MOVE SPACE TO ORDEM-COMPRA-REGISTRO
               MOVE NUMERO-OC-GERADO TO OC-NUMERO
               MOVE ITENS-NO-RASCUNHO TO OC-ITEM-SEQ
               MOVE FORNECEDOR-DO-GRUPO TO OC-FORNECEDOR-CODIGO
               MOVE SUG-PRODUTO (SUG-SUB) TO OC-PRODUTO-CODIGO
               MOVE SUG-QTDE (SUG-SUB) TO OC-QUANTIDADE
               MOVE SUG-CUSTO (SUG-SUB) TO OC-PRECO-COMBINADO
               MOVE ZERO TO OC-QTDE-RECEBIDA
               MOVE DATA-HOJE TO OC-DATA-EMISSAO
               MOVE ZERO TO OC-DATA-RECEBIMENTO
               MOVE ZERO TO OC-DATA-PREVISTA
               MOVE OPERADOR-ID TO OC-EMITENTE
               MOVE ZERO TO OC-DATA-APROVACAO
               MOVE "D" TO OC-SITUACAO
               WRITE ORDEM-COMPRA-REGISTRO
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR A LINHA " OC-ITEM-SEQ
                               " DO RASCUNHO " OC-NUMERO "."
               END-WRITE
           END-IF.
           ADD 1 TO SUG-SUB.

       ABRE-NOVO-RASCUNHO.
           PERFORM GERA-NUMERO-OC.
           MOVE 0 TO ITENS-NO-RASCUNHO.
           ADD 1 TO TOTAL-RASCUNHOS.
           PERFORM GRAVA-AUDITORIA-RASCUNHO.
           DISPLAY "ORDEM " NUMERO-OC-GERADO " GRAVADA EM RASCUNHO. "
                   "COMPLETE NO PROG103.".

      *    GERA-NUMERO-OC: A MESMA SEQUENCIA DE NUMOC.DAT DO PROG103,
      *    PARA O RASCUNHO JA NASCER COM O NUMERO DEFINITIVO.
       GERA-NUMERO-OC.
           MOVE 0 TO PROXIMA-SEQUENCIA-OC.
           OPEN INPUT ARQUIVO-NUMERO-OC.
           IF NUMERO-OC-FILE-STATUS = "00"
                   OR NUMERO-OC-FILE-STATUS = "05"
               READ ARQUIVO-NUMERO-OC
                   AT END
                       CONTINUE
               END-READ
               IF NUMERO-OC-FILE-STATUS = "00"
                   MOVE NUMERO-OC-PROX-SEQ TO PROXIMA-SEQUENCIA-OC
               END-IF
               CLOSE ARQUIVO-NUMERO-OC
           END-IF.

           ADD 1 TO PROXIMA-SEQUENCIA-OC.
           MOVE PROXIMA-SEQUENCIA-OC TO NUMERO-OC-GERADO.

           OPEN OUTPUT ARQUIVO-NUMERO-OC.
           MOVE PROXIMA-SEQUENCIA-OC TO NUMERO-OC-PROX-SEQ.
           WRITE NUMERO-OC-REGISTRO.
           CLOSE ARQUIVO-NUMERO-OC.

       GRAVA-AUDITORIA-RASCUNHO.
           OPEN EXTEND ARQUIVO-AUDITORIA.
           IF AUDITORIA-FILE-STATUS = "35"
               CLOSE ARQUIVO-AUDITORIA
               OPEN OUTPUT ARQUIVO-AUDITORIA
           END-IF.
           MOVE "PROG163"        TO AUDITORIA-PROGRAMA.
           MOVE "I"              TO AUDITORIA-OPERACAO.
           MOVE FORN-SUG-NOME (FORN-SUB) (1:20) TO AUDITORIA-NOME.
           MOVE OPERADOR-ID      TO AUDITORIA-OPERADOR.
           ACCEPT AUDITORIA-DATA FROM DATE YYYYMMDD.
           ACCEPT AUDITORIA-HORA FROM TIME.
           WRITE AUDITORIA-REGISTRO.
           CLOSE ARQUIVO-AUDITORIA.

           COPY "AMBPROC.cob".
