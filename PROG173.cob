       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG173.
      *    RELATORIO MENSAL DE ATINGIMENTO DE METAS DE VENDAS: PARA
      *    CADA VENDEDOR COMPARA A META DE METAS.DAT (PROG172) COM O
      *    FATURADO (FATURAS.DAT POR FATURA-VENDEDOR, PELA DATA DE
      *    EMISSAO, FORA AS BAIXADAS PARA PERDA) E COM O RECEBIDO
      *    (FATURA LIQUIDADA PELA DATA DE PAGAMENTO - A MESMA BASE DA
      *    COMISSAO DO PROG121), NO MES E NO ANO ATE O MES, COM O
      *    PERCENTUAL ATINGIDO E O RANKING DA EQUIPE PELO ATINGIMENTO
      *    DO MES (VENDEDOR SEM META SAI NO FIM). META TOTAL DO MES E
      *    O REGISTRO SEM FAMILIA; SEM ELE, A SOMA DAS FAMILIAS. AS
      *    METAS POR FAMILIA SAEM ABERTAS EMBAIXO DO VENDEDOR, COM O
      *    FATURADO DA FAMILIA TIRADO DOS ITENS DOS PEDIDOS FATURADOS
      *    DO MES (PEDIDOS.DAT + PRODUTO-FAMILIA, COMO O PROG124).
      *    COMPETENCIA: PROG173-COMPETENCIA (AAAAMM), PADRAO O MES
      *    CORRENTE.
      *    PEDIDOS.DAT E INDEXADO: A VARREDURA LE EM SEQUENCIA DE
      *    CHAVE (CABECALHO NA LINHA 000 SEGUIDO DOS ITENS).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "MTVSEL.cob".
           COPY "FATSEL.cob".
           COPY "PEDSEL.cob".
           COPY "PRODSEL.cob".
           COPY "CSELEC.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "MTVREG.cob".
           COPY "FATREG.cob".
           COPY "PEDREG.cob".
           COPY "PRODREG.cob".
           COPY "CARQF.cob".

       WORKING-STORAGE SECTION.

       01  META-FILE-STATUS        PIC XX.
       01  META-PATH               PIC X(100).
       01  FATURA-FILE-STATUS      PIC XX.
       01  FATURA-PATH             PIC X(100).
       01  PEDIDO-FILE-STATUS      PIC XX.
       01  PEDIDO-PATH             PIC X(100).
       01  PRODUTO-FILE-STATUS     PIC XX.
       01  PRODUTO-PATH            PIC X(100).
       01  FUNCIONARIO-FILE-STATUS PIC XX.
       01  FUNCIONARIO-PATH        PIC X(100).
       01  TEM-CATALOGO            PIC X VALUE "N".
       01  TEM-CADASTRO            PIC X VALUE "N".
       01  FINAL-ARQUIVO           PIC X.
       01  DATA-HOJE               PIC 9(08).

       01  COMPETENCIA             PIC 9(06).
       01  COMPETENCIA-ENV         PIC X(06).
       01  ANO-COMPETENCIA         PIC 9(04).
       01  MES-COMPETENCIA         PIC 9(02).
       01  COMPETENCIA-INICIO-ANO  PIC 9(06).
       01  COMPETENCIA-FATURA      PIC 9(06).
       01  COMPETENCIA-PAGAMENTO   PIC 9(06).
       01  COMPETENCIA-PEDIDO      PIC 9(06).
       01  MES-DA-META             PIC 9(02).
       01  MES-SUB                 PIC 9(02).

       01  VENDEDOR-PROCURADO      PIC 9(05).
       01  VENDEDOR-ACHADO         PIC X.
       01  VENDEDOR-DO-PEDIDO      PIC 9(05).
       01  FAMILIA-PROCURADA       PIC X(10).
       01  FAMILIA-ACHADA          PIC X.
       01  VALOR-DO-ITEM           PIC 9(11)V9(02).

       01  QTDE-VENDEDORES         PIC 9(03) VALUE 0.
       01  TABELA-VENDEDORES.
           05 VEND-ENTRADA OCCURS 100 TIMES
                   INDEXED BY VEND-IDX.
              10 VEND-CODIGO        PIC 9(05).
              10 VEND-META-MES      PIC 9(11)V9(02).
              10 VEND-META-ANO      PIC 9(11)V9(02).
              10 VEND-FATURADO-MES  PIC 9(11)V9(02).
              10 VEND-FATURADO-ANO  PIC 9(11)V9(02).
              10 VEND-RECEBIDO-MES  PIC 9(11)V9(02).
              10 VEND-RECEBIDO-ANO  PIC 9(11)V9(02).
              10 VEND-PERC-MES      PIC 9(04)V9(01).
              10 VEND-PERC-ANO      PIC 9(04)V9(01).
              10 VEND-CHAVE-RANKING PIC S9(05)V9(01).
              10 VEND-MES OCCURS 12 TIMES.
                 15 VEND-META-TOTAL    PIC 9(11)V9(02).
                 15 VEND-META-FAMILIAS PIC 9(11)V9(02).
                 15 VEND-TEM-TOTAL     PIC X(01).
       01  VEND-TEMP.
           05 TEMP-CODIGO           PIC 9(05).
           05 TEMP-META-MES         PIC 9(11)V9(02).
           05 TEMP-META-ANO         PIC 9(11)V9(02).
           05 TEMP-FATURADO-MES     PIC 9(11)V9(02).
           05 TEMP-FATURADO-ANO     PIC 9(11)V9(02).
           05 TEMP-RECEBIDO-MES     PIC 9(11)V9(02).
           05 TEMP-RECEBIDO-ANO     PIC 9(11)V9(02).
           05 TEMP-PERC-MES         PIC 9(04)V9(01).
           05 TEMP-PERC-ANO         PIC 9(04)V9(01).
           05 TEMP-CHAVE-RANKING    PIC S9(05)V9(01).
           05 TEMP-MES OCCURS 12 TIMES.
              10 TEMP-META-TOTAL    PIC 9(11)V9(02).
              10 TEMP-META-FAMILIAS PIC 9(11)V9(02).
              10 TEMP-TEM-TOTAL     PIC X(01).
       01  VEND-SUB                PIC 9(03).
       01  VEND-SUB-2              PIC 9(03).
       01  VEND-SUB-MAIOR          PIC 9(03).
       01  TABELA-VEND-CHEIA       PIC X VALUE "N".

       01  QTDE-FAMILIAS           PIC 9(03) VALUE 0.
       01  TABELA-FAMILIAS.
           05 FAM-ENTRADA OCCURS 200 TIMES
                   INDEXED BY FAM-IDX.
              10 FAM-VENDEDOR       PIC 9(05).
              10 FAM-NOME           PIC X(10).
              10 FAM-META           PIC 9(11)V9(02).
              10 FAM-FATURADO       PIC 9(11)V9(02).
       01  TABELA-FAM-CHEIA        PIC X VALUE "N".

       01  TOTAL-META-MES          PIC 9(13)V9(02) VALUE 0.
       01  TOTAL-META-ANO          PIC 9(13)V9(02) VALUE 0.
       01  TOTAL-FATURADO-MES      PIC 9(13)V9(02) VALUE 0.
       01  TOTAL-FATURADO-ANO      PIC 9(13)V9(02) VALUE 0.
       01  TOTAL-RECEBIDO-MES      PIC 9(13)V9(02) VALUE 0.
       01  TOTAL-RECEBIDO-ANO      PIC 9(13)V9(02) VALUE 0.
       01  TOTAL-SEM-VENDEDOR      PIC 9(13)V9(02) VALUE 0.
       01  PERC-EQUIPE             PIC 9(04)V9(01).

       01  NOME-VENDEDOR           PIC X(20).
       01  POSICAO-RANKING         PIC 9(03).
       01  POSICAO-EDITADA         PIC ZZ9.
       01  PERC-EDITADO            PIC Z,ZZ9.9.
       01  PERC-EDITADO-2          PIC Z,ZZ9.9.
       01  VALOR-EDITADO           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  VALOR-EDITADO-2         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  VALOR-EDITADO-3         PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE 0 TO RETURN-CODE.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM INICIALIZA-COMPETENCIA.
           PERFORM INICIALIZA-CAMINHOS.

           OPEN INPUT ARQUIVO-FATURA.
           IF FATURA-FILE-STATUS = "35"
               DISPLAY "FATURAS.DAT NAO ENCONTRADO. NADA A APURAR."
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM ACUMULA-PROXIMA-FATURA
                   UNTIL FINAL-ARQUIVO = "S"
               CLOSE ARQUIVO-FATURA
               PERFORM CARREGA-METAS
               IF QTDE-FAMILIAS > 0
                   PERFORM APURA-FAMILIAS
               END-IF
               MOVE 1 TO VEND-SUB
               PERFORM CALCULA-ATINGIMENTO
                   UNTIL VEND-SUB > QTDE-VENDEDORES
               PERFORM ORDENA-POR-ATINGIMENTO
               PERFORM IMPRIME-RELATORIO
           END-IF.

       PROGRAM-DONE.
           GOBACK.

       INICIALIZA-COMPETENCIA.
           COMPUTE COMPETENCIA = DATA-HOJE / 100.
           MOVE SPACE TO COMPETENCIA-ENV.
           ACCEPT COMPETENCIA-ENV FROM ENVIRONMENT
               "PROG173-COMPETENCIA".
           IF COMPETENCIA-ENV IS NUMERIC
               MOVE COMPETENCIA-ENV TO COMPETENCIA
           END-IF.
           COMPUTE ANO-COMPETENCIA = COMPETENCIA / 100.
           COMPUTE MES-COMPETENCIA =
               COMPETENCIA - ANO-COMPETENCIA * 100.
           COMPUTE COMPETENCIA-INICIO-ANO = ANO-COMPETENCIA * 100 + 1.

       INICIALIZA-CAMINHOS.
           MOVE "metas.dat" TO META-PATH.
           ACCEPT META-PATH FROM ENVIRONMENT "META_DAT".
           IF META-PATH = SPACE
               MOVE "metas.dat" TO META-PATH
           END-IF.

           MOVE "faturas.dat" TO FATURA-PATH.
           ACCEPT FATURA-PATH FROM ENVIRONMENT "FATURA_DAT".
           IF FATURA-PATH = SPACE
               MOVE "faturas.dat" TO FATURA-PATH
           END-IF.

           MOVE "pedidos.dat" TO PEDIDO-PATH.
           ACCEPT PEDIDO-PATH FROM ENVIRONMENT "PEDIDO_DAT".
           IF PEDIDO-PATH = SPACE
               MOVE "pedidos.dat" TO PEDIDO-PATH
           END-IF.

           MOVE "produtos.dat" TO PRODUTO-PATH.
           ACCEPT PRODUTO-PATH FROM ENVIRONMENT "PRODUTO_DAT".
           IF PRODUTO-PATH = SPACE
               MOVE "produtos.dat" TO PRODUTO-PATH
           END-IF.

           MOVE "funcionarios.dat" TO FUNCIONARIO-PATH.
           ACCEPT FUNCIONARIO-PATH FROM ENVIRONMENT "FUNCIONARIO_DAT".
           IF FUNCIONARIO-PATH = SPACE
               MOVE "funcionarios.dat" TO FUNCIONARIO-PATH
           END-IF.

      *    ACUMULA-PROXIMA-FATURA: FATURADO PELA EMISSAO (FORA A
      *    BAIXADA PARA PERDA) E RECEBIDO PELO PAGAMENTO DA FATURA
      *    LIQUIDADA, DO INICIO DO ANO ATE A COMPETENCIA.
       ACUMULA-PROXIMA-FATURA.
           READ ARQUIVO-FATURA NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               IF FATURA-VENDEDOR IS NUMERIC
                       AND FATURA-VENDEDOR NOT = 0
                   PERFORM ACUMULA-FATURA-VENDEDOR
               ELSE
                   COMPUTE COMPETENCIA-FATURA =
                       FATURA-DATA-EMISSAO / 100
                   IF COMPETENCIA-FATURA = COMPETENCIA
                           AND NOT FATURA-BAIXADA-PERDA
                       ADD FATURA-VALOR-TOTAL TO TOTAL-SEM-VENDEDOR
                   END-IF
               END-IF
           END-IF.

       ACUMULA-FATURA-VENDEDOR.
           COMPUTE COMPETENCIA-FATURA = FATURA-DATA-EMISSAO / 100.
           COMPUTE COMPETENCIA-PAGAMENTO =
               FATURA-DATA-PAGAMENTO / 100.
           MOVE FATURA-VENDEDOR TO VENDEDOR-PROCURADO.
           IF COMPETENCIA-FATURA >= COMPETENCIA-INICIO-ANO
                   AND COMPETENCIA-FATURA <= COMPETENCIA
                   AND NOT FATURA-BAIXADA-PERDA
               PERFORM LOCALIZA-VENDEDOR
               IF VENDEDOR-ACHADO = "S"
                   ADD FATURA-VALOR-TOTAL
                       TO VEND-FATURADO-ANO (VEND-IDX)
                   IF COMPETENCIA-FATURA = COMPETENCIA
                       ADD FATURA-VALOR-TOTAL
                           TO VEND-FATURADO-MES (VEND-IDX)
                   END-IF
               END-IF
           END-IF.
           IF FATURA-LIQUIDADA
                   AND COMPETENCIA-PAGAMENTO >= COMPETENCIA-INICIO-ANO
                   AND COMPETENCIA-PAGAMENTO <= COMPETENCIA
               PERFORM LOCALIZA-VENDEDOR
               IF VENDEDOR-ACHADO = "S"
                   ADD FATURA-VALOR-TOTAL
                       TO VEND-RECEBIDO-ANO (VEND-IDX)
                   IF COMPETENCIA-PAGAMENTO = COMPETENCIA
                       ADD FATURA-VALOR-TOTAL
                           TO VEND-RECEBIDO-MES (VEND-IDX)
                   END-IF
               END-IF
           END-IF.

       LOCALIZA-VENDEDOR.
           MOVE "S" TO VENDEDOR-ACHADO.
           SET VEND-IDX TO 1.
           SEARCH VEND-ENTRADA
               AT END
                   PERFORM AVISA-TABELA-VEND-CHEIA
               WHEN VEND-IDX > QTDE-VENDEDORES
                   PERFORM INCLUI-VENDEDOR
               WHEN VEND-CODIGO (VEND-IDX) = VENDEDOR-PROCURADO
                   CONTINUE
           END-SEARCH.

       INCLUI-VENDEDOR.
           ADD 1 TO QTDE-VENDEDORES.
           SET VEND-IDX TO QTDE-VENDEDORES.
           INITIALIZE VEND-ENTRADA (VEND-IDX).
           MOVE VENDEDOR-PROCURADO TO VEND-CODIGO (VEND-IDX).

       AVISA-TABELA-VEND-CHEIA.
           MOVE "N" TO VENDEDOR-ACHADO.
           IF TABELA-VEND-CHEIA = "N"
               MOVE "S" TO TABELA-VEND-CHEIA
               DISPLAY "*** MAIS DE 100 VENDEDORES - OS EXCEDENTES "
                       "FICAM FORA DO RELATORIO. ***"
           END-IF.

      *    CARREGA-METAS: METAS DO ANO ATE A COMPETENCIA, MES A MES,
      *    SEPARANDO A META TOTAL DA SOMA DAS FAMILIAS; AS FAMILIAS
      *    DO MES VAO PARA A TABELA DE FAMILIAS.
       CARREGA-METAS.
           OPEN INPUT ARQUIVO-META.
           IF META-FILE-STATUS = "35"
               DISPLAY "METAS.DAT NAO ENCONTRADO - SO O REALIZADO "
                       "SAI NO RELATORIO."
           ELSE
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM CARREGA-PROXIMA-META
                   UNTIL FINAL-ARQUIVO = "S"
               CLOSE ARQUIVO-META
           END-IF.

       CARREGA-PROXIMA-META.
           READ ARQUIVO-META NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               IF META-COMPETENCIA >= COMPETENCIA-INICIO-ANO
                       AND META-COMPETENCIA <= COMPETENCIA
                   PERFORM GUARDA-META
               END-IF
           END-IF.

       GUARDA-META.
           MOVE META-VENDEDOR TO VENDEDOR-PROCURADO.
           PERFORM LOCALIZA-VENDEDOR.
           IF VENDEDOR-ACHADO = "S"
               COMPUTE MES-DA-META =
                   META-COMPETENCIA - ANO-COMPETENCIA * 100
               IF META-TOTAL-DO-MES
                   ADD META-VALOR
                       TO VEND-META-TOTAL (VEND-IDX, MES-DA-META)
                   MOVE "S" TO VEND-TEM-TOTAL (VEND-IDX, MES-DA-META)
               ELSE
                   ADD META-VALOR
                       TO VEND-META-FAMILIAS (VEND-IDX, MES-DA-META)
                   IF META-COMPETENCIA = COMPETENCIA
                       MOVE META-FAMILIA TO FAMILIA-PROCURADA
                       PERFORM LOCALIZA-FAMILIA
                       IF FAMILIA-ACHADA = "S"
                           ADD META-VALOR TO FAM-META (FAM-IDX)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       LOCALIZA-FAMILIA.
           MOVE "S" TO FAMILIA-ACHADA.
           SET FAM-IDX TO 1.
           SEARCH FAM-ENTRADA
               AT END
                   MOVE "N" TO FAMILIA-ACHADA
                   IF TABELA-FAM-CHEIA = "N"
                       MOVE "S" TO TABELA-FAM-CHEIA
                       DISPLAY "*** MAIS DE 200 METAS POR FAMILIA NO "
                               "MES - AS EXCEDENTES NAO SAEM "
                               "ABERTAS. ***"
                   END-IF
               WHEN FAM-IDX > QTDE-FAMILIAS
                   ADD 1 TO QTDE-FAMILIAS
                   SET FAM-IDX TO QTDE-FAMILIAS
                   MOVE VENDEDOR-PROCURADO TO FAM-VENDEDOR (FAM-IDX)
                   MOVE FAMILIA-PROCURADA TO FAM-NOME (FAM-IDX)
                   MOVE ZERO TO FAM-META (FAM-IDX)
                   MOVE ZERO TO FAM-FATURADO (FAM-IDX)
               WHEN FAM-VENDEDOR (FAM-IDX) = VENDEDOR-PROCURADO
                       AND FAM-NOME (FAM-IDX) = FAMILIA-PROCURADA
                   CONTINUE
           END-SEARCH.

      *    APURA-FAMILIAS: FATURADO POR FAMILIA SO PARA AS FAMILIAS
      *    COM META NO MES - ITENS DOS PEDIDOS FATURADOS DO MES, PELO
      *    VENDEDOR DO CABECALHO E PELA FAMILIA DO CATALOGO.
       APURA-FAMILIAS.
           OPEN INPUT ARQUIVO-PEDIDO.
           IF PEDIDO-FILE-STATUS = "35"
               DISPLAY "PEDIDOS.DAT NAO ENCONTRADO - FATURADO POR "
                       "FAMILIA FICA ZERADO."
           ELSE
               OPEN INPUT ARQUIVO-PRODUTO
               IF PRODUTO-FILE-STATUS = "00"
                       OR PRODUTO-FILE-STATUS = "05"
                   MOVE "S" TO TEM-CATALOGO
               END-IF
               MOVE 0 TO VENDEDOR-DO-PEDIDO
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM APURA-PROXIMO-PEDIDO
                   UNTIL FINAL-ARQUIVO = "S"
               IF TEM-CATALOGO = "S"
                   CLOSE ARQUIVO-PRODUTO
               END-IF
               CLOSE ARQUIVO-PEDIDO
           END-IF.

       APURA-PROXIMO-PEDIDO.
           READ ARQUIVO-PEDIDO NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               IF PEDIDO-CABECALHO
                   COMPUTE COMPETENCIA-PEDIDO = PEDIDO-DATA / 100
                   IF PEDIDO-FATURADO
                           AND COMPETENCIA-PEDIDO = COMPETENCIA
                           AND PEDIDO-VENDEDOR IS NUMERIC
                       MOVE PEDIDO-VENDEDOR TO VENDEDOR-DO-PEDIDO
                   ELSE
                       MOVE 0 TO VENDEDOR-DO-PEDIDO
                   END-IF
               ELSE
                   IF VENDEDOR-DO-PEDIDO NOT = 0
                           AND TEM-CATALOGO = "S"
                       PERFORM ACUMULA-ITEM-FAMILIA
                   END-IF
               END-IF
           END-IF.

       ACUMULA-ITEM-FAMILIA.
           MOVE ITEM-PRODUTO-CODIGO TO PRODUTO-CODIGO.
           READ ARQUIVO-PRODUTO
               INVALID KEY
                   MOVE SPACE TO PRODUTO-FAMILIA
           END-READ.
           IF PRODUTO-FAMILIA NOT = SPACE
               SET FAM-IDX TO 1
               SEARCH FAM-ENTRADA
                   AT END
                       CONTINUE
                   WHEN FAM-IDX > QTDE-FAMILIAS
                       CONTINUE
                   WHEN FAM-VENDEDOR (FAM-IDX) = VENDEDOR-DO-PEDIDO
                           AND FAM-NOME (FAM-IDX) = PRODUTO-FAMILIA
                       COMPUTE VALOR-DO-ITEM =
                           ITEM-QUANTIDADE * ITEM-PRECO-UNITARIO
                       ADD VALOR-DO-ITEM TO FAM-FATURADO (FAM-IDX)
               END-SEARCH
           END-IF.

      *    CALCULA-ATINGIMENTO: META EFETIVA DE CADA MES (TOTAL, OU
      *    A SOMA DAS FAMILIAS QUANDO NAO HA TOTAL), ACUMULADA NO
      *    ANO, E OS PERCENTUAIS SOBRE O FATURADO. SEM META NO MES O
      *    VENDEDOR VAI PARA O FIM DO RANKING.
       CALCULA-ATINGIMENTO.
           MOVE ZERO TO VEND-META-ANO (VEND-SUB).
           MOVE 1 TO MES-SUB.
           PERFORM SOMA-META-DO-MES
               UNTIL MES-SUB > MES-COMPETENCIA.
           IF VEND-TEM-TOTAL (VEND-SUB, MES-COMPETENCIA) = "S"
               MOVE VEND-META-TOTAL (VEND-SUB, MES-COMPETENCIA)
                   TO VEND-META-MES (VEND-SUB)
           ELSE
               MOVE VEND-META-FAMILIAS (VEND-SUB, MES-COMPETENCIA)
                   TO VEND-META-MES (VEND-SUB)
           END-IF.
           IF VEND-META-MES (VEND-SUB) = ZERO
               MOVE ZERO TO VEND-PERC-MES (VEND-SUB)
               MOVE -1 TO VEND-CHAVE-RANKING (VEND-SUB)
           ELSE
               COMPUTE VEND-PERC-MES (VEND-SUB) ROUNDED =
                   VEND-FATURADO-MES (VEND-SUB) * 100
                   / VEND-META-MES (VEND-SUB)
                   ON SIZE ERROR
                       MOVE 9999.9 TO VEND-PERC-MES (VEND-SUB)
               END-COMPUTE
               MOVE VEND-PERC-MES (VEND-SUB)
                   TO VEND-CHAVE-RANKING (VEND-SUB)
           END-IF.
           IF VEND-META-ANO (VEND-SUB) = ZERO
               MOVE ZERO TO VEND-PERC-ANO (VEND-SUB)
           ELSE
               COMPUTE VEND-PERC-ANO (VEND-SUB) ROUNDED =
                   VEND-FATURADO-ANO (VEND-SUB) * 100
                   / VEND-META-ANO (VEND-SUB)
                   ON SIZE ERROR
                       MOVE 9999.9 TO VEND-PERC-ANO (VEND-SUB)
               END-COMPUTE
           END-IF.
           ADD VEND-META-MES (VEND-SUB) TO TOTAL-META-MES.
           ADD VEND-META-ANO (VEND-SUB) TO TOTAL-META-ANO.
           ADD VEND-FATURADO-MES (VEND-SUB) TO TOTAL-FATURADO-MES.
           ADD VEND-FATURADO-ANO (VEND-SUB) TO TOTAL-FATURADO-ANO.
           ADD VEND-RECEBIDO-MES (VEND-SUB) TO TOTAL-RECEBIDO-MES.
           ADD VEND-RECEBIDO-ANO (VEND-SUB) TO TOTAL-RECEBIDO-ANO.
           ADD 1 TO VEND-SUB.

       SOMA-META-DO-MES.
           IF VEND-TEM-TOTAL (VEND-SUB, MES-SUB) = "S"
               ADD VEND-META-TOTAL (VEND-SUB, MES-SUB)
                   TO VEND-META-ANO (VEND-SUB)
           ELSE
               ADD VEND-META-FAMILIAS (VEND-SUB, MES-SUB)
                   TO VEND-META-ANO (VEND-SUB)
           END-IF.
           ADD 1 TO MES-SUB.

       ORDENA-POR-ATINGIMENTO.
           MOVE 1 TO VEND-SUB.
           PERFORM ORDENA-UM-VENDEDOR
               UNTIL VEND-SUB >= QTDE-VENDEDORES.

       ORDENA-UM-VENDEDOR.
           MOVE VEND-SUB TO VEND-SUB-MAIOR.
           COMPUTE VEND-SUB-2 = VEND-SUB + 1.
           PERFORM ENCONTRA-MAIOR-VENDEDOR
               UNTIL VEND-SUB-2 > QTDE-VENDEDORES.
           IF VEND-SUB-MAIOR NOT = VEND-SUB
               MOVE VEND-ENTRADA (VEND-SUB) TO VEND-TEMP
               MOVE VEND-ENTRADA (VEND-SUB-MAIOR)
                   TO VEND-ENTRADA (VEND-SUB)
               MOVE VEND-TEMP TO VEND-ENTRADA (VEND-SUB-MAIOR)
           END-IF.
           ADD 1 TO VEND-SUB.

       ENCONTRA-MAIOR-VENDEDOR.
           IF VEND-CHAVE-RANKING (VEND-SUB-2) >
                   VEND-CHAVE-RANKING (VEND-SUB-MAIOR)
               MOVE VEND-SUB-2 TO VEND-SUB-MAIOR
           END-IF.
           ADD 1 TO VEND-SUB-2.

       IMPRIME-RELATORIO.
           OPEN INPUT ARQUIVO-FUNCIONARIO.
           IF FUNCIONARIO-FILE-STATUS = "00"
                   OR FUNCIONARIO-FILE-STATUS = "05"
               MOVE "S" TO TEM-CADASTRO
           END-IF.
           DISPLAY "ATINGIMENTO DE METAS DE VENDAS - COMPETENCIA "
                   COMPETENCIA.
           DISPLAY "ANO ATE O MES: " COMPETENCIA-INICIO-ANO " A "
                   COMPETENCIA.
           DISPLAY "=================================================".
           MOVE 0 TO POSICAO-RANKING.
           MOVE 1 TO VEND-SUB.
           PERFORM IMPRIME-UM-VENDEDOR
               UNTIL VEND-SUB > QTDE-VENDEDORES.
           IF TEM-CADASTRO = "S"
               CLOSE ARQUIVO-FUNCIONARIO
           END-IF.

           DISPLAY "=================================================".
           DISPLAY "TOTAL DA EQUIPE - VENDEDORES: " QTDE-VENDEDORES.
           MOVE TOTAL-META-MES TO VALOR-EDITADO.
           MOVE TOTAL-FATURADO-MES TO VALOR-EDITADO-2.
           MOVE TOTAL-RECEBIDO-MES TO VALOR-EDITADO-3.
           DISPLAY "MES  META " VALOR-EDITADO " FATURADO "
                   VALOR-EDITADO-2 " RECEBIDO " VALOR-EDITADO-3.
           MOVE TOTAL-META-ANO TO VALOR-EDITADO.
           MOVE TOTAL-FATURADO-ANO TO VALOR-EDITADO-2.
           MOVE TOTAL-RECEBIDO-ANO TO VALOR-EDITADO-3.
           DISPLAY "ANO  META " VALOR-EDITADO " FATURADO "
                   VALOR-EDITADO-2 " RECEBIDO " VALOR-EDITADO-3.
           IF TOTAL-META-MES > ZERO
               COMPUTE PERC-EQUIPE ROUNDED =
                   TOTAL-FATURADO-MES * 100 / TOTAL-META-MES
                   ON SIZE ERROR
                       MOVE 9999.9 TO PERC-EQUIPE
               END-COMPUTE
               MOVE PERC-EQUIPE TO PERC-EDITADO
               DISPLAY "ATINGIMENTO DA EQUIPE NO MES: " PERC-EDITADO
                       "%"
           END-IF.
           IF TOTAL-META-ANO > ZERO
               COMPUTE PERC-EQUIPE ROUNDED =
                   TOTAL-FATURADO-ANO * 100 / TOTAL-META-ANO
                   ON SIZE ERROR
                       MOVE 9999.9 TO PERC-EQUIPE
               END-COMPUTE
               MOVE PERC-EQUIPE TO PERC-EDITADO
               DISPLAY "ATINGIMENTO DA EQUIPE NO ANO: " PERC-EDITADO
                       "%"
           END-IF.
           MOVE TOTAL-SEM-VENDEDOR TO VALOR-EDITADO.
           DISPLAY "FATURADO NO MES SEM VENDEDOR: " VALOR-EDITADO.

       IMPRIME-UM-VENDEDOR.
           PERFORM BUSCA-NOME-VENDEDOR.
           DISPLAY " ".
           IF VEND-META-MES (VEND-SUB) > ZERO
               ADD 1 TO POSICAO-RANKING
               MOVE POSICAO-RANKING TO POSICAO-EDITADA
               MOVE VEND-PERC-MES (VEND-SUB) TO PERC-EDITADO
               MOVE VEND-PERC-ANO (VEND-SUB) TO PERC-EDITADO-2
               DISPLAY POSICAO-EDITADA "O " VEND-CODIGO (VEND-SUB)
                       " " NOME-VENDEDOR " MES " PERC-EDITADO
                       "% ANO " PERC-EDITADO-2 "%"
           ELSE
               DISPLAY "SEM META " VEND-CODIGO (VEND-SUB) " "
                       NOME-VENDEDOR
           END-IF.
           MOVE VEND-META-MES (VEND-SUB) TO VALOR-EDITADO.
           MOVE VEND-FATURADO-MES (VEND-SUB) TO VALOR-EDITADO-2.
           MOVE VEND-RECEBIDO-MES (VEND-SUB) TO VALOR-EDITADO-3.
           DISPLAY "     MES  META " VALOR-EDITADO " FATURADO "
                   VALOR-EDITADO-2 " RECEBIDO " VALOR-EDITADO-3.
           MOVE VEND-META-ANO (VEND-SUB) TO VALOR-EDITADO.
           MOVE VEND-FATURADO-ANO (VEND-SUB) TO VALOR-EDITADO-2.
           MOVE VEND-RECEBIDO-ANO (VEND-SUB) TO VALOR-EDITADO-3.
           DISPLAY "     ANO  META " VALOR-EDITADO " FATURADO "
                   VALOR-EDITADO-2 " RECEBIDO " VALOR-EDITADO-3.
           SET FAM-IDX TO 1.
           PERFORM IMPRIME-FAMILIA-DO-VENDEDOR
               UNTIL FAM-IDX > QTDE-FAMILIAS.
           ADD 1 TO VEND-SUB.

       IMPRIME-FAMILIA-DO-VENDEDOR.
           IF FAM-VENDEDOR (FAM-IDX) = VEND-CODIGO (VEND-SUB)
               MOVE FAM-META (FAM-IDX) TO VALOR-EDITADO
               MOVE FAM-FATURADO (FAM-IDX) TO VALOR-EDITADO-2
               IF FAM-META (FAM-IDX) > ZERO
                   COMPUTE PERC-EQUIPE ROUNDED =
                       FAM-FATURADO (FAM-IDX) * 100 / FAM-META (FAM-IDX)
                       ON SIZE ERROR
                           MOVE 9999.9 TO PERC-EQUIPE
                   END-COMPUTE
               ELSE
                   MOVE ZERO TO PERC-EQUIPE
               END-IF
               MOVE PERC-EQUIPE TO PERC-EDITADO
               DISPLAY "     FAMILIA " FAM-NOME (FAM-IDX)
                       " META " VALOR-EDITADO " FATURADO "
                       VALOR-EDITADO-2 " " PERC-EDITADO "%"
           END-IF.
           SET FAM-IDX UP BY 1.

       BUSCA-NOME-VENDEDOR.
           MOVE "(SEM CADASTRO)" TO NOME-VENDEDOR.
           IF TEM-CADASTRO = "S"
               MOVE VEND-CODIGO (VEND-SUB) TO FUNCIONARIO-CODIGO
               READ ARQUIVO-FUNCIONARIO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FUNCIONARIO-NOME TO NOME-VENDEDOR
               END-READ
           END-IF.
