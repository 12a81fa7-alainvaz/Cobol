       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG209.
      *    ANALISE DE VENDAS CRUZADA: TOMA AS FATURAS EMITIDAS NO
      *    PERIODO (FATURAS.DAT, PELA DATA DE EMISSAO), LE OS ITENS DO
      *    PEDIDO DE ORIGEM EM PEDIDOS.DAT E TOTALIZA QUANTIDADE,
      *    VALOR LIQUIDO (PRECO COBRADO X QUANTIDADE) E MARGEM (VALOR
      *    MENOS O CUSTO DO CATALOGO, COM O KIT CUSTEADO PELOS
      *    COMPONENTES COMO NO PROG124) CRUZANDO DUAS DIMENSOES:
      *      U = UF DO CLIENTE          C = UF/CIDADE DO CLIENTE
      *      F = FAMILIA DO PRODUTO     V = VENDEDOR DA FATURA
      *      A = CLASSE ABC DO CLIENTE (CLASSE.DAT, PROG141)
      *    PROG209-LINHA E PROG209-COLUNA ESCOLHEM AS DIMENSOES
      *    (PADRAO U X F). PERIODO EM PROG209-INICIO E PROG209-FIM
      *    (AAAAMM), PADRAO O TRIMESTRE QUE TERMINA NO MES ANTERIOR;
      *    CADA CELULA VEM COMPARADA COM O MESMO PERIODO DO ANO
      *    ANTERIOR. O QUADRO SAI EM FAIXAS DE QUATRO COLUNAS COM OS
      *    TOTAIS DA LINHA E DA COLUNA (VALORES EM REAIS INTEIROS) E
      *    O MESMO CRUZAMENTO VAI PARA ANALVENDAS.CSV, UMA LINHA POR
      *    CELULA, NO PADRAO DO PROG49, PARA AS PLANILHAS.
      *    O ENDERECO E A CLASSE SAO OS DE HOJE NO CADASTRO, PARA OS
      *    DOIS ANOS. ITEM SEM CUSTO NO CATALOGO NAO ENTRA NA MARGEM
      *    E A RECEITA DELE SAI EM SEPARADO NO RODAPE. ATE 29 VALORES
      *    POR LINHA E 19 POR COLUNA; O QUE PASSAR VAI PARA "OUTROS".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FATSEL.cob".
           COPY "PEDSEL.cob".
           COPY "CLISEL.cob".
           COPY "CLSSEL.cob".
           COPY "PRODSEL.cob".
           COPY "KITSEL.cob".
           COPY "CSELEC.cob".
           SELECT ARQUIVO-CSV
               ASSIGN TO "analvendas.csv"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY "FATREG.cob".
           COPY "PEDREG.cob".
           COPY "CLIREG.cob".
           COPY "CLSREG.cob".
           COPY "PRODREG.cob".
           COPY "KITREG.cob".
           COPY "CARQF.cob".

       FD  ARQUIVO-CSV.
       01  LINHA-CSV PIC X(250).

       WORKING-STORAGE SECTION.

       01  FATURA-FILE-STATUS      PIC XX.
       01  FATURA-PATH             PIC X(100).
       01  PEDIDO-FILE-STATUS      PIC XX.
       01  PEDIDO-PATH             PIC X(100).
       01  CLIENTE-FILE-STATUS     PIC XX.
       01  CLIENTE-PATH            PIC X(100).
       01  CLASSE-FILE-STATUS      PIC XX.
       01  CLASSE-PATH             PIC X(100).
       01  PRODUTO-FILE-STATUS     PIC XX.
       01  PRODUTO-PATH            PIC X(100).
       01  KIT-FILE-STATUS         PIC XX.
       01  KIT-PATH                PIC X(100).
       01  FUNCIONARIO-FILE-STATUS PIC XX.
       01  FUNCIONARIO-PATH        PIC X(100).
       01  TEM-CLIENTES            PIC X VALUE "N".
       01  TEM-CLASSES             PIC X VALUE "N".
       01  TEM-CATALOGO            PIC X VALUE "N".
       01  TEM-KITS                PIC X VALUE "N".
       01  TEM-FUNCIONARIOS        PIC X VALUE "N".
       01  FINAL-ARQUIVO           PIC X.
       01  FIM-ITENS               PIC X.
       01  DATA-HOJE               PIC 9(08).

      *    PERIODO ATUAL (1) E O MESMO PERIODO DO ANO ANTERIOR (2).
       01  COMPETENCIA-ENV         PIC X(06).
       01  COMPETENCIA-INICIO      PIC 9(06).
       01  COMPETENCIA-FIM         PIC 9(06).
       01  COMPETENCIA-INICIO-AA   PIC 9(06).
       01  COMPETENCIA-FIM-AA      PIC 9(06).
       01  COMPETENCIA-CALC        PIC 9(06).
       01  COMPETENCIA-CALC-R REDEFINES COMPETENCIA-CALC.
           05 CALC-ANO             PIC 9(04).
           05 CALC-MES             PIC 9(02).
       01  COMPETENCIA-FATURA      PIC 9(06).
       01  PER-SUB                 PIC 9(01).

      *    DIMENSOES ESCOLHIDAS.
       01  DIMENSAO-LINHA          PIC X(01).
       01  DIMENSAO-COLUNA         PIC X(01).
       01  DIMENSAO-TESTE          PIC X(01).
           88 DIMENSAO-VALIDA          VALUE "U" "C" "F" "V" "A".
       01  NOME-DIMENSAO-LINHA     PIC X(15).
       01  NOME-DIMENSAO-COLUNA    PIC X(15).
       01  NOME-DIMENSAO           PIC X(15).

      *    VALORES DA FATURA E DO ITEM EM EXAME, POR DIMENSAO.
       01  VALOR-UF                PIC X(23).
       01  VALOR-CIDADE            PIC X(23).
       01  VALOR-VENDEDOR          PIC X(23).
       01  VALOR-CLASSE            PIC X(23).
       01  VALOR-FAMILIA           PIC X(23).
       01  VALOR-DIMENSAO          PIC X(23).
       01  VENDEDOR-EDITADO        PIC 9(05).

       01  QUANTIDADE-ITEM         PIC 9(07).
       01  VALOR-ITEM              PIC 9(11)V9(02).
       01  CUSTO-ITEM              PIC 9(11)V9(02).
       01  MARGEM-ITEM             PIC S9(11)V9(02).

      *    CATALOGO JA CONSULTADO (A ENTRADA 301 E DE PASSAGEM, PARA
      *    QUANDO A TABELA ENCHE).
       01  QTDE-PRODUTOS           PIC 9(03) VALUE 0.
       01  TABELA-PRODUTOS.
           05 PRD-ENTRADA OCCURS 301 TIMES INDEXED BY PRD-IDX.
              10 PRD-CODIGO        PIC 9(05).
              10 PRD-FAMILIA       PIC X(10).
              10 PRD-CUSTO         PIC 9(09)V9(02).
              10 PRD-SEM-CUSTO     PIC X(01).
       01  PRODUTO-ACHADO          PIC X.
       01  KIT-SUB                 PIC 9(02).

      *    VALORES DAS LINHAS (ATE 30, A 31 E O TOTAL) E DAS COLUNAS
      *    (ATE 20, A 21 E O TOTAL).
       01  QTDE-LINHAS             PIC 9(02) VALUE 0.
       01  TABELA-LINHAS.
           05 LIN-ENTRADA OCCURS 30 TIMES INDEXED BY LIN-IDX.
              10 LIN-VALOR         PIC X(23).
       01  QTDE-COLUNAS            PIC 9(02) VALUE 0.
       01  TABELA-COLUNAS.
           05 COL-ENTRADA OCCURS 20 TIMES INDEXED BY COL-IDX.
              10 COL-VALOR         PIC X(23).
       01  VALOR-ACHADO            PIC X.
       01  LIN-SUB                 PIC 9(02).
       01  COL-SUB                 PIC 9(02).
       01  COL-ITEM                PIC 9(02).

       01  MATRIZ-VENDAS.
           05 MAT-LINHA OCCURS 31 TIMES.
              10 MAT-CELULA OCCURS 21 TIMES.
                 15 MAT-PERIODO OCCURS 2 TIMES.
                    20 MAT-QTDE    PIC 9(07).
                    20 MAT-VALOR   PIC 9(11)V9(02).
                    20 MAT-MARGEM  PIC S9(11)V9(02).
       01  RECEITA-SEM-CUSTO       PIC 9(11)V9(02) OCCURS 2 TIMES.
       01  TOTAL-FATURAS           PIC 9(07) OCCURS 2 TIMES.

      *    ORDEM ALFABETICA DE IMPRESSAO (SELECAO, COMO NO PROG141).
       01  ORDEM-LINHAS.
           05 ORD-LIN              PIC 9(02) OCCURS 30 TIMES.
       01  ORDEM-COLUNAS.
           05 ORD-COL              PIC 9(02) OCCURS 20 TIMES.
       01  ORD-SUB                 PIC 9(02).
       01  ORD-SUB-2               PIC 9(02).
       01  ORD-SUB-MENOR           PIC 9(02).
       01  ORD-TEMP                PIC 9(02).

      *    IMPRESSAO EM FAIXAS DE QUATRO COLUNAS.
       01  FAIXA-INICIO            PIC 9(02).
       01  POSICAO-COLUNA          PIC 9(02).
       01  POSICAO-LINHA           PIC 9(02).
       01  CEL-SUB                 PIC 9(01).
       01  METRICA-SUB             PIC 9(01).
       01  TABELA-METRICAS.
           05 FILLER PIC X(16) VALUE "  VALOR".
           05 FILLER PIC X(16) VALUE "  VALOR ANO ANT".
           05 FILLER PIC X(16) VALUE "  VARIACAO %".
           05 FILLER PIC X(16) VALUE "  QUANTIDADE".
           05 FILLER PIC X(16) VALUE "  QTDE ANO ANT".
           05 FILLER PIC X(16) VALUE "  MARGEM".
           05 FILLER PIC X(16) VALUE "  MARGEM ANO ANT".
       01  TABELA-METRICAS-R REDEFINES TABELA-METRICAS.
           05 METRICA-NOME         PIC X(16) OCCURS 7 TIMES.
       01  LINHA-CRUZADA.
           05 LC-ROTULO            PIC X(16).
           05 LC-CELULA OCCURS 4 TIMES.
              10 LC-TEXTO          PIC X(13).
              10 FILLER            PIC X(01).
       01  VALOR-CRUZADO           PIC ZZZ,ZZZ,ZZ9.
       01  MARGEM-CRUZADA          PIC -ZZ,ZZZ,ZZ9.
       01  QTDE-CRUZADA            PIC Z,ZZZ,ZZ9.
       01  VARIACAO                PIC S9(05)V9(01).
       01  VARIACAO-EDITADA        PIC -ZZZZ9.9.
       01  VALOR-EDITADO           PIC $$,$$$,$$$,$$9.99.

      *    CSV (PADRAO DO PROG49).
       01  ASPA                    PIC X VALUE '"'.
       01  TAM-LINHA               PIC 9(02).
       01  TAM-COLUNA              PIC 9(02).
       01  QTDE-CSV                PIC 9(07).
       01  QTDE-AA-CSV             PIC 9(07).
       01  VALOR-CSV               PIC 9(11).9(02).
       01  VALOR-AA-CSV            PIC 9(11).9(02).
       01  MARGEM-CSV              PIC -9(11).9(02).
       01  MARGEM-AA-CSV           PIC -9(11).9(02).
       01  TOTAL-LINHAS-CSV        PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE 0 TO RETURN-CODE.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM INICIALIZA-CAMINHOS.
           PERFORM INICIALIZA-PARAMETROS.
           INITIALIZE MATRIZ-VENDAS.
           MOVE ZERO TO RECEITA-SEM-CUSTO (1) RECEITA-SEM-CUSTO (2).
           MOVE ZERO TO TOTAL-FATURAS (1) TOTAL-FATURAS (2).

           OPEN INPUT ARQUIVO-FATURA.
           IF FATURA-FILE-STATUS = "35"
               DISPLAY "FATURAS.DAT NAO ENCONTRADO. NADA A ANALISAR."
               MOVE 1 TO RETURN-CODE
               GO TO PROGRAM-DONE
           END-IF.
           OPEN INPUT ARQUIVO-PEDIDO.
           IF PEDIDO-FILE-STATUS = "35"
               DISPLAY "PEDIDOS.DAT NAO ENCONTRADO. NADA A ANALISAR."
               CLOSE ARQUIVO-FATURA
               MOVE 1 TO RETURN-CODE
               GO TO PROGRAM-DONE
           END-IF.
           PERFORM ABRE-CADASTROS.

           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM EXAMINA-PROXIMA-FATURA
               UNTIL FINAL-ARQUIVO = "S".

           PERFORM FECHA-CADASTROS.
           CLOSE ARQUIVO-PEDIDO.
           CLOSE ARQUIVO-FATURA.

           PERFORM ORDENA-LINHAS.
           PERFORM ORDENA-COLUNAS.
           PERFORM IMPRIME-CRUZAMENTO.
           PERFORM GRAVA-CSV.

       PROGRAM-DONE.
           GOBACK.

       INICIALIZA-CAMINHOS.
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

           MOVE "clientes.dat" TO CLIENTE-PATH.
           ACCEPT CLIENTE-PATH FROM ENVIRONMENT "CLIENTE_DAT".
           IF CLIENTE-PATH = SPACE
               MOVE "clientes.dat" TO CLIENTE-PATH
           END-IF.

           MOVE "classe.dat" TO CLASSE-PATH.
           ACCEPT CLASSE-PATH FROM ENVIRONMENT "CLASSE_DAT".
           IF CLASSE-PATH = SPACE
               MOVE "classe.dat" TO CLASSE-PATH
           END-IF.

           MOVE "produtos.dat" TO PRODUTO-PATH.
           ACCEPT PRODUTO-PATH FROM ENVIRONMENT "PRODUTO_DAT".
           IF PRODUTO-PATH = SPACE
               MOVE "produtos.dat" TO PRODUTO-PATH
           END-IF.

           MOVE "kits.dat" TO KIT-PATH.
           ACCEPT KIT-PATH FROM ENVIRONMENT "KIT_DAT".
           IF KIT-PATH = SPACE
               MOVE "kits.dat" TO KIT-PATH
           END-IF.

           MOVE "funcionarios.dat" TO FUNCIONARIO-PATH.
           ACCEPT FUNCIONARIO-PATH FROM ENVIRONMENT "FUNCIONARIO_DAT".
           IF FUNCIONARIO-PATH = SPACE
               MOVE "funcionarios.dat" TO FUNCIONARIO-PATH
           END-IF.

      *    INICIALIZA-PARAMETROS: PERIODO (PADRAO O TRIMESTRE QUE
      *    TERMINA NO MES ANTERIOR), O MESMO PERIODO UM ANO ANTES E
      *    AS DUAS DIMENSOES (INVALIDA OU REPETIDA VOLTA AO PADRAO).
       INICIALIZA-PARAMETROS.
           COMPUTE COMPETENCIA-CALC = DATA-HOJE / 100.
           PERFORM VOLTA-UM-MES.
           MOVE COMPETENCIA-CALC TO COMPETENCIA-FIM.
           MOVE SPACE TO COMPETENCIA-ENV.
           ACCEPT COMPETENCIA-ENV FROM ENVIRONMENT "PROG209-FIM".
           IF COMPETENCIA-ENV IS NUMERIC
               MOVE COMPETENCIA-ENV TO COMPETENCIA-FIM
           END-IF.

           MOVE COMPETENCIA-FIM TO COMPETENCIA-CALC.
           PERFORM VOLTA-UM-MES.
           PERFORM VOLTA-UM-MES.
           MOVE COMPETENCIA-CALC TO COMPETENCIA-INICIO.
           MOVE SPACE TO COMPETENCIA-ENV.
           ACCEPT COMPETENCIA-ENV FROM ENVIRONMENT "PROG209-INICIO".
           IF COMPETENCIA-ENV IS NUMERIC
               MOVE COMPETENCIA-ENV TO COMPETENCIA-INICIO
           END-IF.
           IF COMPETENCIA-INICIO > COMPETENCIA-FIM
               DISPLAY "*** INICIO DEPOIS DO FIM - USADO SO O MES "
                       COMPETENCIA-FIM " ***"
               MOVE COMPETENCIA-FIM TO COMPETENCIA-INICIO
           END-IF.
           COMPUTE COMPETENCIA-INICIO-AA = COMPETENCIA-INICIO - 100.
           COMPUTE COMPETENCIA-FIM-AA = COMPETENCIA-FIM - 100.

           MOVE SPACE TO DIMENSAO-TESTE.
           ACCEPT DIMENSAO-TESTE FROM ENVIRONMENT "PROG209-LINHA".
           IF DIMENSAO-VALIDA
               MOVE DIMENSAO-TESTE TO DIMENSAO-LINHA
           ELSE
               MOVE "U" TO DIMENSAO-LINHA
           END-IF.
           MOVE SPACE TO DIMENSAO-TESTE.
           ACCEPT DIMENSAO-TESTE FROM ENVIRONMENT "PROG209-COLUNA".
           IF DIMENSAO-VALIDA
               MOVE DIMENSAO-TESTE TO DIMENSAO-COLUNA
           ELSE
               MOVE "F" TO DIMENSAO-COLUNA
           END-IF.
           IF DIMENSAO-LINHA = DIMENSAO-COLUNA
               DISPLAY "*** LINHA E COLUNA NA MESMA DIMENSAO - USADO "
                       "O PADRAO UF X FAMILIA ***"
               MOVE "U" TO DIMENSAO-LINHA
               MOVE "F" TO DIMENSAO-COLUNA
           END-IF.
           MOVE DIMENSAO-LINHA TO DIMENSAO-TESTE.
           PERFORM NOMEIA-DIMENSAO.
           MOVE NOME-DIMENSAO TO NOME-DIMENSAO-LINHA.
           MOVE DIMENSAO-COLUNA TO DIMENSAO-TESTE.
           PERFORM NOMEIA-DIMENSAO.
           MOVE NOME-DIMENSAO TO NOME-DIMENSAO-COLUNA.

       VOLTA-UM-MES.
           IF CALC-MES = 1
               SUBTRACT 1 FROM CALC-ANO
               MOVE 12 TO CALC-MES
           ELSE
               SUBTRACT 1 FROM CALC-MES
           END-IF.

       NOMEIA-DIMENSAO.
           EVALUATE DIMENSAO-TESTE
               WHEN "U"
                   MOVE "UF" TO NOME-DIMENSAO
               WHEN "C"
                   MOVE "UF/CIDADE" TO NOME-DIMENSAO
               WHEN "F"
                   MOVE "FAMILIA" TO NOME-DIMENSAO
               WHEN "V"
                   MOVE "VENDEDOR" TO NOME-DIMENSAO
               WHEN OTHER
                   MOVE "CLASSE ABC" TO NOME-DIMENSAO
           END-EVALUATE.

      *    ABRE-CADASTROS: OS CADASTROS DE APOIO SAO OPCIONAIS - SEM
      *    ELES A DIMENSAO SAI COMO "NAO INFORMADO".
       ABRE-CADASTROS.
           OPEN INPUT ARQUIVO-CLIENTE.
           IF CLIENTE-FILE-STATUS = "00"
               MOVE "S" TO TEM-CLIENTES
           END-IF.
           OPEN INPUT ARQUIVO-CLASSE.
           IF CLASSE-FILE-STATUS = "00"
               MOVE "S" TO TEM-CLASSES
           END-IF.
           OPEN INPUT ARQUIVO-PRODUTO.
           IF PRODUTO-FILE-STATUS = "00"
               MOVE "S" TO TEM-CATALOGO
           END-IF.
           OPEN INPUT ARQUIVO-KIT.
           IF KIT-FILE-STATUS = "00"
               MOVE "S" TO TEM-KITS
           END-IF.
           OPEN INPUT ARQUIVO-FUNCIONARIO.
           IF FUNCIONARIO-FILE-STATUS = "00"
               MOVE "S" TO TEM-FUNCIONARIOS
           END-IF.

       FECHA-CADASTROS.
           IF CLIENTE-FILE-STATUS NOT = "35"
               CLOSE ARQUIVO-CLIENTE
           END-IF.
           IF CLASSE-FILE-STATUS NOT = "35"
               CLOSE ARQUIVO-CLASSE
           END-IF.
           IF PRODUTO-FILE-STATUS NOT = "35"
               CLOSE ARQUIVO-PRODUTO
           END-IF.
           IF KIT-FILE-STATUS NOT = "35"
               CLOSE ARQUIVO-KIT
           END-IF.
           IF FUNCIONARIO-FILE-STATUS NOT = "35"
               CLOSE ARQUIVO-FUNCIONARIO
           END-IF.

      *    EXAMINA-PROXIMA-FATURA: FATURA DO PERIODO OU DO MESMO
      *    PERIODO DO ANO ANTERIOR, COM PEDIDO DE ORIGEM, TEM OS
      *    VALORES DE CLIENTE E VENDEDOR MONTADOS UMA VEZ E OS ITENS
      *    DO PEDIDO ACUMULADOS.
       EXAMINA-PROXIMA-FATURA.
           READ ARQUIVO-FATURA NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               COMPUTE COMPETENCIA-FATURA = FATURA-DATA-EMISSAO / 100
               EVALUATE TRUE
                   WHEN COMPETENCIA-FATURA NOT < COMPETENCIA-INICIO
                        AND COMPETENCIA-FATURA NOT > COMPETENCIA-FIM
                       MOVE 1 TO PER-SUB
                   WHEN COMPETENCIA-FATURA NOT < COMPETENCIA-INICIO-AA
                        AND COMPETENCIA-FATURA NOT > COMPETENCIA-FIM-AA
                       MOVE 2 TO PER-SUB
                   WHEN OTHER
                       MOVE 0 TO PER-SUB
               END-EVALUATE
               IF PER-SUB NOT = 0 AND FATURA-PEDIDO-NUMERO NOT = 0
                   ADD 1 TO TOTAL-FATURAS (PER-SUB)
                   PERFORM MONTA-VALORES-FATURA
                   PERFORM ACUMULA-ITENS-PEDIDO
               END-IF
           END-IF.

       MONTA-VALORES-FATURA.
           MOVE "(NAO INFORMADO)" TO VALOR-UF.
           MOVE "(NAO INFORMADO)" TO VALOR-CIDADE.
           IF TEM-CLIENTES = "S"
               MOVE FATURA-CLIENTE-CODIGO TO CLIENTE-CODIGO
               READ ARQUIVO-CLIENTE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CLIENTE-UF NOT = SPACE
                           MOVE CLIENTE-UF TO VALOR-UF
                           MOVE SPACE TO VALOR-CIDADE
                           STRING CLIENTE-UF "/" CLIENTE-CIDADE
                               DELIMITED BY SIZE
                               INTO VALOR-CIDADE
                       END-IF
               END-READ
           END-IF.

           MOVE "SEM CLASSE" TO VALOR-CLASSE.
           IF TEM-CLASSES = "S"
               MOVE FATURA-CLIENTE-CODIGO TO CLASSE-CLIENTE-CODIGO
               READ ARQUIVO-CLASSE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SPACE TO VALOR-CLASSE
                       STRING "CLASSE " CLASSE-TIER
                           DELIMITED BY SIZE
                           INTO VALOR-CLASSE
               END-READ
           END-IF.

           IF FATURA-VENDEDOR IS NOT NUMERIC OR FATURA-VENDEDOR = 0
               MOVE "(SEM VENDEDOR)" TO VALOR-VENDEDOR
           ELSE
               MOVE FATURA-VENDEDOR TO VENDEDOR-EDITADO
               MOVE VENDEDOR-EDITADO TO VALOR-VENDEDOR
               IF TEM-FUNCIONARIOS = "S"
                   MOVE FATURA-VENDEDOR TO FUNCIONARIO-CODIGO
                   READ ARQUIVO-FUNCIONARIO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE SPACE TO VALOR-VENDEDOR
                           STRING VENDEDOR-EDITADO " "
                                  FUNCIONARIO-NOME
                               DELIMITED BY SIZE
                               INTO VALOR-VENDEDOR
                   END-READ
               END-IF
           END-IF.

       ACUMULA-ITENS-PEDIDO.
           MOVE "N" TO FIM-ITENS.
           MOVE FATURA-PEDIDO-NUMERO TO PEDIDO-NUMERO.
           MOVE 1 TO PEDIDO-LINHA.
           START ARQUIVO-PEDIDO
               KEY IS NOT LESS THAN PEDIDO-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-ITENS
           END-START.
           PERFORM ACUMULA-PROXIMO-ITEM
               UNTIL FIM-ITENS = "S".

       ACUMULA-PROXIMO-ITEM.
           READ ARQUIVO-PEDIDO NEXT RECORD
               AT END
                   MOVE "S" TO FIM-ITENS
           END-READ.
           IF FIM-ITENS NOT = "S"
               IF PEDIDO-NUMERO NOT = FATURA-PEDIDO-NUMERO
                   MOVE "S" TO FIM-ITENS
               ELSE
                   IF PEDIDO-ITEM
                       PERFORM ACUMULA-ITEM
                   END-IF
               END-IF
           END-IF.

       ACUMULA-ITEM.
           PERFORM LOCALIZA-PRODUTO.
           IF PRD-FAMILIA (PRD-IDX) = SPACE
               MOVE "(SEM FAMILIA)" TO VALOR-FAMILIA
           ELSE
               MOVE PRD-FAMILIA (PRD-IDX) TO VALOR-FAMILIA
           END-IF.
           MOVE ITEM-QUANTIDADE TO QUANTIDADE-ITEM.
           COMPUTE VALOR-ITEM ROUNDED =
               ITEM-QUANTIDADE * ITEM-PRECO-UNITARIO.
           IF PRD-SEM-CUSTO (PRD-IDX) = "S"
               MOVE ZERO TO MARGEM-ITEM
               ADD VALOR-ITEM TO RECEITA-SEM-CUSTO (PER-SUB)
           ELSE
               COMPUTE CUSTO-ITEM ROUNDED =
                   ITEM-QUANTIDADE * PRD-CUSTO (PRD-IDX)
               COMPUTE MARGEM-ITEM = VALOR-ITEM - CUSTO-ITEM
           END-IF.

           MOVE DIMENSAO-LINHA TO DIMENSAO-TESTE.
           PERFORM ESCOLHE-VALOR-DIMENSAO.
           PERFORM LOCALIZA-LINHA.
           MOVE DIMENSAO-COLUNA TO DIMENSAO-TESTE.
           PERFORM ESCOLHE-VALOR-DIMENSAO.
           PERFORM LOCALIZA-COLUNA.

      *    A CELULA, O TOTAL DA LINHA, O TOTAL GERAL E O TOTAL DA
      *    COLUNA.
           PERFORM SOMA-NA-CELULA.
           MOVE COL-SUB TO COL-ITEM.
           MOVE 21 TO COL-SUB.
           PERFORM SOMA-NA-CELULA.
           MOVE 31 TO LIN-SUB.
           PERFORM SOMA-NA-CELULA.
           MOVE COL-ITEM TO COL-SUB.
           PERFORM SOMA-NA-CELULA.

       ESCOLHE-VALOR-DIMENSAO.
           EVALUATE DIMENSAO-TESTE
               WHEN "U"
                   MOVE VALOR-UF TO VALOR-DIMENSAO
               WHEN "C"
                   MOVE VALOR-CIDADE TO VALOR-DIMENSAO
               WHEN "F"
                   MOVE VALOR-FAMILIA TO VALOR-DIMENSAO
               WHEN "V"
                   MOVE VALOR-VENDEDOR TO VALOR-DIMENSAO
               WHEN OTHER
                   MOVE VALOR-CLASSE TO VALOR-DIMENSAO
           END-EVALUATE.

       SOMA-NA-CELULA.
           ADD QUANTIDADE-ITEM
               TO MAT-QTDE (LIN-SUB, COL-SUB, PER-SUB).
           ADD VALOR-ITEM TO MAT-VALOR (LIN-SUB, COL-SUB, PER-SUB).
           ADD MARGEM-ITEM TO MAT-MARGEM (LIN-SUB, COL-SUB, PER-SUB).

      *    LOCALIZA-LINHA / LOCALIZA-COLUNA: A POSICAO DO VALOR NA
      *    TABELA; VALOR NOVO COM A TABELA CHEIA CAI EM "(OUTROS)",
      *    QUE OCUPA A ULTIMA POSICAO LIVRE.
       LOCALIZA-LINHA.
           PERFORM PROCURA-LINHA.
           IF VALOR-ACHADO NOT = "S" AND QTDE-LINHAS NOT < 29
               MOVE "(OUTROS)" TO VALOR-DIMENSAO
               PERFORM PROCURA-LINHA
           END-IF.
           IF VALOR-ACHADO NOT = "S"
               ADD 1 TO QTDE-LINHAS
               SET LIN-IDX TO QTDE-LINHAS
               MOVE VALOR-DIMENSAO TO LIN-VALOR (LIN-IDX)
           END-IF.
           SET LIN-SUB TO LIN-IDX.

       PROCURA-LINHA.
           MOVE "N" TO VALOR-ACHADO.
           SET LIN-IDX TO 1.
           SEARCH LIN-ENTRADA
               AT END
                   CONTINUE
               WHEN LIN-IDX > QTDE-LINHAS
                   CONTINUE
               WHEN LIN-VALOR (LIN-IDX) = VALOR-DIMENSAO
                   MOVE "S" TO VALOR-ACHADO
           END-SEARCH.

       LOCALIZA-COLUNA.
           PERFORM PROCURA-COLUNA.
           IF VALOR-ACHADO NOT = "S" AND QTDE-COLUNAS NOT < 19
               MOVE "(OUTROS)" TO VALOR-DIMENSAO
               PERFORM PROCURA-COLUNA
           END-IF.
           IF VALOR-ACHADO NOT = "S"
               ADD 1 TO QTDE-COLUNAS
               SET COL-IDX TO QTDE-COLUNAS
               MOVE VALOR-DIMENSAO TO COL-VALOR (COL-IDX)
           END-IF.
           SET COL-SUB TO COL-IDX.

       PROCURA-COLUNA.
           MOVE "N" TO VALOR-ACHADO.
           SET COL-IDX TO 1.
           SEARCH COL-ENTRADA
               AT END
                   CONTINUE
               WHEN COL-IDX > QTDE-COLUNAS
                   CONTINUE
               WHEN COL-VALOR (COL-IDX) = VALOR-DIMENSAO
                   MOVE "S" TO VALOR-ACHADO
           END-SEARCH.

      *    LOCALIZA-PRODUTO: FAMILIA E CUSTO UNITARIO DO PRODUTO DO
      *    ITEM, BUSCADOS NO CATALOGO NA PRIMEIRA VEZ (KIT ATIVO PELA
      *    SOMA DOS COMPONENTES; CUSTO ZERO OU ILEGIVEL = SEM CUSTO).
       LOCALIZA-PRODUTO.
           MOVE "N" TO PRODUTO-ACHADO.
           SET PRD-IDX TO 1.
           SEARCH PRD-ENTRADA
               AT END
                   CONTINUE
               WHEN PRD-IDX > QTDE-PRODUTOS
                   CONTINUE
               WHEN PRD-CODIGO (PRD-IDX) = ITEM-PRODUTO-CODIGO
                   MOVE "S" TO PRODUTO-ACHADO
           END-SEARCH.
           IF PRODUTO-ACHADO NOT = "S"
               IF QTDE-PRODUTOS < 300
                   ADD 1 TO QTDE-PRODUTOS
                   SET PRD-IDX TO QTDE-PRODUTOS
               ELSE
                   SET PRD-IDX TO 301
               END-IF
               PERFORM BUSCA-CATALOGO
           END-IF.

       BUSCA-CATALOGO.
           MOVE ITEM-PRODUTO-CODIGO TO PRD-CODIGO (PRD-IDX).
           MOVE SPACE TO PRD-FAMILIA (PRD-IDX).
           MOVE ZERO TO PRD-CUSTO (PRD-IDX).
           MOVE "S" TO PRD-SEM-CUSTO (PRD-IDX).
           IF TEM-CATALOGO = "S"
               MOVE ITEM-PRODUTO-CODIGO TO PRODUTO-CODIGO
               READ ARQUIVO-PRODUTO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PRODUTO-FAMILIA TO PRD-FAMILIA (PRD-IDX)
                       IF PRODUTO-CUSTO IS NUMERIC
                               AND PRODUTO-CUSTO NOT = ZERO
                           MOVE PRODUTO-CUSTO TO PRD-CUSTO (PRD-IDX)
                           MOVE "N" TO PRD-SEM-CUSTO (PRD-IDX)
                       END-IF
               END-READ
               PERFORM BUSCA-ESTRUTURA-KIT
           END-IF.

       BUSCA-ESTRUTURA-KIT.
           IF TEM-KITS = "S"
               MOVE ITEM-PRODUTO-CODIGO TO KIT-PRODUTO-CODIGO
               READ ARQUIVO-KIT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF KIT-ATIVO
                           PERFORM CUSTEIA-KIT
                       END-IF
               END-READ
           END-IF.

       CUSTEIA-KIT.
           MOVE "N" TO PRD-SEM-CUSTO (PRD-IDX).
           MOVE ZERO TO PRD-CUSTO (PRD-IDX).
           MOVE 1 TO KIT-SUB.
           PERFORM SOMA-CUSTO-COMPONENTE
               UNTIL KIT-SUB > KIT-QTDE-COMPONENTES
                  OR KIT-SUB > 10.

       SOMA-CUSTO-COMPONENTE.
           MOVE KIT-COMP-PRODUTO (KIT-SUB) TO PRODUTO-CODIGO.
           READ ARQUIVO-PRODUTO
               INVALID KEY
                   MOVE "S" TO PRD-SEM-CUSTO (PRD-IDX)
               NOT INVALID KEY
                   IF PRODUTO-CUSTO IS NUMERIC
                           AND PRODUTO-CUSTO NOT = ZERO
                       COMPUTE PRD-CUSTO (PRD-IDX) =
                           PRD-CUSTO (PRD-IDX)
                           + PRODUTO-CUSTO * KIT-COMP-QTDE (KIT-SUB)
                   ELSE
                       MOVE "S" TO PRD-SEM-CUSTO (PRD-IDX)
                   END-IF
           END-READ.
           ADD 1 TO KIT-SUB.

      *    ORDENA-LINHAS / ORDENA-COLUNAS: ORDEM ALFABETICA DOS
      *    VALORES, POR SELECAO SOBRE A TABELA DE POSICOES.
       ORDENA-LINHAS.
           MOVE 1 TO ORD-SUB.
           PERFORM ZERA-ORDEM-LINHA
               UNTIL ORD-SUB > QTDE-LINHAS.
           MOVE 1 TO ORD-SUB.
           PERFORM SELECIONA-MENOR-LINHA
               UNTIL ORD-SUB NOT < QTDE-LINHAS.

       ZERA-ORDEM-LINHA.
           MOVE ORD-SUB TO ORD-LIN (ORD-SUB).
           ADD 1 TO ORD-SUB.

       SELECIONA-MENOR-LINHA.
           MOVE ORD-SUB TO ORD-SUB-MENOR.
           COMPUTE ORD-SUB-2 = ORD-SUB + 1.
           PERFORM COMPARA-LINHA
               UNTIL ORD-SUB-2 > QTDE-LINHAS.
           MOVE ORD-LIN (ORD-SUB) TO ORD-TEMP.
           MOVE ORD-LIN (ORD-SUB-MENOR) TO ORD-LIN (ORD-SUB).
           MOVE ORD-TEMP TO ORD-LIN (ORD-SUB-MENOR).
           ADD 1 TO ORD-SUB.

       COMPARA-LINHA.
           IF LIN-VALOR (ORD-LIN (ORD-SUB-2))
                   < LIN-VALOR (ORD-LIN (ORD-SUB-MENOR))
               MOVE ORD-SUB-2 TO ORD-SUB-MENOR
           END-IF.
           ADD 1 TO ORD-SUB-2.

       ORDENA-COLUNAS.
           MOVE 1 TO ORD-SUB.
           PERFORM ZERA-ORDEM-COLUNA
               UNTIL ORD-SUB > QTDE-COLUNAS.
           MOVE 1 TO ORD-SUB.
           PERFORM SELECIONA-MENOR-COLUNA
               UNTIL ORD-SUB NOT < QTDE-COLUNAS.

       ZERA-ORDEM-COLUNA.
           MOVE ORD-SUB TO ORD-COL (ORD-SUB).
           ADD 1 TO ORD-SUB.

       SELECIONA-MENOR-COLUNA.
           MOVE ORD-SUB TO ORD-SUB-MENOR.
           COMPUTE ORD-SUB-2 = ORD-SUB + 1.
           PERFORM COMPARA-COLUNA
               UNTIL ORD-SUB-2 > QTDE-COLUNAS.
           MOVE ORD-COL (ORD-SUB) TO ORD-TEMP.
           MOVE ORD-COL (ORD-SUB-MENOR) TO ORD-COL (ORD-SUB).
           MOVE ORD-TEMP TO ORD-COL (ORD-SUB-MENOR).
           ADD 1 TO ORD-SUB.

       COMPARA-COLUNA.
           IF COL-VALOR (ORD-COL (ORD-SUB-2))
                   < COL-VALOR (ORD-COL (ORD-SUB-MENOR))
               MOVE ORD-SUB-2 TO ORD-SUB-MENOR
           END-IF.
           ADD 1 TO ORD-SUB-2.

      *    IMPRIME-CRUZAMENTO: O QUADRO EM FAIXAS DE QUATRO COLUNAS
      *    (A ULTIMA POSICAO E O TOTAL DA LINHA), CADA LINHA COM AS
      *    SETE METRICAS E, NO FIM DA FAIXA, O TOTAL DAS COLUNAS.
       IMPRIME-CRUZAMENTO.
           DISPLAY " ".
           DISPLAY "ANALISE DE VENDAS - " NOME-DIMENSAO-LINHA
                   " X " NOME-DIMENSAO-COLUNA.
           DISPLAY "PERIODO " COMPETENCIA-INICIO " A " COMPETENCIA-FIM
                   " CONTRA " COMPETENCIA-INICIO-AA " A "
                   COMPETENCIA-FIM-AA " (VALORES EM R$ INTEIROS)".
           DISPLAY "FATURAS NO PERIODO: " TOTAL-FATURAS (1)
                   "  NO ANO ANTERIOR: " TOTAL-FATURAS (2).
           IF QTDE-LINHAS = 0
               DISPLAY "NENHUMA VENDA NOS DOIS PERIODOS."
           ELSE
               MOVE 1 TO FAIXA-INICIO
               PERFORM IMPRIME-UMA-FAIXA
                   UNTIL FAIXA-INICIO > QTDE-COLUNAS + 1
           END-IF.
           DISPLAY "--------------------------------------------".
           MOVE RECEITA-SEM-CUSTO (1) TO VALOR-EDITADO.
           DISPLAY "RECEITA SEM CUSTO NO CATALOGO (FORA DA MARGEM): "
                   VALOR-EDITADO.
           MOVE RECEITA-SEM-CUSTO (2) TO VALOR-EDITADO.
           DISPLAY "  NO ANO ANTERIOR.............................: "
                   VALOR-EDITADO.

       IMPRIME-UMA-FAIXA.
           DISPLAY " ".
           MOVE SPACE TO LINHA-CRUZADA.
           MOVE NOME-DIMENSAO-LINHA TO LC-ROTULO.
           MOVE 1 TO CEL-SUB.
           PERFORM MONTA-TITULO-COLUNA
               UNTIL CEL-SUB > 4.
           DISPLAY LINHA-CRUZADA.
           DISPLAY "------------------------------------------------"
                   "------------------------".
           MOVE 1 TO POSICAO-LINHA.
           PERFORM IMPRIME-LINHA-DA-FAIXA
               UNTIL POSICAO-LINHA > QTDE-LINHAS + 1.
           ADD 4 TO FAIXA-INICIO.

       MONTA-TITULO-COLUNA.
           COMPUTE POSICAO-COLUNA = FAIXA-INICIO + CEL-SUB - 1.
           EVALUATE TRUE
               WHEN POSICAO-COLUNA > QTDE-COLUNAS + 1
                   MOVE SPACE TO LC-TEXTO (CEL-SUB)
               WHEN POSICAO-COLUNA > QTDE-COLUNAS
                   MOVE "TOTAL" TO LC-TEXTO (CEL-SUB)
               WHEN OTHER
                   MOVE COL-VALOR (ORD-COL (POSICAO-COLUNA))
                       TO LC-TEXTO (CEL-SUB)
           END-EVALUATE.
           ADD 1 TO CEL-SUB.

       IMPRIME-LINHA-DA-FAIXA.
           IF POSICAO-LINHA > QTDE-LINHAS
               MOVE 31 TO LIN-SUB
               DISPLAY "TOTAL"
           ELSE
               MOVE ORD-LIN (POSICAO-LINHA) TO LIN-SUB
               DISPLAY LIN-VALOR (LIN-SUB)
           END-IF.
           MOVE 1 TO METRICA-SUB.
           PERFORM IMPRIME-METRICA
               UNTIL METRICA-SUB > 7.
           ADD 1 TO POSICAO-LINHA.

       IMPRIME-METRICA.
           MOVE SPACE TO LINHA-CRUZADA.
           MOVE METRICA-NOME (METRICA-SUB) TO LC-ROTULO.
           MOVE 1 TO CEL-SUB.
           PERFORM FORMATA-CELULA
               UNTIL CEL-SUB > 4.
           DISPLAY LINHA-CRUZADA.
           ADD 1 TO METRICA-SUB.

       FORMATA-CELULA.
           COMPUTE POSICAO-COLUNA = FAIXA-INICIO + CEL-SUB - 1.
           IF POSICAO-COLUNA NOT > QTDE-COLUNAS + 1
               IF POSICAO-COLUNA > QTDE-COLUNAS
                   MOVE 21 TO COL-SUB
               ELSE
                   MOVE ORD-COL (POSICAO-COLUNA) TO COL-SUB
               END-IF
               PERFORM FORMATA-METRICA
           END-IF.
           ADD 1 TO CEL-SUB.

       FORMATA-METRICA.
           EVALUATE METRICA-SUB
               WHEN 1
                   MOVE MAT-VALOR (LIN-SUB, COL-SUB, 1)
                       TO VALOR-CRUZADO
                   MOVE VALOR-CRUZADO TO LC-TEXTO (CEL-SUB)
               WHEN 2
                   MOVE MAT-VALOR (LIN-SUB, COL-SUB, 2)
                       TO VALOR-CRUZADO
                   MOVE VALOR-CRUZADO TO LC-TEXTO (CEL-SUB)
               WHEN 3
                   PERFORM FORMATA-VARIACAO
               WHEN 4
                   MOVE MAT-QTDE (LIN-SUB, COL-SUB, 1)
                       TO QTDE-CRUZADA
                   MOVE QTDE-CRUZADA TO LC-TEXTO (CEL-SUB)
               WHEN 5
                   MOVE MAT-QTDE (LIN-SUB, COL-SUB, 2)
                       TO QTDE-CRUZADA
                   MOVE QTDE-CRUZADA TO LC-TEXTO (CEL-SUB)
               WHEN 6
                   MOVE MAT-MARGEM (LIN-SUB, COL-SUB, 1)
                       TO MARGEM-CRUZADA
                   MOVE MARGEM-CRUZADA TO LC-TEXTO (CEL-SUB)
               WHEN OTHER
                   MOVE MAT-MARGEM (LIN-SUB, COL-SUB, 2)
                       TO MARGEM-CRUZADA
                   MOVE MARGEM-CRUZADA TO LC-TEXTO (CEL-SUB)
           END-EVALUATE.

      *    FORMATA-VARIACAO: VALOR CONTRA O ANO ANTERIOR; SEM VENDA
      *    NO ANO ANTERIOR A CELULA SAI "NOVO" (OU "-" SEM VENDA
      *    NENHUMA).
       FORMATA-VARIACAO.
           EVALUATE TRUE
               WHEN MAT-VALOR (LIN-SUB, COL-SUB, 2) NOT = ZERO
                   COMPUTE VARIACAO ROUNDED =
                       (MAT-VALOR (LIN-SUB, COL-SUB, 1)
                        - MAT-VALOR (LIN-SUB, COL-SUB, 2)) * 100
                       / MAT-VALOR (LIN-SUB, COL-SUB, 2)
                       ON SIZE ERROR
                           MOVE 99999.9 TO VARIACAO
                   END-COMPUTE
                   MOVE VARIACAO TO VARIACAO-EDITADA
                   MOVE VARIACAO-EDITADA TO LC-TEXTO (CEL-SUB)
               WHEN MAT-VALOR (LIN-SUB, COL-SUB, 1) NOT = ZERO
                   MOVE "     NOVO" TO LC-TEXTO (CEL-SUB)
               WHEN OTHER
                   MOVE "        -" TO LC-TEXTO (CEL-SUB)
           END-EVALUATE.

      *    GRAVA-CSV: UMA LINHA POR CELULA COM MOVIMENTO EM QUALQUER
      *    DOS DOIS PERIODOS (OS TOTAIS FICAM PARA A PLANILHA).
       GRAVA-CSV.
           OPEN OUTPUT ARQUIVO-CSV.
           MOVE SPACE TO LINHA-CSV.
           STRING ASPA NOME-DIMENSAO-LINHA DELIMITED BY "  "
                  ASPA "," ASPA DELIMITED BY SIZE
                  NOME-DIMENSAO-COLUNA DELIMITED BY "  "
                  ASPA DELIMITED BY SIZE
                  ',"QTDE","QTDE_ANO_ANT","VALOR","VALOR_ANO_ANT",'
                  '"MARGEM","MARGEM_ANO_ANT"'
                  DELIMITED BY SIZE
               INTO LINHA-CSV.
           WRITE LINHA-CSV.
           MOVE 1 TO POSICAO-LINHA.
           PERFORM GRAVA-LINHA-CSV
               UNTIL POSICAO-LINHA > QTDE-LINHAS.
           CLOSE ARQUIVO-CSV.
           DISPLAY "ANALVENDAS.CSV GRAVADO: " TOTAL-LINHAS-CSV
                   " CELULAS.".

       GRAVA-LINHA-CSV.
           MOVE ORD-LIN (POSICAO-LINHA) TO LIN-SUB.
           MOVE 1 TO POSICAO-COLUNA.
           PERFORM GRAVA-CELULA-CSV
               UNTIL POSICAO-COLUNA > QTDE-COLUNAS.
           ADD 1 TO POSICAO-LINHA.

       GRAVA-CELULA-CSV.
           MOVE ORD-COL (POSICAO-COLUNA) TO COL-SUB.
           IF MAT-QTDE (LIN-SUB, COL-SUB, 1) NOT = ZERO
                   OR MAT-QTDE (LIN-SUB, COL-SUB, 2) NOT = ZERO
                   OR MAT-VALOR (LIN-SUB, COL-SUB, 1) NOT = ZERO
                   OR MAT-VALOR (LIN-SUB, COL-SUB, 2) NOT = ZERO
               PERFORM MONTA-LINHA-CSV
           END-IF.
           ADD 1 TO POSICAO-COLUNA.

       MONTA-LINHA-CSV.
           MOVE 23 TO TAM-LINHA.
           PERFORM REDUZ-TAM-LINHA
               UNTIL TAM-LINHA = 1
                  OR LIN-VALOR (LIN-SUB) (TAM-LINHA:1) NOT = SPACE.
           MOVE 23 TO TAM-COLUNA.
           PERFORM REDUZ-TAM-COLUNA
               UNTIL TAM-COLUNA = 1
                  OR COL-VALOR (COL-SUB) (TAM-COLUNA:1) NOT = SPACE.
           MOVE MAT-QTDE (LIN-SUB, COL-SUB, 1) TO QTDE-CSV.
           MOVE MAT-QTDE (LIN-SUB, COL-SUB, 2) TO QTDE-AA-CSV.
           MOVE MAT-VALOR (LIN-SUB, COL-SUB, 1) TO VALOR-CSV.
           MOVE MAT-VALOR (LIN-SUB, COL-SUB, 2) TO VALOR-AA-CSV.
           MOVE MAT-MARGEM (LIN-SUB, COL-SUB, 1) TO MARGEM-CSV.
           MOVE MAT-MARGEM (LIN-SUB, COL-SUB, 2) TO MARGEM-AA-CSV.
           MOVE SPACE TO LINHA-CSV.
           STRING ASPA                              DELIMITED BY SIZE
                  LIN-VALOR (LIN-SUB) (1:TAM-LINHA)
                                                    DELIMITED BY SIZE
                  ASPA                              DELIMITED BY SIZE
                  ","                               DELIMITED BY SIZE
                  ASPA                              DELIMITED BY SIZE
                  COL-VALOR (COL-SUB) (1:TAM-COLUNA)
                                                    DELIMITED BY SIZE
                  ASPA                              DELIMITED BY SIZE
                  ","                               DELIMITED BY SIZE
                  ASPA                              DELIMITED BY SIZE
                  QTDE-CSV                          DELIMITED BY SIZE
                  ASPA                              DELIMITED BY SIZE
                  ","                               DELIMITED BY SIZE
                  ASPA                              DELIMITED BY SIZE
                  QTDE-AA-CSV                       DELIMITED BY SIZE
                  ASPA                              DELIMITED BY SIZE
                  ","                               DELIMITED BY SIZE
                  ASPA                              DELIMITED BY SIZE
                  VALOR-CSV                         DELIMITED BY SIZE
                  ASPA                              DELIMITED BY SIZE
                  ","                               DELIMITED BY SIZE
                  ASPA                              DELIMITED BY SIZE
                  VALOR-AA-CSV                      DELIMITED BY SIZE
                  ASPA                              DELIMITED BY SIZE
                  ","                               DELIMITED BY SIZE
                  ASPA                              DELIMITED BY SIZE
                  MARGEM-CSV                        DELIMITED BY SIZE
                  ASPA                              DELIMITED BY SIZE
                  ","                               DELIMITED BY SIZE
                  ASPA                              DELIMITED BY SIZE
                  MARGEM-AA-CSV                     DELIMITED BY SIZE
                  ASPA                              DELIMITED BY SIZE
               INTO LINHA-CSV.
           WRITE LINHA-CSV.
           ADD 1 TO TOTAL-LINHAS-CSV.

       REDUZ-TAM-LINHA.
           SUBTRACT 1 FROM TAM-LINHA.

       REDUZ-TAM-COLUNA.
           SUBTRACT 1 FROM TAM-COLUNA.
