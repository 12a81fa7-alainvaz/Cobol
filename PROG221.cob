       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG221.
      *    DRE GERENCIAL MENSAL: DEMONSTRATIVO DE RESULTADO INTERNO
      *    PARA A DIRETORIA NO SEGUNDO DIA UTIL, SEM ESPERAR OS
      *    LIVROS DO CONTADOR (QUE RECEBE OS LANCAMENTOS DO PROG126).
      *    LE O MES DIRETO DOS ARQUIVOS DO SISTEMA:
      *      RECEITA BRUTA   - FATURAS.DAT, VALOR DA FATURA PELA
      *                        DATA DE EMISSAO;
      *      DEVOLUCOES      - NOTACRED.DAT (PROG109), VALOR DO ITEM
      *                        DEVOLVIDO PELA DATA DA NOTA;
      *      CUSTO DO VENDIDO- ITENS DOS PEDIDOS FATURADOS
      *                        (PEDIDOS.DAT, PELA DATA DO PEDIDO, COMO
      *                        NO PROG124) AO CUSTO DO CATALOGO, KIT
      *                        PELA SOMA DOS COMPONENTES, MENOS O
      *                        CUSTO DAS QUANTIDADES DEVOLVIDAS;
      *      FOLHA           - VALOR BRUTO DE FOLHA.AAAAMM.DAT;
      *      DESPESAS        - PAGAR.DAT PELA DATA DE EMISSAO, ABERTAS
      *                        PELA CATEGORIA DO TITULO (MERCADORIA
      *                        E DEVOLUCAO A CLIENTE NAO SAO DESPESA);
      *      PERDAS          - BAIXAS PARA PERDA APLICADAS
      *                        (BAIXAPERDA.DAT, PELA DATA DA BAIXA,
      *                        COMO NO PROG187);
      *      MULTA E JUROS   - MORAS.DAT, COBRADOS NA BAIXA DO
      *                        PAGAMENTO EM ATRASO (PROG67).
      *    QUATRO COLUNAS: O MES, O MES ANTERIOR, O MESMO MES DO ANO
      *    ANTERIOR E O ACUMULADO DO ANO ATE O MES, CADA UMA COM O
      *    PERCENTUAL SOBRE A RECEITA LIQUIDA EM TODAS AS LINHAS.
      *    O CUSTO E O DO CATALOGO DE HOJE, NAO O DA EPOCA DA VENDA -
      *    MESES ANTIGOS SAEM AO CUSTO ATUAL; ITEM SEM CUSTO NO
      *    CATALOGO ENTRA COM CUSTO ZERO E E CONTADO NO RODAPE, COMO
      *    O PROG124 MARCA. COMPETENCIA: PROG221-COMPETENCIA (AAAAMM),
      *    PADRAO O MES CORRENTE. POR EMPRESA: PROG221-EMPRESA (EE),
      *    SEM ELA (OU 00) O CONSOLIDADO - MESMA REGRA DO PROG126;
      *    REGISTRO SEM EMPRESA E DA PRINCIPAL (VARIAVEL EMPRESA,
      *    PADRAO 17), NOTA DE CREDITO E BAIXA SEGUEM A FATURA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FATSEL.cob".
           COPY "PEDSEL.cob".
           COPY "PRODSEL.cob".
           COPY "KITSEL.cob".
           COPY "PAGSEL.cob".
           COPY "BXPSEL.cob".
           COPY "MORSEL.cob".
           SELECT OPTIONAL ARQUIVO-NOTA-CREDITO
               ASSIGN TO "notacred.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS NOTA-CREDITO-FILE-STATUS.
           SELECT ARQUIVO-FOLHA
               ASSIGN TO FOLHA-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FOLHA-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "FATREG.cob".
           COPY "PEDREG.cob".
           COPY "PRODREG.cob".
           COPY "KITREG.cob".
           COPY "PAGREG.cob".
           COPY "BXPREG.cob".
           COPY "MORREG.cob".

      *    NOTACRED.DAT: LEIAUTE DO PROG109, UMA LINHA POR ITEM
      *    DEVOLVIDO.
       FD  ARQUIVO-NOTA-CREDITO.
       01  NOTA-CREDITO-REGISTRO.
           05 NC-NUMERO          PIC 9(07).
           05 NC-FATURA-NUMERO   PIC 9(07).
           05 NC-CLIENTE-CODIGO  PIC 9(08).
           05 NC-PRODUTO-CODIGO  PIC 9(05).
           05 NC-QTDE-DEVOLVIDA  PIC 9(05).
           05 NC-VALOR-ITEM      PIC 9(09)V9(02).
           05 NC-VALOR-APLICADO  PIC 9(09)V9(02).
           05 NC-VALOR-A-APLICAR PIC 9(09)V9(02).
           05 NC-MOTIVO          PIC X(02).
           05 NC-DATA            PIC 9(08).
           05 NC-OPERADOR        PIC X(10).

       FD  ARQUIVO-FOLHA.
       01  FOLHA-REGISTRO.
           05 FOLHA-COMPETENCIA   PIC 9(06).
           05 FOLHA-FUNC-CODIGO   PIC 9(05).
           05 FOLHA-FUNC-NOME     PIC X(20).
           05 FOLHA-DEPARTAMENTO  PIC X(10).
           05 FOLHA-VALOR-BRUTO   PIC 9(07)V9(02).
           05 FOLHA-DESCONTOS     PIC 9(07)V9(02).
           05 FOLHA-VALOR-LIQUIDO PIC 9(07)V9(02).
           05 FOLHA-DATA-CALCULO  PIC 9(08).
           05 FOLHA-EMPRESA       PIC 9(02).

       WORKING-STORAGE SECTION.

       01  FATURA-FILE-STATUS   PIC XX.
       01  FATURA-PATH          PIC X(100).
       01  TEM-FATURAS          PIC X VALUE "N".
       01  PEDIDO-FILE-STATUS   PIC XX.
       01  PEDIDO-PATH          PIC X(100).
       01  PRODUTO-FILE-STATUS  PIC XX.
       01  PRODUTO-PATH         PIC X(100).
       01  TEM-CATALOGO         PIC X VALUE "N".
       01  KIT-FILE-STATUS      PIC XX.
       01  KIT-PATH             PIC X(100).
       01  TEM-KITS             PIC X VALUE "N".
       01  PAGAR-FILE-STATUS    PIC XX.
       01  PAGAR-PATH           PIC X(100).
       01  BAIXA-PERDA-FILE-STATUS PIC XX.
       01  BAIXA-PERDA-PATH     PIC X(100).
       01  MORA-FILE-STATUS     PIC XX.
       01  MORA-PATH            PIC X(100).
       01  NOTA-CREDITO-FILE-STATUS PIC XX.
       01  FOLHA-FILE-STATUS    PIC XX.
       01  FOLHA-PATH           PIC X(100).
       01  FINAL-ARQUIVO        PIC X.
       01  DATA-HOJE            PIC 9(08).

      *    COMPETENCIA DO DEMONSTRATIVO E AS DAS COLUNAS DE
      *    COMPARACAO. O ACUMULADO VAI DE JANEIRO (INICIO-DO-ANO) ATE
      *    A COMPETENCIA.
       01  COMPETENCIA          PIC 9(06).
       01  COMPETENCIA-R REDEFINES COMPETENCIA.
           05 COMPETENCIA-ANO   PIC 9(04).
           05 COMPETENCIA-MES   PIC 9(02).
       01  COMPETENCIA-ENV      PIC X(06).
       01  COMPETENCIA-ANTERIOR PIC 9(06).
       01  COMPETENCIA-ANO-ANTERIOR PIC 9(06).
       01  INICIO-DO-ANO        PIC 9(06).
       01  MES-LIDO             PIC 9(06).
       01  MES-FOLHA            PIC 9(02).

      *    EMPRESA DO DEMONSTRATIVO (ZERO = CONSOLIDADO) E A EMPRESA
      *    DO REGISTRO LIDO, JA COM O REGISTRO SEM EMPRESA NA
      *    PRINCIPAL.
       01  EMPRESA-PRINCIPAL-USO PIC 9(02) VALUE 17.
       01  EMPRESA-DRE          PIC 9(02) VALUE 0.
       01  EMPRESA-CODIGO-ENV   PIC X(02).
       01  EMPRESA-DO-REGISTRO  PIC 9(02).
       01  ENTRA-NA-DRE         PIC X.

      *    COLUNAS EM QUE CAI O LANCAMENTO CORRENTE: 1 MES, 2 MES
      *    ANTERIOR, 3 MESMO MES DO ANO ANTERIOR, 4 ACUMULADO.
       01  COLUNAS-DO-LANCAMENTO.
           05 NA-COLUNA         PIC X(01) OCCURS 4 TIMES.
       01  COLUNA-SUB           PIC 9(02).
       01  LINHA-SUB            PIC 9(02).
       01  VALOR-LANCAMENTO     PIC S9(11)V9(02).
       01  PEDIDO-NA-DRE        PIC X.

      *    LINHAS DO DEMONSTRATIVO. 03, 05, 16 E 19 SAO CALCULADAS;
      *    AS DEMAIS ACUMULAM O QUE FOI LIDO, SEMPRE EM VALOR
      *    POSITIVO (O SINAL ESTA NO ROTULO).
       01  ROTULOS-DRE.
           05 FILLER PIC X(30) VALUE "RECEITA BRUTA DE VENDAS".
           05 FILLER PIC X(30) VALUE "(-) DEVOLUCOES (NOTAS CREDITO)".
           05 FILLER PIC X(30) VALUE "RECEITA LIQUIDA".
           05 FILLER PIC X(30) VALUE "(-) CUSTO DAS MERC. VENDIDAS".
           05 FILLER PIC X(30) VALUE "MARGEM BRUTA".
           05 FILLER PIC X(30) VALUE "(-) FOLHA DE PAGAMENTO".
           05 FILLER PIC X(30) VALUE "(-) ALUGUEL".
           05 FILLER PIC X(30) VALUE "(-) ENERGIA/AGUA/TELEFONE".
           05 FILLER PIC X(30) VALUE "(-) SERVICOS DE TERCEIROS".
           05 FILLER PIC X(30) VALUE "(-) MANUTENCAO".
           05 FILLER PIC X(30) VALUE "(-) FRETES".
           05 FILLER PIC X(30) VALUE "(-) IMPOSTOS E TAXAS".
           05 FILLER PIC X(30) VALUE "(-) MARKETING".
           05 FILLER PIC X(30) VALUE "(-) OUTRAS DESPESAS".
           05 FILLER PIC X(30) VALUE "(-) DESPESAS SEM CATEGORIA".
           05 FILLER PIC X(30) VALUE "DESPESAS OPERACIONAIS TOTAIS".
           05 FILLER PIC X(30) VALUE "(-) PERDAS COM CLIENTES".
           05 FILLER PIC X(30) VALUE "(+) RECEITA DE MULTA E JUROS".
           05 FILLER PIC X(30) VALUE "RESULTADO GERENCIAL".
       01  ROTULOS-DRE-R REDEFINES ROTULOS-DRE.
           05 DRE-ROTULO        PIC X(30) OCCURS 19 TIMES.

       01  TABELA-DRE.
           05 DRE-LINHA OCCURS 19 TIMES.
              10 DRE-VALOR      PIC S9(13)V9(02) OCCURS 4 TIMES.

      *    CATEGORIAS DE DESPESA DO PAGREG NA ORDEM DAS LINHAS 07 A
      *    14; TITULO SEM CATEGORIA E SEM ORDEM DE COMPRA (OU COM
      *    CODIGO DESCONHECIDO) CAI NA LINHA 15.
       01  CATEGORIAS-DRE       PIC X(16) VALUE "ALUTSVMNFRIMMKOU".
       01  CATEGORIAS-DRE-R REDEFINES CATEGORIAS-DRE.
           05 CATEGORIA-DRE     PIC X(02) OCCURS 8 TIMES.
       01  CATEGORIA-SUB        PIC 9(02).

      *    CUSTEIO DO PRODUTO: CUSTO UNITARIO DO CATALOGO, OU SOMA DOS
      *    COMPONENTES PARA KIT ATIVO.
       01  CODIGO-CUSTEIO       PIC 9(05).
       01  CUSTO-UNITARIO       PIC 9(09)V9(02).
       01  CUSTO-CONHECIDO      PIC X.
       01  PRODUTO-EH-KIT       PIC X.
       01  KIT-SUB              PIC 9(02).

       01  ITENS-SEM-CUSTO      PIC 9(07) VALUE 0.
       01  FOLHAS-AUSENTES      PIC 9(03) VALUE 0.

       01  PERCENTUAL-DRE       PIC S9(04)V9(01).
       01  VALOR-INTEIRO        PIC S9(13).
       01  LINHA-IMPRESSAO.
           05 IMP-ROTULO        PIC X(30).
           05 IMP-COLUNA OCCURS 4 TIMES.
              10 FILLER         PIC X(01).
              10 IMP-VALOR      PIC -ZZZ,ZZZ,ZZ9.
              10 FILLER         PIC X(01).
              10 IMP-PERCENTUAL PIC -ZZZ9.9.
              10 IMP-SINAL      PIC X(01).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE 0 TO RETURN-CODE.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM INICIALIZA-COMPETENCIA.
           PERFORM INICIALIZA-CAMINHOS.
           INITIALIZE TABELA-DRE.

           OPEN INPUT ARQUIVO-FATURA.
           IF FATURA-FILE-STATUS = "00"
               MOVE "S" TO TEM-FATURAS
           END-IF.
           IF TEM-FATURAS NOT = "S"
               IF FATURA-FILE-STATUS = "05"
                   CLOSE ARQUIVO-FATURA
               END-IF
               DISPLAY "FATURAS.DAT NAO ENCONTRADO. SEM RECEITA NAO "
                       "HA DEMONSTRATIVO."
               MOVE 1 TO RETURN-CODE
           ELSE
               OPEN INPUT ARQUIVO-PRODUTO
               IF PRODUTO-FILE-STATUS = "00"
                       OR PRODUTO-FILE-STATUS = "05"
                   MOVE "S" TO TEM-CATALOGO
               END-IF
               OPEN INPUT ARQUIVO-KIT
               IF KIT-FILE-STATUS = "00"
                   MOVE "S" TO TEM-KITS
               END-IF
               PERFORM TOTALIZA-FATURAS
               PERFORM TOTALIZA-DEVOLUCOES
               PERFORM TOTALIZA-CUSTO-VENDIDO
               PERFORM TOTALIZA-FOLHAS
               PERFORM TOTALIZA-DESPESAS
               PERFORM TOTALIZA-PERDAS
               PERFORM TOTALIZA-MORAS
               IF TEM-CATALOGO = "S"
                   CLOSE ARQUIVO-PRODUTO
               END-IF
               IF KIT-FILE-STATUS NOT = "35"
                   CLOSE ARQUIVO-KIT
               END-IF
               CLOSE ARQUIVO-FATURA
               PERFORM CALCULA-SUBTOTAIS
               PERFORM IMPRIME-DEMONSTRATIVO
           END-IF.

       PROGRAM-DONE.
           GOBACK.

       INICIALIZA-COMPETENCIA.
           COMPUTE COMPETENCIA = DATA-HOJE / 100.
           MOVE SPACE TO COMPETENCIA-ENV.
           ACCEPT COMPETENCIA-ENV FROM ENVIRONMENT
               "PROG221-COMPETENCIA".
           IF COMPETENCIA-ENV IS NUMERIC
               MOVE COMPETENCIA-ENV TO COMPETENCIA
           END-IF.
           IF COMPETENCIA-MES = 1
               COMPUTE COMPETENCIA-ANTERIOR =
                   (COMPETENCIA-ANO - 1) * 100 + 12
           ELSE
               COMPUTE COMPETENCIA-ANTERIOR = COMPETENCIA - 1
           END-IF.
           COMPUTE COMPETENCIA-ANO-ANTERIOR = COMPETENCIA - 100.
           COMPUTE INICIO-DO-ANO = COMPETENCIA-ANO * 100 + 1.

           MOVE SPACE TO EMPRESA-CODIGO-ENV.
           ACCEPT EMPRESA-CODIGO-ENV FROM ENVIRONMENT "EMPRESA".
           IF EMPRESA-CODIGO-ENV IS NUMERIC
               MOVE EMPRESA-CODIGO-ENV TO EMPRESA-PRINCIPAL-USO
           END-IF.
           MOVE SPACE TO EMPRESA-CODIGO-ENV.
           ACCEPT EMPRESA-CODIGO-ENV FROM ENVIRONMENT "PROG221-EMPRESA".
           IF EMPRESA-CODIGO-ENV IS NUMERIC
               MOVE EMPRESA-CODIGO-ENV TO EMPRESA-DRE
           END-IF.

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

           MOVE "pagar.dat" TO PAGAR-PATH.
           ACCEPT PAGAR-PATH FROM ENVIRONMENT "PAGAR_DAT".
           IF PAGAR-PATH = SPACE
               MOVE "pagar.dat" TO PAGAR-PATH
           END-IF.

           MOVE "baixaperda.dat" TO BAIXA-PERDA-PATH.
           ACCEPT BAIXA-PERDA-PATH FROM ENVIRONMENT "BAIXAPERDA_DAT".
           IF BAIXA-PERDA-PATH = SPACE
               MOVE "baixaperda.dat" TO BAIXA-PERDA-PATH
           END-IF.

           MOVE "moras.dat" TO MORA-PATH.
           ACCEPT MORA-PATH FROM ENVIRONMENT "MORA_DAT".
           IF MORA-PATH = SPACE
               MOVE "moras.dat" TO MORA-PATH
           END-IF.

      *    CONFERE-EMPRESA-REGISTRO: EMPRESA-DO-REGISTRO CHEGA COM O
      *    CAMPO LIDO (ZERO OU NAO NUMERICO VIRA A PRINCIPAL) E SAI
      *    ENTRA-NA-DRE "S" SE O REGISTRO E DA EMPRESA PEDIDA.
       CONFERE-EMPRESA-REGISTRO.
           IF EMPRESA-DO-REGISTRO IS NOT NUMERIC
                   OR EMPRESA-DO-REGISTRO = 0
               MOVE EMPRESA-PRINCIPAL-USO TO EMPRESA-DO-REGISTRO
           END-IF.
           IF EMPRESA-DRE = 0
                   OR EMPRESA-DO-REGISTRO = EMPRESA-DRE
               MOVE "S" TO ENTRA-NA-DRE
           ELSE
               MOVE "N" TO ENTRA-NA-DRE
           END-IF.

      *    EMPRESA-DA-FATURA: PARA O QUE SEGUE A FATURA DE ORIGEM
      *    (NOTA DE CREDITO, BAIXA). FATURA JA ARQUIVADA FICA NA
      *    PRINCIPAL. FATURA-NUMERO CHEGA PREENCHIDO.
       EMPRESA-DA-FATURA.
           MOVE 0 TO EMPRESA-DO-REGISTRO.
           IF EMPRESA-DRE NOT = 0
               READ ARQUIVO-FATURA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FATURA-EMPRESA TO EMPRESA-DO-REGISTRO
               END-READ
           END-IF.
           PERFORM CONFERE-EMPRESA-REGISTRO.

      *    CLASSIFICA-PERIODO: MES-LIDO (AAAAMM) CHEGA PREENCHIDO E
      *    MARCA AS COLUNAS EM QUE O LANCAMENTO ENTRA - O MES DA
      *    COMPETENCIA ENTRA NA 1 E NA 4 AO MESMO TEMPO.
       CLASSIFICA-PERIODO.
           MOVE ALL "N" TO COLUNAS-DO-LANCAMENTO.
           IF MES-LIDO = COMPETENCIA
               MOVE "S" TO NA-COLUNA (1)
           END-IF.
           IF MES-LIDO = COMPETENCIA-ANTERIOR
               MOVE "S" TO NA-COLUNA (2)
           END-IF.
           IF MES-LIDO = COMPETENCIA-ANO-ANTERIOR
               MOVE "S" TO NA-COLUNA (3)
           END-IF.
           IF MES-LIDO NOT < INICIO-DO-ANO
                   AND MES-LIDO NOT > COMPETENCIA
               MOVE "S" TO NA-COLUNA (4)
           END-IF.

      *    ACUMULA-LANCAMENTO: SOMA VALOR-LANCAMENTO NA LINHA-SUB, EM
      *    CADA COLUNA MARCADA PELO CLASSIFICA-PERIODO.
       ACUMULA-LANCAMENTO.
           MOVE 1 TO COLUNA-SUB.
           PERFORM ACUMULA-COLUNA
               UNTIL COLUNA-SUB > 4.

       ACUMULA-COLUNA.
           IF NA-COLUNA (COLUNA-SUB) = "S"
               ADD VALOR-LANCAMENTO
                   TO DRE-VALOR (LINHA-SUB, COLUNA-SUB)
           END-IF.
           ADD 1 TO COLUNA-SUB.

      *    TOTALIZA-FATURAS: RECEITA BRUTA PELA EMISSAO. FATURA
      *    BAIXADA PARA PERDA CONTINUA SENDO VENDA - A PERDA SAI NA
      *    SUA PROPRIA LINHA.
       TOTALIZA-FATURAS.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM TOTALIZA-PROXIMA-FATURA
               UNTIL FINAL-ARQUIVO = "S".

       TOTALIZA-PROXIMA-FATURA.
           READ ARQUIVO-FATURA NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               MOVE FATURA-EMPRESA TO EMPRESA-DO-REGISTRO
               PERFORM CONFERE-EMPRESA-REGISTRO
               IF ENTRA-NA-DRE = "S"
                   COMPUTE MES-LIDO = FATURA-DATA-EMISSAO / 100
                   PERFORM CLASSIFICA-PERIODO
                   MOVE FATURA-VALOR-TOTAL TO VALOR-LANCAMENTO
                   MOVE 1 TO LINHA-SUB
                   PERFORM ACUMULA-LANCAMENTO
               END-IF
           END-IF.

      *    TOTALIZA-DEVOLUCOES: O VALOR DO ITEM DEVOLVIDO SAI DA
      *    RECEITA E O CUSTO DA QUANTIDADE DEVOLVIDA (QUE VOLTA AO
      *    ESTOQUE) SAI DO CUSTO DO VENDIDO.
       TOTALIZA-DEVOLUCOES.
           OPEN INPUT ARQUIVO-NOTA-CREDITO.
           IF NOTA-CREDITO-FILE-STATUS = "00"
                   OR NOTA-CREDITO-FILE-STATUS = "05"
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM TOTALIZA-PROXIMA-DEVOLUCAO
                   UNTIL FINAL-ARQUIVO = "S"
               CLOSE ARQUIVO-NOTA-CREDITO
           END-IF.

       TOTALIZA-PROXIMA-DEVOLUCAO.
           READ ARQUIVO-NOTA-CREDITO
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               COMPUTE MES-LIDO = NC-DATA / 100
               PERFORM CLASSIFICA-PERIODO
               IF COLUNAS-DO-LANCAMENTO NOT = "NNNN"
                   MOVE NC-FATURA-NUMERO TO FATURA-NUMERO
                   PERFORM EMPRESA-DA-FATURA
                   IF ENTRA-NA-DRE = "S"
                       PERFORM ACUMULA-DEVOLUCAO
                   END-IF
               END-IF
           END-IF.

       ACUMULA-DEVOLUCAO.
           MOVE NC-VALOR-ITEM TO VALOR-LANCAMENTO.
           MOVE 2 TO LINHA-SUB.
           PERFORM ACUMULA-LANCAMENTO.
           MOVE NC-PRODUTO-CODIGO TO CODIGO-CUSTEIO.
           PERFORM APURA-CUSTO-UNITARIO.
           COMPUTE VALOR-LANCAMENTO ROUNDED =
               0 - NC-QTDE-DEVOLVIDA * CUSTO-UNITARIO.
           MOVE 4 TO LINHA-SUB.
           PERFORM ACUMULA-LANCAMENTO.

      *    TOTALIZA-CUSTO-VENDIDO: PEDIDOS.DAT EM SEQUENCIA DE CHAVE,
      *    CABECALHO SEGUIDO DOS ITENS (COMO NO PROG124). O CABECALHO
      *    FATURADO DECIDE EMPRESA E COLUNAS PARA OS SEUS ITENS.
       TOTALIZA-CUSTO-VENDIDO.
           OPEN INPUT ARQUIVO-PEDIDO.
           IF PEDIDO-FILE-STATUS = "00"
               MOVE "N" TO PEDIDO-NA-DRE
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM TOTALIZA-PROXIMO-PEDIDO
                   UNTIL FINAL-ARQUIVO = "S"
               CLOSE ARQUIVO-PEDIDO
           ELSE
               IF PEDIDO-FILE-STATUS = "05"
                   CLOSE ARQUIVO-PEDIDO
               END-IF
           END-IF.

       TOTALIZA-PROXIMO-PEDIDO.
           READ ARQUIVO-PEDIDO NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               IF PEDIDO-CABECALHO
                   PERFORM AVALIA-CABECALHO-PEDIDO
               ELSE
                   IF PEDIDO-NA-DRE = "S"
                       PERFORM ACUMULA-CUSTO-ITEM
                   END-IF
               END-IF
           END-IF.

       AVALIA-CABECALHO-PEDIDO.
           MOVE "N" TO PEDIDO-NA-DRE.
           IF PEDIDO-FATURADO
               MOVE PEDIDO-EMPRESA TO EMPRESA-DO-REGISTRO
               PERFORM CONFERE-EMPRESA-REGISTRO
               COMPUTE MES-LIDO = PEDIDO-DATA / 100
               PERFORM CLASSIFICA-PERIODO
               IF ENTRA-NA-DRE = "S"
                       AND COLUNAS-DO-LANCAMENTO NOT = "NNNN"
                   MOVE "S" TO PEDIDO-NA-DRE
               END-IF
           END-IF.

       ACUMULA-CUSTO-ITEM.
           MOVE ITEM-PRODUTO-CODIGO TO CODIGO-CUSTEIO.
           PERFORM APURA-CUSTO-UNITARIO.
           IF CUSTO-CONHECIDO NOT = "S"
               ADD 1 TO ITENS-SEM-CUSTO
           END-IF.
           COMPUTE VALOR-LANCAMENTO ROUNDED =
               ITEM-QUANTIDADE * CUSTO-UNITARIO.
           MOVE 4 TO LINHA-SUB.
           PERFORM ACUMULA-LANCAMENTO.

      *    APURA-CUSTO-UNITARIO: CODIGO-CUSTEIO CHEGA PREENCHIDO. KIT
      *    ATIVO (KITS.DAT) E CUSTEADO PELOS COMPONENTES; COMPONENTE
      *    SEM CUSTO DEIXA O KIT SEM CUSTO. SEM CUSTO CONHECIDO,
      *    CUSTO-UNITARIO FICA ZERO.
       APURA-CUSTO-UNITARIO.
           MOVE ZERO TO CUSTO-UNITARIO.
           MOVE "N" TO CUSTO-CONHECIDO.
           MOVE "N" TO PRODUTO-EH-KIT.
           IF TEM-CATALOGO = "S"
               IF TEM-KITS = "S"
                   MOVE CODIGO-CUSTEIO TO KIT-PRODUTO-CODIGO
                   READ ARQUIVO-KIT
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF KIT-ATIVO
                               MOVE "S" TO PRODUTO-EH-KIT
                           END-IF
                   END-READ
               END-IF
               IF PRODUTO-EH-KIT = "S"
                   PERFORM CUSTEIA-KIT
               ELSE
                   PERFORM CUSTEIA-PRODUTO
               END-IF
           END-IF.
           IF CUSTO-CONHECIDO NOT = "S"
               MOVE ZERO TO CUSTO-UNITARIO
           END-IF.

       CUSTEIA-PRODUTO.
           MOVE CODIGO-CUSTEIO TO PRODUTO-CODIGO.
           READ ARQUIVO-PRODUTO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PRODUTO-CUSTO IS NUMERIC
                           AND PRODUTO-CUSTO NOT = ZERO
                       MOVE PRODUTO-CUSTO TO CUSTO-UNITARIO
                       MOVE "S" TO CUSTO-CONHECIDO
                   END-IF
           END-READ.

       CUSTEIA-KIT.
           MOVE "S" TO CUSTO-CONHECIDO.
           MOVE 1 TO KIT-SUB.
           PERFORM SOMA-CUSTO-COMPONENTE
               UNTIL KIT-SUB > KIT-QTDE-COMPONENTES
                  OR KIT-SUB > 10.

       SOMA-CUSTO-COMPONENTE.
           MOVE KIT-COMP-PRODUTO (KIT-SUB) TO PRODUTO-CODIGO.
           READ ARQUIVO-PRODUTO
               INVALID KEY
                   MOVE "N" TO CUSTO-CONHECIDO
               NOT INVALID KEY
                   IF PRODUTO-CUSTO IS NUMERIC
                           AND PRODUTO-CUSTO NOT = ZERO
                       COMPUTE CUSTO-UNITARIO = CUSTO-UNITARIO
                           + PRODUTO-CUSTO * KIT-COMP-QTDE (KIT-SUB)
                   ELSE
                       MOVE "N" TO CUSTO-CONHECIDO
                   END-IF
           END-READ.
           ADD 1 TO KIT-SUB.

      *    TOTALIZA-FOLHAS: UM LIVRO DA FOLHA POR MES - JANEIRO ATE A
      *    COMPETENCIA, O MESMO MES DO ANO ANTERIOR E, EM JANEIRO, O
      *    DEZEMBRO ANTERIOR. LIVRO QUE NAO EXISTE E CONTADO NO
      *    RODAPE.
       TOTALIZA-FOLHAS.
           MOVE 1 TO MES-FOLHA.
           PERFORM TOTALIZA-FOLHA-DO-ANO
               UNTIL MES-FOLHA > COMPETENCIA-MES.
           MOVE COMPETENCIA-ANO-ANTERIOR TO MES-LIDO.
           PERFORM TOTALIZA-FOLHA-MES.
           IF COMPETENCIA-MES = 1
               MOVE COMPETENCIA-ANTERIOR TO MES-LIDO
               PERFORM TOTALIZA-FOLHA-MES
           END-IF.

       TOTALIZA-FOLHA-DO-ANO.
           COMPUTE MES-LIDO = COMPETENCIA-ANO * 100 + MES-FOLHA.
           PERFORM TOTALIZA-FOLHA-MES.
           ADD 1 TO MES-FOLHA.

       TOTALIZA-FOLHA-MES.
           PERFORM CLASSIFICA-PERIODO.
           MOVE SPACE TO FOLHA-PATH.
           STRING "folha." DELIMITED BY SIZE
                  MES-LIDO DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
               INTO FOLHA-PATH.
           OPEN INPUT ARQUIVO-FOLHA.
           IF FOLHA-FILE-STATUS = "35"
               ADD 1 TO FOLHAS-AUSENTES
               DISPLAY "AVISO: " FOLHA-PATH (1:20)
                       " NAO ENCONTRADO - FOLHA ZERO NO MES."
           ELSE
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM TOTALIZA-PROXIMA-FOLHA
                   UNTIL FINAL-ARQUIVO = "S"
               CLOSE ARQUIVO-FOLHA
           END-IF.

       TOTALIZA-PROXIMA-FOLHA.
           READ ARQUIVO-FOLHA
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               MOVE FOLHA-EMPRESA TO EMPRESA-DO-REGISTRO
               PERFORM CONFERE-EMPRESA-REGISTRO
               IF ENTRA-NA-DRE = "S"
                   MOVE FOLHA-VALOR-BRUTO TO VALOR-LANCAMENTO
                   MOVE 6 TO LINHA-SUB
                   PERFORM ACUMULA-LANCAMENTO
               END-IF
           END-IF.

      *    TOTALIZA-DESPESAS: TITULOS DE PAGAR.DAT PELA EMISSAO, NA
      *    LINHA DA CATEGORIA. MERCADORIA ("MC", OU SEM CATEGORIA MAS
      *    COM ORDEM DE COMPRA) JA ESTA NO CUSTO DO VENDIDO E
      *    DEVOLUCAO A CLIENTE ("DV") NAS DEVOLUCOES.
       TOTALIZA-DESPESAS.
           OPEN INPUT ARQUIVO-PAGAR.
           IF PAGAR-FILE-STATUS = "00"
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM TOTALIZA-PROXIMO-TITULO
                   UNTIL FINAL-ARQUIVO = "S"
               CLOSE ARQUIVO-PAGAR
           ELSE
               IF PAGAR-FILE-STATUS = "05"
                   CLOSE ARQUIVO-PAGAR
               END-IF
           END-IF.

       TOTALIZA-PROXIMO-TITULO.
           READ ARQUIVO-PAGAR NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               PERFORM LOCALIZA-LINHA-DESPESA
               IF LINHA-SUB NOT = 0
                   MOVE PAGAR-EMPRESA TO EMPRESA-DO-REGISTRO
                   PERFORM CONFERE-EMPRESA-REGISTRO
                   IF ENTRA-NA-DRE = "S"
                       COMPUTE MES-LIDO = PAGAR-DATA-EMISSAO / 100
                       PERFORM CLASSIFICA-PERIODO
                       MOVE PAGAR-VALOR-TOTAL TO VALOR-LANCAMENTO
                       PERFORM ACUMULA-LANCAMENTO
                   END-IF
               END-IF
           END-IF.

      *    LOCALIZA-LINHA-DESPESA: LINHA-SUB ZERO PARA O QUE NAO E
      *    DESPESA OPERACIONAL.
       LOCALIZA-LINHA-DESPESA.
           MOVE 0 TO LINHA-SUB.
           IF PAGAR-OC-NUMERO IS NOT NUMERIC
               MOVE 0 TO PAGAR-OC-NUMERO
           END-IF.
           EVALUATE TRUE
               WHEN PAGAR-CAT-MERCADORIA
                   CONTINUE
               WHEN PAGAR-CAT-DEVOLUCAO
                   CONTINUE
               WHEN PAGAR-CATEGORIA = SPACE
                       AND PAGAR-OC-NUMERO NOT = 0
                   CONTINUE
               WHEN OTHER
                   MOVE 1 TO CATEGORIA-SUB
                   PERFORM PROCURA-CATEGORIA-DRE
                       UNTIL CATEGORIA-SUB > 8
                          OR LINHA-SUB NOT = 0
                   IF LINHA-SUB = 0
                       MOVE 15 TO LINHA-SUB
                   END-IF
           END-EVALUATE.

       PROCURA-CATEGORIA-DRE.
           IF PAGAR-CATEGORIA = CATEGORIA-DRE (CATEGORIA-SUB)
               COMPUTE LINHA-SUB = CATEGORIA-SUB + 6
           END-IF.
           ADD 1 TO CATEGORIA-SUB.

      *    TOTALIZA-PERDAS: SO A BAIXA APLICADA ("P"); PROPOSTA
      *    AGUARDANDO OU RECUSADA NAO E PERDA.
       TOTALIZA-PERDAS.
           OPEN INPUT ARQUIVO-BAIXA-PERDA.
           IF BAIXA-PERDA-FILE-STATUS = "00"
                   OR BAIXA-PERDA-FILE-STATUS = "05"
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM TOTALIZA-PROXIMA-PERDA
                   UNTIL FINAL-ARQUIVO = "S"
               CLOSE ARQUIVO-BAIXA-PERDA
           END-IF.

       TOTALIZA-PROXIMA-PERDA.
           READ ARQUIVO-BAIXA-PERDA
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S" AND BAIXA-PERDA-APLICADA
               COMPUTE MES-LIDO = BAIXA-PERDA-DATA / 100
               PERFORM CLASSIFICA-PERIODO
               IF COLUNAS-DO-LANCAMENTO NOT = "NNNN"
                   MOVE BAIXA-PERDA-FATURA-NUMERO TO FATURA-NUMERO
                   PERFORM EMPRESA-DA-FATURA
                   IF ENTRA-NA-DRE = "S"
                       MOVE BAIXA-PERDA-VALOR-SALDO
                           TO VALOR-LANCAMENTO
                       MOVE 17 TO LINHA-SUB
                       PERFORM ACUMULA-LANCAMENTO
                   END-IF
               END-IF
           END-IF.

       TOTALIZA-MORAS.
           OPEN INPUT ARQUIVO-MORA.
           IF MORA-FILE-STATUS = "00"
                   OR MORA-FILE-STATUS = "05"
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM TOTALIZA-PROXIMA-MORA
                   UNTIL FINAL-ARQUIVO = "S"
               CLOSE ARQUIVO-MORA
           END-IF.

       TOTALIZA-PROXIMA-MORA.
           READ ARQUIVO-MORA
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               MOVE MORA-EMPRESA TO EMPRESA-DO-REGISTRO
               PERFORM CONFERE-EMPRESA-REGISTRO
               IF ENTRA-NA-DRE = "S"
                   COMPUTE MES-LIDO = MORA-DATA-PAGAMENTO / 100
                   PERFORM CLASSIFICA-PERIODO
                   COMPUTE VALOR-LANCAMENTO =
                       MORA-VALOR-MULTA + MORA-VALOR-JUROS
                   MOVE 18 TO LINHA-SUB
                   PERFORM ACUMULA-LANCAMENTO
               END-IF
           END-IF.

      *    CALCULA-SUBTOTAIS: RECEITA LIQUIDA (03), MARGEM BRUTA (05),
      *    DESPESAS OPERACIONAIS (16 = FOLHA MAIS AS CATEGORIAS) E O
      *    RESULTADO (19), COLUNA POR COLUNA.
       CALCULA-SUBTOTAIS.
           MOVE 1 TO COLUNA-SUB.
           PERFORM CALCULA-SUBTOTAIS-COLUNA
               UNTIL COLUNA-SUB > 4.

       CALCULA-SUBTOTAIS-COLUNA.
           COMPUTE DRE-VALOR (3, COLUNA-SUB) =
               DRE-VALOR (1, COLUNA-SUB) - DRE-VALOR (2, COLUNA-SUB).
           COMPUTE DRE-VALOR (5, COLUNA-SUB) =
               DRE-VALOR (3, COLUNA-SUB) - DRE-VALOR (4, COLUNA-SUB).
           MOVE ZERO TO DRE-VALOR (16, COLUNA-SUB).
           MOVE 6 TO LINHA-SUB.
           PERFORM SOMA-DESPESA-COLUNA
               UNTIL LINHA-SUB > 15.
           COMPUTE DRE-VALOR (19, COLUNA-SUB) =
               DRE-VALOR (5, COLUNA-SUB) - DRE-VALOR (16, COLUNA-SUB)
               - DRE-VALOR (17, COLUNA-SUB)
               + DRE-VALOR (18, COLUNA-SUB).
           ADD 1 TO COLUNA-SUB.

       SOMA-DESPESA-COLUNA.
           ADD DRE-VALOR (LINHA-SUB, COLUNA-SUB)
               TO DRE-VALOR (16, COLUNA-SUB).
           ADD 1 TO LINHA-SUB.

       IMPRIME-DEMONSTRATIVO.
           DISPLAY " ".
           IF EMPRESA-DRE = 0
               DISPLAY "DRE GERENCIAL - COMPETENCIA " COMPETENCIA
                       " - CONSOLIDADO DAS EMPRESAS"
           ELSE
               DISPLAY "DRE GERENCIAL - COMPETENCIA " COMPETENCIA
                       " - EMPRESA " EMPRESA-DRE
           END-IF.
           DISPLAY "(1) MES " COMPETENCIA
                   "  (2) MES ANTERIOR " COMPETENCIA-ANTERIOR
                   "  (3) ANO ANTERIOR " COMPETENCIA-ANO-ANTERIOR
                   "  (4) ACUMULADO " INICIO-DO-ANO " A "
                   COMPETENCIA.
           DISPLAY "VALORES EM REAIS; % SOBRE A RECEITA LIQUIDA DA "
                   "COLUNA.".
           DISPLAY "                              "
                   "          (1)  % R.LIQ"
                   "          (2)  % R.LIQ"
                   "          (3)  % R.LIQ"
                   "          (4)  % R.LIQ".
           DISPLAY "--------------------------------------------"
                   "--------------------------------------------"
                   "------------------------------".
           MOVE 1 TO LINHA-SUB.
           PERFORM IMPRIME-LINHA-DRE
               UNTIL LINHA-SUB > 19.
           DISPLAY "--------------------------------------------"
                   "--------------------------------------------"
                   "------------------------------".
           IF ITENS-SEM-CUSTO NOT = 0
               DISPLAY "*** " ITENS-SEM-CUSTO " ITEM(NS) VENDIDO(S) "
                       "SEM CUSTO NO CATALOGO - CUSTO DO VENDIDO "
                       "SUBESTIMADO ***"
           END-IF.
           IF FOLHAS-AUSENTES NOT = 0
               DISPLAY "*** " FOLHAS-AUSENTES " LIVRO(S) DA FOLHA "
                       "NAO ENCONTRADO(S) - VER AVISOS ACIMA ***"
           END-IF.

      *    IMPRIME-LINHA-DRE: OS SUBTOTAIS (03, 05, 16 E 19) SAEM
      *    DEPOIS DE UM TRACO.
       IMPRIME-LINHA-DRE.
           IF LINHA-SUB = 3 OR LINHA-SUB = 5 OR LINHA-SUB = 16
                   OR LINHA-SUB = 19
               DISPLAY "                              "
                       "  ------------ -------"
                       "  ------------ -------"
                       "  ------------ -------"
                       "  ------------ -------"
           END-IF.
           MOVE SPACE TO LINHA-IMPRESSAO.
           MOVE DRE-ROTULO (LINHA-SUB) TO IMP-ROTULO.
           MOVE 1 TO COLUNA-SUB.
           PERFORM MONTA-COLUNA-DRE
               UNTIL COLUNA-SUB > 4.
           DISPLAY LINHA-IMPRESSAO.
           ADD 1 TO LINHA-SUB.

       MONTA-COLUNA-DRE.
           COMPUTE VALOR-INTEIRO ROUNDED =
               DRE-VALOR (LINHA-SUB, COLUNA-SUB).
           MOVE VALOR-INTEIRO TO IMP-VALOR (COLUNA-SUB).
           IF DRE-VALOR (3, COLUNA-SUB) = ZERO
               MOVE ZERO TO PERCENTUAL-DRE
           ELSE
               COMPUTE PERCENTUAL-DRE ROUNDED =
                   DRE-VALOR (LINHA-SUB, COLUNA-SUB) * 100
                   / DRE-VALOR (3, COLUNA-SUB)
                   ON SIZE ERROR
                       MOVE ZERO TO PERCENTUAL-DRE
               END-COMPUTE
           END-IF.
           MOVE PERCENTUAL-DRE TO IMP-PERCENTUAL (COLUNA-SUB).
           MOVE "%" TO IMP-SINAL (COLUNA-SUB).
           ADD 1 TO COLUNA-SUB.
