       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG165.
      *    VALORIZACAO DO ESTOQUE NO FIM DO MES, A CUSTO MEDIO
      *    PONDERADO: O PROG104 SO GUARDA EM PRODUTO-CUSTO O PRECO DA
      *    ULTIMA COMPRA, E NINGUEM SABIA QUANTO O ESTOQUE VALIA NO
      *    FECHAMENTO. PARA CADA FICHA DE ESTOQUE.DAT, O CUSTO MEDIO
      *    DA COMPETENCIA E O DA ABERTURA (FOTOGRAFIA DO MES ANTERIOR
      *    EM VALEST.DAT; SEM ELA, O CUSTO DO CATALOGO) PONDERADO COM
      *    AS ENTRADAS DO MES EM MOVESTOQUE.DAT AO CUSTO DE CADA
      *    ENTRADA (ENTRADA SEM CUSTO VALE O CUSTO DO CATALOGO).
      *    SAIDAS E AJUSTES SAEM PELO MEDIO E NAO O MUDAM. A
      *    FOTOGRAFIA DA COMPETENCIA E GRAVADA (OU REGRAVADA, SE A
      *    VALORIZACAO RODAR DE NOVO) EM VALEST.DAT E O VALOR SAI
      *    POR PRODUTO-FAMILIA. SALDO NEGATIVO VALE ZERO.
      *    CONCILIACAO: ABERTURA MAIS ENTRADAS, MENOS SAIDAS, MAIS
      *    AJUSTES TEM DE DAR O SALDO DE FECHAMENTO - O ESTOQUE-SALDO
      *    DE HOJE MENOS OS MOVIMENTOS POSTERIORES A COMPETENCIA. TODO
      *    PRODUTO QUE O LIVRO NAO EXPLICA SAI LISTADO, INCLUSIVE O
      *    QUE TEM MOVIMENTO SEM FICHA DE ESTOQUE. NO PRIMEIRO MES
      *    (SEM FOTOGRAFIA ANTERIOR) A ABERTURA E DEDUZIDA E NAO HA
      *    O QUE CONCILIAR. DIVERGENCIA NAO PARA O FECHAMENTO - E
      *    RELATORIO PARA O ALMOXARIFADO; FALTA DE ESTOQUE.DAT SIM.
      *    COMPETENCIA: PROG165-COMPETENCIA (AAAAMM), PADRAO O MES
      *    CORRENTE. RODA COMO ETAPA DO FECHAMENTO DE MES (PROG151).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "ESTSEL.cob".
           COPY "MOVSEL.cob".
           COPY "PRODSEL.cob".
           COPY "VLRSEL.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "ESTREG.cob".
           COPY "MOVREG.cob".
           COPY "PRODREG.cob".
           COPY "VLRREG.cob".

       WORKING-STORAGE SECTION.

       01  ESTOQUE-FILE-STATUS      PIC XX.
       01  ESTOQUE-PATH             PIC X(100).
       01  MOVESTOQUE-FILE-STATUS   PIC XX.
       01  MOVESTOQUE-PATH          PIC X(100).
       01  PRODUTO-FILE-STATUS      PIC XX.
       01  PRODUTO-PATH             PIC X(100).
       01  VALORIZACAO-FILE-STATUS  PIC XX.
       01  VALORIZACAO-PATH         PIC X(100).
       01  TEM-CATALOGO             PIC X VALUE "N".
       01  FINAL-ARQUIVO            PIC X.
       01  DATA-HOJE                PIC 9(08).
       01  OPERADOR-ID              PIC X(10).

       01  COMPETENCIA              PIC 9(06).
       01  COMPETENCIA-R REDEFINES COMPETENCIA.
           05 COMPETENCIA-ANO       PIC 9(04).
           05 COMPETENCIA-MES       PIC 9(02).
       01  COMPETENCIA-ENV          PIC X(06).
       01  COMPETENCIA-ANTERIOR     PIC 9(06).
       01  COMPETENCIA-ANTERIOR-R REDEFINES COMPETENCIA-ANTERIOR.
           05 ANTERIOR-ANO          PIC 9(04).
           05 ANTERIOR-MES          PIC 9(02).
       01  COMPETENCIA-MOVIMENTO    PIC 9(06).

      *    MOVIMENTOS DO LIVRO POR PRODUTO: OS DA COMPETENCIA E O
      *    LIQUIDO DOS POSTERIORES (PARA VOLTAR DO SALDO DE HOJE AO
      *    SALDO DO FIM DO MES).
       01  QTDE-PRODUTOS-MOV        PIC 9(03) VALUE 0.
       01  TABELA-MOVIMENTOS.
           05 MOV-ENTRADA OCCURS 500 TIMES
                   INDEXED BY MOV-IDX.
              10 MOV-PRODUTO           PIC 9(05).
              10 MOV-ENTRADAS          PIC S9(07).
              10 MOV-SAIDAS            PIC S9(07).
              10 MOV-AJUSTES           PIC S9(07).
              10 MOV-POSTERIOR         PIC S9(07).
              10 MOV-QTDE-CUSTEADA     PIC S9(07).
              10 MOV-VALOR-ENTRADAS    PIC S9(11)V9(02).
              10 MOV-TEM-FICHA         PIC X(01).
       01  MOV-ACHADO               PIC X.
       01  INCLUI-SE-FALTAR         PIC X.

       01  QTDE-FAMILIAS            PIC 9(03) VALUE 0.
       01  TABELA-FAMILIAS.
           05 FAMILIA-ENTRADA OCCURS 50 TIMES
                   INDEXED BY FAMILIA-IDX.
              10 FAMILIA-NOME       PIC X(10).
              10 FAMILIA-PRODUTOS   PIC 9(05).
              10 FAMILIA-UNIDADES   PIC S9(09).
              10 FAMILIA-VALOR      PIC S9(11)V9(02).

       01  DESCRICAO-PRODUTO        PIC X(30).
       01  FAMILIA-PRODUTO          PIC X(10).
       01  ENTRADAS-MES             PIC S9(07).
       01  SAIDAS-MES               PIC S9(07).
       01  AJUSTES-MES              PIC S9(07).
       01  DIFERENCA-LIVRO          PIC S9(07).
       01  CUSTO-CATALOGO           PIC 9(07)V9(02).
       01  CUSTO-ABERTURA           PIC 9(07)V9(04).
       01  SALDO-ABERTURA           PIC S9(07).
       01  SALDO-FECHAMENTO         PIC S9(07).
       01  MOVIMENTO-LIQUIDO        PIC S9(07).
       01  ENTRADAS-SEM-CUSTO       PIC S9(07).
       01  QTDE-PONDERADA           PIC S9(09).
       01  VALOR-PONDERADO          PIC S9(13)V9(04).
       01  CUSTO-MEDIO              PIC 9(07)V9(04).
       01  VALOR-PRODUTO            PIC S9(11)V9(02).
       01  TEM-ABERTURA             PIC X.

       01  SALDO-EDITADO            PIC -,---,--9.
       01  SALDO-EDITADO-2          PIC -,---,--9.
       01  DIFERENCA-EDITADA        PIC -,---,--9.
       01  VALOR-EDITADO            PIC $$,$$$,$$$,$$9.99-.

       01  TOTAL-PRODUTOS           PIC 9(05) VALUE 0.
       01  TOTAL-SEM-ABERTURA       PIC 9(05) VALUE 0.
       01  TOTAL-DIVERGENTES        PIC 9(05) VALUE 0.
       01  TOTAL-SEM-FICHA          PIC 9(05) VALUE 0.
       01  TOTAL-VALOR              PIC S9(11)V9(02) VALUE 0.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE 0 TO RETURN-CODE.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM INICIALIZA-COMPETENCIA.
           PERFORM INICIALIZA-CAMINHOS.

           DISPLAY "===== VALORIZACAO DO ESTOQUE A CUSTO MEDIO - "
                   "COMPETENCIA " COMPETENCIA " =====".
           OPEN INPUT ARQUIVO-ESTOQUE.
           IF ESTOQUE-FILE-STATUS = "35"
               DISPLAY "ESTOQUE.DAT NAO ENCONTRADO. NADA A VALORIZAR."
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM CARREGA-MOVIMENTOS
               PERFORM ABRE-VALORIZACAO
               OPEN INPUT ARQUIVO-PRODUTO
               IF PRODUTO-FILE-STATUS = "00"
                       OR PRODUTO-FILE-STATUS = "05"
                   MOVE "S" TO TEM-CATALOGO
               END-IF
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM VALORIZA-PROXIMA-FICHA
                   UNTIL FINAL-ARQUIVO = "S"
               IF TEM-CATALOGO = "S"
                   CLOSE ARQUIVO-PRODUTO
               END-IF
               CLOSE ARQUIVO-ESTOQUE
               PERFORM IMPRIME-FAMILIAS
               PERFORM IMPRIME-DIVERGENCIAS
               CLOSE ARQUIVO-VALORIZACAO
               PERFORM IMPRIME-TOTAIS
           END-IF.

       PROGRAM-DONE.
           GOBACK.

      *    INICIALIZA-COMPETENCIA: A COMPETENCIA VALORIZADA E A
      *    ANTERIOR, DE ONDE VEM A ABERTURA.
       INICIALIZA-COMPETENCIA.
           COMPUTE COMPETENCIA = DATA-HOJE / 100.
           MOVE SPACE TO COMPETENCIA-ENV.
           ACCEPT COMPETENCIA-ENV FROM ENVIRONMENT
               "PROG165-COMPETENCIA".
           IF COMPETENCIA-ENV IS NUMERIC
               MOVE COMPETENCIA-ENV TO COMPETENCIA
           END-IF.
           IF COMPETENCIA-MES = 1
               COMPUTE ANTERIOR-ANO = COMPETENCIA-ANO - 1
               MOVE 12 TO ANTERIOR-MES
           ELSE
               MOVE COMPETENCIA-ANO TO ANTERIOR-ANO
               COMPUTE ANTERIOR-MES = COMPETENCIA-MES - 1
           END-IF.

       INICIALIZA-CAMINHOS.
           MOVE "estoque.dat" TO ESTOQUE-PATH.
           ACCEPT ESTOQUE-PATH FROM ENVIRONMENT "ESTOQUE_DAT".
           IF ESTOQUE-PATH = SPACE
               MOVE "estoque.dat" TO ESTOQUE-PATH
           END-IF.

           MOVE "movestoque.dat" TO MOVESTOQUE-PATH.
           ACCEPT MOVESTOQUE-PATH FROM ENVIRONMENT "MOVESTOQUE_DAT".
           IF MOVESTOQUE-PATH = SPACE
               MOVE "movestoque.dat" TO MOVESTOQUE-PATH
           END-IF.

           MOVE "produtos.dat" TO PRODUTO-PATH.
           ACCEPT PRODUTO-PATH FROM ENVIRONMENT "PRODUTO_DAT".
           IF PRODUTO-PATH = SPACE
               MOVE "produtos.dat" TO PRODUTO-PATH
           END-IF.

           MOVE "valest.dat" TO VALORIZACAO-PATH.
           ACCEPT VALORIZACAO-PATH FROM ENVIRONMENT "VALEST_DAT".
           IF VALORIZACAO-PATH = SPACE
               MOVE "valest.dat" TO VALORIZACAO-PATH
           END-IF.

           MOVE SPACE TO OPERADOR-ID.
           ACCEPT OPERADOR-ID FROM ENVIRONMENT "OPERADOR_ID".
           IF OPERADOR-ID = SPACE
               MOVE "DESCONHEC" TO OPERADOR-ID
           END-IF.

       ABRE-VALORIZACAO.
           OPEN I-O ARQUIVO-VALORIZACAO.
           IF VALORIZACAO-FILE-STATUS = "35"
               OPEN OUTPUT ARQUIVO-VALORIZACAO
               CLOSE ARQUIVO-VALORIZACAO
               OPEN I-O ARQUIVO-VALORIZACAO
           END-IF.

      *    CARREGA-MOVIMENTOS: UMA PASSADA NO LIVRO. MOVIMENTO
      *    ANTERIOR A COMPETENCIA JA ESTA NA ABERTURA E E IGNORADO.
       CARREGA-MOVIMENTOS.
           OPEN INPUT ARQUIVO-MOVESTOQUE.
           IF MOVESTOQUE-FILE-STATUS = "35"
               DISPLAY "MOVESTOQUE.DAT NAO ENCONTRADO. SEM MOVIMENTOS "
                       "NO MES."
           ELSE
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM CARREGA-PROXIMO-MOVIMENTO
                   UNTIL FINAL-ARQUIVO = "S"
               CLOSE ARQUIVO-MOVESTOQUE
           END-IF.

       CARREGA-PROXIMO-MOVIMENTO.
           READ ARQUIVO-MOVESTOQUE
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
                   AND MOVESTOQUE-DATA IS NUMERIC
                   AND MOVESTOQUE-QTDE IS NUMERIC
               COMPUTE COMPETENCIA-MOVIMENTO = MOVESTOQUE-DATA / 100
               IF COMPETENCIA-MOVIMENTO NOT < COMPETENCIA
                   MOVE MOVESTOQUE-PRODUTO TO ESTOQUE-PRODUTO-CODIGO
                   MOVE "S" TO INCLUI-SE-FALTAR
                   PERFORM LOCALIZA-PRODUTO-MOVIMENTO
                   IF MOV-ACHADO = "S"
                       PERFORM ACUMULA-MOVIMENTO
                   END-IF
               END-IF
           END-IF.

       ACUMULA-MOVIMENTO.
           IF COMPETENCIA-MOVIMENTO > COMPETENCIA
               EVALUATE TRUE
                   WHEN MOVESTOQUE-SAIDA
                       SUBTRACT MOVESTOQUE-QTDE
                           FROM MOV-POSTERIOR (MOV-IDX)
                   WHEN OTHER
                       ADD MOVESTOQUE-QTDE TO MOV-POSTERIOR (MOV-IDX)
               END-EVALUATE
           ELSE
               EVALUATE TRUE
                   WHEN MOVESTOQUE-ENTRADA
                       ADD MOVESTOQUE-QTDE TO MOV-ENTRADAS (MOV-IDX)
                       IF MOVESTOQUE-CUSTO IS NUMERIC
                               AND MOVESTOQUE-CUSTO NOT = ZERO
                           ADD MOVESTOQUE-QTDE
                               TO MOV-QTDE-CUSTEADA (MOV-IDX)
                           COMPUTE MOV-VALOR-ENTRADAS (MOV-IDX) =
                               MOV-VALOR-ENTRADAS (MOV-IDX)
                             + MOVESTOQUE-QTDE * MOVESTOQUE-CUSTO
                       END-IF
                   WHEN MOVESTOQUE-SAIDA
                       ADD MOVESTOQUE-QTDE TO MOV-SAIDAS (MOV-IDX)
                   WHEN OTHER
                       ADD MOVESTOQUE-QTDE TO MOV-AJUSTES (MOV-IDX)
               END-EVALUATE
           END-IF.

      *    LOCALIZA-PRODUTO-MOVIMENTO: A LINHA DO PRODUTO
      *    (ESTOQUE-PRODUTO-CODIGO) NA TABELA DE MOVIMENTOS; NA CARGA
      *    DO LIVRO, PRODUTO NOVO GANHA LINHA ZERADA.
       LOCALIZA-PRODUTO-MOVIMENTO.
           MOVE "N" TO MOV-ACHADO.
           SET MOV-IDX TO 1.
           SEARCH MOV-ENTRADA
               AT END
                   IF INCLUI-SE-FALTAR = "S"
                       PERFORM INCLUI-PRODUTO-MOVIMENTO
                   END-IF
               WHEN MOV-IDX > QTDE-PRODUTOS-MOV
                   IF INCLUI-SE-FALTAR = "S"
                       PERFORM INCLUI-PRODUTO-MOVIMENTO
                   END-IF
               WHEN MOV-PRODUTO (MOV-IDX) = ESTOQUE-PRODUTO-CODIGO
                   MOVE "S" TO MOV-ACHADO
           END-SEARCH.

       INCLUI-PRODUTO-MOVIMENTO.
           IF QTDE-PRODUTOS-MOV < 500
               ADD 1 TO QTDE-PRODUTOS-MOV
               SET MOV-IDX TO QTDE-PRODUTOS-MOV
               MOVE ESTOQUE-PRODUTO-CODIGO TO MOV-PRODUTO (MOV-IDX)
               MOVE ZERO TO MOV-ENTRADAS (MOV-IDX)
               MOVE ZERO TO MOV-SAIDAS (MOV-IDX)
               MOVE ZERO TO MOV-AJUSTES (MOV-IDX)
               MOVE ZERO TO MOV-POSTERIOR (MOV-IDX)
               MOVE ZERO TO MOV-QTDE-CUSTEADA (MOV-IDX)
               MOVE ZERO TO MOV-VALOR-ENTRADAS (MOV-IDX)
               MOVE "N" TO MOV-TEM-FICHA (MOV-IDX)
               MOVE "S" TO MOV-ACHADO
           ELSE
               DISPLAY "TABELA DE MOVIMENTOS CHEIA. PRODUTO "
                       ESTOQUE-PRODUTO-CODIGO " FICA FORA."
           END-IF.

       VALORIZA-PROXIMA-FICHA.
           READ ARQUIVO-ESTOQUE NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               PERFORM VALORIZA-PRODUTO
           END-IF.

      *    VALORIZA-PRODUTO: SALDOS, CUSTO MEDIO E CONCILIACAO DA
      *    FICHA CORRENTE, GRAVADOS NA FOTOGRAFIA DA COMPETENCIA.
       VALORIZA-PRODUTO.
           ADD 1 TO TOTAL-PRODUTOS.
           MOVE "N" TO INCLUI-SE-FALTAR.
           PERFORM LOCALIZA-PRODUTO-MOVIMENTO.
           IF MOV-ACHADO = "S"
               MOVE "S" TO MOV-TEM-FICHA (MOV-IDX)
               MOVE MOV-ENTRADAS (MOV-IDX) TO ENTRADAS-MES
               MOVE MOV-SAIDAS (MOV-IDX) TO SAIDAS-MES
               MOVE MOV-AJUSTES (MOV-IDX) TO AJUSTES-MES
               COMPUTE SALDO-FECHAMENTO =
                   ESTOQUE-SALDO - MOV-POSTERIOR (MOV-IDX)
               COMPUTE ENTRADAS-SEM-CUSTO =
                   MOV-ENTRADAS (MOV-IDX) - MOV-QTDE-CUSTEADA (MOV-IDX)
           ELSE
               MOVE ZERO TO ENTRADAS-MES
               MOVE ZERO TO SAIDAS-MES
               MOVE ZERO TO AJUSTES-MES
               MOVE ESTOQUE-SALDO TO SALDO-FECHAMENTO
               MOVE ZERO TO ENTRADAS-SEM-CUSTO
           END-IF.
           COMPUTE MOVIMENTO-LIQUIDO =
               ENTRADAS-MES - SAIDAS-MES + AJUSTES-MES.

           PERFORM BUSCA-PRODUTO-CATALOGO.
           PERFORM BUSCA-ABERTURA.
           PERFORM CALCULA-CUSTO-MEDIO.

           IF TEM-ABERTURA = "S"
               COMPUTE DIFERENCA-LIVRO =
                   SALDO-FECHAMENTO - SALDO-ABERTURA
                 - MOVIMENTO-LIQUIDO
           ELSE
               MOVE ZERO TO DIFERENCA-LIVRO
               ADD 1 TO TOTAL-SEM-ABERTURA
           END-IF.
           IF SALDO-FECHAMENTO > 0
               COMPUTE VALOR-PRODUTO ROUNDED =
                   SALDO-FECHAMENTO * CUSTO-MEDIO
           ELSE
               MOVE ZERO TO VALOR-PRODUTO
           END-IF.
           ADD VALOR-PRODUTO TO TOTAL-VALOR.
           PERFORM GRAVA-VALORIZACAO.
           PERFORM ACUMULA-FAMILIA.

       BUSCA-PRODUTO-CATALOGO.
           MOVE ZERO TO CUSTO-CATALOGO.
           MOVE "PRODUTO FORA DO CATALOGO" TO DESCRICAO-PRODUTO.
           MOVE SPACE TO FAMILIA-PRODUTO.
           IF TEM-CATALOGO = "S"
               MOVE ESTOQUE-PRODUTO-CODIGO TO PRODUTO-CODIGO
               READ ARQUIVO-PRODUTO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PRODUTO-DESCRICAO TO DESCRICAO-PRODUTO
                       MOVE PRODUTO-FAMILIA TO FAMILIA-PRODUTO
                       IF PRODUTO-CUSTO IS NUMERIC
                           MOVE PRODUTO-CUSTO TO CUSTO-CATALOGO
                       END-IF
               END-READ
           END-IF.

      *    BUSCA-ABERTURA: O FECHAMENTO DO MES ANTERIOR NA
      *    FOTOGRAFIA. SEM ELE, A ABERTURA E O FECHAMENTO MENOS OS
      *    MOVIMENTOS DO MES E O CUSTO E O DO CATALOGO.
       BUSCA-ABERTURA.
           MOVE "N" TO TEM-ABERTURA.
           MOVE COMPETENCIA-ANTERIOR TO VALORIZACAO-COMPETENCIA.
           MOVE ESTOQUE-PRODUTO-CODIGO TO VALORIZACAO-PRODUTO.
           READ ARQUIVO-VALORIZACAO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO TEM-ABERTURA
                   MOVE VALORIZACAO-SALDO-FECHA TO SALDO-ABERTURA
                   MOVE VALORIZACAO-CUSTO-MEDIO TO CUSTO-ABERTURA
           END-READ.
           IF TEM-ABERTURA NOT = "S"
               COMPUTE SALDO-ABERTURA =
                   SALDO-FECHAMENTO - MOVIMENTO-LIQUIDO
               MOVE CUSTO-CATALOGO TO CUSTO-ABERTURA
           END-IF.

      *    CALCULA-CUSTO-MEDIO: (ABERTURA X CUSTO DA ABERTURA +
      *    ENTRADAS X CUSTO DE CADA ENTRADA) / (ABERTURA + ENTRADAS).
      *    ABERTURA NEGATIVA NAO ENTRA NA MEDIA. SEM QUANTIDADE, O
      *    MEDIO FICA O DA ABERTURA.
       CALCULA-CUSTO-MEDIO.
           MOVE ZERO TO QTDE-PONDERADA.
           MOVE ZERO TO VALOR-PONDERADO.
           IF SALDO-ABERTURA > 0
               MOVE SALDO-ABERTURA TO QTDE-PONDERADA
               COMPUTE VALOR-PONDERADO =
                   SALDO-ABERTURA * CUSTO-ABERTURA
           END-IF.
           IF MOV-ACHADO = "S"
               ADD MOV-ENTRADAS (MOV-IDX) TO QTDE-PONDERADA
               COMPUTE VALOR-PONDERADO = VALOR-PONDERADO
                 + MOV-VALOR-ENTRADAS (MOV-IDX)
                 + ENTRADAS-SEM-CUSTO * CUSTO-CATALOGO
           END-IF.
           IF QTDE-PONDERADA > 0 AND VALOR-PONDERADO > 0
               COMPUTE CUSTO-MEDIO ROUNDED =
                   VALOR-PONDERADO / QTDE-PONDERADA
           ELSE
               MOVE CUSTO-ABERTURA TO CUSTO-MEDIO
           END-IF.

      *    GRAVA-VALORIZACAO: VALORIZACAO REPETIDA NA MESMA
      *    COMPETENCIA REGRAVA A FOTOGRAFIA.
       GRAVA-VALORIZACAO.
           MOVE SPACE TO VALORIZACAO-REGISTRO.
           MOVE COMPETENCIA TO VALORIZACAO-COMPETENCIA.
           MOVE ESTOQUE-PRODUTO-CODIGO TO VALORIZACAO-PRODUTO.
           MOVE DESCRICAO-PRODUTO TO VALORIZACAO-DESCRICAO.
           MOVE FAMILIA-PRODUTO TO VALORIZACAO-FAMILIA.
           MOVE SALDO-ABERTURA TO VALORIZACAO-SALDO-ABERTURA.
           MOVE ENTRADAS-MES TO VALORIZACAO-ENTRADAS.
           MOVE SAIDAS-MES TO VALORIZACAO-SAIDAS.
           MOVE AJUSTES-MES TO VALORIZACAO-AJUSTES.
           MOVE SALDO-FECHAMENTO TO VALORIZACAO-SALDO-FECHA.
           MOVE DIFERENCA-LIVRO TO VALORIZACAO-DIFERENCA.
           MOVE CUSTO-MEDIO TO VALORIZACAO-CUSTO-MEDIO.
           MOVE VALOR-PRODUTO TO VALORIZACAO-VALOR.
           IF TEM-ABERTURA = "S"
               MOVE "N" TO VALORIZACAO-SEM-ABERTURA
           ELSE
               MOVE "S" TO VALORIZACAO-SEM-ABERTURA
           END-IF.
           MOVE DATA-HOJE TO VALORIZACAO-DATA.
           MOVE OPERADOR-ID TO VALORIZACAO-OPERADOR.
           WRITE VALORIZACAO-REGISTRO
               INVALID KEY
                   REWRITE VALORIZACAO-REGISTRO
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR A VALORIZACAO DO "
                                   "PRODUTO " VALORIZACAO-PRODUTO "."
                   END-REWRITE
           END-WRITE.

       ACUMULA-FAMILIA.
           SET FAMILIA-IDX TO 1.
           SEARCH FAMILIA-ENTRADA
               AT END
                   PERFORM INCLUI-FAMILIA
               WHEN FAMILIA-IDX > QTDE-FAMILIAS
                   PERFORM INCLUI-FAMILIA
               WHEN FAMILIA-NOME (FAMILIA-IDX) = FAMILIA-PRODUTO
                   PERFORM SOMA-FAMILIA
           END-SEARCH.

       INCLUI-FAMILIA.
           IF QTDE-FAMILIAS < 50
               ADD 1 TO QTDE-FAMILIAS
               SET FAMILIA-IDX TO QTDE-FAMILIAS
               MOVE FAMILIA-PRODUTO TO FAMILIA-NOME (FAMILIA-IDX)
               MOVE ZERO TO FAMILIA-PRODUTOS (FAMILIA-IDX)
               MOVE ZERO TO FAMILIA-UNIDADES (FAMILIA-IDX)
               MOVE ZERO TO FAMILIA-VALOR (FAMILIA-IDX)
               PERFORM SOMA-FAMILIA
           END-IF.

       SOMA-FAMILIA.
           ADD 1 TO FAMILIA-PRODUTOS (FAMILIA-IDX).
           IF SALDO-FECHAMENTO > 0
               ADD SALDO-FECHAMENTO TO FAMILIA-UNIDADES (FAMILIA-IDX)
           END-IF.
           ADD VALOR-PRODUTO TO FAMILIA-VALOR (FAMILIA-IDX).

       IMPRIME-FAMILIAS.
           DISPLAY " ".
           DISPLAY "VALOR DO ESTOQUE POR FAMILIA - COMPETENCIA "
                   COMPETENCIA.
           DISPLAY "--------------------------------------------".
           SET FAMILIA-IDX TO 1.
           PERFORM IMPRIME-UMA-FAMILIA
               UNTIL FAMILIA-IDX > QTDE-FAMILIAS.
           DISPLAY "--------------------------------------------".
           MOVE TOTAL-VALOR TO VALOR-EDITADO.
           DISPLAY "VALOR TOTAL DO ESTOQUE: " VALOR-EDITADO.

       IMPRIME-UMA-FAMILIA.
           MOVE FAMILIA-UNIDADES (FAMILIA-IDX) TO SALDO-EDITADO.
           MOVE FAMILIA-VALOR (FAMILIA-IDX) TO VALOR-EDITADO.
           IF FAMILIA-NOME (FAMILIA-IDX) = SPACE
               DISPLAY "(SEM FAMILIA) "
                       " PRODUTOS " FAMILIA-PRODUTOS (FAMILIA-IDX)
                       " UNIDADES " SALDO-EDITADO
                       " VALOR " VALOR-EDITADO
           ELSE
               DISPLAY FAMILIA-NOME (FAMILIA-IDX)
                       "     PRODUTOS " FAMILIA-PRODUTOS (FAMILIA-IDX)
                       " UNIDADES " SALDO-EDITADO
                       " VALOR " VALOR-EDITADO
           END-IF.
           SET FAMILIA-IDX UP BY 1.

      *    IMPRIME-DIVERGENCIAS: RELE A FOTOGRAFIA DA COMPETENCIA E
      *    LISTA O QUE O LIVRO NAO EXPLICA; DEPOIS OS PRODUTOS COM
      *    MOVIMENTO NO LIVRO E SEM FICHA DE ESTOQUE.
       IMPRIME-DIVERGENCIAS.
           DISPLAY " ".
           DISPLAY "CONCILIACAO - SALDO QUE O LIVRO NAO EXPLICA".
           DISPLAY "--------------------------------------------".
           MOVE COMPETENCIA TO VALORIZACAO-COMPETENCIA.
           MOVE ZERO TO VALORIZACAO-PRODUTO.
           MOVE "N" TO FINAL-ARQUIVO.
           START ARQUIVO-VALORIZACAO
               KEY IS NOT LESS THAN VALORIZACAO-CHAVE
               INVALID KEY
                   MOVE "S" TO FINAL-ARQUIVO
           END-START.
           PERFORM IMPRIME-PROXIMA-DIVERGENCIA
               UNTIL FINAL-ARQUIVO = "S".
           SET MOV-IDX TO 1.
           PERFORM IMPRIME-MOVIMENTO-SEM-FICHA
               UNTIL MOV-IDX > QTDE-PRODUTOS-MOV.
           IF TOTAL-DIVERGENTES = 0 AND TOTAL-SEM-FICHA = 0
               DISPLAY "NENHUMA DIVERGENCIA."
           END-IF.

       IMPRIME-PROXIMA-DIVERGENCIA.
           READ ARQUIVO-VALORIZACAO NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               IF VALORIZACAO-COMPETENCIA NOT = COMPETENCIA
                   MOVE "S" TO FINAL-ARQUIVO
               ELSE
                   IF VALORIZACAO-DIFERENCA NOT = ZERO
                       PERFORM IMPRIME-DIVERGENCIA
                   END-IF
               END-IF
           END-IF.

       IMPRIME-DIVERGENCIA.
           ADD 1 TO TOTAL-DIVERGENTES.
           MOVE VALORIZACAO-SALDO-ABERTURA TO SALDO-EDITADO.
           MOVE VALORIZACAO-SALDO-FECHA TO SALDO-EDITADO-2.
           MOVE VALORIZACAO-DIFERENCA TO DIFERENCA-EDITADA.
           DISPLAY VALORIZACAO-PRODUTO " " VALORIZACAO-DESCRICAO.
           DISPLAY "   ABERTURA " SALDO-EDITADO
                   " ENTRADAS " VALORIZACAO-ENTRADAS
                   " SAIDAS " VALORIZACAO-SAIDAS
                   " AJUSTES " VALORIZACAO-AJUSTES.
           DISPLAY "   FECHAMENTO " SALDO-EDITADO-2
                   " DIFERENCA " DIFERENCA-EDITADA.

       IMPRIME-MOVIMENTO-SEM-FICHA.
           IF MOV-TEM-FICHA (MOV-IDX) NOT = "S"
               ADD 1 TO TOTAL-SEM-FICHA
               COMPUTE MOVIMENTO-LIQUIDO =
                   MOV-ENTRADAS (MOV-IDX) - MOV-SAIDAS (MOV-IDX)
                 + MOV-AJUSTES (MOV-IDX) + MOV-POSTERIOR (MOV-IDX)
               MOVE MOVIMENTO-LIQUIDO TO DIFERENCA-EDITADA
               DISPLAY MOV-PRODUTO (MOV-IDX)
                       " MOVIMENTO NO LIVRO SEM FICHA DE ESTOQUE - "
                       "LIQUIDO " DIFERENCA-EDITADA
           END-IF.
           SET MOV-IDX UP BY 1.

       IMPRIME-TOTAIS.
           DISPLAY "==============================================".
           DISPLAY "PRODUTOS VALORIZADOS....: " TOTAL-PRODUTOS.
           DISPLAY "SEM FOTOGRAFIA ANTERIOR.: " TOTAL-SEM-ABERTURA.
           DISPLAY "SALDOS NAO EXPLICADOS...: " TOTAL-DIVERGENTES.
           DISPLAY "MOVIMENTO SEM FICHA.....: " TOTAL-SEM-FICHA.
           MOVE TOTAL-VALOR TO VALOR-EDITADO.
           DISPLAY "VALOR DO ESTOQUE........: " VALOR-EDITADO.
           DISPLAY "FOTOGRAFIA GRAVADA EM VALEST.DAT.".
