       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG178.
      *    TABELA DE PRECOS DO CLIENTE: PARA UM CLIENTE
      *    (PROG178-CLIENTE) OU, SEM ELE, PARA CADA CLIENTE COM
      *    ACORDO ATIVO EM DESCONTOS.DAT, MONTA O PRECO LIQUIDO DE
      *    CADA PRODUTO ATIVO NA DATA ESCOLHIDA (PROG178-DATA,
      *    PADRAO HOJE) PELA MESMA REGRA DA DIGITACAO DE PEDIDOS
      *    (PROG65): PRECO EM VIGOR EM PRECOS.DAT (PROG123) OU O DO
      *    CATALOGO, DEPOIS O ACORDO DO PRODUTO (PRECO COMBINADO OU
      *    PERCENTUAL) OU O ACORDO GERAL DO CLIENTE. CADA LINHA
      *    MOSTRA TAMBEM O FIM DA PROMOCAO EM VIGOR E O PROXIMO
      *    PRECO JA CARREGADO, COM A DATA EM QUE ENTRA.
      *    SAIDAS: TABPREC.TXT (IMPRESSA, COM O CABECALHO DA EMPRESA
      *    DE EMPRESA.DAT) E TABPREC.CSV (NO PADRAO DO PROG49). CADA
      *    TABELA GERADA ENFILEIRA O AVISO EM FILAEMAIL.DAT (MODELO
      *    TAB, A/C COMPRAS); CLIENTE QUE RECUSOU E-MAIL (LGPD) NAO
      *    ENTRA NA FILA E E CONTADO. PROG178-EMAIL=N SO GERA OS
      *    ARQUIVOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CLISEL.cob".
           COPY "PRODSEL.cob".
           COPY "PRCSEL.cob".
           COPY "DSCSEL.cob".
           COPY "EMPSEL.cob".
           COPY "EMQSEL.cob".
           SELECT ARQUIVO-TABELA
               ASSIGN TO "tabprec.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARQUIVO-CSV
               ASSIGN TO "tabprec.csv"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY "CLIREG.cob".
           COPY "PRODREG.cob".
           COPY "PRCREG.cob".
           COPY "DSCREG.cob".
           COPY "EMPREG.cob".
           COPY "EMQREG.cob".

       FD  ARQUIVO-TABELA.
       01  LINHA-TABELA PIC X(110).

       FD  ARQUIVO-CSV.
       01  LINHA-CSV PIC X(250).

       WORKING-STORAGE SECTION.

       01  CLIENTE-FILE-STATUS   PIC XX.
       01  CLIENTE-PATH          PIC X(100).
       01  PRODUTO-FILE-STATUS   PIC XX.
       01  PRODUTO-PATH          PIC X(100).
       01  PRECO-FILE-STATUS     PIC XX.
       01  PRECO-PATH            PIC X(100).
       01  DESCONTO-FILE-STATUS  PIC XX.
       01  DESCONTO-PATH         PIC X(100).
       01  EMPRESA-FILE-STATUS   PIC XX.
       01  EMPRESA-PATH          PIC X(100).
       01  EMPRESA-CODIGO-USO    PIC 9(02) VALUE 17.
       01  EMPRESA-CODIGO-ENV    PIC X(02).
       01  RAZAO-SOCIAL-EMPRESA  PIC X(40)
           VALUE "EMPRESA 17 COMERCIO E SERVICOS".
       01  ENDERECO-EMPRESA      PIC X(80) VALUE SPACE.
       01  FILA-EMAIL-FILE-STATUS PIC XX.
       01  TEM-PRECOS            PIC X VALUE "N".
       01  TEM-DESCONTOS         PIC X VALUE "N".
       01  FINAL-ARQUIVO         PIC X.
       01  FINAL-ARQUIVO-PRECO   PIC X.
       01  DATA-HOJE             PIC 9(08).

       01  DATA-TABELA           PIC 9(08).
       01  DATA-TABELA-ENV       PIC X(08).
       01  CLIENTE-PEDIDO        PIC 9(08) VALUE 0.
       01  CLIENTE-PEDIDO-ENV    PIC X(08).
       01  MODO-EMAIL            PIC X VALUE "S".

      *    CLIENTES A ATENDER NESTA RODADA: O INFORMADO OU OS QUE
      *    TEM ACORDO ATIVO NA DATA DA TABELA.
       01  QTDE-CLIENTES-TABELA  PIC 9(04) VALUE 0.
       01  TABELA-CLIENTES.
           05 CLIENTE-TABELA OCCURS 500 TIMES
                   INDEXED BY CLI-IDX.
              10 CLIENTE-TABELA-CODIGO PIC 9(08).
       01  CLIENTE-SUB           PIC 9(04).

       01  PERCENTUAL-GERAL      PIC 9(03)V9(02).
       01  PRECO-TABELA-ITEM     PIC 9(07)V9(02).
       01  PRECO-LIQUIDO-ITEM    PIC 9(07)V9(02).
       01  PROMOCAO-ATE          PIC 9(08).
       01  PROXIMO-PRECO         PIC 9(07)V9(02).
       01  PROXIMO-PRECO-DE      PIC 9(08).
       01  TIPO-ACORDO           PIC X(01).
           88 ACORDO-PRECO           VALUE "P".
           88 ACORDO-PERCENTUAL      VALUE "%".
           88 SEM-ACORDO             VALUE SPACE.
       01  PERCENTUAL-ITEM       PIC 9(03)V9(02).

       01  QTDE-ITENS-CLIENTE    PIC 9(05).
       01  TOTAL-TABELAS         PIC 9(05) VALUE 0.
       01  TOTAL-AVISOS          PIC 9(05) VALUE 0.
       01  TOTAL-SUPRIMIDOS      PIC 9(05) VALUE 0.
       01  TOTAL-RECUSADOS       PIC 9(05) VALUE 0.

       01  LINHA-DETALHE.
           05 DET-PRODUTO        PIC 9(05).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 DET-DESCRICAO      PIC X(30).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 DET-TABELA         PIC Z,ZZZ,ZZ9.99.
           05 FILLER             PIC X(01) VALUE SPACE.
           05 DET-ACORDO         PIC X(12).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 DET-LIQUIDO        PIC Z,ZZZ,ZZ9.99.
           05 FILLER             PIC X(01) VALUE SPACE.
           05 DET-PROMOCAO       PIC X(08).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 DET-PROXIMO        PIC X(12).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 DET-PROXIMO-DE     PIC X(08).

       01  PRECO-ACORDO-EDITADO  PIC Z,ZZZ,ZZ9.99.
       01  PERCENTUAL-EDITADO    PIC ZZ9.99.
       01  TABELA-CSV            PIC 9(07).9(02).
       01  LIQUIDO-CSV           PIC 9(07).9(02).
       01  PROXIMO-CSV           PIC 9(07).9(02).
       01  PERCENTUAL-CSV        PIC 9(03).9(02).
       01  CODIGO-CSV            PIC 9(08).
       01  PRODUTO-CSV           PIC 9(05).
       01  TAM-DESCRICAO         PIC 9(02).
       01  ASPA                  PIC X VALUE '"'.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE 0 TO RETURN-CODE.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM INICIALIZA-PARAMETROS.
           PERFORM INICIALIZA-CAMINHOS.
           PERFORM BUSCA-DADOS-EMPRESA.

           OPEN INPUT ARQUIVO-CLIENTE.
           OPEN INPUT ARQUIVO-PRODUTO.
           IF CLIENTE-FILE-STATUS NOT = "00"
                   OR PRODUTO-FILE-STATUS NOT = "00"
               DISPLAY "CLIENTES.DAT OU PRODUTOS.DAT NAO ENCONTRADO. "
                       "NADA A GERAR."
               MOVE 1 TO RETURN-CODE
               CLOSE ARQUIVO-CLIENTE
               CLOSE ARQUIVO-PRODUTO
           ELSE
               OPEN INPUT ARQUIVO-PRECO
               IF PRECO-FILE-STATUS = "00"
                   MOVE "S" TO TEM-PRECOS
               END-IF
               IF PRECO-FILE-STATUS = "05"
                   CLOSE ARQUIVO-PRECO
               END-IF
               OPEN INPUT ARQUIVO-DESCONTO
               IF DESCONTO-FILE-STATUS = "00"
                   MOVE "S" TO TEM-DESCONTOS
               END-IF
               IF DESCONTO-FILE-STATUS = "05"
                   CLOSE ARQUIVO-DESCONTO
               END-IF
               PERFORM SELECIONA-CLIENTES
               IF QTDE-CLIENTES-TABELA = 0
                   DISPLAY "NENHUM CLIENTE PARA GERAR TABELA."
               ELSE
                   OPEN OUTPUT ARQUIVO-TABELA
                   OPEN OUTPUT ARQUIVO-CSV
                   PERFORM GRAVA-CABECALHO-CSV
                   MOVE 1 TO CLIENTE-SUB
                   PERFORM GERA-TABELA-CLIENTE
                       UNTIL CLIENTE-SUB > QTDE-CLIENTES-TABELA
                   CLOSE ARQUIVO-TABELA
                   CLOSE ARQUIVO-CSV
               END-IF
               IF TEM-DESCONTOS = "S"
                   CLOSE ARQUIVO-DESCONTO
               END-IF
               IF TEM-PRECOS = "S"
                   CLOSE ARQUIVO-PRECO
               END-IF
               CLOSE ARQUIVO-CLIENTE
               CLOSE ARQUIVO-PRODUTO
               PERFORM IMPRIME-RESUMO
           END-IF.

       PROGRAM-DONE.
           GOBACK.

       INICIALIZA-PARAMETROS.
           MOVE SPACE TO DATA-TABELA-ENV.
           ACCEPT DATA-TABELA-ENV FROM ENVIRONMENT "PROG178-DATA".
           IF DATA-TABELA-ENV IS NUMERIC
               MOVE DATA-TABELA-ENV TO DATA-TABELA
           ELSE
               MOVE DATA-HOJE TO DATA-TABELA
           END-IF.
           MOVE SPACE TO CLIENTE-PEDIDO-ENV.
           ACCEPT CLIENTE-PEDIDO-ENV FROM ENVIRONMENT
               "PROG178-CLIENTE".
           IF CLIENTE-PEDIDO-ENV IS NUMERIC
               MOVE CLIENTE-PEDIDO-ENV TO CLIENTE-PEDIDO
           END-IF.
           ACCEPT MODO-EMAIL FROM ENVIRONMENT "PROG178-EMAIL".
           IF MODO-EMAIL NOT = "N"
               MOVE "S" TO MODO-EMAIL
           END-IF.

       INICIALIZA-CAMINHOS.
           MOVE "clientes.dat" TO CLIENTE-PATH.
           ACCEPT CLIENTE-PATH FROM ENVIRONMENT "CLIENTE_DAT".
           IF CLIENTE-PATH = SPACE
               MOVE "clientes.dat" TO CLIENTE-PATH
           END-IF.

           MOVE "produtos.dat" TO PRODUTO-PATH.
           ACCEPT PRODUTO-PATH FROM ENVIRONMENT "PRODUTO_DAT".
           IF PRODUTO-PATH = SPACE
               MOVE "produtos.dat" TO PRODUTO-PATH
           END-IF.

           MOVE "precos.dat" TO PRECO-PATH.
           ACCEPT PRECO-PATH FROM ENVIRONMENT "PRECO_DAT".
           IF PRECO-PATH = SPACE
               MOVE "precos.dat" TO PRECO-PATH
           END-IF.

           MOVE "descontos.dat" TO DESCONTO-PATH.
           ACCEPT DESCONTO-PATH FROM ENVIRONMENT "DESCONTO_DAT".
           IF DESCONTO-PATH = SPACE
               MOVE "descontos.dat" TO DESCONTO-PATH
           END-IF.

      *    BUSCA-DADOS-EMPRESA: O CABECALHO DA TABELA VEM DOS
      *    PARAMETROS DA EMPRESA (EMPRESA.DAT, PROG132); SEM
      *    PARAMETROS, FICA A RAZAO SOCIAL PADRAO.
       BUSCA-DADOS-EMPRESA.
           MOVE "empresa.dat" TO EMPRESA-PATH.
           ACCEPT EMPRESA-PATH FROM ENVIRONMENT "EMPRESA_DAT".
           IF EMPRESA-PATH = SPACE
               MOVE "empresa.dat" TO EMPRESA-PATH
           END-IF.
           MOVE SPACE TO EMPRESA-CODIGO-ENV.
           ACCEPT EMPRESA-CODIGO-ENV FROM ENVIRONMENT "EMPRESA".
           IF EMPRESA-CODIGO-ENV IS NUMERIC
               MOVE EMPRESA-CODIGO-ENV TO EMPRESA-CODIGO-USO
           END-IF.
           OPEN INPUT ARQUIVO-EMPRESA.
           IF EMPRESA-FILE-STATUS = "35"
               CONTINUE
           ELSE
               MOVE EMPRESA-CODIGO-USO TO EMPRESA-CODIGO
               READ ARQUIVO-EMPRESA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EMPRESA-RAZAO-SOCIAL
                           TO RAZAO-SOCIAL-EMPRESA
                       STRING EMPRESA-LOGRADOURO DELIMITED BY "  "
                              ", " EMPRESA-ENDER-NUMERO
                                  DELIMITED BY "  "
                              " - " EMPRESA-CIDADE DELIMITED BY "  "
                              "/" EMPRESA-UF " CNPJ " EMPRESA-CNPJ
                              DELIMITED BY SIZE
                           INTO ENDERECO-EMPRESA
               END-READ
               CLOSE ARQUIVO-EMPRESA
           END-IF.

      *    SELECIONA-CLIENTES: O CLIENTE INFORMADO, OU CADA CLIENTE
      *    COM PELO MENOS UM ACORDO ATIVO NA DATA DA TABELA
      *    (DESCONTOS.DAT VEM EM ORDEM DE CLIENTE).
       SELECIONA-CLIENTES.
           IF CLIENTE-PEDIDO NOT = 0
               MOVE 1 TO QTDE-CLIENTES-TABELA
               MOVE CLIENTE-PEDIDO TO CLIENTE-TABELA-CODIGO (1)
           ELSE
               IF TEM-DESCONTOS = "S"
                   MOVE "N" TO FINAL-ARQUIVO
                   PERFORM EXAMINA-PROXIMO-ACORDO
                       UNTIL FINAL-ARQUIVO = "S"
               END-IF
           END-IF.

       EXAMINA-PROXIMO-ACORDO.
           READ ARQUIVO-DESCONTO NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               IF DESCONTO-ATIVO
                       AND DESCONTO-VIGENCIA-DE <= DATA-TABELA
                       AND (DESCONTO-VIGENCIA-ATE = 0
                           OR DESCONTO-VIGENCIA-ATE >= DATA-TABELA)
                   IF QTDE-CLIENTES-TABELA = 0
                       PERFORM INCLUI-CLIENTE-TABELA
                   ELSE
                       IF DESCONTO-CLIENTE-CODIGO NOT =
                           CLIENTE-TABELA-CODIGO (QTDE-CLIENTES-TABELA)
                           PERFORM INCLUI-CLIENTE-TABELA
                       END-IF
                   END-IF
               END-IF
           END-IF.

       INCLUI-CLIENTE-TABELA.
           IF QTDE-CLIENTES-TABELA < 500
               ADD 1 TO QTDE-CLIENTES-TABELA
               MOVE DESCONTO-CLIENTE-CODIGO
                   TO CLIENTE-TABELA-CODIGO (QTDE-CLIENTES-TABELA)
           ELSE
               DISPLAY "*** MAIS DE 500 CLIENTES COM ACORDO - CLIENTE "
                       DESCONTO-CLIENTE-CODIGO " FICA FORA. ***"
           END-IF.

      *    GERA-TABELA-CLIENTE: SO CLIENTE ATIVO (OU LEGADO) E NAO
      *    FUNDIDO RECEBE TABELA.
       GERA-TABELA-CLIENTE.
           MOVE CLIENTE-TABELA-CODIGO (CLIENTE-SUB) TO CLIENTE-CODIGO.
           READ ARQUIVO-CLIENTE
               INVALID KEY
                   DISPLAY "CLIENTE " CLIENTE-CODIGO
                           " NAO CADASTRADO."
                   ADD 1 TO TOTAL-RECUSADOS
               NOT INVALID KEY
                   IF (CLIENTE-ATIVO OR CLIENTE-STATUS-LEGADO)
                           AND (CLIENTE-FUNDIDO-EM NOT NUMERIC
                               OR CLIENTE-FUNDIDO-EM = 0)
                       PERFORM MONTA-TABELA-CLIENTE
                   ELSE
                       DISPLAY "CLIENTE " CLIENTE-CODIGO
                               " INATIVO OU FUNDIDO - SEM TABELA."
                       ADD 1 TO TOTAL-RECUSADOS
                   END-IF
           END-READ.
           ADD 1 TO CLIENTE-SUB.

       MONTA-TABELA-CLIENTE.
           PERFORM BUSCA-ACORDO-GERAL.
           PERFORM IMPRIME-CABECALHO-TABELA.
           MOVE 0 TO QTDE-ITENS-CLIENTE.
           MOVE ZERO TO PRODUTO-CODIGO.
           START ARQUIVO-PRODUTO
               KEY IS NOT LESS THAN PRODUTO-CODIGO
               INVALID KEY
                   MOVE "S" TO FINAL-ARQUIVO
               NOT INVALID KEY
                   MOVE "N" TO FINAL-ARQUIVO
           END-START.
           PERFORM PRECIFICA-PROXIMO-PRODUTO
               UNTIL FINAL-ARQUIVO = "S".
           MOVE ALL "-" TO LINHA-TABELA.
           WRITE LINHA-TABELA.
           MOVE SPACE TO LINHA-TABELA.
           STRING "PRODUTOS NA TABELA: " QTDE-ITENS-CLIENTE
                  ".  PRECOS SUJEITOS A CONFIRMACAO NO PEDIDO."
               DELIMITED BY SIZE INTO LINHA-TABELA.
           WRITE LINHA-TABELA.
           MOVE SPACE TO LINHA-TABELA.
           WRITE LINHA-TABELA.
           ADD 1 TO TOTAL-TABELAS.
           DISPLAY "TABELA DO CLIENTE " CLIENTE-CODIGO " "
                   CLIENTE-NOME " - " QTDE-ITENS-CLIENTE " PRODUTOS".
           IF MODO-EMAIL = "S"
               IF RECUSA-EMAIL
                   ADD 1 TO TOTAL-SUPRIMIDOS
                   DISPLAY "    RECUSA E-MAIL - TABELA NAO ENFILEIRADA."
               ELSE
                   PERFORM ENFILEIRA-AVISO-TABELA
               END-IF
           END-IF.

       BUSCA-ACORDO-GERAL.
           MOVE ZERO TO PERCENTUAL-GERAL.
           IF TEM-DESCONTOS = "S"
               MOVE CLIENTE-CODIGO TO DESCONTO-CLIENTE-CODIGO
               MOVE ZERO TO DESCONTO-PRODUTO-CODIGO
               READ ARQUIVO-DESCONTO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DESCONTO-ATIVO
                               AND DESCONTO-VIGENCIA-DE <= DATA-TABELA
                               AND (DESCONTO-VIGENCIA-ATE = 0
                                   OR DESCONTO-VIGENCIA-ATE >=
                                       DATA-TABELA)
                           MOVE DESCONTO-PERCENTUAL
                               TO PERCENTUAL-GERAL
                       END-IF
               END-READ
           END-IF.

       IMPRIME-CABECALHO-TABELA.
           MOVE ALL "=" TO LINHA-TABELA.
           WRITE LINHA-TABELA.
           MOVE RAZAO-SOCIAL-EMPRESA TO LINHA-TABELA.
           WRITE LINHA-TABELA.
           IF ENDERECO-EMPRESA NOT = SPACE
               MOVE ENDERECO-EMPRESA TO LINHA-TABELA
               WRITE LINHA-TABELA
           END-IF.
           MOVE SPACE TO LINHA-TABELA.
           STRING "TABELA DE PRECOS VALIDA EM " DATA-TABELA
                  "   EMITIDA EM " DATA-HOJE
               DELIMITED BY SIZE INTO LINHA-TABELA.
           WRITE LINHA-TABELA.
           MOVE SPACE TO LINHA-TABELA.
           STRING "CLIENTE: " CLIENTE-CODIGO " - " CLIENTE-NOME
                  "   A/C DEPARTAMENTO DE COMPRAS"
               DELIMITED BY SIZE INTO LINHA-TABELA.
           WRITE LINHA-TABELA.
           IF PERCENTUAL-GERAL NOT = ZERO
               MOVE PERCENTUAL-GERAL TO PERCENTUAL-EDITADO
               MOVE SPACE TO LINHA-TABELA
               STRING "ACORDO GERAL: " PERCENTUAL-EDITADO
                      "% SOBRE O PRECO DE TABELA"
                   DELIMITED BY SIZE INTO LINHA-TABELA
               WRITE LINHA-TABELA
           END-IF.
           MOVE ALL "-" TO LINHA-TABELA.
           WRITE LINHA-TABELA.
           MOVE "PROD. DESCRICAO                            TABELA ACORD
      -         "O            LIQUIDO PROMOCAO   NOVO PRECO A PARTIR"
               TO LINHA-TABELA.
           WRITE LINHA-TABELA.
           MOVE ALL "-" TO LINHA-TABELA.
           WRITE LINHA-TABELA.

       PRECIFICA-PROXIMO-PRODUTO.
           READ ARQUIVO-PRODUTO NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               IF PRODUTO-ATIVO
                   PERFORM BUSCA-PRECO-TABELA-VIGENTE
                   PERFORM APLICA-ACORDO-DESCONTO
                   PERFORM GRAVA-LINHA-TABELA
                   PERFORM GRAVA-LINHA-CSV
                   ADD 1 TO QTDE-ITENS-CLIENTE
               END-IF
           END-IF.

      *    BUSCA-PRECO-TABELA-VIGENTE: A LINHA EM VIGOR NA DATA DA
      *    TABELA (A DE MAIOR VIGENCIA-DE JA INICIADA E NAO
      *    TERMINADA), COMO NO PROG65; A PRIMEIRA LINHA QUE COMECA
      *    DEPOIS DA DATA E O PROXIMO PRECO JA PROGRAMADO.
       BUSCA-PRECO-TABELA-VIGENTE.
           MOVE PRODUTO-PRECO TO PRECO-TABELA-ITEM.
           MOVE ZERO TO PROMOCAO-ATE.
           MOVE ZERO TO PROXIMO-PRECO.
           MOVE ZERO TO PROXIMO-PRECO-DE.
           IF TEM-PRECOS = "S"
               MOVE PRODUTO-CODIGO TO PRECO-PRODUTO-CODIGO
               MOVE ZERO TO PRECO-VIGENCIA-DE
               START ARQUIVO-PRECO
                   KEY IS GREATER THAN PRECO-CHAVE
                   INVALID KEY
                       CONTINUE
               END-START
               IF PRECO-FILE-STATUS = "00"
                   MOVE "N" TO FINAL-ARQUIVO-PRECO
                   PERFORM EXAMINA-LINHA-PRECO
                       UNTIL FINAL-ARQUIVO-PRECO = "S"
               END-IF
           END-IF.

       EXAMINA-LINHA-PRECO.
           READ ARQUIVO-PRECO NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO-PRECO
           END-READ.
           IF FINAL-ARQUIVO-PRECO NOT = "S"
               IF PRECO-PRODUTO-CODIGO NOT = PRODUTO-CODIGO
                   MOVE "S" TO FINAL-ARQUIVO-PRECO
               ELSE
                   IF PRECO-VIGENCIA-DE <= DATA-TABELA
                       IF PRECO-VIGENCIA-ATE = 0
                               OR PRECO-VIGENCIA-ATE >= DATA-TABELA
                           MOVE PRECO-VALOR TO PRECO-TABELA-ITEM
                           MOVE PRECO-VIGENCIA-ATE TO PROMOCAO-ATE
                       END-IF
                   ELSE
                       MOVE PRECO-VALOR TO PROXIMO-PRECO
                       MOVE PRECO-VIGENCIA-DE TO PROXIMO-PRECO-DE
                       MOVE "S" TO FINAL-ARQUIVO-PRECO
                   END-IF
               END-IF
           END-IF.

      *    APLICA-ACORDO-DESCONTO: ACORDO DO PRODUTO (PRECO OU
      *    PERCENTUAL) ANTES DO ACORDO GERAL DO CLIENTE, COMO NO
      *    PROG65.
       APLICA-ACORDO-DESCONTO.
           MOVE PRECO-TABELA-ITEM TO PRECO-LIQUIDO-ITEM.
           MOVE SPACE TO TIPO-ACORDO.
           MOVE ZERO TO PERCENTUAL-ITEM.
           IF TEM-DESCONTOS = "S"
               MOVE CLIENTE-CODIGO TO DESCONTO-CLIENTE-CODIGO
               MOVE PRODUTO-CODIGO TO DESCONTO-PRODUTO-CODIGO
               READ ARQUIVO-DESCONTO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM AVALIA-ACORDO-LIDO
               END-READ
           END-IF.
           IF SEM-ACORDO AND PERCENTUAL-GERAL NOT = ZERO
               MOVE PERCENTUAL-GERAL TO PERCENTUAL-ITEM
               MOVE "%" TO TIPO-ACORDO
               COMPUTE PRECO-LIQUIDO-ITEM ROUNDED =
                   PRECO-TABELA-ITEM * (100 - PERCENTUAL-ITEM) / 100
           END-IF.

       AVALIA-ACORDO-LIDO.
           IF DESCONTO-ATIVO
                   AND DESCONTO-VIGENCIA-DE <= DATA-TABELA
                   AND (DESCONTO-VIGENCIA-ATE = 0
                       OR DESCONTO-VIGENCIA-ATE >= DATA-TABELA)
               IF DESCONTO-PRECO NOT = ZERO
                   MOVE DESCONTO-PRECO TO PRECO-LIQUIDO-ITEM
                   MOVE "P" TO TIPO-ACORDO
               ELSE
                   IF DESCONTO-PERCENTUAL NOT = ZERO
                       MOVE DESCONTO-PERCENTUAL TO PERCENTUAL-ITEM
                       MOVE "%" TO TIPO-ACORDO
                       COMPUTE PRECO-LIQUIDO-ITEM ROUNDED =
                           PRECO-TABELA-ITEM
                           * (100 - PERCENTUAL-ITEM) / 100
                   END-IF
               END-IF
           END-IF.

       GRAVA-LINHA-TABELA.
           MOVE PRODUTO-CODIGO TO DET-PRODUTO.
           MOVE PRODUTO-DESCRICAO TO DET-DESCRICAO.
           MOVE PRECO-TABELA-ITEM TO DET-TABELA.
           EVALUATE TRUE
               WHEN ACORDO-PRECO
                   MOVE "COMBINADO" TO DET-ACORDO
               WHEN ACORDO-PERCENTUAL
                   MOVE PERCENTUAL-ITEM TO PERCENTUAL-EDITADO
                   MOVE SPACE TO DET-ACORDO
                   STRING "-" PERCENTUAL-EDITADO "%"
                       DELIMITED BY SIZE INTO DET-ACORDO
               WHEN OTHER
                   MOVE SPACE TO DET-ACORDO
           END-EVALUATE.
           MOVE PRECO-LIQUIDO-ITEM TO DET-LIQUIDO.
           IF PROMOCAO-ATE = 0
               MOVE SPACE TO DET-PROMOCAO
           ELSE
               MOVE PROMOCAO-ATE TO DET-PROMOCAO
           END-IF.
           IF PROXIMO-PRECO-DE = 0
               MOVE SPACE TO DET-PROXIMO
               MOVE SPACE TO DET-PROXIMO-DE
           ELSE
               MOVE PROXIMO-PRECO TO PRECO-ACORDO-EDITADO
               MOVE PRECO-ACORDO-EDITADO TO DET-PROXIMO
               MOVE PROXIMO-PRECO-DE TO DET-PROXIMO-DE
           END-IF.
           MOVE LINHA-DETALHE TO LINHA-TABELA.
           WRITE LINHA-TABELA.

       GRAVA-CABECALHO-CSV.
           MOVE SPACE TO LINHA-CSV.
           STRING '"CLIENTE","DATA","PRODUTO","DESCRICAO",'
                  '"PRECO_TABELA","ACORDO","PERCENTUAL",'
                  '"PRECO_LIQUIDO","PROMOCAO_ATE","NOVO_PRECO",'
                  '"NOVO_PRECO_DE"'
                  DELIMITED BY SIZE
               INTO LINHA-CSV.
           WRITE LINHA-CSV.

      *    GRAVA-LINHA-CSV: MESMO PADRAO DO PROG49 - CAMPOS ENTRE
      *    ASPAS, SEM OS ESPACOS A DIREITA DA DESCRICAO; VALORES COM
      *    PONTO DECIMAL.
       GRAVA-LINHA-CSV.
           MOVE 30 TO TAM-DESCRICAO.
           PERFORM REDUZ-TAM-DESCRICAO
               UNTIL TAM-DESCRICAO = 1
                  OR PRODUTO-DESCRICAO (TAM-DESCRICAO:1) NOT = SPACE.
           MOVE CLIENTE-CODIGO TO CODIGO-CSV.
           MOVE PRODUTO-CODIGO TO PRODUTO-CSV.
           MOVE PERCENTUAL-ITEM TO PERCENTUAL-CSV.
           MOVE PRECO-TABELA-ITEM TO TABELA-CSV.
           MOVE PRECO-LIQUIDO-ITEM TO LIQUIDO-CSV.
           MOVE PROXIMO-PRECO TO PROXIMO-CSV.
           MOVE SPACE TO LINHA-CSV.
           STRING ASPA                              DELIMITED BY SIZE
                  CODIGO-CSV                        DELIMITED BY SIZE
                  ASPA                              DELIMITED BY SIZE
                  ","                               DELIMITED BY SIZE
                  ASPA                              DELIMITED BY SIZE
                  DATA-TABELA                       DELIMITED BY SIZE
                  ASPA                              DELIMITED BY SIZE
                  ","                               DELIMITED BY SIZE
                  ASPA                              DELIMITED BY SIZE
                  PRODUTO-CSV                       DELIMITED BY SIZE
                  ASPA                              DELIMITED BY SIZE
                  ","                               DELIMITED BY SIZE
                  ASPA                              DELIMITED BY SIZE
                  PRODUTO-DESCRICAO (1:TAM-DESCRICAO)
                                                    DELIMITED BY SIZE
                  ASPA                              DELIMITED BY SIZE
                  ","                               DELIMITED BY SIZE
                  ASPA                              DELIMITED BY SIZE
                  TABELA-CSV                        DELIMITED BY SIZE
                  ASPA                              DELIMITED BY SIZE
                  ","                               DELIMITED BY SIZE
                  ASPA                              DELIMITED BY SIZE
                  TIPO-ACORDO                       DELIMITED BY SIZE
                  ASPA                              DELIMITED BY SIZE
                  ","                               DELIMITED BY SIZE
                  ASPA                              DELIMITED BY SIZE
                  PERCENTUAL-CSV                    DELIMITED BY SIZE
                  ASPA                              DELIMITED BY SIZE
                  ","                               DELIMITED BY SIZE
                  ASPA                              DELIMITED BY SIZE
                  LIQUIDO-CSV                       DELIMITED BY SIZE
                  ASPA                              DELIMITED BY SIZE
                  ","                               DELIMITED BY SIZE
                  ASPA                              DELIMITED BY SIZE
                  PROMOCAO-ATE                      DELIMITED BY SIZE
                  ASPA                              DELIMITED BY SIZE
                  ","                               DELIMITED BY SIZE
                  ASPA                              DELIMITED BY SIZE
                  PROXIMO-CSV                       DELIMITED BY SIZE
                  ASPA                              DELIMITED BY SIZE
                  ","                               DELIMITED BY SIZE
                  ASPA                              DELIMITED BY SIZE
                  PROXIMO-PRECO-DE                  DELIMITED BY SIZE
                  ASPA                              DELIMITED BY SIZE
               INTO LINHA-CSV.
           WRITE LINHA-CSV.

       REDUZ-TAM-DESCRICAO.
           SUBTRACT 1 FROM TAM-DESCRICAO.

      *    ENFILEIRA-AVISO-TABELA: A TABELA VAI AO CLIENTE PELA FILA
      *    DE E-MAIL (FILAEMAIL.DAT); O PROG143 FORMATA E ENVIA.
       ENFILEIRA-AVISO-TABELA.
           OPEN EXTEND ARQUIVO-FILA-EMAIL.
           IF FILA-EMAIL-FILE-STATUS = "35"
               CLOSE ARQUIVO-FILA-EMAIL
               OPEN OUTPUT ARQUIVO-FILA-EMAIL
           END-IF.
           MOVE SPACE TO FILA-EMAIL-REGISTRO.
           MOVE ZERO TO FILA-SEQ.
           MOVE "TAB" TO FILA-TEMPLATE.
           MOVE CLIENTE-CODIGO TO FILA-CLIENTE-CODIGO.
           MOVE SPACE TO FILA-CAMPOS.
           STRING "A/C COMPRAS TABELA " DATA-TABELA
                  " ITENS " QTDE-ITENS-CLIENTE
               DELIMITED BY SIZE INTO FILA-CAMPOS.
           MOVE DATA-HOJE TO FILA-DATA.
           ACCEPT FILA-HORA FROM TIME.
           MOVE "P" TO FILA-SITUACAO.
           WRITE FILA-EMAIL-REGISTRO.
           CLOSE ARQUIVO-FILA-EMAIL.
           ADD 1 TO TOTAL-AVISOS.

       IMPRIME-RESUMO.
           DISPLAY "-------------------------------------------------".
           DISPLAY "TABELAS GERADAS (TABPREC.TXT/.CSV): "
                   TOTAL-TABELAS.
           DISPLAY "CLIENTES SEM TABELA...............: "
                   TOTAL-RECUSADOS.
           IF MODO-EMAIL = "S"
               DISPLAY "ENFILEIRADAS PARA E-MAIL..........: "
                       TOTAL-AVISOS
               DISPLAY "SUPRIMIDAS POR RECUSA (LGPD)......: "
                       TOTAL-SUPRIMIDOS
           END-IF.
