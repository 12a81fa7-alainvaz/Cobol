      *    SAEM AS ESTATISTICAS ANTES/DEPOIS: CONTAGEM, BYTES UTEIS
      *    (REGISTROS X TAMANHO) E OS TOTAIS POR STATUS PELOS 88
      *    CLIENTE-ATIVO/INATIVO E FUNCIONARIO-ATIVO/INATIVO.
      *    FATURAS.DAT E RECARREGADO EM FATURAS.NOVO COM AS CHAVES
      *    ALTERNATIVAS POR CLIENTE E POR SITUACAO + VENCIMENTO; O
      *    ARQUIVO NOVO E PERCORRIDO POR CADA UMA DELAS E AS LEITURAS
      *    TEM DE BATER COM AS CONTAGENS DA DESCARGA (CLIENTES COM
      *    FATURA, TITULOS "A" E "P" E O VENCIMENTO MAIS ANTIGO).
      *    PEDIDOS.DAT (INDEXADO POR NUMERO + LINHA) E RECARREGADO EM
      *    PEDIDOS.NOVO COM A CHAVE ALTERNATIVA DO CLIENTE, QUE E
      *    PERCORRIDA NO FIM: TODAS AS LINHAS TEM DE APARECER NELA.
      *    RODA SEM OPERADOR, PARA ENTRAR COMO ETAPA DO LOTE NOTURNO
      *    DO PROG50.
      *    CLIENTES.NOVO LEVA TAMBEM A CHAVE ALTERNATIVA DO CPF/CNPJ.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           COPY "CLISEL.cob".
           COPY "CSELEC.cob".
           COPY "TERMSEL.cob".
           COPY "FATSEL.cob".
           COPY "PEDSEL.cob".
           SELECT ARQUIVO-TRABALHO
               ASSIGN TO "reorg.tmp"
               ORGANIZATION IS SEQUENTIAL
               RECORD KEY IS NOVO-CLI-CODIGO
               ALTERNATE RECORD KEY IS NOVO-CLI-TELEFONE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS NOVO-CLI-DOCUMENTO
                   WITH DUPLICATES
               FILE STATUS IS CLIENTE-NOVO-FILE-STATUS.
           SELECT ARQUIVO-FUNC-NOVO
               ASSIGN TO "funcion.novo"
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NOVO-TERM-CHAVE
               FILE STATUS IS TERM-NOVO-FILE-STATUS.
           SELECT ARQUIVO-FATURA-NOVO
               ASSIGN TO "faturas.novo"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NOVO-FAT-NUMERO
               ALTERNATE RECORD KEY IS NOVO-FAT-CLIENTE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS NOVO-FAT-CHAVE-SITUACAO
                   WITH DUPLICATES
               FILE STATUS IS FAT-NOVO-FILE-STATUS.
           SELECT ARQUIVO-PEDIDO-NOVO
               ASSIGN TO "pedidos.novo"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NOVO-PED-CHAVE
               ALTERNATE RECORD KEY IS NOVO-PED-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS PED-NOVO-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "CLIREG.cob".
           COPY "CARQF.cob".
           COPY "TERMREG.cob".
           COPY "FATREG.cob".
           COPY "PEDREG.cob".

       FD  ARQUIVO-TRABALHO.
       01  TRABALHO-REGISTRO PIC X(201).

      *    OS LEIAUTES NOVOS ESPELHAM OS COPYBOOKS - SO AS CHAVES
      *    PRECISAM DE NOME PROPRIO, O RESTO VIAJA COMO FILLER.
           05 NOVO-CLI-CODIGO   PIC 9(08).
           05 FILLER            PIC X(111).
           05 NOVO-CLI-TELEFONE PIC X(15).
           05 FILLER            PIC X(53).
           05 NOVO-CLI-DOCUMENTO PIC 9(14).

       FD  ARQUIVO-FUNC-NOVO.
       01  FUNC-NOVO-REGISTRO.
           05 NOVO-FUNC-CODIGO  PIC 9(05).
           05 FILLER            PIC X(175).

       FD  ARQUIVO-TERM-NOVO.
       01  TERM-NOVO-REGISTRO.
           05 NOVO-TERM-CHAVE   PIC X(10).
           05 FILLER            PIC X(29).

       FD  ARQUIVO-FATURA-NOVO.
       01  FAT-NOVO-REGISTRO.
           05 NOVO-FAT-NUMERO   PIC 9(07).
           05 FILLER            PIC X(07).
           05 NOVO-FAT-CLIENTE  PIC 9(08).
           05 FILLER            PIC X(58).
           05 NOVO-FAT-CHAVE-SITUACAO.
              10 NOVO-FAT-SITUACAO   PIC X(01).
              10 NOVO-FAT-VENCIMENTO PIC 9(08).
           05 FILLER            PIC X(18).

       FD  ARQUIVO-PEDIDO-NOVO.
       01  PED-NOVO-REGISTRO.
           05 NOVO-PED-TIPO     PIC X(01).
           05 NOVO-PED-CHAVE    PIC X(10).
           05 FILLER            PIC X(72).
           05 NOVO-PED-CLIENTE  PIC 9(08).

       WORKING-STORAGE SECTION.

       01  CLIENTE-NOVO-FILE-STATUS PIC XX.
       01  FUNC-NOVO-FILE-STATUS    PIC XX.
       01  TERM-NOVO-FILE-STATUS    PIC XX.
       01  FATURA-FILE-STATUS       PIC XX.
       01  FATURA-PATH              PIC X(100).
       01  FAT-NOVO-FILE-STATUS     PIC XX.
       01  PEDIDO-FILE-STATUS       PIC XX.
       01  PEDIDO-PATH              PIC X(100).
       01  PED-NOVO-FILE-STATUS     PIC XX.
       01  FINAL-ARQUIVO            PIC X.

       01  TOTAL-DESCARREGADOS      PIC 9(07).
       01  BYTES-UTEIS              PIC 9(11).
       01  HOUVE-DIVERGENCIA        PIC X VALUE "N".

       01  TOTAL-FAT-ABERTAS        PIC 9(07).
       01  TOTAL-FAT-PARCIAIS       PIC 9(07).
       01  TOTAL-FAT-LIQUIDADAS     PIC 9(07).
       01  TOTAL-FAT-BAIXADAS       PIC 9(07).
       01  TOTAL-CLIENTES-FATURA    PIC 9(07).
       01  TOTAL-LIDOS-CHAVE        PIC 9(07).
       01  ULTIMO-CLIENTE-LIDO      PIC 9(08).
       01  SITUACAO-PERCORRIDA      PIC X(01).
       01  MENOR-VENCIMENTO         PIC 9(08).

       01  TOTAL-PED-CABECALHOS     PIC 9(07).
       01  TOTAL-PED-ITENS          PIC 9(07).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE 0 TO RETURN-CODE.
           PERFORM REORGANIZA-CLIENTES.
           PERFORM REORGANIZA-FUNCIONARIOS.
           PERFORM REORGANIZA-TERMINAIS.
           PERFORM REORGANIZA-FATURAS.
           PERFORM REORGANIZA-PEDIDOS.

           IF HOUVE-DIVERGENCIA = "S"
               DISPLAY "*** HOUVE DIVERGENCIA DE CONTAGEM. NAO "
               MOVE 1 TO RETURN-CODE
           ELSE
               DISPLAY "CONTAGENS CONFEREM. TROQUE CLIENTES.NOVO / "
                       "FUNCION.NOVO / TERMINAI.NOVO / FATURAS.NOVO / "
                       "PEDIDOS.NOVO PELOS ATIVOS."
           END-IF.

       PROGRAM-DONE.
               MOVE "funcionarios.dat" TO FUNCIONARIO-PATH
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

      *    REORGANIZA-CLIENTES: DESCARGA, RECARGA E CONFERENCIA.
       REORGANIZA-CLIENTES.
           MOVE 0 TO TOTAL-DESCARREGADOS TOTAL-RECARREGADOS
                       ADD 1 TO TOTAL-LEGADOS
               END-EVALUATE
               MOVE SPACE TO TRABALHO-REGISTRO
               MOVE CLIENTE-REGISTRO TO TRABALHO-REGISTRO (1:201)
               WRITE TRABALHO-REGISTRO
           END-IF.

                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               MOVE TRABALHO-REGISTRO (1:201)
                   TO CLIENTE-NOVO-REGISTRO
               WRITE CLIENTE-NOVO-REGISTRO
                   INVALID KEY
                       ADD 1 TO TOTAL-LEGADOS
               END-EVALUATE
               MOVE SPACE TO TRABALHO-REGISTRO
               MOVE FUNCIONARIO-REGISTRO TO TRABALHO-REGISTRO (1:180)
               WRITE TRABALHO-REGISTRO
           END-IF.

                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               MOVE TRABALHO-REGISTRO (1:180)
                   TO FUNC-NOVO-REGISTRO
               WRITE FUNC-NOVO-REGISTRO
                   INVALID KEY
           IF FINAL-ARQUIVO NOT = "S"
               ADD 1 TO TOTAL-DESCARREGADOS
               MOVE SPACE TO TRABALHO-REGISTRO
               MOVE TERMINAL-REGISTRO TO TRABALHO-REGISTRO (1:39)
               WRITE TRABALHO-REGISTRO
           END-IF.

                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               MOVE TRABALHO-REGISTRO (1:39)
                   TO TERM-NOVO-REGISTRO
               WRITE TERM-NOVO-REGISTRO
                   INVALID KEY
           DISPLAY "-- TERMINAIS --".
           DISPLAY "REGISTROS DESCARREGADOS: " TOTAL-DESCARREGADOS.
           DISPLAY "REGISTROS RECARREGADOS.: " TOTAL-RECARREGADOS.
           COMPUTE BYTES-UTEIS = TOTAL-DESCARREGADOS * 39.
           DISPLAY "BYTES UTEIS............: " BYTES-UTEIS.
           IF TOTAL-RECARREGADOS NOT = TOTAL-DESCARREGADOS
               MOVE "S" TO HOUVE-DIVERGENCIA
           END-IF.

      *    REORGANIZA-FATURAS: A RECARGA EM FATURAS.NOVO MONTA AS
      *    CHAVES ALTERNATIVAS (CLIENTE E SITUACAO + VENCIMENTO); DEPOIS
      *    O ARQUIVO NOVO E PERCORRIDO POR ELAS PARA CONFERIR.
       REORGANIZA-FATURAS.
           MOVE 0 TO TOTAL-DESCARREGADOS TOTAL-RECARREGADOS
                   TOTAL-FAT-ABERTAS TOTAL-FAT-PARCIAIS
                   TOTAL-FAT-LIQUIDADAS TOTAL-FAT-BAIXADAS
                   TOTAL-LEGADOS.

           OPEN INPUT ARQUIVO-FATURA.
           IF FATURA-FILE-STATUS = "35"
               DISPLAY "FATURAS.DAT NAO ENCONTRADO. REORG PULADA."
           ELSE
               OPEN OUTPUT ARQUIVO-TRABALHO
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM DESCARREGA-PROXIMA-FATURA
                   UNTIL FINAL-ARQUIVO = "S"
               CLOSE ARQUIVO-FATURA
               CLOSE ARQUIVO-TRABALHO

               OPEN INPUT ARQUIVO-TRABALHO
               OPEN OUTPUT ARQUIVO-FATURA-NOVO
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM RECARREGA-PROXIMA-FATURA
                   UNTIL FINAL-ARQUIVO = "S"
               CLOSE ARQUIVO-TRABALHO
               CLOSE ARQUIVO-FATURA-NOVO

               PERFORM IMPRIME-ESTATISTICA-FATURAS
               PERFORM CONFERE-CHAVES-FATURAS
           END-IF.

       DESCARREGA-PROXIMA-FATURA.
           READ ARQUIVO-FATURA NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               ADD 1 TO TOTAL-DESCARREGADOS
               EVALUATE TRUE
                   WHEN FATURA-ABERTA
                       ADD 1 TO TOTAL-FAT-ABERTAS
                   WHEN FATURA-PARCIAL
                       ADD 1 TO TOTAL-FAT-PARCIAIS
                   WHEN FATURA-LIQUIDADA
                       ADD 1 TO TOTAL-FAT-LIQUIDADAS
                   WHEN FATURA-BAIXADA-PERDA
                       ADD 1 TO TOTAL-FAT-BAIXADAS
                   WHEN OTHER
                       ADD 1 TO TOTAL-LEGADOS
               END-EVALUATE
               MOVE SPACE TO TRABALHO-REGISTRO
               MOVE FATURA-REGISTRO TO TRABALHO-REGISTRO (1:107)
               WRITE TRABALHO-REGISTRO
           END-IF.

       RECARREGA-PROXIMA-FATURA.
           READ ARQUIVO-TRABALHO
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               MOVE TRABALHO-REGISTRO (1:107)
                   TO FAT-NOVO-REGISTRO
               WRITE FAT-NOVO-REGISTRO
                   INVALID KEY
                       DISPLAY "CHAVE DUPLICADA NA RECARGA DE "
                               "FATURAS: " NOVO-FAT-NUMERO
                   NOT INVALID KEY
                       ADD 1 TO TOTAL-RECARREGADOS
               END-WRITE
           END-IF.

       IMPRIME-ESTATISTICA-FATURAS.
           DISPLAY "-- FATURAS --".
           DISPLAY "REGISTROS DESCARREGADOS: " TOTAL-DESCARREGADOS.
           DISPLAY "REGISTROS RECARREGADOS.: " TOTAL-RECARREGADOS.
           COMPUTE BYTES-UTEIS = TOTAL-DESCARREGADOS * 107.
           DISPLAY "BYTES UTEIS............: " BYTES-UTEIS.
           DISPLAY "ABERTAS " TOTAL-FAT-ABERTAS
                   " PARCIAIS " TOTAL-FAT-PARCIAIS
                   " LIQUIDADAS " TOTAL-FAT-LIQUIDADAS.
           DISPLAY "BAIXADAS " TOTAL-FAT-BAIXADAS
                   " LEGADOS " TOTAL-LEGADOS.
           IF TOTAL-RECARREGADOS NOT = TOTAL-DESCARREGADOS
               MOVE "S" TO HOUVE-DIVERGENCIA
           END-IF.

      *    CONFERE-CHAVES-FATURAS: PELA CHAVE DE CLIENTE TODOS OS
      *    REGISTROS TEM DE APARECER; PELA CHAVE DE SITUACAO, OS "A"
      *    E OS "P" TEM DE BATER COM A DESCARGA.
       CONFERE-CHAVES-FATURAS.
           OPEN INPUT ARQUIVO-FATURA-NOVO.

           MOVE 0 TO TOTAL-LIDOS-CHAVE TOTAL-CLIENTES-FATURA.
           MOVE ZERO TO ULTIMO-CLIENTE-LIDO.
           MOVE "N" TO FINAL-ARQUIVO.
           MOVE ZERO TO NOVO-FAT-CLIENTE.
           START ARQUIVO-FATURA-NOVO
               KEY IS NOT LESS THAN NOVO-FAT-CLIENTE
               INVALID KEY
                   MOVE "S" TO FINAL-ARQUIVO
           END-START.
           PERFORM LE-PROXIMA-POR-CLIENTE
               UNTIL FINAL-ARQUIVO = "S".
           DISPLAY "CHAVE CLIENTE..........: " TOTAL-LIDOS-CHAVE
                   " FATURA(S) DE " TOTAL-CLIENTES-FATURA
                   " CLIENTE(S)".
           IF TOTAL-LIDOS-CHAVE NOT = TOTAL-RECARREGADOS
               DISPLAY "*** CHAVE CLIENTE NAO BATE COM A RECARGA ***"
               MOVE "S" TO HOUVE-DIVERGENCIA
           END-IF.

           MOVE "A" TO SITUACAO-PERCORRIDA.
           PERFORM PERCORRE-SITUACAO.
           DISPLAY "CHAVE SITUACAO - ABERTAS.: " TOTAL-LIDOS-CHAVE
                   " VENCIMENTO MAIS ANTIGO " MENOR-VENCIMENTO.
           IF TOTAL-LIDOS-CHAVE NOT = TOTAL-FAT-ABERTAS
               DISPLAY "*** CHAVE SITUACAO NAO BATE (ABERTAS) ***"
               MOVE "S" TO HOUVE-DIVERGENCIA
           END-IF.

           MOVE "P" TO SITUACAO-PERCORRIDA.
           PERFORM PERCORRE-SITUACAO.
           DISPLAY "CHAVE SITUACAO - PARCIAIS: " TOTAL-LIDOS-CHAVE
                   " VENCIMENTO MAIS ANTIGO " MENOR-VENCIMENTO.
           IF TOTAL-LIDOS-CHAVE NOT = TOTAL-FAT-PARCIAIS
               DISPLAY "*** CHAVE SITUACAO NAO BATE (PARCIAIS) ***"
               MOVE "S" TO HOUVE-DIVERGENCIA
           END-IF.

           CLOSE ARQUIVO-FATURA-NOVO.

       LE-PROXIMA-POR-CLIENTE.
           READ ARQUIVO-FATURA-NOVO NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               ADD 1 TO TOTAL-LIDOS-CHAVE
               IF TOTAL-LIDOS-CHAVE = 1
                       OR NOVO-FAT-CLIENTE NOT = ULTIMO-CLIENTE-LIDO
                   ADD 1 TO TOTAL-CLIENTES-FATURA
                   MOVE NOVO-FAT-CLIENTE TO ULTIMO-CLIENTE-LIDO
               END-IF
           END-IF.

      *    PERCORRE-SITUACAO: A CHAVE VEM EM ORDEM DE VENCIMENTO, ENTAO
      *    O PRIMEIRO TITULO LIDO DA SITUACAO E O MAIS ANTIGO.
       PERCORRE-SITUACAO.
           MOVE 0 TO TOTAL-LIDOS-CHAVE.
           MOVE ZERO TO MENOR-VENCIMENTO.
           MOVE "N" TO FINAL-ARQUIVO.
           MOVE SITUACAO-PERCORRIDA TO NOVO-FAT-SITUACAO.
           MOVE ZERO TO NOVO-FAT-VENCIMENTO.
           START ARQUIVO-FATURA-NOVO
               KEY IS NOT LESS THAN NOVO-FAT-CHAVE-SITUACAO
               INVALID KEY
                   MOVE "S" TO FINAL-ARQUIVO
           END-START.
           PERFORM LE-PROXIMA-POR-SITUACAO
               UNTIL FINAL-ARQUIVO = "S".

       LE-PROXIMA-POR-SITUACAO.
           READ ARQUIVO-FATURA-NOVO NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               IF NOVO-FAT-SITUACAO NOT = SITUACAO-PERCORRIDA
                   MOVE "S" TO FINAL-ARQUIVO
               ELSE
                   ADD 1 TO TOTAL-LIDOS-CHAVE
                   IF TOTAL-LIDOS-CHAVE = 1
                       MOVE NOVO-FAT-VENCIMENTO TO MENOR-VENCIMENTO
                   END-IF
               END-IF
           END-IF.

      *    REORGANIZA-PEDIDOS: DESCARGA PELA CHAVE PRINCIPAL (O
      *    CABECALHO SEGUIDO DOS ITENS), RECARGA EM PEDIDOS.NOVO E
      *    CONFERENCIA PELA CHAVE ALTERNATIVA DO CLIENTE.
       REORGANIZA-PEDIDOS.
           MOVE 0 TO TOTAL-DESCARREGADOS TOTAL-RECARREGADOS
                   TOTAL-PED-CABECALHOS TOTAL-PED-ITENS
                   TOTAL-LEGADOS.

           OPEN INPUT ARQUIVO-PEDIDO.
           IF PEDIDO-FILE-STATUS = "35"
               DISPLAY "PEDIDOS.DAT NAO ENCONTRADO. REORG PULADA."
           ELSE
               OPEN OUTPUT ARQUIVO-TRABALHO
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM DESCARREGA-PROXIMO-PEDIDO
                   UNTIL FINAL-ARQUIVO = "S"
               CLOSE ARQUIVO-PEDIDO
               CLOSE ARQUIVO-TRABALHO

               OPEN INPUT ARQUIVO-TRABALHO
               OPEN OUTPUT ARQUIVO-PEDIDO-NOVO
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM RECARREGA-PROXIMO-PEDIDO
                   UNTIL FINAL-ARQUIVO = "S"
               CLOSE ARQUIVO-TRABALHO
               CLOSE ARQUIVO-PEDIDO-NOVO

               PERFORM IMPRIME-ESTATISTICA-PEDIDOS
               PERFORM CONFERE-CHAVE-PEDIDOS
           END-IF.

       DESCARREGA-PROXIMO-PEDIDO.
           READ ARQUIVO-PEDIDO NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               ADD 1 TO TOTAL-DESCARREGADOS
               EVALUATE TRUE
                   WHEN PEDIDO-CABECALHO
                       ADD 1 TO TOTAL-PED-CABECALHOS
                   WHEN PEDIDO-ITEM
                       ADD 1 TO TOTAL-PED-ITENS
                   WHEN OTHER
                       ADD 1 TO TOTAL-LEGADOS
               END-EVALUATE
               MOVE SPACE TO TRABALHO-REGISTRO
               MOVE PEDIDO-REGISTRO TO TRABALHO-REGISTRO (1:91)
               WRITE TRABALHO-REGISTRO
           END-IF.

       RECARREGA-PROXIMO-PEDIDO.
           READ ARQUIVO-TRABALHO
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               MOVE TRABALHO-REGISTRO (1:91)
                   TO PED-NOVO-REGISTRO
               WRITE PED-NOVO-REGISTRO
                   INVALID KEY
                       DISPLAY "CHAVE DUPLICADA NA RECARGA DE "
                               "PEDIDOS: " NOVO-PED-CHAVE
                   NOT INVALID KEY
                       ADD 1 TO TOTAL-RECARREGADOS
               END-WRITE
           END-IF.

       IMPRIME-ESTATISTICA-PEDIDOS.
           DISPLAY "-- PEDIDOS --".
           DISPLAY "REGISTROS DESCARREGADOS: " TOTAL-DESCARREGADOS.
           DISPLAY "REGISTROS RECARREGADOS.: " TOTAL-RECARREGADOS.
           COMPUTE BYTES-UTEIS = TOTAL-DESCARREGADOS * 91.
           DISPLAY "BYTES UTEIS............: " BYTES-UTEIS.
           DISPLAY "CABECALHOS " TOTAL-PED-CABECALHOS
                   " ITENS " TOTAL-PED-ITENS
                   " LEGADOS " TOTAL-LEGADOS.
           IF TOTAL-RECARREGADOS NOT = TOTAL-DESCARREGADOS
               MOVE "S" TO HOUVE-DIVERGENCIA
           END-IF.

      *    CONFERE-CHAVE-PEDIDOS: PELA CHAVE DO CLIENTE TODAS AS
      *    LINHAS RECARREGADAS TEM DE APARECER.
       CONFERE-CHAVE-PEDIDOS.
           OPEN INPUT ARQUIVO-PEDIDO-NOVO.
           MOVE 0 TO TOTAL-LIDOS-CHAVE.
           MOVE "N" TO FINAL-ARQUIVO.
           MOVE ZERO TO NOVO-PED-CLIENTE.
           START ARQUIVO-PEDIDO-NOVO
               KEY IS NOT LESS THAN NOVO-PED-CLIENTE
               INVALID KEY
                   MOVE "S" TO FINAL-ARQUIVO
           END-START.
           PERFORM LE-PROXIMO-PEDIDO-POR-CLIENTE
               UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-PEDIDO-NOVO.
           DISPLAY "LIDOS PELA CHAVE CLIENTE: " TOTAL-LIDOS-CHAVE.
           IF TOTAL-LIDOS-CHAVE NOT = TOTAL-RECARREGADOS
               DISPLAY "*** CHAVE DE CLIENTE DE PEDIDOS.NOVO NAO "
                       "BATE COM A RECARGA. ***"
               MOVE "S" TO HOUVE-DIVERGENCIA
           END-IF.

       LE-PROXIMO-PEDIDO-POR-CLIENTE.
           READ ARQUIVO-PEDIDO-NOVO NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               ADD 1 TO TOTAL-LIDOS-CHAVE
           END-IF.
