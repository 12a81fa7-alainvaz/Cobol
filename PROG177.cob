       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG177.
      *    RELATORIO MENSAL DE CLIENTES SUMIDOS (CHURN): PERCORRE
      *    PEDIDOS.DAT (FORA CANCELADOS E EM ENCOMENDA) E, PARA CADA
      *    CLIENTE ATIVO DO CADASTRO (NAO FUNDIDO), MEDE OS DIAS
      *    DESDE O ULTIMO PEDIDO CONTRA O INTERVALO DE COMPRA DO
      *    PROPRIO CLIENTE (MEDIA ENTRE O PRIMEIRO E O ULTIMO PEDIDO,
      *    NUNCA MENOS DE 30 DIAS) OU, COM UM PEDIDO SO, CONTRA O
      *    PRAZO FIXO PROG177-DIAS (PADRAO 90). PASSOU DO LIMITE E
      *    "EM RISCO"; PASSOU DO DOBRO E "PERDIDO". CADA LINHA MOSTRA
      *    A CLASSE ABC (CLASSE.DAT, PROG141), A DATA DO ULTIMO
      *    PEDIDO, O VALOR MEDIO POR PEDIDO E OS CHAMADOS DO SAC EM
      *    ABERTO (SAC.DAT, PROG140).
      *    CAMPANHA DE RECUPERACAO: COM PROG177-CAMPANHA (CODIGO), OS
      *    SELECIONADOS (PROG177-GRUPO: R = EM RISCO, P = PERDIDOS,
      *    BRANCO = OS DOIS) ENTRAM EM CAMPCLI.DAT NESSA CAMPANHA,
      *    COMO A GERACAO DO PROG63 FAZ, PARA O PROG142 MEDIR AS
      *    RESPOSTAS; CAMPANHA QUE NAO EXISTE E REGISTRADA EM
      *    CAMPANHAS.DAT. CLIENTE COM RECUSA DE CORRESPONDENCIA
      *    (LGPD) FICA FORA E E CONTADO; QUEM JA ESTA NA CAMPANHA NAO
      *    ENTRA DE NOVO.
      *    PEDIDOS.DAT E INDEXADO: A VARREDURA LE EM SEQUENCIA DE
      *    CHAVE (CABECALHO NA LINHA 000 SEGUIDO DOS ITENS).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "PEDSEL.cob".
           COPY "CLISEL.cob".
           COPY "CLSSEL.cob".
           COPY "SACSEL.cob".
           COPY "CMPSEL.cob".
           COPY "CCLSEL.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "PEDREG.cob".
           COPY "CLIREG.cob".
           COPY "CLSREG.cob".
           COPY "SACREG.cob".
           COPY "CMPREG.cob".
           COPY "CCLREG.cob".

       WORKING-STORAGE SECTION.

       01  PEDIDO-FILE-STATUS      PIC XX.
       01  PEDIDO-PATH             PIC X(100).
       01  CLIENTE-FILE-STATUS     PIC XX.
       01  CLIENTE-PATH            PIC X(100).
       01  CLASSE-FILE-STATUS      PIC XX.
       01  CLASSE-PATH             PIC X(100).
       01  SAC-FILE-STATUS         PIC XX.
       01  SAC-PATH                PIC X(100).
       01  CAMPANHA-FILE-STATUS    PIC XX.
       01  CAMPANHA-PATH           PIC X(100).
       01  CAMPCLI-FILE-STATUS     PIC XX.
       01  TEM-CLASSES             PIC X VALUE "N".
       01  FINAL-ARQUIVO           PIC X.
       01  DATA-HOJE               PIC 9(08).

       01  DIAS-FIXOS              PIC 9(04) VALUE 90.
       01  DIAS-FIXOS-ENV          PIC X(04).
       01  GRUPO-CAMPANHA          PIC X(01) VALUE SPACE.
       01  CAMPANHA-RECUPERACAO    PIC X(06) VALUE SPACE.
       01  TEM-CAMPANHA            PIC X VALUE "N".

      *    UM ACUMULADOR POR CLIENTE COM PEDIDO; O PEDIDO CORRENTE
      *    APONTA A ENTRADA DO SEU CLIENTE PARA SOMAR OS ITENS.
       01  QTDE-CLIENTES           PIC 9(04) VALUE 0.
       01  TABELA-CLIENTES.
           05 CHURN-ENTRADA OCCURS 1000 TIMES
                   INDEXED BY CHURN-IDX.
              10 CHURN-CLIENTE      PIC 9(08).
              10 CHURN-QTDE-PEDIDOS PIC 9(05).
              10 CHURN-PRIMEIRO     PIC 9(08).
              10 CHURN-ULTIMO       PIC 9(08).
              10 CHURN-VALOR        PIC 9(11)V9(02).
              10 CHURN-SAC-ABERTOS  PIC 9(03).
              10 CHURN-NA-CAMPANHA  PIC X(01).
       01  CHURN-SUB               PIC 9(04).
       01  PEDIDO-CONTA            PIC X.
       01  TABELA-CHEIA            PIC X VALUE "N".

      *    DIA ABSOLUTO (NUMERO DO DIA JULIANO) SO COM ARITMETICA
      *    INTEIRA, CADA DIVISAO NUM CAMPO INTEIRO PROPRIO (COMO O
      *    PROG97 FAZ NO ZELLER).
       01  DATA-CALCULO            PIC 9(08).
       01  DATA-CALCULO-R REDEFINES DATA-CALCULO.
           05 CALC-ANO             PIC 9(04).
           05 CALC-MES             PIC 9(02).
           05 CALC-DIA             PIC 9(02).
       01  JULIANO-A               PIC 9(02).
       01  JULIANO-Y               PIC 9(05).
       01  JULIANO-M               PIC 9(02).
       01  JULIANO-T1              PIC 9(05).
       01  JULIANO-T2              PIC 9(05).
       01  JULIANO-T3              PIC 9(05).
       01  JULIANO-T4              PIC 9(05).
       01  DIA-ABSOLUTO            PIC 9(08).
       01  DIA-ABSOLUTO-HOJE       PIC 9(08).
       01  DIA-ABSOLUTO-PRIMEIRO   PIC 9(08).
       01  DIA-ABSOLUTO-ULTIMO     PIC 9(08).

       01  DIAS-SEM-COMPRAR        PIC 9(06).
       01  INTERVALO-HABITUAL      PIC 9(06).
       01  LIMITE-DO-CLIENTE       PIC 9(06).
       01  VALOR-MEDIO             PIC 9(11)V9(02).
       01  SITUACAO-CHURN          PIC X(01).
           88 CHURN-EM-RISCO           VALUE "R".
           88 CHURN-PERDIDO            VALUE "P".
           88 CHURN-ATIVO              VALUE "A".
       01  GRUPO-IMPRESSO          PIC X(01).
       01  CLASSE-DO-CLIENTE       PIC X(01).

       01  TOTAL-EM-RISCO          PIC 9(05) VALUE 0.
       01  TOTAL-PERDIDOS          PIC 9(05) VALUE 0.
       01  VALOR-EM-RISCO          PIC 9(13)V9(02) VALUE 0.
       01  VALOR-PERDIDO           PIC 9(13)V9(02) VALUE 0.
       01  TOTAL-NA-CAMPANHA       PIC 9(05) VALUE 0.
       01  TOTAL-SUPRIMIDOS        PIC 9(05) VALUE 0.
       01  TOTAL-JA-NA-CAMPANHA    PIC 9(05) VALUE 0.

       01  VALOR-EDITADO           PIC ZZ,ZZZ,ZZ9.99.
       01  VALOR-EDITADO-2         PIC $$,$$$,$$$,$$9.99.
       01  DIAS-EDITADO            PIC ZZZZZ9.
       01  INTERVALO-EDITADO       PIC ZZZZZ9.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE 0 TO RETURN-CODE.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM INICIALIZA-PARAMETROS.
           PERFORM INICIALIZA-CAMINHOS.
           MOVE DATA-HOJE TO DATA-CALCULO.
           PERFORM CALCULA-DIA-ABSOLUTO.
           MOVE DIA-ABSOLUTO TO DIA-ABSOLUTO-HOJE.

           OPEN INPUT ARQUIVO-PEDIDO.
           IF PEDIDO-FILE-STATUS = "35"
               DISPLAY "PEDIDOS.DAT NAO ENCONTRADO. NADA A APURAR."
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE "N" TO PEDIDO-CONTA
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM ACUMULA-PROXIMO-PEDIDO
                   UNTIL FINAL-ARQUIVO = "S"
               CLOSE ARQUIVO-PEDIDO
               PERFORM CONTA-CHAMADOS-SAC
               IF CAMPANHA-RECUPERACAO NOT = SPACE
                   PERFORM PREPARA-CAMPANHA
               END-IF
               PERFORM IMPRIME-RELATORIO
           END-IF.

       PROGRAM-DONE.
           GOBACK.

       INICIALIZA-PARAMETROS.
           MOVE SPACE TO DIAS-FIXOS-ENV.
           ACCEPT DIAS-FIXOS-ENV FROM ENVIRONMENT "PROG177-DIAS".
           IF DIAS-FIXOS-ENV IS NUMERIC
               MOVE DIAS-FIXOS-ENV TO DIAS-FIXOS
           END-IF.
           MOVE SPACE TO CAMPANHA-RECUPERACAO.
           ACCEPT CAMPANHA-RECUPERACAO FROM ENVIRONMENT
               "PROG177-CAMPANHA".
           MOVE SPACE TO GRUPO-CAMPANHA.
           ACCEPT GRUPO-CAMPANHA FROM ENVIRONMENT "PROG177-GRUPO".
           IF GRUPO-CAMPANHA NOT = "R" AND GRUPO-CAMPANHA NOT = "P"
               MOVE SPACE TO GRUPO-CAMPANHA
           END-IF.

       INICIALIZA-CAMINHOS.
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

           MOVE "sac.dat" TO SAC-PATH.
           ACCEPT SAC-PATH FROM ENVIRONMENT "SAC_DAT".
           IF SAC-PATH = SPACE
               MOVE "sac.dat" TO SAC-PATH
           END-IF.

           MOVE "campanhas.dat" TO CAMPANHA-PATH.
           ACCEPT CAMPANHA-PATH FROM ENVIRONMENT "CAMPANHA_DAT".
           IF CAMPANHA-PATH = SPACE
               MOVE "campanhas.dat" TO CAMPANHA-PATH
           END-IF.

      *    CALCULA-DIA-ABSOLUTO: DATA-CALCULO (AAAAMMDD) PARA O
      *    NUMERO DO DIA JULIANO EM DIA-ABSOLUTO - A DIFERENCA ENTRE
      *    DOIS DELES E A DISTANCIA EM DIAS CORRIDOS.
       CALCULA-DIA-ABSOLUTO.
           COMPUTE JULIANO-A = (14 - CALC-MES) / 12.
           COMPUTE JULIANO-Y = CALC-ANO + 4800 - JULIANO-A.
           COMPUTE JULIANO-M = CALC-MES + 12 * JULIANO-A - 3.
           COMPUTE JULIANO-T1 = (153 * JULIANO-M + 2) / 5.
           COMPUTE JULIANO-T2 = JULIANO-Y / 4.
           COMPUTE JULIANO-T3 = JULIANO-Y / 100.
           COMPUTE JULIANO-T4 = JULIANO-Y / 400.
           COMPUTE DIA-ABSOLUTO = CALC-DIA + JULIANO-T1
               + 365 * JULIANO-Y + JULIANO-T2 - JULIANO-T3
               + JULIANO-T4 - 32045.

      *    ACUMULA-PROXIMO-PEDIDO: O CABECALHO VALIDO ABRE A CONTA
      *    DO CLIENTE; OS ITENS SEGUINTES SOMAM O VALOR DO PEDIDO.
       ACUMULA-PROXIMO-PEDIDO.
           READ ARQUIVO-PEDIDO NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               IF PEDIDO-CABECALHO
                   IF PEDIDO-CANCELADO OR PEDIDO-EM-ENCOMENDA
                           OR PEDIDO-DATA NOT NUMERIC
                           OR PEDIDO-DATA = 0
                       MOVE "N" TO PEDIDO-CONTA
                   ELSE
                       PERFORM REGISTRA-PEDIDO-CLIENTE
                   END-IF
               ELSE
                   IF PEDIDO-CONTA = "S"
                       COMPUTE CHURN-VALOR (CHURN-IDX) =
                           CHURN-VALOR (CHURN-IDX)
                           + ITEM-QUANTIDADE * ITEM-PRECO-UNITARIO
                   END-IF
               END-IF
           END-IF.

       REGISTRA-PEDIDO-CLIENTE.
           MOVE "S" TO PEDIDO-CONTA.
           SET CHURN-IDX TO 1.
           SEARCH CHURN-ENTRADA
               AT END
                   MOVE "N" TO PEDIDO-CONTA
                   IF TABELA-CHEIA = "N"
                       MOVE "S" TO TABELA-CHEIA
                       DISPLAY "*** MAIS DE 1000 CLIENTES COM PEDIDO "
                               "- OS EXCEDENTES FICAM FORA. ***"
                   END-IF
               WHEN CHURN-IDX > QTDE-CLIENTES
                   ADD 1 TO QTDE-CLIENTES
                   SET CHURN-IDX TO QTDE-CLIENTES
                   MOVE PEDIDO-CLIENTE-CODIGO
                       TO CHURN-CLIENTE (CHURN-IDX)
                   MOVE 1 TO CHURN-QTDE-PEDIDOS (CHURN-IDX)
                   MOVE PEDIDO-DATA TO CHURN-PRIMEIRO (CHURN-IDX)
                   MOVE PEDIDO-DATA TO CHURN-ULTIMO (CHURN-IDX)
                   MOVE ZERO TO CHURN-VALOR (CHURN-IDX)
                   MOVE ZERO TO CHURN-SAC-ABERTOS (CHURN-IDX)
                   MOVE "N" TO CHURN-NA-CAMPANHA (CHURN-IDX)
               WHEN CHURN-CLIENTE (CHURN-IDX) = PEDIDO-CLIENTE-CODIGO
                   ADD 1 TO CHURN-QTDE-PEDIDOS (CHURN-IDX)
                   IF PEDIDO-DATA < CHURN-PRIMEIRO (CHURN-IDX)
                       MOVE PEDIDO-DATA TO CHURN-PRIMEIRO (CHURN-IDX)
                   END-IF
                   IF PEDIDO-DATA > CHURN-ULTIMO (CHURN-IDX)
                       MOVE PEDIDO-DATA TO CHURN-ULTIMO (CHURN-IDX)
                   END-IF
           END-SEARCH.

      *    CONTA-CHAMADOS-SAC: CHAMADOS NAO FECHADOS DE QUEM TEM
      *    PEDIDO - CLIENTE SUMIDO COM RECLAMACAO PARADA E O PRIMEIRO
      *    TELEFONEMA.
       CONTA-CHAMADOS-SAC.
           OPEN INPUT ARQUIVO-SAC.
           IF SAC-FILE-STATUS = "00"
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM CONTA-PROXIMO-CHAMADO
                   UNTIL FINAL-ARQUIVO = "S"
               CLOSE ARQUIVO-SAC
           END-IF.
           IF SAC-FILE-STATUS = "05"
               CLOSE ARQUIVO-SAC
           END-IF.

       CONTA-PROXIMO-CHAMADO.
           READ ARQUIVO-SAC NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               IF NOT SAC-FECHADO
                   SET CHURN-IDX TO 1
                   SEARCH CHURN-ENTRADA
                       AT END
                           CONTINUE
                       WHEN CHURN-IDX > QTDE-CLIENTES
                           CONTINUE
                       WHEN CHURN-CLIENTE (CHURN-IDX) =
                               SAC-CLIENTE-CODIGO
                           ADD 1 TO CHURN-SAC-ABERTOS (CHURN-IDX)
                   END-SEARCH
               END-IF
           END-IF.

      *    PREPARA-CAMPANHA: A CAMPANHA PRECISA EXISTIR EM
      *    CAMPANHAS.DAT (SE NAO EXISTE, E REGISTRADA AQUI) E QUEM JA
      *    ESTA NELA EM CAMPCLI.DAT FICA MARCADO PARA NAO REPETIR.
       PREPARA-CAMPANHA.
           OPEN I-O ARQUIVO-CAMPANHA.
           IF CAMPANHA-FILE-STATUS = "35"
               OPEN OUTPUT ARQUIVO-CAMPANHA
               CLOSE ARQUIVO-CAMPANHA
               OPEN I-O ARQUIVO-CAMPANHA
           END-IF.
           MOVE CAMPANHA-RECUPERACAO TO CAMPANHA-CODIGO.
           READ ARQUIVO-CAMPANHA
               INVALID KEY
                   PERFORM REGISTRA-CAMPANHA-RECUPERACAO
               NOT INVALID KEY
                   IF CAMPANHA-ENCERRADA
                       DISPLAY "CAMPANHA " CAMPANHA-RECUPERACAO
                               " ENCERRADA - NINGUEM SERA INCLUIDO."
                   ELSE
                       MOVE "S" TO TEM-CAMPANHA
                       DISPLAY "SELECIONADOS ENTRAM NA CAMPANHA "
                               CAMPANHA-RECUPERACAO " - "
                               CAMPANHA-DESCRICAO
                   END-IF
           END-READ.
           CLOSE ARQUIVO-CAMPANHA.
           IF TEM-CAMPANHA = "S"
               OPEN INPUT ARQUIVO-CAMPCLI
               IF CAMPCLI-FILE-STATUS = "00"
                   MOVE "N" TO FINAL-ARQUIVO
                   PERFORM MARCA-PROXIMO-DA-CAMPANHA
                       UNTIL FINAL-ARQUIVO = "S"
                   CLOSE ARQUIVO-CAMPCLI
               END-IF
               IF CAMPCLI-FILE-STATUS = "05"
                   CLOSE ARQUIVO-CAMPCLI
               END-IF
           END-IF.

       REGISTRA-CAMPANHA-RECUPERACAO.
           MOVE SPACE TO CAMPANHA-REGISTRO.
           MOVE CAMPANHA-RECUPERACAO TO CAMPANHA-CODIGO.
           MOVE "RECUPERACAO DE CLIENTES SUMIDOS" TO CAMPANHA-DESCRICAO.
           MOVE DATA-HOJE TO CAMPANHA-DATA.
           EVALUATE GRUPO-CAMPANHA
               WHEN "R"
                   MOVE "CHURN PROG177 - EM RISCO"
                       TO CAMPANHA-SELECAO
               WHEN "P"
                   MOVE "CHURN PROG177 - PERDIDOS"
                       TO CAMPANHA-SELECAO
               WHEN OTHER
                   MOVE "CHURN PROG177 - EM RISCO E PERDIDOS"
                       TO CAMPANHA-SELECAO
           END-EVALUATE.
           MOVE "A" TO CAMPANHA-STATUS.
           WRITE CAMPANHA-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO REGISTRAR A CAMPANHA "
                           CAMPANHA-RECUPERACAO "."
               NOT INVALID KEY
                   MOVE "S" TO TEM-CAMPANHA
                   DISPLAY "CAMPANHA " CAMPANHA-RECUPERACAO
                           " REGISTRADA EM CAMPANHAS.DAT."
           END-WRITE.

       MARCA-PROXIMO-DA-CAMPANHA.
           READ ARQUIVO-CAMPCLI
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               IF CAMPCLI-CAMPANHA = CAMPANHA-RECUPERACAO
                   SET CHURN-IDX TO 1
                   SEARCH CHURN-ENTRADA
                       AT END
                           CONTINUE
                       WHEN CHURN-IDX > QTDE-CLIENTES
                           CONTINUE
                       WHEN CHURN-CLIENTE (CHURN-IDX) =
                               CAMPCLI-CLIENTE-CODIGO
                           MOVE "S" TO CHURN-NA-CAMPANHA (CHURN-IDX)
                   END-SEARCH
               END-IF
           END-IF.

      *    IMPRIME-RELATORIO: DUAS PASSADAS NA TABELA - PRIMEIRO OS
      *    EM RISCO, DEPOIS OS PERDIDOS.
       IMPRIME-RELATORIO.
           OPEN INPUT ARQUIVO-CLIENTE.
           IF CLIENTE-FILE-STATUS NOT = "00"
               DISPLAY "CLIENTES.DAT NAO ENCONTRADO. NADA A APURAR."
               MOVE 1 TO RETURN-CODE
               IF CLIENTE-FILE-STATUS = "05"
                   CLOSE ARQUIVO-CLIENTE
               END-IF
           ELSE
               OPEN INPUT ARQUIVO-CLASSE
               IF CLASSE-FILE-STATUS = "00"
                   MOVE "S" TO TEM-CLASSES
               END-IF
               IF CLASSE-FILE-STATUS = "05"
                   CLOSE ARQUIVO-CLASSE
               END-IF
               IF TEM-CAMPANHA = "S"
                   OPEN EXTEND ARQUIVO-CAMPCLI
                   IF CAMPCLI-FILE-STATUS = "35"
                       CLOSE ARQUIVO-CAMPCLI
                       OPEN OUTPUT ARQUIVO-CAMPCLI
                   END-IF
               END-IF
               DISPLAY "CLIENTES SUMIDOS - POSICAO EM " DATA-HOJE
               DISPLAY "PRAZO FIXO (CLIENTE COM UM PEDIDO SO): "
                       DIAS-FIXOS " DIAS"
               MOVE "R" TO GRUPO-IMPRESSO
               DISPLAY " "
               DISPLAY "===== EM RISCO (PASSOU DO INTERVALO "
                       "HABITUAL) ====="
               PERFORM IMPRIME-CABECALHO-GRUPO
               MOVE 1 TO CHURN-SUB
               PERFORM AVALIA-UM-CLIENTE
                   UNTIL CHURN-SUB > QTDE-CLIENTES
               MOVE "P" TO GRUPO-IMPRESSO
               DISPLAY " "
               DISPLAY "===== PERDIDOS (PASSOU DO DOBRO) ====="
               PERFORM IMPRIME-CABECALHO-GRUPO
               MOVE 1 TO CHURN-SUB
               PERFORM AVALIA-UM-CLIENTE
                   UNTIL CHURN-SUB > QTDE-CLIENTES
               IF TEM-CAMPANHA = "S"
                   CLOSE ARQUIVO-CAMPCLI
               END-IF
               IF TEM-CLASSES = "S"
                   CLOSE ARQUIVO-CLASSE
               END-IF
               CLOSE ARQUIVO-CLIENTE
               PERFORM IMPRIME-RESUMO
           END-IF.

       IMPRIME-CABECALHO-GRUPO.
           DISPLAY "CLIENTE  NOME                 C ULT.PEDIDO   DIAS "
                   "INTERV.   VALOR MEDIO SAC".
           DISPLAY "-------------------------------------------------"
                   "---------------------------".

       AVALIA-UM-CLIENTE.
           SET CHURN-IDX TO CHURN-SUB.
           MOVE CHURN-CLIENTE (CHURN-IDX) TO CLIENTE-CODIGO.
           READ ARQUIVO-CLIENTE
               INVALID KEY
                   MOVE "I" TO CLIENTE-STATUS
           END-READ.
           IF (CLIENTE-ATIVO OR CLIENTE-STATUS-LEGADO)
                   AND (CLIENTE-FUNDIDO-EM NOT NUMERIC
                       OR CLIENTE-FUNDIDO-EM = 0)
               PERFORM CLASSIFICA-CLIENTE
               IF SITUACAO-CHURN = GRUPO-IMPRESSO
                   PERFORM IMPRIME-CLIENTE-SUMIDO
               END-IF
           END-IF.
           ADD 1 TO CHURN-SUB.

      *    CLASSIFICA-CLIENTE: LIMITE = INTERVALO MEDIO ENTRE
      *    PEDIDOS (PISO DE 30 DIAS) OU O PRAZO FIXO PARA QUEM SO
      *    COMPROU UMA VEZ.
       CLASSIFICA-CLIENTE.
           MOVE CHURN-ULTIMO (CHURN-IDX) TO DATA-CALCULO.
           PERFORM CALCULA-DIA-ABSOLUTO.
           MOVE DIA-ABSOLUTO TO DIA-ABSOLUTO-ULTIMO.
           IF DIA-ABSOLUTO-HOJE > DIA-ABSOLUTO-ULTIMO
               COMPUTE DIAS-SEM-COMPRAR =
                   DIA-ABSOLUTO-HOJE - DIA-ABSOLUTO-ULTIMO
           ELSE
               MOVE 0 TO DIAS-SEM-COMPRAR
           END-IF.
           IF CHURN-QTDE-PEDIDOS (CHURN-IDX) > 1
               MOVE CHURN-PRIMEIRO (CHURN-IDX) TO DATA-CALCULO
               PERFORM CALCULA-DIA-ABSOLUTO
               MOVE DIA-ABSOLUTO TO DIA-ABSOLUTO-PRIMEIRO
               COMPUTE INTERVALO-HABITUAL =
                   (DIA-ABSOLUTO-ULTIMO - DIA-ABSOLUTO-PRIMEIRO)
                   / (CHURN-QTDE-PEDIDOS (CHURN-IDX) - 1)
               IF INTERVALO-HABITUAL < 30
                   MOVE 30 TO INTERVALO-HABITUAL
               END-IF
               MOVE INTERVALO-HABITUAL TO LIMITE-DO-CLIENTE
           ELSE
               MOVE 0 TO INTERVALO-HABITUAL
               MOVE DIAS-FIXOS TO LIMITE-DO-CLIENTE
           END-IF.
           EVALUATE TRUE
               WHEN DIAS-SEM-COMPRAR > LIMITE-DO-CLIENTE * 2
                   MOVE "P" TO SITUACAO-CHURN
               WHEN DIAS-SEM-COMPRAR > LIMITE-DO-CLIENTE
                   MOVE "R" TO SITUACAO-CHURN
               WHEN OTHER
                   MOVE "A" TO SITUACAO-CHURN
           END-EVALUATE.

       IMPRIME-CLIENTE-SUMIDO.
           MOVE "-" TO CLASSE-DO-CLIENTE.
           IF TEM-CLASSES = "S"
               MOVE CHURN-CLIENTE (CHURN-IDX) TO CLASSE-CLIENTE-CODIGO
               READ ARQUIVO-CLASSE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CLASSE-TIER TO CLASSE-DO-CLIENTE
               END-READ
           END-IF.
           COMPUTE VALOR-MEDIO ROUNDED =
               CHURN-VALOR (CHURN-IDX) / CHURN-QTDE-PEDIDOS (CHURN-IDX).
           MOVE DIAS-SEM-COMPRAR TO DIAS-EDITADO.
           MOVE INTERVALO-HABITUAL TO INTERVALO-EDITADO.
           MOVE VALOR-MEDIO TO VALOR-EDITADO.
           DISPLAY CHURN-CLIENTE (CHURN-IDX) " " CLIENTE-NOME " "
                   CLASSE-DO-CLIENTE " " CHURN-ULTIMO (CHURN-IDX) " "
                   DIAS-EDITADO " " INTERVALO-EDITADO " "
                   VALOR-EDITADO " " CHURN-SAC-ABERTOS (CHURN-IDX).
           IF CHURN-EM-RISCO
               ADD 1 TO TOTAL-EM-RISCO
               ADD VALOR-MEDIO TO VALOR-EM-RISCO
           ELSE
               ADD 1 TO TOTAL-PERDIDOS
               ADD VALOR-MEDIO TO VALOR-PERDIDO
           END-IF.
           IF TEM-CAMPANHA = "S"
                   AND (GRUPO-CAMPANHA = SPACE
                       OR GRUPO-CAMPANHA = SITUACAO-CHURN)
               PERFORM INCLUI-NA-CAMPANHA
           END-IF.

      *    INCLUI-NA-CAMPANHA: MALA DIRETA RESPEITA A RECUSA DE
      *    CORRESPONDENCIA, COMO NO PROG63.
       INCLUI-NA-CAMPANHA.
           EVALUATE TRUE
               WHEN RECUSA-CORREIO
                   ADD 1 TO TOTAL-SUPRIMIDOS
                   DISPLAY "    RECUSA CORRESPONDENCIA - FORA DA "
                           "CAMPANHA."
               WHEN CHURN-NA-CAMPANHA (CHURN-IDX) = "S"
                   ADD 1 TO TOTAL-JA-NA-CAMPANHA
               WHEN OTHER
                   MOVE CAMPANHA-RECUPERACAO TO CAMPCLI-CAMPANHA
                   MOVE CHURN-CLIENTE (CHURN-IDX)
                       TO CAMPCLI-CLIENTE-CODIGO
                   MOVE DATA-HOJE TO CAMPCLI-DATA
                   WRITE CAMPCLI-REGISTRO
                   MOVE "S" TO CHURN-NA-CAMPANHA (CHURN-IDX)
                   ADD 1 TO TOTAL-NA-CAMPANHA
           END-EVALUATE.

       IMPRIME-RESUMO.
           DISPLAY " ".
           DISPLAY "RESUMO".
           DISPLAY "CLIENTES COM PEDIDO ANALISADOS: " QTDE-CLIENTES.
           DISPLAY "EM RISCO......................: " TOTAL-EM-RISCO.
           MOVE VALOR-EM-RISCO TO VALOR-EDITADO-2.
           DISPLAY "  SOMA DOS VALORES MEDIOS.....: " VALOR-EDITADO-2.
           DISPLAY "PERDIDOS......................: " TOTAL-PERDIDOS.
           MOVE VALOR-PERDIDO TO VALOR-EDITADO-2.
           DISPLAY "  SOMA DOS VALORES MEDIOS.....: " VALOR-EDITADO-2.
           IF TEM-CAMPANHA = "S"
               DISPLAY "INCLUIDOS NA CAMPANHA " CAMPANHA-RECUPERACAO
                       "....: " TOTAL-NA-CAMPANHA
               DISPLAY "JA ESTAVAM NA CAMPANHA........: "
                       TOTAL-JA-NA-CAMPANHA
               DISPLAY "SUPRIMIDOS POR RECUSA (LGPD)..: "
                       TOTAL-SUPRIMIDOS
           END-IF.
