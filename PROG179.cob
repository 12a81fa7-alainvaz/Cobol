       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG179.
      *    ROTEIRIZACAO DE ENTREGAS: A GERACAO DO DIA PEGA OS PEDIDOS
      *    FATURADOS AINDA SEM EMBARQUE EM EXPEDICAO.DAT (E FORA DE
      *    MANIFESTO PENDENTE), COM A NF-E DA FATURA AUTORIZADA, COMO
      *    O PROG119 EXIGE, E OS AGRUPA POR TRANSPORTADORA E, DENTRO
      *    DELA, POR CIDADE - CADA GRUPO E UMA ROTA, COM AS PARADAS
      *    EM ORDEM DE CEP. O ENDERECO E O DE ENTREGA DO CADERNO
      *    (ENDERECOS.DAT, TIPO "E", PROG120) OU, SEM ELE, O DA FICHA
      *    DO CLIENTE; A TRANSPORTADORA SAI DA FAIXA DE CEP EM
      *    TRANSPFAIXA.DAT (MANTIDA AQUI, COM A TRANSPORTADORA DO
      *    CADASTRO DO PROG180). VOLUMES: UM POR UNIDADE
      *    DOS ITENS DO PEDIDO (ATE 999).
      *    CADA ROTA VIRA UM MANIFESTO EM MANIFESTOS.DAT, IMPRESSO COM
      *    A ORDEM DAS PARADAS, CLIENTE, FATURA, VOLUMES E A LINHA DE
      *    ASSINATURA DO RECEBEDOR. CONFIRMAR O MANIFESTO GRAVA O
      *    EMBARQUE EM EXPEDICAO.DAT DE TODOS OS PEDIDOS DELE DE UMA
      *    VEZ, COM O OPERADOR DA SESSAO.
      *    PEDIDOS.DAT E INDEXADO: A VARREDURA LE EM SEQUENCIA DE
      *    CHAVE (CABECALHO NA LINHA 000 SEGUIDO DOS ITENS).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "PEDSEL.cob".
           COPY "EXPSEL.cob".
           COPY "SESSEL.cob".
           COPY "FATSEL.cob".
           COPY "NFESEL.cob".
           COPY "CLISEL.cob".
           COPY "ENDSEL.cob".
           COPY "TPTSEL.cob".
           COPY "MNFSEL.cob".
           COPY "TRPSEL.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "PEDREG.cob".
           COPY "EXPREG.cob".
           COPY "SESREG.cob".
           COPY "FATREG.cob".
           COPY "NFEREG.cob".
           COPY "CLIREG.cob".
           COPY "ENDREG.cob".
           COPY "TPTREG.cob".
           COPY "MNFREG.cob".
           COPY "TRPREG.cob".

       WORKING-STORAGE SECTION.

       01  PEDIDO-FILE-STATUS      PIC XX.
       01  PEDIDO-PATH             PIC X(100).
       01  EXPEDICAO-FILE-STATUS   PIC XX.
       01  EXPEDICAO-PATH          PIC X(100).
       01  SESSAO-FILE-STATUS      PIC XX.
       01  FATURA-FILE-STATUS      PIC XX.
       01  FATURA-PATH             PIC X(100).
       01  NFE-FILE-STATUS         PIC XX.
       01  NFE-PATH                PIC X(100).
       01  CLIENTE-FILE-STATUS     PIC XX.
       01  CLIENTE-PATH            PIC X(100).
       01  ENDERECO-FILE-STATUS    PIC XX.
       01  ENDERECO-PATH           PIC X(100).
       01  TRANSP-FAIXA-FILE-STATUS PIC XX.
       01  TRANSP-FAIXA-PATH       PIC X(100).
       01  MANIFESTO-FILE-STATUS   PIC XX.
       01  MANIFESTO-PATH          PIC X(100).
       01  TRANSPORTADORA-FILE-STATUS PIC XX.
       01  TRANSPORTADORA-PATH     PIC X(100).
       01  OPERADOR-ID             PIC X(10).
       01  OPCAO-MENU              PIC 9.
       01  FINAL-ARQUIVO           PIC X.
       01  DATA-HOJE               PIC 9(08).
       01  TEM-CADERNO             PIC X.
       01  ACHOU-ENDERECO          PIC X.
       01  TEM-EXPEDICAO           PIC X.

      *    FAIXAS DE CEP POR TRANSPORTADORA, CARREGADAS NA GERACAO.
       01  QTDE-FAIXAS             PIC 9(03) VALUE 0.
       01  TABELA-FAIXAS.
           05 FAIXA-ENTRADA OCCURS 200 TIMES
                   INDEXED BY FAIXA-IDX.
              10 FAIXA-CEP-DE         PIC X(08).
              10 FAIXA-CEP-ATE        PIC X(08).
              10 FAIXA-TRANSPORTADORA PIC X(20).

      *    PEDIDOS QUE JA ESTAO EM MANIFESTO AINDA NAO CONFIRMADO.
       01  QTDE-EM-ROTA            PIC 9(04) VALUE 0.
       01  TABELA-EM-ROTA.
           05 EM-ROTA-PEDIDO OCCURS 500 TIMES
                   INDEXED BY ROTA-IDX PIC 9(07).
       01  ULTIMA-ROTA-HOJE        PIC 9(03) VALUE 0.

      *    PEDIDOS A ROTEIRIZAR. A CHAVE DE ORDEM (TRANSPORTADORA,
      *    UF, CIDADE, CEP) DA A SEQUENCIA DOS MANIFESTOS E PARADAS.
       01  QTDE-ENTREGAS           PIC 9(04) VALUE 0.
       01  TABELA-ENTREGAS.
           05 ENT-ENTRADA OCCURS 500 TIMES
                   INDEXED BY ENT-IDX.
              10 ENT-CHAVE-ORDEM.
                 15 ENT-TRANSPORTADORA PIC X(20).
                 15 ENT-UF             PIC X(02).
                 15 ENT-CIDADE         PIC X(20).
                 15 ENT-CEP            PIC X(08).
              10 ENT-PEDIDO         PIC 9(07).
              10 ENT-FATURA         PIC 9(07).
              10 ENT-CLIENTE        PIC 9(08).
              10 ENT-NOME           PIC X(20).
              10 ENT-LOGRADOURO     PIC X(40).
              10 ENT-ENDER-NUMERO   PIC X(06).
              10 ENT-VOLUMES        PIC 9(03).
              10 ENT-SITUACAO       PIC X(01).
                 88 ENT-ROTEIRIZAVEL    VALUE "R".
                 88 ENT-SEM-NFE         VALUE "N".
                 88 ENT-SEM-FAIXA       VALUE "T".
       01  ENT-TEMP                PIC X(142).
       01  ENT-SUB                 PIC 9(04).
       01  ENT-SUB-2               PIC 9(04).
       01  ENT-SUB-MENOR           PIC 9(04).
       01  PEDIDO-EM-CURSO         PIC X.
       01  VOLUMES-CALC            PIC 9(07).
       01  TABELA-CHEIA            PIC X VALUE "N".

       01  ROTA-ATUAL              PIC 9(03).
       01  PARADA-ATUAL            PIC 9(03).
       01  TRANSPORTADORA-ATUAL    PIC X(20).
       01  CIDADE-ATUAL            PIC X(20).
       01  UF-ATUAL                PIC X(02).
       01  TOTAL-MANIFESTOS        PIC 9(03) VALUE 0.
       01  TOTAL-ROTEIRIZADOS      PIC 9(05) VALUE 0.
       01  TOTAL-SEM-NFE           PIC 9(05) VALUE 0.
       01  TOTAL-SEM-FAIXA         PIC 9(05) VALUE 0.

       01  MANIFESTO-INFORMADO     PIC 9(11).
       01  MANIFESTO-INFORMADO-R REDEFINES MANIFESTO-INFORMADO.
           05 INFORMADO-DATA       PIC 9(08).
           05 INFORMADO-ROTA       PIC 9(03).
       01  ACHOU-MANIFESTO         PIC X.
       01  PARADAS-MANIFESTO       PIC 9(03).
       01  PARADAS-PENDENTES       PIC 9(03).
       01  VOLUMES-MANIFESTO       PIC 9(05).
       01  DATA-EMBARQUE-INF       PIC 9(08).
       01  CONFIRMA                PIC X.
       01  TOTAL-EMBARCADOS        PIC 9(03).
       01  TOTAL-JA-EMBARCADOS     PIC 9(03).

       01  CEP-DE-INF              PIC X(08).
       01  CEP-ATE-INF             PIC X(08).
       01  TRANSPORTADORA-INF      PIC X(20).
       01  TRANSP-CODIGO-INF       PIC 9(02).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM INICIALIZA-CAMINHOS.
           PERFORM INICIALIZA-OPERADOR.
           PERFORM EXIBE-MENU.

       PROGRAM-DONE.
           STOP RUN.

       INICIALIZA-CAMINHOS.
           MOVE "pedidos.dat" TO PEDIDO-PATH.
           ACCEPT PEDIDO-PATH FROM ENVIRONMENT "PEDIDO_DAT".
           IF PEDIDO-PATH = SPACE
               MOVE "pedidos.dat" TO PEDIDO-PATH
           END-IF.

           MOVE "expedicao.dat" TO EXPEDICAO-PATH.
           ACCEPT EXPEDICAO-PATH FROM ENVIRONMENT "EXPEDICAO_DAT".
           IF EXPEDICAO-PATH = SPACE
               MOVE "expedicao.dat" TO EXPEDICAO-PATH
           END-IF.

           MOVE "faturas.dat" TO FATURA-PATH.
           ACCEPT FATURA-PATH FROM ENVIRONMENT "FATURA_DAT".
           IF FATURA-PATH = SPACE
               MOVE "faturas.dat" TO FATURA-PATH
           END-IF.

           MOVE "nfecontrole.dat" TO NFE-PATH.
           ACCEPT NFE-PATH FROM ENVIRONMENT "NFECONTROLE_DAT".
           IF NFE-PATH = SPACE
               MOVE "nfecontrole.dat" TO NFE-PATH
           END-IF.

           MOVE "clientes.dat" TO CLIENTE-PATH.
           ACCEPT CLIENTE-PATH FROM ENVIRONMENT "CLIENTE_DAT".
           IF CLIENTE-PATH = SPACE
               MOVE "clientes.dat" TO CLIENTE-PATH
           END-IF.

           MOVE "enderecos.dat" TO ENDERECO-PATH.
           ACCEPT ENDERECO-PATH FROM ENVIRONMENT "ENDERECO_DAT".
           IF ENDERECO-PATH = SPACE
               MOVE "enderecos.dat" TO ENDERECO-PATH
           END-IF.

           MOVE "transportadoras.dat" TO TRANSPORTADORA-PATH.
           ACCEPT TRANSPORTADORA-PATH FROM ENVIRONMENT
               "TRANSPORTADORA_DAT".
           IF TRANSPORTADORA-PATH = SPACE
               MOVE "transportadoras.dat" TO TRANSPORTADORA-PATH
           END-IF.

           MOVE "transpfaixa.dat" TO TRANSP-FAIXA-PATH.
           ACCEPT TRANSP-FAIXA-PATH FROM ENVIRONMENT
               "TRANSPFAIXA_DAT".
           IF TRANSP-FAIXA-PATH = SPACE
               MOVE "transpfaixa.dat" TO TRANSP-FAIXA-PATH
           END-IF.

           MOVE "manifestos.dat" TO MANIFESTO-PATH.
           ACCEPT MANIFESTO-PATH FROM ENVIRONMENT "MANIFESTO_DAT".
           IF MANIFESTO-PATH = SPACE
               MOVE "manifestos.dat" TO MANIFESTO-PATH
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

       EXIBE-MENU.
           DISPLAY "===== ROTEIRIZACAO DE ENTREGAS =====".
           DISPLAY "1 - GERAR MANIFESTOS DO DIA".
           DISPLAY "2 - IMPRIMIR MANIFESTO".
           DISPLAY "3 - CONFIRMAR EMBARQUE DO MANIFESTO".
           DISPLAY "4 - LISTAR MANIFESTOS PENDENTES".
           DISPLAY "5 - GRAVAR FAIXA DE CEP DA TRANSPORTADORA".
           DISPLAY "6 - LISTAR FAIXAS DE CEP".
           DISPLAY "7 - SAIR".
           DISPLAY "INFORME A OPCAO: ".
           ACCEPT OPCAO-MENU.

           EVALUATE OPCAO-MENU
               WHEN 1
                   PERFORM GERA-MANIFESTOS
                   PERFORM EXIBE-MENU
               WHEN 2
                   PERFORM SOLICITA-MANIFESTO
                   PERFORM IMPRIME-MANIFESTO
                   PERFORM EXIBE-MENU
               WHEN 3
                   PERFORM CONFIRMA-MANIFESTO
                   PERFORM EXIBE-MENU
               WHEN 4
                   PERFORM LISTA-MANIFESTOS-PENDENTES
                   PERFORM EXIBE-MENU
               WHEN 5
                   PERFORM GRAVA-FAIXA-TRANSPORTADORA
                   PERFORM EXIBE-MENU
               WHEN 6
                   PERFORM LISTA-FAIXAS-TRANSPORTADORA
                   PERFORM EXIBE-MENU
               WHEN 7
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
                   PERFORM EXIBE-MENU
           END-EVALUATE.

      *    GERA-MANIFESTOS: MONTA A TABELA DE ENTREGAS, RESOLVE
      *    ENDERECO, FATURA/NF-E E TRANSPORTADORA DE CADA PEDIDO,
      *    ORDENA E GRAVA UM MANIFESTO POR ROTA.
       GERA-MANIFESTOS.
           MOVE 0 TO QTDE-ENTREGAS.
           MOVE 0 TO TOTAL-MANIFESTOS.
           MOVE 0 TO TOTAL-ROTEIRIZADOS.
           MOVE 0 TO TOTAL-SEM-NFE.
           MOVE 0 TO TOTAL-SEM-FAIXA.
           MOVE "N" TO TABELA-CHEIA.
           PERFORM CARREGA-FAIXAS.
           PERFORM CARREGA-MANIFESTOS-PENDENTES.
           PERFORM CARREGA-PEDIDOS-A-EMBARCAR.
           IF QTDE-ENTREGAS = 0
               DISPLAY "NENHUM PEDIDO FATURADO AGUARDANDO ROTA."
           ELSE
               PERFORM RESOLVE-ENDERECOS
               PERFORM RESOLVE-FATURAS
               PERFORM RESOLVE-TRANSPORTADORAS
               PERFORM ORDENA-ENTREGAS
               PERFORM GRAVA-MANIFESTOS
               PERFORM LISTA-FORA-DE-ROTA
               DISPLAY "---------------------------------------------"
               DISPLAY "MANIFESTOS GERADOS........: " TOTAL-MANIFESTOS
               DISPLAY "PEDIDOS ROTEIRIZADOS......: "
                       TOTAL-ROTEIRIZADOS
               DISPLAY "AGUARDANDO NF-E AUTORIZADA: " TOTAL-SEM-NFE
               DISPLAY "CEP SEM TRANSPORTADORA....: " TOTAL-SEM-FAIXA
           END-IF.

       CARREGA-FAIXAS.
           MOVE 0 TO QTDE-FAIXAS.
           OPEN INPUT ARQUIVO-TRANSP-FAIXA.
           IF TRANSP-FAIXA-FILE-STATUS = "00"
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM CARREGA-PROXIMA-FAIXA
                   UNTIL FINAL-ARQUIVO = "S"
               CLOSE ARQUIVO-TRANSP-FAIXA
           END-IF.
           IF TRANSP-FAIXA-FILE-STATUS = "05"
               CLOSE ARQUIVO-TRANSP-FAIXA
           END-IF.

       CARREGA-PROXIMA-FAIXA.
           READ ARQUIVO-TRANSP-FAIXA NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               IF QTDE-FAIXAS < 200
                   ADD 1 TO QTDE-FAIXAS
                   MOVE TRANSP-FAIXA-CEP-DE
                       TO FAIXA-CEP-DE (QTDE-FAIXAS)
                   MOVE TRANSP-FAIXA-CEP-ATE
                       TO FAIXA-CEP-ATE (QTDE-FAIXAS)
                   MOVE TRANSP-FAIXA-TRANSPORTADORA
                       TO FAIXA-TRANSPORTADORA (QTDE-FAIXAS)
               END-IF
           END-IF.

      *    CARREGA-MANIFESTOS-PENDENTES: PEDIDO EM MANIFESTO "G" NAO
      *    ENTRA DE NOVO; E O MAIOR NUMERO DE ROTA DE HOJE DA O
      *    PROXIMO.
       CARREGA-MANIFESTOS-PENDENTES.
           MOVE 0 TO QTDE-EM-ROTA.
           MOVE 0 TO ULTIMA-ROTA-HOJE.
           OPEN INPUT ARQUIVO-MANIFESTO.
           IF MANIFESTO-FILE-STATUS = "00"
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM EXAMINA-PARADA-PENDENTE
                   UNTIL FINAL-ARQUIVO = "S"
               CLOSE ARQUIVO-MANIFESTO
           END-IF.
           IF MANIFESTO-FILE-STATUS = "05"
               CLOSE ARQUIVO-MANIFESTO
           END-IF.

       EXAMINA-PARADA-PENDENTE.
           READ ARQUIVO-MANIFESTO NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               IF MANIFESTO-DATA = DATA-HOJE
                       AND MANIFESTO-ROTA > ULTIMA-ROTA-HOJE
                   MOVE MANIFESTO-ROTA TO ULTIMA-ROTA-HOJE
               END-IF
               IF MANIFESTO-GERADO AND QTDE-EM-ROTA < 500
                   ADD 1 TO QTDE-EM-ROTA
                   MOVE MANIFESTO-PEDIDO-NUMERO
                       TO EM-ROTA-PEDIDO (QTDE-EM-ROTA)
               END-IF
           END-IF.

      *    CARREGA-PEDIDOS-A-EMBARCAR: CABECALHO FATURADO SEM
      *    EMBARQUE E FORA DE MANIFESTO PENDENTE ABRE UMA ENTREGA;
      *    OS ITENS SEGUINTES SOMAM OS VOLUMES.
       CARREGA-PEDIDOS-A-EMBARCAR.
           MOVE "N" TO TEM-EXPEDICAO.
           OPEN INPUT ARQUIVO-EXPEDICAO.
           IF EXPEDICAO-FILE-STATUS = "00"
               MOVE "S" TO TEM-EXPEDICAO
           END-IF.
           IF EXPEDICAO-FILE-STATUS = "05"
               CLOSE ARQUIVO-EXPEDICAO
           END-IF.
           OPEN INPUT ARQUIVO-PEDIDO.
           IF PEDIDO-FILE-STATUS = "35"
               DISPLAY "PEDIDOS.DAT NAO ENCONTRADO."
           ELSE
               MOVE "N" TO PEDIDO-EM-CURSO
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM EXAMINA-PROXIMO-PEDIDO
                   UNTIL FINAL-ARQUIVO = "S"
               CLOSE ARQUIVO-PEDIDO
           END-IF.
           IF TEM-EXPEDICAO = "S"
               CLOSE ARQUIVO-EXPEDICAO
           END-IF.

       EXAMINA-PROXIMO-PEDIDO.
           READ ARQUIVO-PEDIDO NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               IF PEDIDO-CABECALHO
                   MOVE "N" TO PEDIDO-EM-CURSO
                   IF PEDIDO-FATURADO
                       PERFORM VERIFICA-PEDIDO-A-EMBARCAR
                   END-IF
               ELSE
                   IF PEDIDO-EM-CURSO = "S"
                       COMPUTE VOLUMES-CALC =
                           ENT-VOLUMES (QTDE-ENTREGAS)
                           + ITEM-QUANTIDADE
                       IF VOLUMES-CALC > 999
                           MOVE 999 TO VOLUMES-CALC
                       END-IF
                       MOVE VOLUMES-CALC
                           TO ENT-VOLUMES (QTDE-ENTREGAS)
                   END-IF
               END-IF
           END-IF.

       VERIFICA-PEDIDO-A-EMBARCAR.
           MOVE "S" TO PEDIDO-EM-CURSO.
           IF TEM-EXPEDICAO = "S"
               MOVE PEDIDO-NUMERO TO EXPEDICAO-PEDIDO-NUMERO
               READ ARQUIVO-EXPEDICAO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "N" TO PEDIDO-EM-CURSO
               END-READ
           END-IF.
           IF PEDIDO-EM-CURSO = "S"
               SET ROTA-IDX TO 1
               SEARCH EM-ROTA-PEDIDO
                   AT END
                       CONTINUE
                   WHEN ROTA-IDX > QTDE-EM-ROTA
                       CONTINUE
                   WHEN EM-ROTA-PEDIDO (ROTA-IDX) = PEDIDO-NUMERO
                       MOVE "N" TO PEDIDO-EM-CURSO
               END-SEARCH
           END-IF.
           IF PEDIDO-EM-CURSO = "S"
               IF QTDE-ENTREGAS < 500
                   ADD 1 TO QTDE-ENTREGAS
                   MOVE SPACE TO ENT-ENTRADA (QTDE-ENTREGAS)
                   MOVE PEDIDO-NUMERO TO ENT-PEDIDO (QTDE-ENTREGAS)
                   MOVE ZERO TO ENT-FATURA (QTDE-ENTREGAS)
                   MOVE PEDIDO-CLIENTE-CODIGO
                       TO ENT-CLIENTE (QTDE-ENTREGAS)
                   MOVE PEDIDO-CLIENTE-NOME TO ENT-NOME (QTDE-ENTREGAS)
                   MOVE ZERO TO ENT-VOLUMES (QTDE-ENTREGAS)
                   MOVE "N" TO ENT-SITUACAO (QTDE-ENTREGAS)
               ELSE
                   MOVE "N" TO PEDIDO-EM-CURSO
                   IF TABELA-CHEIA = "N"
                       MOVE "S" TO TABELA-CHEIA
                       DISPLAY "*** MAIS DE 500 PEDIDOS A EMBARCAR - "
                               "O RESTANTE FICA PARA A PROXIMA "
                               "GERACAO. ***"
                   END-IF
               END-IF
           END-IF.

      *    RESOLVE-ENDERECOS: ENDERECO DE ENTREGA DO CADERNO, SE
      *    HOUVER; SENAO O ENDERECO PRINCIPAL DA FICHA.
       RESOLVE-ENDERECOS.
           MOVE "N" TO TEM-CADERNO.
           OPEN INPUT ARQUIVO-ENDERECO.
           IF ENDERECO-FILE-STATUS = "00"
               MOVE "S" TO TEM-CADERNO
           END-IF.
           IF ENDERECO-FILE-STATUS = "05"
               CLOSE ARQUIVO-ENDERECO
           END-IF.
           OPEN INPUT ARQUIVO-CLIENTE.
           MOVE 1 TO ENT-SUB.
           PERFORM RESOLVE-ENDERECO-ENTREGA
               UNTIL ENT-SUB > QTDE-ENTREGAS.
           CLOSE ARQUIVO-CLIENTE.
           IF TEM-CADERNO = "S"
               CLOSE ARQUIVO-ENDERECO
           END-IF.

       RESOLVE-ENDERECO-ENTREGA.
           MOVE "N" TO ACHOU-ENDERECO.
           IF TEM-CADERNO = "S"
               MOVE ENT-CLIENTE (ENT-SUB) TO ENDERECO-CLIENTE-CODIGO
               MOVE "E" TO ENDERECO-TIPO
               READ ARQUIVO-ENDERECO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO ACHOU-ENDERECO
                       MOVE ENDERECO-LOGRADOURO
                           TO ENT-LOGRADOURO (ENT-SUB)
                       MOVE ENDERECO-NUMERO
                           TO ENT-ENDER-NUMERO (ENT-SUB)
                       MOVE ENDERECO-CIDADE TO ENT-CIDADE (ENT-SUB)
                       MOVE ENDERECO-UF TO ENT-UF (ENT-SUB)
                       MOVE ENDERECO-CEP TO ENT-CEP (ENT-SUB)
               END-READ
           END-IF.
           IF ACHOU-ENDERECO NOT = "S"
               MOVE ENT-CLIENTE (ENT-SUB) TO CLIENTE-CODIGO
               READ ARQUIVO-CLIENTE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CLIENTE-LOGRADOURO
                           TO ENT-LOGRADOURO (ENT-SUB)
                       MOVE CLIENTE-ENDER-NUMERO
                           TO ENT-ENDER-NUMERO (ENT-SUB)
                       MOVE CLIENTE-CIDADE TO ENT-CIDADE (ENT-SUB)
                       MOVE CLIENTE-UF TO ENT-UF (ENT-SUB)
                       MOVE CLIENTE-CEP TO ENT-CEP (ENT-SUB)
               END-READ
           END-IF.
           ADD 1 TO ENT-SUB.

      *    RESOLVE-FATURAS: FATURAS.DAT NAO E CHAVEADO POR PEDIDO -
      *    UMA VARREDURA SO CASA AS FATURAS COM A TABELA; SO A NF-E
      *    AUTORIZADA LIBERA O PEDIDO PARA A ROTA.
       RESOLVE-FATURAS.
           OPEN INPUT ARQUIVO-FATURA.
           IF FATURA-FILE-STATUS = "00"
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM CASA-PROXIMA-FATURA
                   UNTIL FINAL-ARQUIVO = "S"
               CLOSE ARQUIVO-FATURA
           END-IF.
           IF FATURA-FILE-STATUS = "05"
               CLOSE ARQUIVO-FATURA
           END-IF.
           OPEN INPUT ARQUIVO-NFE.
           IF NFE-FILE-STATUS = "00"
               MOVE 1 TO ENT-SUB
               PERFORM VERIFICA-NFE-ENTREGA
                   UNTIL ENT-SUB > QTDE-ENTREGAS
               CLOSE ARQUIVO-NFE
           END-IF.
           IF NFE-FILE-STATUS = "05"
               CLOSE ARQUIVO-NFE
           END-IF.

       CASA-PROXIMA-FATURA.
           READ ARQUIVO-FATURA NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               SET ENT-IDX TO 1
               SEARCH ENT-ENTRADA
                   AT END
                       CONTINUE
                   WHEN ENT-IDX > QTDE-ENTREGAS
                       CONTINUE
                   WHEN ENT-PEDIDO (ENT-IDX) = FATURA-PEDIDO-NUMERO
                       MOVE FATURA-NUMERO TO ENT-FATURA (ENT-IDX)
               END-SEARCH
           END-IF.

       VERIFICA-NFE-ENTREGA.
           IF ENT-FATURA (ENT-SUB) NOT = ZERO
               MOVE ENT-FATURA (ENT-SUB) TO NFE-FATURA-NUMERO
               READ ARQUIVO-NFE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NFE-SITUACAO = "A"
                           MOVE "R" TO ENT-SITUACAO (ENT-SUB)
                       END-IF
               END-READ
           END-IF.
           ADD 1 TO ENT-SUB.

       RESOLVE-TRANSPORTADORAS.
           MOVE 1 TO ENT-SUB.
           PERFORM BUSCA-TRANSPORTADORA-ENTREGA
               UNTIL ENT-SUB > QTDE-ENTREGAS.

       BUSCA-TRANSPORTADORA-ENTREGA.
           IF ENT-ROTEIRIZAVEL (ENT-SUB)
               MOVE "T" TO ENT-SITUACAO (ENT-SUB)
               SET FAIXA-IDX TO 1
               SEARCH FAIXA-ENTRADA
                   AT END
                       CONTINUE
                   WHEN FAIXA-IDX > QTDE-FAIXAS
                       CONTINUE
                   WHEN ENT-CEP (ENT-SUB) >= FAIXA-CEP-DE (FAIXA-IDX)
                           AND ENT-CEP (ENT-SUB) <=
                               FAIXA-CEP-ATE (FAIXA-IDX)
                       MOVE FAIXA-TRANSPORTADORA (FAIXA-IDX)
                           TO ENT-TRANSPORTADORA (ENT-SUB)
                       MOVE "R" TO ENT-SITUACAO (ENT-SUB)
               END-SEARCH
           END-IF.
           ADD 1 TO ENT-SUB.

      *    ORDENA-ENTREGAS: SELECAO PELA CHAVE DE ORDEM, COMO A
      *    CLASSIFICACAO DO PROG141 (AQUI EM ORDEM CRESCENTE).
       ORDENA-ENTREGAS.
           MOVE 1 TO ENT-SUB.
           PERFORM ORDENA-UMA-ENTREGA
               UNTIL ENT-SUB >= QTDE-ENTREGAS.

       ORDENA-UMA-ENTREGA.
           MOVE ENT-SUB TO ENT-SUB-MENOR.
           COMPUTE ENT-SUB-2 = ENT-SUB + 1.
           PERFORM ENCONTRA-MENOR-ENTREGA
               UNTIL ENT-SUB-2 > QTDE-ENTREGAS.
           IF ENT-SUB-MENOR NOT = ENT-SUB
               MOVE ENT-ENTRADA (ENT-SUB) TO ENT-TEMP
               MOVE ENT-ENTRADA (ENT-SUB-MENOR)
                   TO ENT-ENTRADA (ENT-SUB)
               MOVE ENT-TEMP TO ENT-ENTRADA (ENT-SUB-MENOR)
           END-IF.
           ADD 1 TO ENT-SUB.

       ENCONTRA-MENOR-ENTREGA.
           IF ENT-CHAVE-ORDEM (ENT-SUB-2) <
                   ENT-CHAVE-ORDEM (ENT-SUB-MENOR)
               MOVE ENT-SUB-2 TO ENT-SUB-MENOR
           END-IF.
           ADD 1 TO ENT-SUB-2.

      *    GRAVA-MANIFESTOS: NOVA ROTA A CADA TROCA DE
      *    TRANSPORTADORA OU DE CIDADE; PARADAS NUMERADAS NA ORDEM.
       GRAVA-MANIFESTOS.
           OPEN I-O ARQUIVO-MANIFESTO.
           IF MANIFESTO-FILE-STATUS = "35"
               OPEN OUTPUT ARQUIVO-MANIFESTO
               CLOSE ARQUIVO-MANIFESTO
               OPEN I-O ARQUIVO-MANIFESTO
           END-IF.
           MOVE ULTIMA-ROTA-HOJE TO ROTA-ATUAL.
           MOVE HIGH-VALUES TO TRANSPORTADORA-ATUAL.
           MOVE 1 TO ENT-SUB.
           PERFORM GRAVA-PARADA-ENTREGA
               UNTIL ENT-SUB > QTDE-ENTREGAS.
           CLOSE ARQUIVO-MANIFESTO.
           MOVE ULTIMA-ROTA-HOJE TO INFORMADO-ROTA.
           MOVE DATA-HOJE TO INFORMADO-DATA.
           PERFORM IMPRIME-MANIFESTO-GERADO
               UNTIL INFORMADO-ROTA >= ROTA-ATUAL.

       GRAVA-PARADA-ENTREGA.
           IF ENT-ROTEIRIZAVEL (ENT-SUB)
               IF ENT-TRANSPORTADORA (ENT-SUB) NOT =
                       TRANSPORTADORA-ATUAL
                       OR ENT-CIDADE (ENT-SUB) NOT = CIDADE-ATUAL
                       OR ENT-UF (ENT-SUB) NOT = UF-ATUAL
                   ADD 1 TO ROTA-ATUAL
                   ADD 1 TO TOTAL-MANIFESTOS
                   MOVE 0 TO PARADA-ATUAL
                   MOVE ENT-TRANSPORTADORA (ENT-SUB)
                       TO TRANSPORTADORA-ATUAL
                   MOVE ENT-CIDADE (ENT-SUB) TO CIDADE-ATUAL
                   MOVE ENT-UF (ENT-SUB) TO UF-ATUAL
               END-IF
               ADD 1 TO PARADA-ATUAL
               MOVE SPACE TO MANIFESTO-REGISTRO
               MOVE DATA-HOJE TO MANIFESTO-DATA
               MOVE ROTA-ATUAL TO MANIFESTO-ROTA
               MOVE PARADA-ATUAL TO MANIFESTO-PARADA
               MOVE ENT-PEDIDO (ENT-SUB) TO MANIFESTO-PEDIDO-NUMERO
               MOVE ENT-FATURA (ENT-SUB) TO MANIFESTO-FATURA-NUMERO
               MOVE ENT-CLIENTE (ENT-SUB) TO MANIFESTO-CLIENTE-CODIGO
               MOVE ENT-NOME (ENT-SUB) TO MANIFESTO-CLIENTE-NOME
               MOVE ENT-TRANSPORTADORA (ENT-SUB)
                   TO MANIFESTO-TRANSPORTADORA
               MOVE ENT-LOGRADOURO (ENT-SUB) TO MANIFESTO-LOGRADOURO
               MOVE ENT-ENDER-NUMERO (ENT-SUB)
                   TO MANIFESTO-ENDER-NUMERO
               MOVE ENT-CIDADE (ENT-SUB) TO MANIFESTO-CIDADE
               MOVE ENT-UF (ENT-SUB) TO MANIFESTO-UF
               MOVE ENT-CEP (ENT-SUB) TO MANIFESTO-CEP
               MOVE ENT-VOLUMES (ENT-SUB) TO MANIFESTO-VOLUMES
               MOVE "G" TO MANIFESTO-SITUACAO
               MOVE ZERO TO MANIFESTO-DATA-EMBARQUE
               MOVE OPERADOR-ID TO MANIFESTO-OPERADOR
               WRITE MANIFESTO-REGISTRO
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR A PARADA DO PEDIDO "
                               ENT-PEDIDO (ENT-SUB) "."
                   NOT INVALID KEY
                       ADD 1 TO TOTAL-ROTEIRIZADOS
               END-WRITE
           END-IF.
           ADD 1 TO ENT-SUB.

       IMPRIME-MANIFESTO-GERADO.
           ADD 1 TO INFORMADO-ROTA.
           PERFORM IMPRIME-MANIFESTO.

       LISTA-FORA-DE-ROTA.
           MOVE 1 TO ENT-SUB.
           PERFORM LISTA-ENTREGA-FORA-DE-ROTA
               UNTIL ENT-SUB > QTDE-ENTREGAS.

       LISTA-ENTREGA-FORA-DE-ROTA.
           IF ENT-SEM-NFE (ENT-SUB)
               ADD 1 TO TOTAL-SEM-NFE
               DISPLAY "PEDIDO " ENT-PEDIDO (ENT-SUB)
                       " FORA DE ROTA - NF-E DA FATURA NAO "
                       "AUTORIZADA (PROG159/PROG160)."
           END-IF.
           IF ENT-SEM-FAIXA (ENT-SUB)
               ADD 1 TO TOTAL-SEM-FAIXA
               DISPLAY "PEDIDO " ENT-PEDIDO (ENT-SUB)
                       " FORA DE ROTA - CEP " ENT-CEP (ENT-SUB)
                       " SEM TRANSPORTADORA (OPCAO 5)."
           END-IF.
           ADD 1 TO ENT-SUB.

       SOLICITA-MANIFESTO.
           DISPLAY "NUMERO DO MANIFESTO (AAAAMMDD + ROTA, 11 "
                   "DIGITOS): ".
           ACCEPT MANIFESTO-INFORMADO.

      *    IMPRIME-MANIFESTO: O ROMANEIO DO MOTORISTA - UMA PARADA
      *    POR BLOCO, COM A LINHA DE ASSINATURA DO RECEBEDOR.
       IMPRIME-MANIFESTO.
           MOVE "N" TO ACHOU-MANIFESTO.
           MOVE 0 TO PARADAS-MANIFESTO.
           MOVE 0 TO VOLUMES-MANIFESTO.
           OPEN INPUT ARQUIVO-MANIFESTO.
           IF MANIFESTO-FILE-STATUS NOT = "00"
               DISPLAY "NENHUM MANIFESTO GERADO AINDA."
               IF MANIFESTO-FILE-STATUS = "05"
                   CLOSE ARQUIVO-MANIFESTO
               END-IF
           ELSE
               PERFORM POSICIONA-MANIFESTO
               PERFORM IMPRIME-PROXIMA-PARADA
                   UNTIL FINAL-ARQUIVO = "S"
               CLOSE ARQUIVO-MANIFESTO
               IF ACHOU-MANIFESTO = "S"
                   DISPLAY "---------------------------------------"
                           "--------"
                   DISPLAY "PARADAS: " PARADAS-MANIFESTO
                           "   VOLUMES: " VOLUMES-MANIFESTO
                   DISPLAY " "
                   DISPLAY "MOTORISTA: ______________________  "
                           "PLACA: ________"
                   DISPLAY "CONFERENTE: _____________________  "
                           "SAIDA: ____:____"
               ELSE
                   DISPLAY "MANIFESTO NAO ENCONTRADO."
               END-IF
           END-IF.

       POSICIONA-MANIFESTO.
           MOVE INFORMADO-DATA TO MANIFESTO-DATA.
           MOVE INFORMADO-ROTA TO MANIFESTO-ROTA.
           MOVE ZERO TO MANIFESTO-PARADA.
           START ARQUIVO-MANIFESTO
               KEY IS GREATER THAN MANIFESTO-CHAVE
               INVALID KEY
                   MOVE "S" TO FINAL-ARQUIVO
               NOT INVALID KEY
                   MOVE "N" TO FINAL-ARQUIVO
           END-START.

       IMPRIME-PROXIMA-PARADA.
           READ ARQUIVO-MANIFESTO NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               IF MANIFESTO-DATA NOT = INFORMADO-DATA
                       OR MANIFESTO-ROTA NOT = INFORMADO-ROTA
                   MOVE "S" TO FINAL-ARQUIVO
               ELSE
                   IF ACHOU-MANIFESTO NOT = "S"
                       MOVE "S" TO ACHOU-MANIFESTO
                       PERFORM IMPRIME-CABECALHO-MANIFESTO
                   END-IF
                   ADD 1 TO PARADAS-MANIFESTO
                   ADD MANIFESTO-VOLUMES TO VOLUMES-MANIFESTO
                   DISPLAY "PARADA " MANIFESTO-PARADA
                           "  PEDIDO " MANIFESTO-PEDIDO-NUMERO
                           "  FATURA " MANIFESTO-FATURA-NUMERO
                           "  VOLUMES " MANIFESTO-VOLUMES
                   DISPLAY "   " MANIFESTO-CLIENTE-CODIGO " - "
                           MANIFESTO-CLIENTE-NOME
                   DISPLAY "   " MANIFESTO-LOGRADOURO " "
                           MANIFESTO-ENDER-NUMERO " CEP "
                           MANIFESTO-CEP
                   DISPLAY "   RECEBIDO POR: ____________________ "
                           "DATA: __/__/____"
               END-IF
           END-IF.

       IMPRIME-CABECALHO-MANIFESTO.
           DISPLAY "==============================================".
           DISPLAY "MANIFESTO DE ENTREGA " MANIFESTO-DATA
                   MANIFESTO-ROTA.
           DISPLAY "TRANSPORTADORA: " MANIFESTO-TRANSPORTADORA.
           DISPLAY "ROTA: " MANIFESTO-CIDADE " / " MANIFESTO-UF.
           IF MANIFESTO-CONFIRMADO
               DISPLAY "EMBARQUE CONFIRMADO EM "
                       MANIFESTO-DATA-EMBARQUE " POR "
                       MANIFESTO-OPERADOR
           END-IF.
           DISPLAY "----------------------------------------------".

      *    CONFIRMA-MANIFESTO: O CAMINHAO SAIU - CADA PEDIDO DO
      *    MANIFESTO GANHA O REGISTRO DE EMBARQUE (EXPEDICAO.DAT) COM
      *    A TRANSPORTADORA E OS VOLUMES DA PARADA, DE UMA VEZ.
       CONFIRMA-MANIFESTO.
           PERFORM SOLICITA-MANIFESTO.
           PERFORM CONTA-PARADAS-PENDENTES.
           EVALUATE TRUE
               WHEN PARADAS-MANIFESTO = 0
                   DISPLAY "MANIFESTO NAO ENCONTRADO."
               WHEN PARADAS-PENDENTES = 0
                   DISPLAY "MANIFESTO JA CONFIRMADO."
               WHEN OTHER
                   DISPLAY "PARADAS A CONFIRMAR: " PARADAS-PENDENTES
                   DISPLAY "DATA DO EMBARQUE (AAAAMMDD, 0 = HOJE): "
                   ACCEPT DATA-EMBARQUE-INF
                   IF DATA-EMBARQUE-INF = 0
                       MOVE DATA-HOJE TO DATA-EMBARQUE-INF
                   END-IF
                   DISPLAY "CONFIRMA O EMBARQUE DE TODO O MANIFESTO "
                           "(S/N)? "
                   ACCEPT CONFIRMA
                   IF CONFIRMA = "S" OR CONFIRMA = "s"
                       PERFORM GRAVA-EMBARQUES-MANIFESTO
                   ELSE
                       DISPLAY "CONFIRMACAO CANCELADA."
                   END-IF
           END-EVALUATE.

       CONTA-PARADAS-PENDENTES.
           MOVE 0 TO PARADAS-MANIFESTO.
           MOVE 0 TO PARADAS-PENDENTES.
           OPEN INPUT ARQUIVO-MANIFESTO.
           IF MANIFESTO-FILE-STATUS = "00"
               PERFORM POSICIONA-MANIFESTO
               PERFORM CONTA-PROXIMA-PARADA
                   UNTIL FINAL-ARQUIVO = "S"
               CLOSE ARQUIVO-MANIFESTO
           END-IF.
           IF MANIFESTO-FILE-STATUS = "05"
               CLOSE ARQUIVO-MANIFESTO
           END-IF.

       CONTA-PROXIMA-PARADA.
           READ ARQUIVO-MANIFESTO NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               IF MANIFESTO-DATA NOT = INFORMADO-DATA
                       OR MANIFESTO-ROTA NOT = INFORMADO-ROTA
                   MOVE "S" TO FINAL-ARQUIVO
               ELSE
                   ADD 1 TO PARADAS-MANIFESTO
                   IF MANIFESTO-GERADO
                       ADD 1 TO PARADAS-PENDENTES
                   END-IF
               END-IF
           END-IF.

       GRAVA-EMBARQUES-MANIFESTO.
           MOVE 0 TO TOTAL-EMBARCADOS.
           MOVE 0 TO TOTAL-JA-EMBARCADOS.
           OPEN I-O ARQUIVO-EXPEDICAO.
           IF EXPEDICAO-FILE-STATUS = "35"
               OPEN OUTPUT ARQUIVO-EXPEDICAO
               CLOSE ARQUIVO-EXPEDICAO
               OPEN I-O ARQUIVO-EXPEDICAO
           END-IF.
           OPEN I-O ARQUIVO-MANIFESTO.
           PERFORM POSICIONA-MANIFESTO.
           PERFORM EMBARCA-PROXIMA-PARADA
               UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-MANIFESTO.
           CLOSE ARQUIVO-EXPEDICAO.
           DISPLAY "EMBARQUES GRAVADOS........: " TOTAL-EMBARCADOS.
           IF TOTAL-JA-EMBARCADOS NOT = 0
               DISPLAY "JA TINHAM EMBARQUE (PROG119): "
                       TOTAL-JA-EMBARCADOS
           END-IF.

       EMBARCA-PROXIMA-PARADA.
           READ ARQUIVO-MANIFESTO NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               IF MANIFESTO-DATA NOT = INFORMADO-DATA
                       OR MANIFESTO-ROTA NOT = INFORMADO-ROTA
                   MOVE "S" TO FINAL-ARQUIVO
               ELSE
                   IF MANIFESTO-GERADO
                       PERFORM EMBARCA-PARADA
                   END-IF
               END-IF
           END-IF.

       EMBARCA-PARADA.
           MOVE MANIFESTO-PEDIDO-NUMERO TO EXPEDICAO-PEDIDO-NUMERO.
           MOVE DATA-EMBARQUE-INF TO EXPEDICAO-DATA-EMBARQUE.
           MOVE MANIFESTO-TRANSPORTADORA TO EXPEDICAO-TRANSPORTADORA.
           MOVE MANIFESTO-VOLUMES TO EXPEDICAO-VOLUMES.
           MOVE OPERADOR-ID TO EXPEDICAO-OPERADOR.
           WRITE EXPEDICAO-REGISTRO
               INVALID KEY
                   ADD 1 TO TOTAL-JA-EMBARCADOS
                   DISPLAY "PEDIDO " MANIFESTO-PEDIDO-NUMERO
                           " JA TINHA EMBARQUE CONFIRMADO."
               NOT INVALID KEY
                   ADD 1 TO TOTAL-EMBARCADOS
           END-WRITE.
           MOVE "C" TO MANIFESTO-SITUACAO.
           MOVE DATA-EMBARQUE-INF TO MANIFESTO-DATA-EMBARQUE.
           MOVE OPERADOR-ID TO MANIFESTO-OPERADOR.
           REWRITE MANIFESTO-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO MARCAR A PARADA "
                           MANIFESTO-PARADA "."
           END-REWRITE.

       LISTA-MANIFESTOS-PENDENTES.
           OPEN INPUT ARQUIVO-MANIFESTO.
           IF MANIFESTO-FILE-STATUS NOT = "00"
               DISPLAY "NENHUM MANIFESTO GERADO AINDA."
               IF MANIFESTO-FILE-STATUS = "05"
                   CLOSE ARQUIVO-MANIFESTO
               END-IF
           ELSE
               DISPLAY "MANIFESTOS AGUARDANDO EMBARQUE"
               DISPLAY "MANIFESTO   TRANSPORTADORA       CIDADE"
               DISPLAY "---------------------------------------------"
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LISTA-PROXIMO-PENDENTE
                   UNTIL FINAL-ARQUIVO = "S"
               CLOSE ARQUIVO-MANIFESTO
           END-IF.

       LISTA-PROXIMO-PENDENTE.
           READ ARQUIVO-MANIFESTO NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               IF MANIFESTO-GERADO AND MANIFESTO-PARADA = 1
                   DISPLAY MANIFESTO-NUMERO " "
                           MANIFESTO-TRANSPORTADORA " "
                           MANIFESTO-CIDADE "/" MANIFESTO-UF
               END-IF
           END-IF.

      *    GRAVA-FAIXA-TRANSPORTADORA: INCLUI OU ALTERA A FAIXA PELO
      *    CEP INICIAL. A TRANSPORTADORA E INFORMADA PELO CODIGO DO
      *    CADASTRO (PROG180) E PRECISA ESTAR ATIVA; O NOME VEM DELE.
       GRAVA-FAIXA-TRANSPORTADORA.
           DISPLAY "CEP INICIAL DA FAIXA (8 DIGITOS): ".
           ACCEPT CEP-DE-INF.
           DISPLAY "CEP FINAL DA FAIXA (8 DIGITOS): ".
           ACCEPT CEP-ATE-INF.
           DISPLAY "CODIGO DA TRANSPORTADORA: ".
           ACCEPT TRANSP-CODIGO-INF.
           PERFORM BUSCA-NOME-TRANSPORTADORA.
           EVALUATE TRUE
               WHEN CEP-DE-INF NOT NUMERIC
                       OR CEP-ATE-INF NOT NUMERIC
                   DISPLAY "CEP INVALIDO."
               WHEN CEP-ATE-INF < CEP-DE-INF
                   DISPLAY "CEP FINAL MENOR QUE O INICIAL."
               WHEN TRANSPORTADORA-INF = SPACE
                   DISPLAY "TRANSPORTADORA INEXISTENTE OU RETIRADA "
                           "DO CADASTRO (PROG180)."
               WHEN OTHER
                   PERFORM GRAVA-REGISTRO-FAIXA
           END-EVALUATE.

       BUSCA-NOME-TRANSPORTADORA.
           MOVE SPACE TO TRANSPORTADORA-INF.
           OPEN INPUT ARQUIVO-TRANSPORTADORA.
           IF TRANSPORTADORA-FILE-STATUS = "35"
               CONTINUE
           ELSE
               MOVE TRANSP-CODIGO-INF TO TRANSP-CODIGO
               READ ARQUIVO-TRANSPORTADORA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF TRANSP-ATIVA
                           MOVE TRANSP-NOME TO TRANSPORTADORA-INF
                           DISPLAY "TRANSPORTADORA: " TRANSP-NOME
                       END-IF
               END-READ
               CLOSE ARQUIVO-TRANSPORTADORA
           END-IF.

       GRAVA-REGISTRO-FAIXA.
           OPEN I-O ARQUIVO-TRANSP-FAIXA.
           IF TRANSP-FAIXA-FILE-STATUS = "35"
               OPEN OUTPUT ARQUIVO-TRANSP-FAIXA
               CLOSE ARQUIVO-TRANSP-FAIXA
               OPEN I-O ARQUIVO-TRANSP-FAIXA
           END-IF.
           MOVE CEP-DE-INF TO TRANSP-FAIXA-CEP-DE.
           MOVE CEP-ATE-INF TO TRANSP-FAIXA-CEP-ATE.
           MOVE TRANSPORTADORA-INF TO TRANSP-FAIXA-TRANSPORTADORA.
           MOVE TRANSP-CODIGO-INF TO TRANSP-FAIXA-TRANSP-CODIGO.
           MOVE DATA-HOJE TO TRANSP-FAIXA-DATA-ALTERACAO.
           WRITE TRANSP-FAIXA-REGISTRO
               INVALID KEY
                   REWRITE TRANSP-FAIXA-REGISTRO
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR A FAIXA."
                       NOT INVALID KEY
                           DISPLAY "FAIXA ALTERADA."
                   END-REWRITE
               NOT INVALID KEY
                   DISPLAY "FAIXA INCLUIDA."
           END-WRITE.
           CLOSE ARQUIVO-TRANSP-FAIXA.

       LISTA-FAIXAS-TRANSPORTADORA.
           OPEN INPUT ARQUIVO-TRANSP-FAIXA.
           IF TRANSP-FAIXA-FILE-STATUS NOT = "00"
               DISPLAY "NENHUMA FAIXA CADASTRADA."
               IF TRANSP-FAIXA-FILE-STATUS = "05"
                   CLOSE ARQUIVO-TRANSP-FAIXA
               END-IF
           ELSE
               DISPLAY "CEP DE   CEP ATE  COD TRANSPORTADORA"
               DISPLAY "-----------------------------------------"
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LISTA-PROXIMA-FAIXA
                   UNTIL FINAL-ARQUIVO = "S"
               CLOSE ARQUIVO-TRANSP-FAIXA
           END-IF.

       LISTA-PROXIMA-FAIXA.
           READ ARQUIVO-TRANSP-FAIXA NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               DISPLAY TRANSP-FAIXA-CEP-DE " " TRANSP-FAIXA-CEP-ATE
                       " " TRANSP-FAIXA-TRANSP-CODIGO "  "
                       TRANSP-FAIXA-TRANSPORTADORA
           END-IF.
