       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG203.
      *    GERACAO DOS PEDIDOS PROGRAMADOS (PEDFIXO.DAT, PROG202) NO
      *    LOTE NOTURNO (ETAPA DO PROG50): CADA PROGRAMA ATIVO COM A
      *    PROXIMA DATA VENCIDA (HOJE OU ANTES) VIRA UM PEDIDO EM
      *    PEDIDOS.DAT COM AS MESMAS REGRAS DA DIGITACAO DO PROG65 -
      *    PRECO DE TABELA EM VIGOR (PRECOS.DAT), ACORDO DE DESCONTO
      *    DO CLIENTE (DESCONTOS.DAT), RESERVA DE ESTOQUE COM A FALTA
      *    EM ENCOMENDAS.DAT, FRETE ESTIMADO, NUMERO EM NUMPED.DAT,
      *    DIARIO E AUDITORIA. AS TRAVAS SAO AS DO PROG65 (LIMITE DE
      *    CREDITO, TITULO VENCIDO ALEM DE PROG65-DIAS-ATRASO E
      *    CHEQUE DEVOLVIDO), MAS DE NOITE NAO HA SUPERVISOR NEM
      *    OPERADOR PARA LIBERAR OU CONFIRMAR DINHEIRO/CARTAO: O
      *    PEDIDO TRAVADO E RECUSADO E VAI PARA QUARENTENA.DAT
      *    (MOTIVO 06), COMO O RECUSADO NA DIGITACAO.
      *    GERADO OU RECUSADO, A PROXIMA DATA ANDA UM PERIODO (SEMANA,
      *    MES OU N DIAS) ATE PASSAR DE HOJE - LOTE QUE FICOU DIAS SEM
      *    RODAR GERA UM PEDIDO SO POR PROGRAMA, E O RECUSADO NAO SE
      *    REPETE TODA NOITE: O BALCAO RESOLVE O CLIENTE E DIGITA O
      *    PEDIDO NO PROG65. O PROGRAMA CUJA PROXIMA DATA PASSA DA
      *    DATA DE TERMINO FICA ENCERRADO. OS DIAS SAO CONTADOS NO
      *    CALENDARIO PELO PROG97.
      *    A LISTA DOS PEDIDOS GERADOS E RECUSADOS, COM O MOTIVO, SAI
      *    NO SPOOL (PROG95) PARA O BALCAO DE VENDAS.
      *    A RESERVA E FEITA NO DEPOSITO DA EMPRESA DO PROGRAMA
      *    (ESTDEP.DAT), COMO NA DIGITACAO, E O ITEM LEVA O DEPOSITO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "PFXSEL.cob".
           COPY "CLISEL.cob".
           COPY "PRODSEL.cob".
           COPY "PEDSEL.cob".
           COPY "QUARSEL.cob".
           COPY "AUDSEL.cob".
           COPY "CRDSEL.cob".
           COPY "ESTSEL.cob".
           COPY "FATSEL.cob".
           COPY "ENDSEL.cob".
           COPY "DSCSEL.cob".
           COPY "PRCSEL.cob".
           COPY "JRNSEL.cob".
           COPY "PARSEL.cob".
           COPY "EMDSEL.cob".
           COPY "TPTSEL.cob".
           COPY "TRPSEL.cob".
           COPY "FRTSEL.cob".
           COPY "EDPSEL.cob".
           SELECT OPTIONAL ARQUIVO-NUMERO-PEDIDO
               ASSIGN TO "numped.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS NUMERO-PEDIDO-FILE-STATUS.

           COPY "RUNSEL.cob".
           COPY "SPOSEL.cob".
           COPY "SPLSEL.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "PFXREG.cob".
           COPY "CLIREG.cob".
           COPY "PRODREG.cob".
           COPY "PEDREG.cob".
           COPY "QUARREG.cob".
           COPY "AUDREG.cob".
           COPY "CRDREG.cob".
           COPY "ESTREG.cob".
           COPY "FATREG.cob".
           COPY "ENDREG.cob".
           COPY "DSCREG.cob".
           COPY "PRCREG.cob".
           COPY "JRNREG.cob".
           COPY "PARREG.cob".
           COPY "EMDREG.cob".
           COPY "TPTREG.cob".
           COPY "TRPREG.cob".
           COPY "FRTREG.cob".
           COPY "EDPREG.cob".

       FD  ARQUIVO-NUMERO-PEDIDO.
       01  NUMERO-PEDIDO-REGISTRO.
           05 NUMERO-PEDIDO-PROX-SEQ PIC 9(07).

           COPY "RUNREG.cob".
           COPY "SPOREG.cob".
           COPY "SPLREG.cob".

       WORKING-STORAGE SECTION.

           COPY "AMBWRK.cob".
           COPY "LOGWRK.cob".
           COPY "SPLWRK.cob".

       01  PEDIDO-FIXO-FILE-STATUS   PIC XX.
       01  PEDIDO-FIXO-PATH          PIC X(100).
       01  FINAL-ARQUIVO             PIC X.
       01  CLIENTE-FILE-STATUS       PIC XX.
       01  CLIENTE-PATH              PIC X(100).
       01  PRODUTO-FILE-STATUS       PIC XX.
       01  PRODUTO-PATH              PIC X(100).
       01  PEDIDO-FILE-STATUS        PIC XX.
       01  PEDIDO-PATH               PIC X(100).
       01  LINHA-PEDIDO-GRAVADA      PIC 9(03).
       01  QUARENTENA-FILE-STATUS    PIC XX.
       01  AUDITORIA-FILE-STATUS     PIC XX.
       01  NUMERO-PEDIDO-FILE-STATUS PIC XX.
       01  CREDITO-FILE-STATUS       PIC XX.
       01  CREDITO-PATH              PIC X(100).
       01  ESTOQUE-FILE-STATUS       PIC XX.
       01  ESTOQUE-PATH              PIC X(100).
       01  ENCOMENDA-FILE-STATUS     PIC XX.
       01  ENCOMENDA-PATH            PIC X(100).
       01  DISPONIVEL-ESTOQUE        PIC S9(07).
       01  DEPOSITO-PROGRAMADO       PIC 9(02).
       01  QTDE-ITENS-COBERTOS       PIC 9(03).
       01  QTDE-ITENS-ENCOMENDA      PIC 9(03).
       01  FATURA-FILE-STATUS        PIC XX.
       01  FATURA-PATH               PIC X(100).
       01  ENDERECO-FILE-STATUS      PIC XX.
       01  ENDERECO-PATH             PIC X(100).
       01  DESCONTO-FILE-STATUS      PIC XX.
       01  DESCONTO-PATH             PIC X(100).
       01  PRECO-FILE-STATUS         PIC XX.
       01  PRECO-PATH                PIC X(100).
       01  OPERADOR-ID               PIC X(10).

      *    TRAVA DE INADIMPLENCIA: MESMO LIMITE DO PROG65 (VARIAVEL
      *    PROG65-DIAS-ATRASO, PADRAO 30), CONVENCAO 30/360.
       01  DIAS-LIMITE-ATRASO        PIC 9(03) VALUE 30.
       01  LIMITE-ATRASO-ENV         PIC X(03).
       01  DATA-HOJE                 PIC 9(08).
       01  DATA-HOJE-R REDEFINES DATA-HOJE.
           05 HOJE-ANO               PIC 9(04).
           05 HOJE-MES               PIC 9(02).
           05 HOJE-DIA               PIC 9(02).
       01  DATA-VENCIMENTO-WS        PIC 9(08).
       01  DATA-VENCIMENTO-R REDEFINES DATA-VENCIMENTO-WS.
           05 VENCTO-ANO             PIC 9(04).
           05 VENCTO-MES             PIC 9(02).
           05 VENCTO-DIA             PIC 9(02).
       01  DIAS-ATRASO-TITULO        PIC S9(07).
       01  MAIOR-ATRASO-CLIENTE      PIC S9(07).
       01  SALDO-TITULO-ATRASO       PIC S9(09)V9(02).
       01  INADIMPLENCIA-SITUACAO    PIC X.
           88 SEM-INADIMPLENCIA          VALUE "S".
       01  FINAL-ARQUIVO-FATURA      PIC X.
       01  PERCENTUAL-ACORDO-CLIENTE PIC 9(03)V9(02).
       01  PRECO-ACORDADO-ITEM       PIC 9(07)V9(02).
       01  ACHOU-ACORDO-ITEM         PIC X.
       01  PRECO-TABELA-ITEM         PIC 9(07)V9(02).
       01  FINAL-ARQUIVO-PRECO       PIC X.
       01  CREDITO-SITUACAO          PIC X.
           88 CREDITO-APROVADO           VALUE "S".
       01  EXPOSICAO-PROJETADA       PIC 9(11)V9(02).
       01  RESTRICAO-CHEQUE-CLIENTE  PIC X.
           88 CLIENTE-SO-DINHEIRO-CARTAO VALUE "S".

       01  GERACAO-SITUACAO          PIC X.
           88 GERACAO-OK                 VALUE "S".
       01  MOTIVO-REJEICAO-COD       PIC X(02).
       01  MOTIVO-REJEICAO-DESC      PIC X(30).

      *    ITENS DO PEDIDO EM MONTAGEM, NO LEIAUTE DO PROG65.
       01  QTDE-ITENS-PEDIDO         PIC 9(03) VALUE 0.
       01  TABELA-ITENS-PEDIDO.
           05 ITEM-PENDENTE OCCURS 20 TIMES.
              10 ITEM-PEND-PRODUTO    PIC 9(05).
              10 ITEM-PEND-DESCRICAO  PIC X(30).
              10 ITEM-PEND-QTDE       PIC 9(05).
              10 ITEM-PEND-PRECO      PIC 9(07)V9(02).
              10 ITEM-PEND-LISTA      PIC 9(07)V9(02).
              10 ITEM-PEND-TOTAL      PIC 9(09)V9(02).
              10 ITEM-PEND-ENCOMENDA  PIC 9(05).
              10 ITEM-PEND-RESERVA    PIC X(01).
       01  ITEM-SUB                  PIC 9(03).
       01  FIXO-SUB                  PIC 9(02).

       01  TOTAL-PEDIDO              PIC 9(09)V9(02).
       01  TOTAL-COM-FRETE           PIC 9(09)V9(02).
       01  TOTAL-PEDIDO-EDITADO      PIC $$$$,$$$,$$9.99.

       01  NUMERO-PEDIDO-GERADO      PIC 9(07).
       01  PROXIMA-SEQUENCIA-PEDIDO  PIC 9(07) VALUE 0.

      *    FRETE ESTIMADO DO PEDIDO.
       01  TRANSP-FAIXA-FILE-STATUS  PIC XX.
       01  TRANSP-FAIXA-PATH         PIC X(100).
       01  TRANSPORTADORA-FILE-STATUS PIC XX.
       01  TRANSPORTADORA-PATH       PIC X(100).
       01  FRETE-FILE-STATUS         PIC XX.
       01  FRETE-PATH                PIC X(100).
       01  PESO-PEDIDO               PIC 9(07)V9(03).
       01  CEP-ENTREGA               PIC X(08).
       01  UF-ENTREGA                PIC X(02).
       01  TRANSP-PEDIDO             PIC 9(02).
       01  FRETE-PEDIDO              PIC 9(05)V9(02).
       01  FRETE-CALCULADO           PIC 9(07)V9(02).
       01  SITUACAO-FRETE            PIC X(01).
       01  FINAL-ARQUIVO-FRETE       PIC X.
       01  ACHOU-FAIXA-PESO          PIC X.
       01  ACHOU-LINHA-FRETE         PIC X.
       01  ULTIMO-PESO-ATE           PIC 9(05)V9(03).
       01  ULTIMO-VALOR-FRETE        PIC 9(05)V9(02).
       01  ULTIMO-VALOR-KG           PIC 9(03)V9(02).

      *    AVANCO DA PROGRAMACAO: DIA A DIA PELO PROG97 (SEMANAL E
      *    A CADA N DIAS) OU MES A MES COM O DIA COMBINADO.
       01  DU-FUNCAO-WS              PIC X(01).
       01  DU-DATA-1-WS              PIC 9(08).
       01  DU-DATA-2-WS              PIC 9(08).
       01  DU-RESULTADO-WS           PIC S9(05).
       01  DATA-PROGRAMADA           PIC 9(08).
       01  DATA-PROGRAMADA-R REDEFINES DATA-PROGRAMADA.
           05 PROGR-ANO              PIC 9(04).
           05 PROGR-MES              PIC 9(02).
           05 PROGR-DIA              PIC 9(02).
       01  DIAS-A-AVANCAR            PIC 9(03).
       01  DIAS-NO-MES               PIC 9(02).
       01  QUOCIENTE-ANO             PIC 9(04).
       01  RESTO-4                   PIC 9(04).
       01  RESTO-100                 PIC 9(04).
       01  RESTO-400                 PIC 9(04).

       01  TOTAL-LIDOS               PIC 9(05) VALUE 0.
       01  TOTAL-VENCIDOS            PIC 9(05) VALUE 0.
       01  TOTAL-GERADOS             PIC 9(05) VALUE 0.
       01  TOTAL-RECUSADOS           PIC 9(05) VALUE 0.
       01  TOTAL-ENCERRADOS          PIC 9(05) VALUE 0.
       01  VALOR-TOTAL-GERADO        PIC 9(11)V9(02) VALUE 0.
       01  VALOR-TOTAL-EDITADO       PIC $$$,$$$,$$$,$$9.99.

           COPY "JRNWRK.cob".

           COPY "PARWRK.cob".

           COPY "EDPWRK.cob".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "PROG203" TO RUNLOG-PROGRAMA-WS.
           PERFORM GRAVA-RUNLOG-INICIO.
           MOVE "PROG203" TO SPOOL-RELATORIO-WS.
           PERFORM ABRE-SPOOL.
           PERFORM INICIALIZA-AMBIENTE.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM INICIALIZA-CAMINHOS.
           PERFORM INICIALIZA-OPERADOR.
           MOVE 0 TO TOTAL-LIDOS.
           MOVE 0 TO TOTAL-VENCIDOS.
           MOVE 0 TO TOTAL-GERADOS.
           MOVE 0 TO TOTAL-RECUSADOS.
           MOVE 0 TO TOTAL-ENCERRADOS.
           MOVE 0 TO VALOR-TOTAL-GERADO.
           PERFORM IMPRIME-CABECALHO.

           OPEN I-O ARQUIVO-PEDIDO-FIXO.
           IF PEDIDO-FIXO-FILE-STATUS = "00"
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-PEDIDO-FIXO
               PERFORM PROCESSA-PEDIDOS-FIXOS
                   UNTIL FINAL-ARQUIVO = "S"
               CLOSE ARQUIVO-PEDIDO-FIXO
           ELSE
               IF PEDIDO-FIXO-FILE-STATUS = "05"
                   CLOSE ARQUIVO-PEDIDO-FIXO
               END-IF
               STRING "PEDFIXO.DAT NAO ENCONTRADO. NENHUM PEDIDO "
                          DELIMITED BY SIZE
                      "PROGRAMADO A GERAR." DELIMITED BY SIZE
                   INTO LINHA-SPOOL
               PERFORM EMITE-LINHA-SPOOL
           END-IF.
           PERFORM IMPRIME-TOTAIS.
           MOVE 0 TO RETURN-CODE.

       PROGRAM-DONE.
           MOVE TOTAL-LIDOS TO RUNLOG-LIDOS-WS.
           MOVE TOTAL-GERADOS TO RUNLOG-GRAVADOS-WS.
           PERFORM ENCERRA-SPOOL.
           PERFORM GRAVA-RUNLOG-FIM.
           GOBACK.

       INICIALIZA-CAMINHOS.
           MOVE "pedfixo.dat" TO PEDIDO-FIXO-PATH.
           ACCEPT PEDIDO-FIXO-PATH FROM ENVIRONMENT "PEDFIXO_DAT".
           IF PEDIDO-FIXO-PATH = SPACE
               MOVE "pedfixo.dat" TO PEDIDO-FIXO-PATH
           END-IF.

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

           MOVE "pedidos.dat" TO PEDIDO-PATH.
           ACCEPT PEDIDO-PATH FROM ENVIRONMENT "PEDIDO_DAT".
           IF PEDIDO-PATH = SPACE
               MOVE "pedidos.dat" TO PEDIDO-PATH
           END-IF.

           MOVE "credito.dat" TO CREDITO-PATH.
           ACCEPT CREDITO-PATH FROM ENVIRONMENT "CREDITO_DAT".
           IF CREDITO-PATH = SPACE
               MOVE "credito.dat" TO CREDITO-PATH
           END-IF.

           MOVE "estoque.dat" TO ESTOQUE-PATH.
           ACCEPT ESTOQUE-PATH FROM ENVIRONMENT "ESTOQUE_DAT".
           IF ESTOQUE-PATH = SPACE
               MOVE "estoque.dat" TO ESTOQUE-PATH
           END-IF.

           MOVE "encomendas.dat" TO ENCOMENDA-PATH.
           ACCEPT ENCOMENDA-PATH FROM ENVIRONMENT "ENCOMENDA_DAT".
           IF ENCOMENDA-PATH = SPACE
               MOVE "encomendas.dat" TO ENCOMENDA-PATH
           END-IF.

           MOVE "faturas.dat" TO FATURA-PATH.
           ACCEPT FATURA-PATH FROM ENVIRONMENT "FATURA_DAT".
           IF FATURA-PATH = SPACE
               MOVE "faturas.dat" TO FATURA-PATH
           END-IF.

           PERFORM INICIALIZA-CAMINHO-PARCELA.

           MOVE "enderecos.dat" TO ENDERECO-PATH.
           ACCEPT ENDERECO-PATH FROM ENVIRONMENT "ENDERECO_DAT".
           IF ENDERECO-PATH = SPACE
               MOVE "enderecos.dat" TO ENDERECO-PATH
           END-IF.

           MOVE "descontos.dat" TO DESCONTO-PATH.
           ACCEPT DESCONTO-PATH FROM ENVIRONMENT "DESCONTO_DAT".
           IF DESCONTO-PATH = SPACE
               MOVE "descontos.dat" TO DESCONTO-PATH
           END-IF.

           MOVE "precos.dat" TO PRECO-PATH.
           ACCEPT PRECO-PATH FROM ENVIRONMENT "PRECO_DAT".
           IF PRECO-PATH = SPACE
               MOVE "precos.dat" TO PRECO-PATH
           END-IF.

           MOVE "transpfaixa.dat" TO TRANSP-FAIXA-PATH.
           ACCEPT TRANSP-FAIXA-PATH FROM ENVIRONMENT
               "TRANSPFAIXA_DAT".
           IF TRANSP-FAIXA-PATH = SPACE
               MOVE "transpfaixa.dat" TO TRANSP-FAIXA-PATH
           END-IF.

           MOVE "transportadoras.dat" TO TRANSPORTADORA-PATH.
           ACCEPT TRANSPORTADORA-PATH FROM ENVIRONMENT
               "TRANSPORTADORA_DAT".
           IF TRANSPORTADORA-PATH = SPACE
               MOVE "transportadoras.dat" TO TRANSPORTADORA-PATH
           END-IF.

           MOVE "fretes.dat" TO FRETE-PATH.
           ACCEPT FRETE-PATH FROM ENVIRONMENT "FRETE_DAT".
           IF FRETE-PATH = SPACE
               MOVE "fretes.dat" TO FRETE-PATH
           END-IF.

           MOVE SPACE TO LIMITE-ATRASO-ENV.
           ACCEPT LIMITE-ATRASO-ENV FROM ENVIRONMENT
               "PROG65-DIAS-ATRASO".
           IF LIMITE-ATRASO-ENV IS NUMERIC
               MOVE LIMITE-ATRASO-ENV TO DIAS-LIMITE-ATRASO
           END-IF.

           PERFORM INICIALIZA-CAMINHO-ESTDEP.

      *    INICIALIZA-OPERADOR: NO LOTE NAO HA SESSAO; O OPERADOR DO
      *    LOTE VEM DA VARIAVEL DE AMBIENTE, COMO NO PROG66.
       INICIALIZA-OPERADOR.
           MOVE SPACE TO OPERADOR-ID.
           ACCEPT OPERADOR-ID FROM ENVIRONMENT "OPERADOR_ID".
           IF OPERADOR-ID = SPACE
               MOVE "DESCONHEC" TO OPERADOR-ID
           END-IF.

       IMPRIME-CABECALHO.
           STRING "PEDIDOS PROGRAMADOS - GERACAO DE " DELIMITED BY SIZE
                  DATA-HOJE DELIMITED BY SIZE
               INTO LINHA-SPOOL.
           PERFORM EMITE-LINHA-SPOOL.
           STRING "-------------------------------------------------"
                      DELIMITED BY SIZE
               INTO LINHA-SPOOL.
           PERFORM EMITE-LINHA-SPOOL.

       LEIA-PROXIMO-PEDIDO-FIXO.
           READ ARQUIVO-PEDIDO-FIXO NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               ADD 1 TO TOTAL-LIDOS
           END-IF.

      *    PROCESSA-PEDIDOS-FIXOS: SO PROGRAMA ATIVO E VENCIDO CONTA.
      *    O QUE JA VEM COM A PROXIMA DATA DEPOIS DO TERMINO (TERMINO
      *    ENCURTADO NA MANUTENCAO) E ENCERRADO SEM GERAR.
       PROCESSA-PEDIDOS-FIXOS.
           IF PEDIDO-FIXO-ATIVO
                   AND PEDIDO-FIXO-PROXIMA-DATA <= DATA-HOJE
               IF PEDIDO-FIXO-DATA-FIM NOT = 0
                       AND PEDIDO-FIXO-PROXIMA-DATA
                           > PEDIDO-FIXO-DATA-FIM
                   PERFORM ENCERRA-PEDIDO-FIXO
               ELSE
                   ADD 1 TO TOTAL-VENCIDOS
                   PERFORM GERA-PEDIDO-PROGRAMADO
                   PERFORM AVANCA-PROGRAMACAO
               END-IF
               PERFORM REGRAVA-PEDIDO-FIXO
           END-IF.
           PERFORM LEIA-PROXIMO-PEDIDO-FIXO.

       REGRAVA-PEDIDO-FIXO.
           REWRITE PEDIDO-FIXO-REGISTRO
               INVALID KEY
                   STRING "*** ERRO AO REGRAVAR O PROGRAMA "
                              DELIMITED BY SIZE
                          PEDIDO-FIXO-CLIENTE DELIMITED BY SIZE
                          "/" DELIMITED BY SIZE
                          PEDIDO-FIXO-SEQ DELIMITED BY SIZE
                          " - CONFIRA A PROXIMA DATA NO PROG202. ***"
                              DELIMITED BY SIZE
                       INTO LINHA-SPOOL
                   PERFORM EMITE-LINHA-SPOOL
           END-REWRITE.

       ENCERRA-PEDIDO-FIXO.
           MOVE "E" TO PEDIDO-FIXO-SITUACAO.
           ADD 1 TO TOTAL-ENCERRADOS.
           STRING "ENCERRADO CLIENTE " DELIMITED BY SIZE
                  PEDIDO-FIXO-CLIENTE DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  PEDIDO-FIXO-SEQ DELIMITED BY SIZE
                  " - PASSOU DA DATA DE TERMINO " DELIMITED BY SIZE
                  PEDIDO-FIXO-DATA-FIM DELIMITED BY SIZE
               INTO LINHA-SPOOL.
           PERFORM EMITE-LINHA-SPOOL.

      *    GERA-PEDIDO-PROGRAMADO: MESMA SEQUENCIA DO PROG65 -
      *    CLIENTE, ITENS PRECIFICADOS, TRAVAS E GRAVACAO. A PRIMEIRA
      *    RECUSA ENCERRA A GERACAO DO PROGRAMA NESTA NOITE.
       GERA-PEDIDO-PROGRAMADO.
           MOVE "S" TO GERACAO-SITUACAO.
           MOVE "06" TO MOTIVO-REJEICAO-COD.
           MOVE SPACE TO MOTIVO-REJEICAO-DESC.
           PERFORM LE-CLIENTE-PROGRAMADO.
           IF GERACAO-OK
               PERFORM BUSCA-ACORDO-CLIENTE
               PERFORM MONTA-ITENS-PROGRAMADOS
           END-IF.
           IF GERACAO-OK
               PERFORM VERIFICA-CREDITO
               PERFORM VERIFICA-INADIMPLENCIA
               EVALUATE TRUE
                   WHEN NOT CREDITO-APROVADO
                       MOVE "N" TO GERACAO-SITUACAO
                       MOVE "PEDIDO: LIMITE DE CREDITO"
                           TO MOTIVO-REJEICAO-DESC
                   WHEN NOT SEM-INADIMPLENCIA
                       MOVE "N" TO GERACAO-SITUACAO
                       MOVE "PEDIDO: INADIMPLENCIA"
                           TO MOTIVO-REJEICAO-DESC
                   WHEN CLIENTE-SO-DINHEIRO-CARTAO
                       MOVE "N" TO GERACAO-SITUACAO
                       MOVE "PEDIDO: CHEQUE DEVOLVIDO"
                           TO MOTIVO-REJEICAO-DESC
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           MOVE DATA-HOJE TO PEDIDO-FIXO-ULTIMA-DATA.
           IF GERACAO-OK
               PERFORM CALCULA-FRETE-PEDIDO
               PERFORM GRAVA-PEDIDO
               MOVE NUMERO-PEDIDO-GERADO TO PEDIDO-FIXO-ULTIMO-PEDIDO
               MOVE "G" TO PEDIDO-FIXO-ULTIMO-RESULT
               PERFORM IMPRIME-PEDIDO-GERADO
           ELSE
               PERFORM GRAVA-QUARENTENA-PEDIDO
               ADD 1 TO TOTAL-RECUSADOS
               MOVE ZERO TO PEDIDO-FIXO-ULTIMO-PEDIDO
               MOVE "R" TO PEDIDO-FIXO-ULTIMO-RESULT
               PERFORM IMPRIME-PEDIDO-RECUSADO
           END-IF.

      *    LE-CLIENTE-PROGRAMADO: CLIENTE SUMIDO OU INATIVADO DEPOIS
      *    DA PROGRAMACAO E RECUSADO COMO NA DIGITACAO.
       LE-CLIENTE-PROGRAMADO.
           MOVE SPACE TO CLIENTE-REGISTRO.
           OPEN INPUT ARQUIVO-CLIENTE.
           IF CLIENTE-FILE-STATUS = "35"
               MOVE "N" TO GERACAO-SITUACAO
               MOVE "PEDIDO: SEM CADASTRO" TO MOTIVO-REJEICAO-DESC
               MOVE PEDIDO-FIXO-CLIENTE TO CLIENTE-NOME (1:8)
           ELSE
               MOVE PEDIDO-FIXO-CLIENTE TO CLIENTE-CODIGO
               READ ARQUIVO-CLIENTE
                   INVALID KEY
                       MOVE "N" TO GERACAO-SITUACAO
                       MOVE "PEDIDO: CLIENTE INEXISTENTE"
                           TO MOTIVO-REJEICAO-DESC
                       MOVE SPACE TO CLIENTE-NOME
                       MOVE PEDIDO-FIXO-CLIENTE TO CLIENTE-NOME (1:8)
                   NOT INVALID KEY
                       IF CLIENTE-INATIVO
                           MOVE "N" TO GERACAO-SITUACAO
                           MOVE "PEDIDO: CLIENTE INATIVO"
                               TO MOTIVO-REJEICAO-DESC
                       END-IF
               END-READ
               CLOSE ARQUIVO-CLIENTE
           END-IF.

      *    MONTA-ITENS-PROGRAMADOS: CADA ITEM DO PROGRAMA E
      *    PRECIFICADO HOJE (TABELA EM VIGOR E ACORDO DO CLIENTE).
      *    PRODUTO QUE SAIU DO CATALOGO FICA FORA DO PEDIDO, COM AVISO
      *    NA LISTA; SEM NENHUM ITEM VENDAVEL O PEDIDO E RECUSADO.
       MONTA-ITENS-PROGRAMADOS.
           MOVE 0 TO QTDE-ITENS-PEDIDO.
           MOVE ZERO TO TOTAL-PEDIDO.
           MOVE ZERO TO PESO-PEDIDO.
           OPEN INPUT ARQUIVO-PRODUTO.
           IF PRODUTO-FILE-STATUS = "35"
               CONTINUE
           ELSE
               MOVE 1 TO FIXO-SUB
               PERFORM PRECIFICA-ITEM-PROGRAMADO
                   UNTIL FIXO-SUB > PEDIDO-FIXO-QTDE-ITENS
                      OR FIXO-SUB > 10
               CLOSE ARQUIVO-PRODUTO
           END-IF.
           IF QTDE-ITENS-PEDIDO = 0
               MOVE "N" TO GERACAO-SITUACAO
               MOVE "PEDIDO: SEM ITENS VENDAVEIS"
                   TO MOTIVO-REJEICAO-DESC
           END-IF.

       PRECIFICA-ITEM-PROGRAMADO.
           MOVE PEDIDO-FIXO-PRODUTO (FIXO-SUB) TO PRODUTO-CODIGO.
           READ ARQUIVO-PRODUTO
               INVALID KEY
                   PERFORM IMPRIME-ITEM-FORA-CATALOGO
               NOT INVALID KEY
                   IF PRODUTO-INATIVO
                       PERFORM IMPRIME-ITEM-FORA-CATALOGO
                   ELSE
                       PERFORM INCLUI-ITEM-PROGRAMADO
                   END-IF
           END-READ.
           ADD 1 TO FIXO-SUB.

       INCLUI-ITEM-PROGRAMADO.
           PERFORM APLICA-ACORDO-DESCONTO.
           ADD 1 TO QTDE-ITENS-PEDIDO.
           MOVE PRODUTO-CODIGO
               TO ITEM-PEND-PRODUTO (QTDE-ITENS-PEDIDO).
           MOVE PRODUTO-DESCRICAO
               TO ITEM-PEND-DESCRICAO (QTDE-ITENS-PEDIDO).
           MOVE PEDIDO-FIXO-QTDE (FIXO-SUB)
               TO ITEM-PEND-QTDE (QTDE-ITENS-PEDIDO).
           MOVE PRECO-ACORDADO-ITEM
               TO ITEM-PEND-PRECO (QTDE-ITENS-PEDIDO).
           MOVE PRECO-TABELA-ITEM
               TO ITEM-PEND-LISTA (QTDE-ITENS-PEDIDO).
           MOVE 0 TO ITEM-PEND-ENCOMENDA (QTDE-ITENS-PEDIDO).
           MOVE SPACE TO ITEM-PEND-RESERVA (QTDE-ITENS-PEDIDO).
           COMPUTE ITEM-PEND-TOTAL (QTDE-ITENS-PEDIDO) ROUNDED =
               PEDIDO-FIXO-QTDE (FIXO-SUB) * PRECO-ACORDADO-ITEM.
           ADD ITEM-PEND-TOTAL (QTDE-ITENS-PEDIDO) TO TOTAL-PEDIDO.
           IF PRODUTO-PESO IS NUMERIC
               COMPUTE PESO-PEDIDO = PESO-PEDIDO
                   + PEDIDO-FIXO-QTDE (FIXO-SUB) * PRODUTO-PESO
           END-IF.

       IMPRIME-ITEM-FORA-CATALOGO.
           STRING "  PRODUTO " DELIMITED BY SIZE
                  PEDIDO-FIXO-PRODUTO (FIXO-SUB) DELIMITED BY SIZE
                  " DO PROGRAMA " DELIMITED BY SIZE
                  PEDIDO-FIXO-CLIENTE DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  PEDIDO-FIXO-SEQ DELIMITED BY SIZE
                  " FORA DO CATALOGO - NAO ENTRA NO PEDIDO."
                      DELIMITED BY SIZE
               INTO LINHA-SPOOL.
           PERFORM EMITE-LINHA-SPOOL.

      *    APLICA-ACORDO-DESCONTO: MESMA REGRA DO PROG65 - ACORDO DO
      *    PRODUTO, SENAO O GERAL DO CLIENTE, SO ATIVO E EM VIGOR.
       APLICA-ACORDO-DESCONTO.
           PERFORM BUSCA-PRECO-TABELA-VIGENTE.
           MOVE PRECO-TABELA-ITEM TO PRECO-ACORDADO-ITEM.
           MOVE "N" TO ACHOU-ACORDO-ITEM.
           OPEN INPUT ARQUIVO-DESCONTO.
           IF DESCONTO-FILE-STATUS = "35"
               CONTINUE
           ELSE
               MOVE CLIENTE-CODIGO TO DESCONTO-CLIENTE-CODIGO
               MOVE PRODUTO-CODIGO TO DESCONTO-PRODUTO-CODIGO
               READ ARQUIVO-DESCONTO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM AVALIA-ACORDO-LIDO
               END-READ
               IF ACHOU-ACORDO-ITEM NOT = "S"
                   MOVE CLIENTE-CODIGO TO DESCONTO-CLIENTE-CODIGO
                   MOVE ZERO TO DESCONTO-PRODUTO-CODIGO
                   READ ARQUIVO-DESCONTO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM AVALIA-ACORDO-LIDO
                   END-READ
               END-IF
               CLOSE ARQUIVO-DESCONTO
           END-IF.

      *    BUSCA-PRECO-TABELA-VIGENTE: MESMA REGRA DO PROG65.
       BUSCA-PRECO-TABELA-VIGENTE.
           MOVE PRODUTO-PRECO TO PRECO-TABELA-ITEM.
           OPEN INPUT ARQUIVO-PRECO.
           IF PRECO-FILE-STATUS = "35"
               CONTINUE
           ELSE
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
               CLOSE ARQUIVO-PRECO
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
                   IF PRECO-VIGENCIA-DE <= DATA-HOJE
                           AND (PRECO-VIGENCIA-ATE = 0
                               OR PRECO-VIGENCIA-ATE >= DATA-HOJE)
                       MOVE PRECO-VALOR TO PRECO-TABELA-ITEM
                   END-IF
               END-IF
           END-IF.

       AVALIA-ACORDO-LIDO.
           IF DESCONTO-ATIVO
                   AND DESCONTO-VIGENCIA-DE <= DATA-HOJE
                   AND (DESCONTO-VIGENCIA-ATE = 0
                       OR DESCONTO-VIGENCIA-ATE >= DATA-HOJE)
               IF DESCONTO-PRECO NOT = ZERO
                   MOVE DESCONTO-PRECO TO PRECO-ACORDADO-ITEM
                   MOVE "S" TO ACHOU-ACORDO-ITEM
               ELSE
                   IF DESCONTO-PERCENTUAL NOT = ZERO
                       COMPUTE PRECO-ACORDADO-ITEM ROUNDED =
                           PRECO-TABELA-ITEM
                           * (100 - DESCONTO-PERCENTUAL) / 100
                       MOVE "S" TO ACHOU-ACORDO-ITEM
                   END-IF
               END-IF
           END-IF.

      *    BUSCA-ACORDO-CLIENTE: O PERCENTUAL DO ACORDO GERAL VAI NO
      *    CABECALHO DO PEDIDO, COMO NO PROG65.
       BUSCA-ACORDO-CLIENTE.
           MOVE ZERO TO PERCENTUAL-ACORDO-CLIENTE.
           OPEN INPUT ARQUIVO-DESCONTO.
           IF DESCONTO-FILE-STATUS = "35"
               CONTINUE
           ELSE
               MOVE CLIENTE-CODIGO TO DESCONTO-CLIENTE-CODIGO
               MOVE ZERO TO DESCONTO-PRODUTO-CODIGO
               READ ARQUIVO-DESCONTO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DESCONTO-ATIVO
                               AND DESCONTO-VIGENCIA-DE <= DATA-HOJE
                               AND (DESCONTO-VIGENCIA-ATE = 0
                                   OR DESCONTO-VIGENCIA-ATE >=
                                       DATA-HOJE)
                           MOVE DESCONTO-PERCENTUAL
                               TO PERCENTUAL-ACORDO-CLIENTE
                       END-IF
               END-READ
               CLOSE ARQUIVO-DESCONTO
           END-IF.

       CALCULA-DISPONIVEL.
           IF ESTOQUE-RESERVADO IS NOT NUMERIC
               MOVE ZERO TO ESTOQUE-RESERVADO
           END-IF.
           COMPUTE DISPONIVEL-ESTOQUE =
               ESTOQUE-SALDO - ESTOQUE-RESERVADO.
           IF DISPONIVEL-ESTOQUE < 0
               MOVE 0 TO DISPONIVEL-ESTOQUE
           END-IF.
           MOVE DEPOSITO-PROGRAMADO TO DEP-DEPOSITO.
           MOVE ESTOQUE-PRODUTO-CODIGO TO DEP-PRODUTO.
           PERFORM CONSULTA-ESTOQUE-DEPOSITO.
           IF DEP-ARQUIVO-ESTDEP = "S"
                   AND DEP-DISPONIVEL < DISPONIVEL-ESTOQUE
               MOVE DEP-DISPONIVEL TO DISPONIVEL-ESTOQUE
           END-IF.

      *    CALCULA-FRETE-PEDIDO: MESMA REGRA DO PROG65 - DESTINO DA
      *    ENTREGA, TRANSPORTADORA PELA FAIXA DE CEP E VALOR PELA
      *    FAIXA DE PESO; SEM TRANSPORTADORA OU TABELA, SEM FRETE.
       CALCULA-FRETE-PEDIDO.
           MOVE ZERO TO TRANSP-PEDIDO.
           MOVE ZERO TO FRETE-PEDIDO.
           MOVE "T" TO SITUACAO-FRETE.
           PERFORM DEFINE-DESTINO-PEDIDO.
           PERFORM BUSCA-TRANSPORTADORA-CEP.
           IF TRANSP-PEDIDO NOT = 0
               IF TRANSP-FRETE-GRATIS-ACIMA NOT = ZERO
                       AND TOTAL-PEDIDO >= TRANSP-FRETE-GRATIS-ACIMA
                   MOVE "G" TO SITUACAO-FRETE
               ELSE
                   PERFORM BUSCA-TABELA-FRETE
               END-IF
           END-IF.

       DEFINE-DESTINO-PEDIDO.
           MOVE CLIENTE-CEP TO CEP-ENTREGA.
           MOVE CLIENTE-UF TO UF-ENTREGA.
           IF PEDIDO-FIXO-ENDER-ENTREGA = "E"
               OPEN INPUT ARQUIVO-ENDERECO
               IF ENDERECO-FILE-STATUS NOT = "35"
                   MOVE CLIENTE-CODIGO TO ENDERECO-CLIENTE-CODIGO
                   MOVE "E" TO ENDERECO-TIPO
                   READ ARQUIVO-ENDERECO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE ENDERECO-CEP TO CEP-ENTREGA
                           MOVE ENDERECO-UF TO UF-ENTREGA
                   END-READ
                   CLOSE ARQUIVO-ENDERECO
               END-IF
           END-IF.

       BUSCA-TRANSPORTADORA-CEP.
           OPEN INPUT ARQUIVO-TRANSP-FAIXA.
           IF TRANSP-FAIXA-FILE-STATUS = "00"
               MOVE "N" TO FINAL-ARQUIVO-FRETE
               PERFORM EXAMINA-FAIXA-CEP
                   UNTIL FINAL-ARQUIVO-FRETE = "S"
               CLOSE ARQUIVO-TRANSP-FAIXA
           ELSE
               IF TRANSP-FAIXA-FILE-STATUS = "05"
                   CLOSE ARQUIVO-TRANSP-FAIXA
               END-IF
           END-IF.
           IF TRANSP-PEDIDO NOT = 0
               PERFORM LE-CADASTRO-TRANSPORTADORA
           END-IF.

       EXAMINA-FAIXA-CEP.
           READ ARQUIVO-TRANSP-FAIXA NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO-FRETE
           END-READ.
           IF FINAL-ARQUIVO-FRETE NOT = "S"
               IF TRANSP-FAIXA-CEP-DE > CEP-ENTREGA
                   MOVE "S" TO FINAL-ARQUIVO-FRETE
               ELSE
                   IF CEP-ENTREGA <= TRANSP-FAIXA-CEP-ATE
                           AND TRANSP-FAIXA-TRANSP-CODIGO IS NUMERIC
                       MOVE TRANSP-FAIXA-TRANSP-CODIGO
                           TO TRANSP-PEDIDO
                       MOVE "S" TO FINAL-ARQUIVO-FRETE
                   END-IF
               END-IF
           END-IF.

       LE-CADASTRO-TRANSPORTADORA.
           OPEN INPUT ARQUIVO-TRANSPORTADORA.
           IF TRANSPORTADORA-FILE-STATUS = "35"
               MOVE ZERO TO TRANSP-PEDIDO
           ELSE
               MOVE TRANSP-PEDIDO TO TRANSP-CODIGO
               READ ARQUIVO-TRANSPORTADORA
                   INVALID KEY
                       MOVE ZERO TO TRANSP-PEDIDO
                   NOT INVALID KEY
                       IF TRANSP-INATIVA
                           MOVE ZERO TO TRANSP-PEDIDO
                       END-IF
               END-READ
               CLOSE ARQUIVO-TRANSPORTADORA
           END-IF.

       BUSCA-TABELA-FRETE.
           MOVE "U" TO SITUACAO-FRETE.
           MOVE "N" TO ACHOU-FAIXA-PESO.
           MOVE "N" TO ACHOU-LINHA-FRETE.
           MOVE ZERO TO FRETE-CALCULADO.
           OPEN INPUT ARQUIVO-FRETE.
           IF FRETE-FILE-STATUS = "35"
               CONTINUE
           ELSE
               MOVE TRANSP-PEDIDO TO FRETE-TRANSP-CODIGO
               MOVE UF-ENTREGA TO FRETE-UF
               MOVE ZERO TO FRETE-PESO-ATE
               START ARQUIVO-FRETE
                   KEY IS NOT LESS THAN FRETE-CHAVE
                   INVALID KEY
                       CONTINUE
               END-START
               IF FRETE-FILE-STATUS = "00"
                   MOVE "N" TO FINAL-ARQUIVO-FRETE
                   PERFORM EXAMINA-FAIXA-PESO
                       UNTIL FINAL-ARQUIVO-FRETE = "S"
               END-IF
               CLOSE ARQUIVO-FRETE
           END-IF.
           IF ACHOU-LINHA-FRETE = "S"
               MOVE "F" TO SITUACAO-FRETE
               IF ACHOU-FAIXA-PESO NOT = "S"
                   COMPUTE FRETE-CALCULADO ROUNDED =
                       ULTIMO-VALOR-FRETE
                       + (PESO-PEDIDO - ULTIMO-PESO-ATE)
                       * ULTIMO-VALOR-KG
               END-IF
               IF FRETE-CALCULADO < TRANSP-FRETE-MINIMO
                   MOVE TRANSP-FRETE-MINIMO TO FRETE-CALCULADO
               END-IF
               IF FRETE-CALCULADO > 99999.99
                   MOVE 99999.99 TO FRETE-CALCULADO
               END-IF
               MOVE FRETE-CALCULADO TO FRETE-PEDIDO
           END-IF.

       EXAMINA-FAIXA-PESO.
           READ ARQUIVO-FRETE NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO-FRETE
           END-READ.
           IF FINAL-ARQUIVO-FRETE NOT = "S"
               IF FRETE-TRANSP-CODIGO NOT = TRANSP-PEDIDO
                       OR FRETE-UF NOT = UF-ENTREGA
                   MOVE "S" TO FINAL-ARQUIVO-FRETE
               ELSE
                   MOVE "S" TO ACHOU-LINHA-FRETE
                   MOVE FRETE-PESO-ATE TO ULTIMO-PESO-ATE
                   MOVE FRETE-VALOR TO ULTIMO-VALOR-FRETE
                   MOVE FRETE-VALOR-KG-EXCEDENTE TO ULTIMO-VALOR-KG
                   IF PESO-PEDIDO <= FRETE-PESO-ATE
                       MOVE FRETE-VALOR TO FRETE-CALCULADO
                       MOVE "S" TO ACHOU-FAIXA-PESO
                       MOVE "S" TO FINAL-ARQUIVO-FRETE
                   END-IF
               END-IF
           END-IF.

      *    GRAVA-PEDIDO: CABECALHO NA LINHA 000 E ITENS NAS SEGUINTES,
      *    COMO NO PROG65, COM VENDEDOR, ENTREGA E EMPRESA DO
      *    PROGRAMA. PROGRAMA ANTERIOR A EMPRESA SAI COM ZERO - A
      *    PRINCIPAL PARA QUEM LE.
       GRAVA-PEDIDO.
           PERFORM GERA-NUMERO-PEDIDO.
           PERFORM RESERVA-ESTOQUE-PEDIDO.

           OPEN I-O ARQUIVO-PEDIDO.
           IF PEDIDO-FILE-STATUS = "35"
               OPEN OUTPUT ARQUIVO-PEDIDO
               CLOSE ARQUIVO-PEDIDO
               OPEN I-O ARQUIVO-PEDIDO
           END-IF.

           MOVE 0 TO LINHA-PEDIDO-GRAVADA.
           MOVE SPACE TO PEDIDO-REGISTRO.
           MOVE "C" TO PEDIDO-TIPO.
           MOVE NUMERO-PEDIDO-GERADO TO PEDIDO-NUMERO.
           MOVE LINHA-PEDIDO-GRAVADA TO PEDIDO-LINHA.
           MOVE CLIENTE-CODIGO TO PEDIDO-CLIENTE-CHAVE.
           MOVE CLIENTE-CODIGO TO PEDIDO-CLIENTE-CODIGO.
           MOVE CLIENTE-NOME   TO PEDIDO-CLIENTE-NOME.
           ACCEPT PEDIDO-DATA FROM DATE YYYYMMDD.
           ACCEPT PEDIDO-HORA FROM TIME.
           MOVE QTDE-ITENS-COBERTOS TO PEDIDO-QTDE-ITENS.
           IF QTDE-ITENS-COBERTOS = 0
               MOVE "E" TO PEDIDO-SITUACAO
           ELSE
               MOVE "A" TO PEDIDO-SITUACAO
           END-IF.
           MOVE PEDIDO-FIXO-ENDER-ENTREGA TO PEDIDO-ENDER-ENTREGA.
           MOVE PEDIDO-FIXO-VENDEDOR TO PEDIDO-VENDEDOR.
           MOVE PERCENTUAL-ACORDO-CLIENTE
               TO PEDIDO-DESC-PERCENTUAL.
           MOVE TRANSP-PEDIDO TO PEDIDO-TRANSP-CODIGO.
           MOVE FRETE-PEDIDO TO PEDIDO-VALOR-FRETE.
           PERFORM DEFINE-EMPRESA-PROGRAMADO.
           PERFORM ESCREVE-REGISTRO-PEDIDO.

           MOVE 1 TO ITEM-SUB.
           PERFORM GRAVA-ITEM-PEDIDO
               UNTIL ITEM-SUB > QTDE-ITENS-PEDIDO.

           CLOSE ARQUIVO-PEDIDO.

           IF QTDE-ITENS-ENCOMENDA NOT = 0
               PERFORM GRAVA-ENCOMENDAS-PEDIDO
           END-IF.

           ADD 1 TO TOTAL-GERADOS.
           COMPUTE TOTAL-COM-FRETE = TOTAL-PEDIDO + FRETE-PEDIDO.
           ADD TOTAL-COM-FRETE TO VALOR-TOTAL-GERADO.
           PERFORM GRAVA-AUDITORIA-PEDIDO.

       GRAVA-ITEM-PEDIDO.
           IF ITEM-PEND-QTDE (ITEM-SUB) NOT = 0
               MOVE SPACE TO PEDIDO-REGISTRO
               MOVE "I" TO PEDIDO-TIPO
               MOVE NUMERO-PEDIDO-GERADO TO PEDIDO-NUMERO
               ADD 1 TO LINHA-PEDIDO-GRAVADA
               MOVE LINHA-PEDIDO-GRAVADA TO PEDIDO-LINHA
               MOVE CLIENTE-CODIGO TO PEDIDO-CLIENTE-CHAVE
               MOVE ITEM-PEND-PRODUTO (ITEM-SUB)
                   TO ITEM-PRODUTO-CODIGO
               MOVE ITEM-PEND-DESCRICAO (ITEM-SUB) TO ITEM-DESCRICAO
               MOVE ITEM-PEND-QTDE (ITEM-SUB) TO ITEM-QUANTIDADE
               MOVE ITEM-PEND-PRECO (ITEM-SUB)
                   TO ITEM-PRECO-UNITARIO
               MOVE ITEM-PEND-LISTA (ITEM-SUB) TO ITEM-PRECO-LISTA
               MOVE ITEM-PEND-RESERVA (ITEM-SUB) TO ITEM-RESERVA
               MOVE DEPOSITO-PROGRAMADO TO ITEM-DEPOSITO
               PERFORM DEFINE-EMPRESA-PROGRAMADO
               PERFORM ESCREVE-REGISTRO-PEDIDO
           END-IF.
           ADD 1 TO ITEM-SUB.

       DEFINE-EMPRESA-PROGRAMADO.
           IF PEDIDO-FIXO-EMPRESA IS NUMERIC
               MOVE PEDIDO-FIXO-EMPRESA TO PEDIDO-EMPRESA
           ELSE
               MOVE ZERO TO PEDIDO-EMPRESA
           END-IF.

       ESCREVE-REGISTRO-PEDIDO.
           WRITE PEDIDO-REGISTRO
               INVALID KEY
                   STRING "*** PEDIDO " DELIMITED BY SIZE
                          PEDIDO-NUMERO DELIMITED BY SIZE
                          " LINHA " DELIMITED BY SIZE
                          PEDIDO-LINHA DELIMITED BY SIZE
                          " JA EXISTE EM PEDIDOS.DAT. CONFIRA O "
                              DELIMITED BY SIZE
                          "NUMPED.DAT. ***" DELIMITED BY SIZE
                       INTO LINHA-SPOOL
                   PERFORM EMITE-LINHA-SPOOL
               NOT INVALID KEY
                   PERFORM GRAVA-JORNAL-PEDIDO
           END-WRITE.

      *    RESERVA-ESTOQUE-PEDIDO: MESMA REGRA DO PROG65 - RESERVA O
      *    QUE O DISPONIVEL COBRE E SEPARA A FALTA PARA ENCOMENDA,
      *    NO DEPOSITO DA EMPRESA DO PROGRAMA (SEM EMPRESA, O DA
      *    PRINCIPAL).
       RESERVA-ESTOQUE-PEDIDO.
           IF PEDIDO-FIXO-EMPRESA IS NUMERIC
                   AND PEDIDO-FIXO-EMPRESA NOT = 0
               MOVE PEDIDO-FIXO-EMPRESA TO DEPOSITO-PROGRAMADO
           ELSE
               MOVE DEP-PRINCIPAL TO DEPOSITO-PROGRAMADO
           END-IF.
           OPEN I-O ARQUIVO-ESTOQUE.
           IF ESTOQUE-FILE-STATUS = "35"
               CLOSE ARQUIVO-ESTOQUE
           ELSE
               MOVE 1 TO ITEM-SUB
               PERFORM RESERVA-ESTOQUE-ITEM
                   UNTIL ITEM-SUB > QTDE-ITENS-PEDIDO
               CLOSE ARQUIVO-ESTOQUE
           END-IF.
           MOVE 0 TO QTDE-ITENS-COBERTOS.
           MOVE 0 TO QTDE-ITENS-ENCOMENDA.
           MOVE 1 TO ITEM-SUB.
           PERFORM CONTA-ITEM-COBERTO
               UNTIL ITEM-SUB > QTDE-ITENS-PEDIDO.

       RESERVA-ESTOQUE-ITEM.
           MOVE ITEM-PEND-PRODUTO (ITEM-SUB) TO ESTOQUE-PRODUTO-CODIGO.
           READ ARQUIVO-ESTOQUE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM CALCULA-DISPONIVEL
                   IF DISPONIVEL-ESTOQUE < ITEM-PEND-QTDE (ITEM-SUB)
                       COMPUTE ITEM-PEND-ENCOMENDA (ITEM-SUB) =
                           ITEM-PEND-QTDE (ITEM-SUB)
                           - DISPONIVEL-ESTOQUE
                       MOVE DISPONIVEL-ESTOQUE
                           TO ITEM-PEND-QTDE (ITEM-SUB)
                   END-IF
                   ADD ITEM-PEND-QTDE (ITEM-SUB) TO ESTOQUE-RESERVADO
                   REWRITE ESTOQUE-REGISTRO
                       INVALID KEY
                           ADD ITEM-PEND-ENCOMENDA (ITEM-SUB)
                               TO ITEM-PEND-QTDE (ITEM-SUB)
                           MOVE 0 TO ITEM-PEND-ENCOMENDA (ITEM-SUB)
                       NOT INVALID KEY
                           MOVE "R" TO ITEM-PEND-RESERVA (ITEM-SUB)
                           MOVE DEPOSITO-PROGRAMADO TO DEP-DEPOSITO
                           MOVE ESTOQUE-PRODUTO-CODIGO TO DEP-PRODUTO
                           MOVE ITEM-PEND-QTDE (ITEM-SUB)
                               TO DEP-DELTA-RESERVA
                           PERFORM MOVIMENTA-ESTOQUE-DEPOSITO
                   END-REWRITE
           END-READ.
           ADD 1 TO ITEM-SUB.

       CONTA-ITEM-COBERTO.
           IF ITEM-PEND-QTDE (ITEM-SUB) NOT = 0
               ADD 1 TO QTDE-ITENS-COBERTOS
           END-IF.
           IF ITEM-PEND-ENCOMENDA (ITEM-SUB) NOT = 0
               ADD 1 TO QTDE-ITENS-ENCOMENDA
           END-IF.
           ADD 1 TO ITEM-SUB.

       GRAVA-ENCOMENDAS-PEDIDO.
           OPEN I-O ARQUIVO-ENCOMENDA.
           IF ENCOMENDA-FILE-STATUS = "35"
               OPEN OUTPUT ARQUIVO-ENCOMENDA
               CLOSE ARQUIVO-ENCOMENDA
               OPEN I-O ARQUIVO-ENCOMENDA
           END-IF.
           MOVE 1 TO ITEM-SUB.
           PERFORM GRAVA-ENCOMENDA-ITEM
               UNTIL ITEM-SUB > QTDE-ITENS-PEDIDO.
           CLOSE ARQUIVO-ENCOMENDA.

       GRAVA-ENCOMENDA-ITEM.
           IF ITEM-PEND-ENCOMENDA (ITEM-SUB) NOT = 0
               MOVE SPACE TO ENCOMENDA-REGISTRO
               MOVE ITEM-PEND-PRODUTO (ITEM-SUB) TO ENCOMENDA-PRODUTO
               MOVE DATA-HOJE TO ENCOMENDA-DATA
               ACCEPT ENCOMENDA-HORA FROM TIME
               MOVE NUMERO-PEDIDO-GERADO TO ENCOMENDA-PEDIDO
               MOVE ITEM-SUB TO ENCOMENDA-ITEM
               MOVE CLIENTE-CODIGO TO ENCOMENDA-CLIENTE-CODIGO
               MOVE ITEM-PEND-PRODUTO (ITEM-SUB)
                   TO ENCOMENDA-PRODUTO-CLIENTE
               MOVE CLIENTE-NOME TO ENCOMENDA-CLIENTE-NOME
               MOVE ITEM-PEND-DESCRICAO (ITEM-SUB)
                   TO ENCOMENDA-DESCRICAO
               MOVE ITEM-PEND-ENCOMENDA (ITEM-SUB)
                   TO ENCOMENDA-QUANTIDADE
               MOVE ITEM-PEND-PRECO (ITEM-SUB)
                   TO ENCOMENDA-PRECO-UNITARIO
               MOVE ITEM-PEND-LISTA (ITEM-SUB)
                   TO ENCOMENDA-PRECO-LISTA
               MOVE PEDIDO-FIXO-VENDEDOR TO ENCOMENDA-VENDEDOR
               MOVE PEDIDO-FIXO-ENDER-ENTREGA
                   TO ENCOMENDA-ENDER-ENTREGA
               MOVE PERCENTUAL-ACORDO-CLIENTE
                   TO ENCOMENDA-DESC-PERCENTUAL
               MOVE "P" TO ENCOMENDA-SITUACAO
               MOVE ZERO TO ENCOMENDA-DATA-LIBERACAO
               MOVE ZERO TO ENCOMENDA-PEDIDO-LIBERADO
               MOVE OPERADOR-ID TO ENCOMENDA-OPERADOR
               MOVE PEDIDO-FIXO-EMPRESA TO ENCOMENDA-EMPRESA
               WRITE ENCOMENDA-REGISTRO
                   INVALID KEY
                       STRING "  ERRO AO GRAVAR A ENCOMENDA DO "
                                  DELIMITED BY SIZE
                              "PRODUTO " DELIMITED BY SIZE
                              ENCOMENDA-PRODUTO DELIMITED BY SIZE
                              "." DELIMITED BY SIZE
                           INTO LINHA-SPOOL
                       PERFORM EMITE-LINHA-SPOOL
               END-WRITE
           END-IF.
           ADD 1 TO ITEM-SUB.

      *    VERIFICA-CREDITO: MESMA REGRA DO PROG65 (LIMITE MAIOR QUE
      *    ZERO E EXPOSICAO + PEDIDO ACIMA DELE), SEM LIBERACAO - NO
      *    LOTE O ESTOURO RECUSA. A RESTRICAO DE CHEQUE DEVOLVIDO E
      *    LIDA JUNTO.
       VERIFICA-CREDITO.
           MOVE "S" TO CREDITO-SITUACAO.
           MOVE "N" TO RESTRICAO-CHEQUE-CLIENTE.
           OPEN INPUT ARQUIVO-CREDITO.
           IF CREDITO-FILE-STATUS = "35"
               CONTINUE
           ELSE
               MOVE CLIENTE-CODIGO TO CREDITO-CLIENTE-CODIGO
               READ ARQUIVO-CREDITO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CREDITO-SO-DINHEIRO-CARTAO
                           MOVE "S" TO RESTRICAO-CHEQUE-CLIENTE
                       END-IF
                       IF CREDITO-LIMITE NOT = ZERO
                           COMPUTE EXPOSICAO-PROJETADA =
                               CREDITO-EXPOSICAO + TOTAL-PEDIDO
                           IF EXPOSICAO-PROJETADA > CREDITO-LIMITE
                               MOVE "N" TO CREDITO-SITUACAO
                           END-IF
                       END-IF
               END-READ
               CLOSE ARQUIVO-CREDITO
           END-IF.

      *    VERIFICA-INADIMPLENCIA: MESMA REGRA DO PROG65, SEM
      *    LIBERACAO DE SUPERVISOR.
       VERIFICA-INADIMPLENCIA.
           MOVE "S" TO INADIMPLENCIA-SITUACAO.
           MOVE 0 TO MAIOR-ATRASO-CLIENTE.
           OPEN INPUT ARQUIVO-FATURA.
           IF FATURA-FILE-STATUS = "35"
               CONTINUE
           ELSE
               MOVE "N" TO FINAL-ARQUIVO-FATURA
               MOVE CLIENTE-CODIGO TO FATURA-CLIENTE-CODIGO
               START ARQUIVO-FATURA
                   KEY IS EQUAL TO FATURA-CLIENTE-CODIGO
                   INVALID KEY
                       MOVE "S" TO FINAL-ARQUIVO-FATURA
               END-START
               PERFORM EXAMINA-PROXIMA-FATURA
                   UNTIL FINAL-ARQUIVO-FATURA = "S"
               CLOSE ARQUIVO-FATURA
               IF MAIOR-ATRASO-CLIENTE > DIAS-LIMITE-ATRASO
                   MOVE "N" TO INADIMPLENCIA-SITUACAO
               END-IF
           END-IF.

       EXAMINA-PROXIMA-FATURA.
           READ ARQUIVO-FATURA NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO-FATURA
           END-READ.
           IF FINAL-ARQUIVO-FATURA NOT = "S"
               IF FATURA-CLIENTE-CODIGO NOT = CLIENTE-CODIGO
                   MOVE "S" TO FINAL-ARQUIVO-FATURA
               ELSE
                   IF FATURA-ABERTA OR FATURA-PARCIAL
                       PERFORM MEDE-ATRASO-TITULO
                   END-IF
               END-IF
           END-IF.

       MEDE-ATRASO-TITULO.
           COMPUTE SALDO-TITULO-ATRASO =
               FATURA-VALOR-TOTAL - FATURA-VALOR-PAGO.
           IF SALDO-TITULO-ATRASO <= 0
               CONTINUE
           ELSE
               PERFORM CARREGA-PARCELAS-TITULO
               MOVE 1 TO PARC-TIT-SUB
               PERFORM MEDE-ATRASO-PARCELA
                   UNTIL PARC-TIT-SUB > QTDE-PARCELAS-TITULO
           END-IF.

       MEDE-ATRASO-PARCELA.
           IF PARC-TIT-SALDO (PARC-TIT-SUB) > 0
               MOVE PARC-TIT-VENCIMENTO (PARC-TIT-SUB)
                   TO DATA-VENCIMENTO-WS
               COMPUTE DIAS-ATRASO-TITULO =
                   (HOJE-ANO - VENCTO-ANO) * 360
                   + (HOJE-MES - VENCTO-MES) * 30
                   + (HOJE-DIA - VENCTO-DIA)
               IF DIAS-ATRASO-TITULO > MAIOR-ATRASO-CLIENTE
                   MOVE DIAS-ATRASO-TITULO TO MAIOR-ATRASO-CLIENTE
               END-IF
           END-IF.
           ADD 1 TO PARC-TIT-SUB.

       GERA-NUMERO-PEDIDO.
           MOVE 0 TO PROXIMA-SEQUENCIA-PEDIDO.
           OPEN INPUT ARQUIVO-NUMERO-PEDIDO.
           IF NUMERO-PEDIDO-FILE-STATUS = "00"
                   OR NUMERO-PEDIDO-FILE-STATUS = "05"
               READ ARQUIVO-NUMERO-PEDIDO
                   AT END
                       CONTINUE
               END-READ
               IF NUMERO-PEDIDO-FILE-STATUS = "00"
                   MOVE NUMERO-PEDIDO-PROX-SEQ
                       TO PROXIMA-SEQUENCIA-PEDIDO
               END-IF
               CLOSE ARQUIVO-NUMERO-PEDIDO
           END-IF.

           ADD 1 TO PROXIMA-SEQUENCIA-PEDIDO.
           MOVE PROXIMA-SEQUENCIA-PEDIDO TO NUMERO-PEDIDO-GERADO.

           OPEN OUTPUT ARQUIVO-NUMERO-PEDIDO.
           MOVE PROXIMA-SEQUENCIA-PEDIDO TO NUMERO-PEDIDO-PROX-SEQ.
           WRITE NUMERO-PEDIDO-REGISTRO.
           CLOSE ARQUIVO-NUMERO-PEDIDO.

       GRAVA-AUDITORIA-PEDIDO.
           OPEN EXTEND ARQUIVO-AUDITORIA.
           IF AUDITORIA-FILE-STATUS = "35"
               CLOSE ARQUIVO-AUDITORIA
               OPEN OUTPUT ARQUIVO-AUDITORIA
           END-IF.
           MOVE "PROG203"     TO AUDITORIA-PROGRAMA.
           MOVE "I"           TO AUDITORIA-OPERACAO.
           MOVE CLIENTE-NOME  TO AUDITORIA-NOME.
           MOVE OPERADOR-ID   TO AUDITORIA-OPERADOR.
           ACCEPT AUDITORIA-DATA FROM DATE YYYYMMDD.
           ACCEPT AUDITORIA-HORA FROM TIME.
           WRITE AUDITORIA-REGISTRO.
           CLOSE ARQUIVO-AUDITORIA.

       GRAVA-QUARENTENA-PEDIDO.
           OPEN EXTEND ARQUIVO-QUARENTENA.
           IF QUARENTENA-FILE-STATUS = "35"
               CLOSE ARQUIVO-QUARENTENA
               OPEN OUTPUT ARQUIVO-QUARENTENA
           END-IF.
           MOVE CLIENTE-NOME         TO QUARENTENA-NOME.
           MOVE CLIENTE-ENDERECO     TO QUARENTENA-ENDERECO.
           MOVE CLIENTE-TELEFONE     TO QUARENTENA-TELEFONE.
           MOVE CLIENTE-EMAIL        TO QUARENTENA-EMAIL.
           MOVE SPACE                TO QUARENTENA-DOCUMENTO.
           MOVE MOTIVO-REJEICAO-COD  TO QUARENTENA-MOTIVO-COD.
           MOVE MOTIVO-REJEICAO-DESC TO QUARENTENA-MOTIVO-DESC.
           ACCEPT QUARENTENA-DATA FROM DATE YYYYMMDD.
           MOVE SPACE TO QUARENTENA-SITUACAO.
           WRITE QUARENTENA-REGISTRO.
           CLOSE ARQUIVO-QUARENTENA.

       GRAVA-JORNAL-PEDIDO.
           MOVE "PEDIDOS.DAT" TO JORNAL-ARQUIVO-WS.
           MOVE "I" TO JORNAL-OPERACAO-WS.
           MOVE SPACE TO JORNAL-IMAGEM-WS.
           MOVE PEDIDO-REGISTRO TO JORNAL-IMAGEM-WS.
           MOVE OPERADOR-ID TO JORNAL-OPERADOR-WS.
           PERFORM GRAVA-JORNAL-COMUM.

      *    AVANCA-PROGRAMACAO: A PROXIMA DATA ANDA PERIODO A PERIODO
      *    ATE PASSAR DE HOJE; PASSANDO DO TERMINO, O PROGRAMA
      *    ENCERRA.
       AVANCA-PROGRAMACAO.
           MOVE PEDIDO-FIXO-PROXIMA-DATA TO DATA-PROGRAMADA.
           PERFORM AVANCA-UM-PERIODO
               UNTIL DATA-PROGRAMADA > DATA-HOJE.
           MOVE DATA-PROGRAMADA TO PEDIDO-FIXO-PROXIMA-DATA.
           IF PEDIDO-FIXO-DATA-FIM NOT = 0
                   AND PEDIDO-FIXO-PROXIMA-DATA > PEDIDO-FIXO-DATA-FIM
               MOVE "E" TO PEDIDO-FIXO-SITUACAO
               ADD 1 TO TOTAL-ENCERRADOS
               STRING "  PROGRAMA ENCERRADO - ESTE FOI O ULTIMO "
                          DELIMITED BY SIZE
                      "PEDIDO ANTES DO TERMINO " DELIMITED BY SIZE
                      PEDIDO-FIXO-DATA-FIM DELIMITED BY SIZE
                   INTO LINHA-SPOOL
               PERFORM EMITE-LINHA-SPOOL
           END-IF.

       AVANCA-UM-PERIODO.
           IF PEDIDO-FIXO-MENSAL
               PERFORM AVANCA-UM-MES
           ELSE
               MOVE PEDIDO-FIXO-INTERVALO TO DIAS-A-AVANCAR
               IF PEDIDO-FIXO-SEMANAL
                   MOVE 7 TO DIAS-A-AVANCAR
               END-IF
               IF DIAS-A-AVANCAR = 0
                   MOVE 1 TO DIAS-A-AVANCAR
               END-IF
               PERFORM AVANCA-UM-DIA DIAS-A-AVANCAR TIMES
           END-IF.

       AVANCA-UM-DIA.
           MOVE "P" TO DU-FUNCAO-WS.
           MOVE DATA-PROGRAMADA TO DU-DATA-1-WS.
           MOVE 0 TO DU-DATA-2-WS.
           MOVE 0 TO DU-RESULTADO-WS.
           CALL "PROG97" USING DU-FUNCAO-WS DU-DATA-1-WS
               DU-DATA-2-WS DU-RESULTADO-WS.
           MOVE DU-DATA-2-WS TO DATA-PROGRAMADA.

      *    AVANCA-UM-MES: MES SEGUINTE NO DIA COMBINADO, OU NO ULTIMO
      *    DIA DO MES QUANDO ELE E MAIS CURTO.
       AVANCA-UM-MES.
           IF PROGR-MES < 12
               ADD 1 TO PROGR-MES
           ELSE
               MOVE 1 TO PROGR-MES
               ADD 1 TO PROGR-ANO
           END-IF.
           IF PEDIDO-FIXO-DIA-MES IS NOT NUMERIC
                   OR PEDIDO-FIXO-DIA-MES = 0
               MOVE PROGR-DIA TO PEDIDO-FIXO-DIA-MES
           END-IF.
           MOVE PEDIDO-FIXO-DIA-MES TO PROGR-DIA.
           PERFORM CALCULA-DIAS-NO-MES.
           IF PROGR-DIA > DIAS-NO-MES
               MOVE DIAS-NO-MES TO PROGR-DIA
           END-IF.

       CALCULA-DIAS-NO-MES.
           EVALUATE PROGR-MES
               WHEN 2
                   PERFORM CALCULA-FEVEREIRO
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO DIAS-NO-MES
               WHEN OTHER
                   MOVE 31 TO DIAS-NO-MES
           END-EVALUATE.

       CALCULA-FEVEREIRO.
           COMPUTE QUOCIENTE-ANO = PROGR-ANO / 4.
           COMPUTE RESTO-4 = PROGR-ANO - QUOCIENTE-ANO * 4.
           COMPUTE QUOCIENTE-ANO = PROGR-ANO / 100.
           COMPUTE RESTO-100 = PROGR-ANO - QUOCIENTE-ANO * 100.
           COMPUTE QUOCIENTE-ANO = PROGR-ANO / 400.
           COMPUTE RESTO-400 = PROGR-ANO - QUOCIENTE-ANO * 400.
           IF RESTO-4 = 0
                   AND (RESTO-100 NOT = 0 OR RESTO-400 = 0)
               MOVE 29 TO DIAS-NO-MES
           ELSE
               MOVE 28 TO DIAS-NO-MES
           END-IF.

       IMPRIME-PEDIDO-GERADO.
           MOVE TOTAL-COM-FRETE TO TOTAL-PEDIDO-EDITADO.
           STRING "GERADO    CLIENTE " DELIMITED BY SIZE
                  PEDIDO-FIXO-CLIENTE DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  PEDIDO-FIXO-SEQ DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CLIENTE-NOME DELIMITED BY SIZE
                  " PEDIDO " DELIMITED BY SIZE
                  NUMERO-PEDIDO-GERADO DELIMITED BY SIZE
                  " TOTAL " DELIMITED BY SIZE
                  TOTAL-PEDIDO-EDITADO DELIMITED BY SIZE
               INTO LINHA-SPOOL.
           PERFORM EMITE-LINHA-SPOOL.
           IF QTDE-ITENS-COBERTOS = 0
               STRING "  PEDIDO EM ENCOMENDA - NENHUM ITEM COBERTO "
                          DELIMITED BY SIZE
                      "PELO ESTOQUE." DELIMITED BY SIZE
                   INTO LINHA-SPOOL
               PERFORM EMITE-LINHA-SPOOL
           ELSE
               IF QTDE-ITENS-ENCOMENDA NOT = 0
                   STRING "  " DELIMITED BY SIZE
                          QTDE-ITENS-ENCOMENDA DELIMITED BY SIZE
                          " ITEM(NS) COM FALTA FORAM PARA ENCOMENDA."
                              DELIMITED BY SIZE
                       INTO LINHA-SPOOL
                   PERFORM EMITE-LINHA-SPOOL
               END-IF
           END-IF.

       IMPRIME-PEDIDO-RECUSADO.
           STRING "RECUSADO  CLIENTE " DELIMITED BY SIZE
                  PEDIDO-FIXO-CLIENTE DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  PEDIDO-FIXO-SEQ DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CLIENTE-NOME DELIMITED BY SIZE
                  " MOTIVO " DELIMITED BY SIZE
                  MOTIVO-REJEICAO-DESC DELIMITED BY SIZE
               INTO LINHA-SPOOL.
           PERFORM EMITE-LINHA-SPOOL.

       IMPRIME-TOTAIS.
           STRING "-------------------------------------------------"
                      DELIMITED BY SIZE
               INTO LINHA-SPOOL.
           PERFORM EMITE-LINHA-SPOOL.
           STRING "PROGRAMAS LIDOS.................: " DELIMITED BY SIZE
                  TOTAL-LIDOS DELIMITED BY SIZE
               INTO LINHA-SPOOL.
           PERFORM EMITE-LINHA-SPOOL.
           STRING "PROGRAMAS VENCIDOS HOJE.........: " DELIMITED BY SIZE
                  TOTAL-VENCIDOS DELIMITED BY SIZE
               INTO LINHA-SPOOL.
           PERFORM EMITE-LINHA-SPOOL.
           STRING "PEDIDOS GERADOS.................: " DELIMITED BY SIZE
                  TOTAL-GERADOS DELIMITED BY SIZE
               INTO LINHA-SPOOL.
           PERFORM EMITE-LINHA-SPOOL.
           STRING "PEDIDOS RECUSADOS (QUARENTENA)..: " DELIMITED BY SIZE
                  TOTAL-RECUSADOS DELIMITED BY SIZE
               INTO LINHA-SPOOL.
           PERFORM EMITE-LINHA-SPOOL.
           STRING "PROGRAMAS ENCERRADOS............: " DELIMITED BY SIZE
                  TOTAL-ENCERRADOS DELIMITED BY SIZE
               INTO LINHA-SPOOL.
           PERFORM EMITE-LINHA-SPOOL.
           MOVE VALOR-TOTAL-GERADO TO VALOR-TOTAL-EDITADO.
           STRING "VALOR DOS PEDIDOS GERADOS.......: " DELIMITED BY SIZE
                  VALOR-TOTAL-EDITADO DELIMITED BY SIZE
               INTO LINHA-SPOOL.
           PERFORM EMITE-LINHA-SPOOL.

           COPY "JRNPROC.cob".

           COPY "AMBPROC.cob".

           COPY "PARPROC.cob".

           COPY "LOGPROC.cob".

           COPY "SPLPROC.cob".

           COPY "EDPPROC.cob".
