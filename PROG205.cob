       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG205.
      *    SEPARACAO DOS RELATORIOS DO SPOOL POR DESTINATARIO: CADA
      *    EMISSAO CATALOGADA EM SPOOLCAT.DAT AINDA NAO SEPARADA, DE
      *    RELATORIO QUE TEM QUEBRA DEFINIDA NA LISTA DISTREL.DAT
      *    (PROG204), E LIDA LINHA A LINHA E PARTIDA EM UM ARQUIVO
      *    POR VALOR DA QUEBRA (RELATORIO.AAAAMMDD.VALOR.rel). UMA
      *    PARTE ABRE NA LINHA DA MARCA DA DEFINICAO E LEVA JUNTO AS
      *    N LINHAS DE ANTES DELA (O CABECALHO DE CADA BLOCO); AS
      *    LINHAS DO COMECO, ANTES DA PRIMEIRA PARTE, SAO O
      *    CABECALHO DO RELATORIO E SE REPETEM NO TOPO DE TODA PARTE;
      *    DA MARCA DO RESUMO EM DIANTE NADA E DISTRIBUIDO. VALOR QUE
      *    VOLTA MAIS ADIANTE NO RELATORIO CONTINUA NA MESMA PARTE.
      *    CADA PARTE COM DESTINATARIO ATIVO E CATALOGADA NO SPOOL
      *    PARA O OPERADOR DELE (E SO ELE, E O SUPERVISOR, A VEEM NO
      *    PROG95) E, HAVENDO E-MAIL, POSTA NA FILA FILAEMAIL.DAT
      *    (MODELO REL, QUE O PROG143 FORMATA COM A PARTE ANEXA).
      *    VALOR SEM DESTINATARIO FICA SO NA LISTAGEM COMPLETA, QUE
      *    CONTINUA NO SPOOL COMO SEMPRE, MARCADA COMO SEPARADA.
      *    CADA ENTREGA (E CADA VALOR SEM DESTINO) FICA REGISTRADA EM
      *    DISTLOG.DAT E SAI NA LISTAGEM DESTE PROGRAMA.
      *    ETAPA DO LOTE NOTURNO (PROG50), DEPOIS DOS RELATORIOS;
      *    RODADO A MAO, SEPARA O QUE HOUVER PENDENTE (O PROG121, QUE
      *    RODA PELO MENU, E SEPARADO NA NOITE SEGUINTE).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "DSTSEL.cob".
           COPY "DLGSEL.cob".
           COPY "EMQSEL.cob".
           SELECT ARQUIVO-ORIGEM
               ASSIGN TO ORIGEM-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ORIGEM-FILE-STATUS.
           SELECT ARQUIVO-PARTE
               ASSIGN TO PARTE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARTE-FILE-STATUS.

           COPY "RUNSEL.cob".
           COPY "SPOSEL.cob".
           COPY "SPLSEL.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "DSTREG.cob".
           COPY "DLGREG.cob".
           COPY "EMQREG.cob".

       FD  ARQUIVO-ORIGEM.
       01  LINHA-ORIGEM PIC X(100).

       FD  ARQUIVO-PARTE.
       01  LINHA-PARTE  PIC X(100).

           COPY "RUNREG.cob".
           COPY "SPOREG.cob".
           COPY "SPLREG.cob".

       WORKING-STORAGE SECTION.

           COPY "LOGWRK.cob".
           COPY "SPLWRK.cob".

       01  DISTRIBUICAO-FILE-STATUS  PIC XX.
       01  DISTRIBUICAO-PATH         PIC X(100).
       01  DIST-LOG-FILE-STATUS      PIC XX.
       01  FILA-EMAIL-FILE-STATUS    PIC XX.
       01  ORIGEM-FILE-STATUS        PIC XX.
       01  ORIGEM-PATH               PIC X(100).
       01  PARTE-FILE-STATUS         PIC XX.
       01  PARTE-PATH                PIC X(100).
       01  FINAL-ARQUIVO             PIC X.
       01  FINAL-ORIGEM              PIC X.
       01  DATA-HOJE                 PIC 9(08).

      *    EMISSOES A SEPARAR NESTA EXECUCAO, PELA POSICAO NO
      *    CATALOGO (AS PARTES NOVAS ENTRAM NO FIM DELE, ENTAO A
      *    POSICAO DAS EMISSOES ANTIGAS NAO MUDA).
       01  POSICAO-CATALOGO          PIC 9(05).
       01  QTDE-EMISSOES             PIC 9(02) VALUE 0.
       01  TABELA-EMISSOES.
           05 EMISSAO-ENTRADA OCCURS 50 TIMES.
              10 EMIS-POSICAO        PIC 9(05).
              10 EMIS-RELATORIO      PIC X(08).
              10 EMIS-DATA           PIC 9(08).
              10 EMIS-ARQUIVO        PIC X(30).
       01  EMIS-SUB                  PIC 9(02).
       01  EMISSOES-DEIXADAS         PIC 9(05) VALUE 0.

      *    DEFINICAO DA QUEBRA DO RELATORIO EM SEPARACAO.
       01  DEF-MARCA                 PIC X(20).
       01  DEF-MARCA-COLUNA          PIC 9(03).
       01  DEF-MARCA-TAMANHO         PIC 9(02).
       01  DEF-VALOR-COLUNA          PIC 9(03).
       01  DEF-VALOR-TAMANHO         PIC 9(02).
       01  DEF-LINHAS-ANTES          PIC 9(02).
       01  DEF-MARCA-FIM             PIC X(20).
       01  DEF-MARCA-FIM-COLUNA      PIC 9(03).
       01  DEF-MARCA-FIM-TAMANHO     PIC 9(02).

      *    FASE DA LEITURA: CABECALHO DO RELATORIO, DENTRO DE UMA
      *    PARTE, OU NO RESUMO FINAL (NAO DISTRIBUIDO).
       01  FASE-SEPARACAO            PIC X(01).
           88 FASE-CABECALHO             VALUE "C".
           88 FASE-PARTE                 VALUE "P".
           88 FASE-RESUMO                VALUE "R".

       01  QTDE-CABECALHO            PIC 9(02) VALUE 0.
       01  TABELA-CABECALHO.
           05 CAB-LINHA PIC X(100) OCCURS 20 TIMES.
       01  CAB-SUB                   PIC 9(02).

      *    LINHAS RETIDAS: AS ULTIMAS DEF-LINHAS-ANTES LINHAS LIDAS,
      *    QUE PODEM SER O CABECALHO DO PROXIMO BLOCO.
       01  QTDE-RETIDAS              PIC 9(02) VALUE 0.
       01  TABELA-RETIDAS.
           05 RET-LINHA PIC X(100) OCCURS 21 TIMES.
       01  RET-SUB                   PIC 9(02).
       01  LINHA-LIBERADA            PIC X(100).

       01  QUEBRA-LIDA               PIC X(08).
       01  PARTE-ATUAL               PIC 9(03) VALUE 0.
       01  PARTE-ABERTA              PIC X VALUE "N".

      *    VALORES DA QUEBRA ACHADOS NA EMISSAO, COM O DESTINATARIO.
       01  QTDE-VALORES              PIC 9(03) VALUE 0.
       01  TABELA-VALORES.
           05 VALOR-ENTRADA OCCURS 200 TIMES
                   INDEXED BY VALOR-IDX.
              10 VAL-QUEBRA          PIC X(08).
              10 VAL-TEM-DESTINO     PIC X(01).
              10 VAL-NOME            PIC X(20).
              10 VAL-OPERADOR        PIC X(10).
              10 VAL-EMAIL           PIC X(50).
              10 VAL-ARQUIVO         PIC X(30).
              10 VAL-LINHAS          PIC 9(06).
              10 VAL-CRIADA          PIC X(01).
       01  VAL-SUB                   PIC 9(03).

       01  TOTAL-LIDOS               PIC 9(05) VALUE 0.
       01  TOTAL-SEPARADAS           PIC 9(05) VALUE 0.
       01  TOTAL-PARTES              PIC 9(05) VALUE 0.
       01  TOTAL-OPERADORES          PIC 9(05) VALUE 0.
       01  TOTAL-EMAILS              PIC 9(05) VALUE 0.
       01  TOTAL-SEM-DESTINO         PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "PROG205" TO RUNLOG-PROGRAMA-WS.
           PERFORM GRAVA-RUNLOG-INICIO.
           MOVE "PROG205" TO SPOOL-RELATORIO-WS.
           PERFORM ABRE-SPOOL.
           MOVE 0 TO RETURN-CODE.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM INICIALIZA-CAMINHOS.
           STRING "SEPARACAO DE RELATORIOS POR DESTINATARIO - "
                      DELIMITED BY SIZE
                  DATA-HOJE DELIMITED BY SIZE
               INTO LINHA-SPOOL.
           PERFORM EMITE-LINHA-SPOOL.

           OPEN INPUT ARQUIVO-DISTRIBUICAO.
           IF DISTRIBUICAO-FILE-STATUS NOT = "00"
               IF DISTRIBUICAO-FILE-STATUS = "05"
                   CLOSE ARQUIVO-DISTRIBUICAO
               END-IF
               STRING "DISTREL.DAT NAO ENCONTRADO. NENHUM RELATORIO "
                          DELIMITED BY SIZE
                      "A SEPARAR." DELIMITED BY SIZE
                   INTO LINHA-SPOOL
               PERFORM EMITE-LINHA-SPOOL
           ELSE
               PERFORM SELECIONA-EMISSOES
               MOVE 1 TO EMIS-SUB
               PERFORM SEPARA-EMISSAO
                   UNTIL EMIS-SUB > QTDE-EMISSOES
               CLOSE ARQUIVO-DISTRIBUICAO
               IF QTDE-EMISSOES NOT = 0
                   PERFORM MARCA-EMISSOES-SEPARADAS
               END-IF
           END-IF.
           PERFORM IMPRIME-TOTAIS.

       PROGRAM-DONE.
           MOVE TOTAL-LIDOS TO RUNLOG-LIDOS-WS.
           MOVE TOTAL-PARTES TO RUNLOG-GRAVADOS-WS.
           PERFORM ENCERRA-SPOOL.
           PERFORM GRAVA-RUNLOG-FIM.
           GOBACK.

       INICIALIZA-CAMINHOS.
           MOVE "distrel.dat" TO DISTRIBUICAO-PATH.
           ACCEPT DISTRIBUICAO-PATH FROM ENVIRONMENT "DISTREL_DAT".
           IF DISTRIBUICAO-PATH = SPACE
               MOVE "distrel.dat" TO DISTRIBUICAO-PATH
           END-IF.

      *    SELECIONA-EMISSOES: EMISSAO COMPLETA (SEM QUEBRA), AINDA
      *    NAO SEPARADA, DE RELATORIO COM DEFINICAO NA LISTA. ACIMA
      *    DE 50 POR NOITE, O RESTO FICA PARA A PROXIMA EXECUCAO.
       SELECIONA-EMISSOES.
           MOVE 0 TO QTDE-EMISSOES.
           MOVE 0 TO POSICAO-CATALOGO.
           OPEN INPUT ARQUIVO-SPOOL-CAT.
           IF SPOOL-CAT-FILE-STATUS = "00"
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM EXAMINA-PROXIMA-EMISSAO
                   UNTIL FINAL-ARQUIVO = "S"
               CLOSE ARQUIVO-SPOOL-CAT
           ELSE
               IF SPOOL-CAT-FILE-STATUS = "05"
                   CLOSE ARQUIVO-SPOOL-CAT
               END-IF
           END-IF.
           IF EMISSOES-DEIXADAS NOT = 0
               STRING "EMISSOES DEIXADAS PARA A PROXIMA EXECUCAO: "
                          DELIMITED BY SIZE
                      EMISSOES-DEIXADAS DELIMITED BY SIZE
                   INTO LINHA-SPOOL
               PERFORM EMITE-LINHA-SPOOL
           END-IF.

       EXAMINA-PROXIMA-EMISSAO.
           READ ARQUIVO-SPOOL-CAT
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               ADD 1 TO POSICAO-CATALOGO
               IF SPOOL-CAT-QUEBRA = SPACE
                       AND NOT SPOOL-CAT-SEPARADO
                   MOVE SPOOL-CAT-RELATORIO TO DIST-RELATORIO
                   MOVE SPACE TO DIST-QUEBRA
                   READ ARQUIVO-DISTRIBUICAO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM GUARDA-EMISSAO
                   END-READ
               END-IF
           END-IF.

       GUARDA-EMISSAO.
           IF QTDE-EMISSOES < 50
               ADD 1 TO QTDE-EMISSOES
               MOVE POSICAO-CATALOGO TO EMIS-POSICAO (QTDE-EMISSOES)
               MOVE SPOOL-CAT-RELATORIO
                   TO EMIS-RELATORIO (QTDE-EMISSOES)
               MOVE SPOOL-CAT-DATA TO EMIS-DATA (QTDE-EMISSOES)
               MOVE SPOOL-CAT-ARQUIVO TO EMIS-ARQUIVO (QTDE-EMISSOES)
           ELSE
               ADD 1 TO EMISSOES-DEIXADAS
           END-IF.

      *    SEPARA-EMISSAO: UMA EMISSAO DA LISTA, DO ARQUIVO DO SPOOL
      *    ATE AS ENTREGAS.
       SEPARA-EMISSAO.
           ADD 1 TO TOTAL-LIDOS.
           PERFORM CARREGA-DEFINICAO.
           MOVE SPACE TO ORIGEM-PATH.
           MOVE EMIS-ARQUIVO (EMIS-SUB) TO ORIGEM-PATH (1:30).
           STRING "EMISSAO " DELIMITED BY SIZE
                  EMIS-RELATORIO (EMIS-SUB) DELIMITED BY SIZE
                  " DE " DELIMITED BY SIZE
                  EMIS-DATA (EMIS-SUB) DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  EMIS-ARQUIVO (EMIS-SUB) DELIMITED BY SPACE
                  ")" DELIMITED BY SIZE
               INTO LINHA-SPOOL.
           PERFORM EMITE-LINHA-SPOOL.
           OPEN INPUT ARQUIVO-ORIGEM.
           IF ORIGEM-FILE-STATUS NOT = "00"
               STRING "  ARQUIVO DO SPOOL NAO ENCONTRADO NO DISCO - "
                          DELIMITED BY SIZE
                      "NADA A SEPARAR." DELIMITED BY SIZE
                   INTO LINHA-SPOOL
               PERFORM EMITE-LINHA-SPOOL
           ELSE
               MOVE 0 TO QTDE-VALORES
               MOVE 0 TO QTDE-CABECALHO
               MOVE 0 TO QTDE-RETIDAS
               MOVE 0 TO PARTE-ATUAL
               MOVE "N" TO PARTE-ABERTA
               MOVE "C" TO FASE-SEPARACAO
               MOVE "N" TO FINAL-ORIGEM
               PERFORM LE-LINHA-ORIGEM
                   UNTIL FINAL-ORIGEM = "S"
               CLOSE ARQUIVO-ORIGEM
               PERFORM LIBERA-RETIDAS
               PERFORM FECHA-PARTE-ATUAL
               ADD 1 TO TOTAL-SEPARADAS
               IF QTDE-VALORES = 0
                   STRING "  NENHUMA MARCA DE QUEBRA NA LISTAGEM - "
                              DELIMITED BY SIZE
                          "CONFIRA A DEFINICAO NO PROG204."
                              DELIMITED BY SIZE
                       INTO LINHA-SPOOL
                   PERFORM EMITE-LINHA-SPOOL
               END-IF
               MOVE 1 TO VAL-SUB
               PERFORM ENTREGA-PARTE
                   UNTIL VAL-SUB > QTDE-VALORES
           END-IF.
           ADD 1 TO EMIS-SUB.

       CARREGA-DEFINICAO.
           MOVE EMIS-RELATORIO (EMIS-SUB) TO DIST-RELATORIO.
           MOVE SPACE TO DIST-QUEBRA.
           READ ARQUIVO-DISTRIBUICAO
               INVALID KEY
                   MOVE SPACE TO DIST-DADOS
           END-READ.
           MOVE DIST-MARCA TO DEF-MARCA.
           MOVE DIST-MARCA-COLUNA TO DEF-MARCA-COLUNA.
           MOVE DIST-MARCA-TAMANHO TO DEF-MARCA-TAMANHO.
           MOVE DIST-VALOR-COLUNA TO DEF-VALOR-COLUNA.
           MOVE DIST-VALOR-TAMANHO TO DEF-VALOR-TAMANHO.
           MOVE DIST-LINHAS-ANTES TO DEF-LINHAS-ANTES.
           MOVE DIST-MARCA-FIM TO DEF-MARCA-FIM.
           MOVE DIST-MARCA-FIM-COLUNA TO DEF-MARCA-FIM-COLUNA.
           MOVE DIST-MARCA-FIM-TAMANHO TO DEF-MARCA-FIM-TAMANHO.
           IF DEF-MARCA-COLUNA IS NOT NUMERIC
                   OR DEF-MARCA-COLUNA = 0
               MOVE 1 TO DEF-MARCA-COLUNA
           END-IF.
           IF DEF-MARCA-TAMANHO IS NOT NUMERIC
                   OR DEF-MARCA-TAMANHO = 0
               MOVE 1 TO DEF-MARCA-TAMANHO
           END-IF.
           IF DEF-VALOR-COLUNA IS NOT NUMERIC
                   OR DEF-VALOR-COLUNA = 0
               MOVE 1 TO DEF-VALOR-COLUNA
           END-IF.
           IF DEF-VALOR-TAMANHO IS NOT NUMERIC
                   OR DEF-VALOR-TAMANHO = 0
                   OR DEF-VALOR-TAMANHO > 8
               MOVE 8 TO DEF-VALOR-TAMANHO
           END-IF.
           IF DEF-LINHAS-ANTES IS NOT NUMERIC
                   OR DEF-LINHAS-ANTES > 20
               MOVE 0 TO DEF-LINHAS-ANTES
           END-IF.
           IF DEF-MARCA-FIM-TAMANHO IS NOT NUMERIC
                   OR DEF-MARCA-FIM-COLUNA IS NOT NUMERIC
                   OR DEF-MARCA-FIM-COLUNA = 0
               MOVE 0 TO DEF-MARCA-FIM-TAMANHO
           END-IF.

      *    LE-LINHA-ORIGEM: A LINHA DA MARCA ABRE UMA PARTE; A DO
      *    RESUMO ENCERRA A DISTRIBUICAO; AS DEMAIS FICAM RETIDAS ATE
      *    SE SABER DE QUAL PARTE SAO.
       LE-LINHA-ORIGEM.
           READ ARQUIVO-ORIGEM
               AT END
                   MOVE "S" TO FINAL-ORIGEM
           END-READ.
           IF FINAL-ORIGEM NOT = "S" AND NOT FASE-RESUMO
               EVALUATE TRUE
                   WHEN DEF-MARCA-FIM-TAMANHO NOT = 0
                       AND LINHA-ORIGEM (DEF-MARCA-FIM-COLUNA:
                           DEF-MARCA-FIM-TAMANHO) =
                           DEF-MARCA-FIM (1:DEF-MARCA-FIM-TAMANHO)
                       PERFORM LIBERA-RETIDAS
                       PERFORM FECHA-PARTE-ATUAL
                       MOVE "R" TO FASE-SEPARACAO
                   WHEN LINHA-ORIGEM (DEF-MARCA-COLUNA:
                           DEF-MARCA-TAMANHO) =
                           DEF-MARCA (1:DEF-MARCA-TAMANHO)
                       PERFORM ABRE-NOVA-PARTE
                   WHEN OTHER
                       PERFORM RETEM-LINHA
               END-EVALUATE
           END-IF.

       RETEM-LINHA.
           ADD 1 TO QTDE-RETIDAS.
           MOVE LINHA-ORIGEM TO RET-LINHA (QTDE-RETIDAS).
           IF QTDE-RETIDAS > DEF-LINHAS-ANTES
               MOVE RET-LINHA (1) TO LINHA-LIBERADA
               PERFORM DESLOCA-RETIDAS
               PERFORM GRAVA-LINHA-LIBERADA
           END-IF.

       DESLOCA-RETIDAS.
           MOVE 1 TO RET-SUB.
           PERFORM PUXA-RETIDA
               UNTIL RET-SUB >= QTDE-RETIDAS.
           SUBTRACT 1 FROM QTDE-RETIDAS.

       PUXA-RETIDA.
           MOVE RET-LINHA (RET-SUB + 1) TO RET-LINHA (RET-SUB).
           ADD 1 TO RET-SUB.

      *    GRAVA-LINHA-LIBERADA: ANTES DA PRIMEIRA PARTE A LINHA E
      *    CABECALHO DO RELATORIO; DEPOIS, E DA PARTE CORRENTE.
       GRAVA-LINHA-LIBERADA.
           IF FASE-CABECALHO
               IF QTDE-CABECALHO < 20
                   ADD 1 TO QTDE-CABECALHO
                   MOVE LINHA-LIBERADA TO CAB-LINHA (QTDE-CABECALHO)
               END-IF
           ELSE
               PERFORM GRAVA-LINHA-PARTE
           END-IF.

       LIBERA-RETIDAS.
           PERFORM LIBERA-UMA-RETIDA
               UNTIL QTDE-RETIDAS = 0.

       LIBERA-UMA-RETIDA.
           MOVE RET-LINHA (1) TO LINHA-LIBERADA.
           PERFORM DESLOCA-RETIDAS.
           PERFORM GRAVA-LINHA-LIBERADA.

       GRAVA-LINHA-PARTE.
           IF PARTE-ATUAL NOT = 0
               ADD 1 TO VAL-LINHAS (PARTE-ATUAL)
               IF PARTE-ABERTA = "S"
                   MOVE LINHA-LIBERADA TO LINHA-PARTE
                   WRITE LINHA-PARTE
               END-IF
           END-IF.

      *    ABRE-NOVA-PARTE: AS LINHAS RETIDAS SAO O CABECALHO DO
      *    BLOCO QUE ESTA ABRINDO E VAO COM ELE, SEGUIDAS DA LINHA
      *    DA MARCA.
       ABRE-NOVA-PARTE.
           PERFORM FECHA-PARTE-ATUAL.
           MOVE "P" TO FASE-SEPARACAO.
           MOVE SPACE TO QUEBRA-LIDA.
           MOVE LINHA-ORIGEM (DEF-VALOR-COLUNA:DEF-VALOR-TAMANHO)
               TO QUEBRA-LIDA (1:DEF-VALOR-TAMANHO).
           PERFORM LOCALIZA-VALOR.
           IF PARTE-ATUAL NOT = 0
               IF VAL-TEM-DESTINO (PARTE-ATUAL) = "S"
                   PERFORM ABRE-ARQUIVO-PARTE
               END-IF
           END-IF.
           PERFORM LIBERA-RETIDAS.
           MOVE LINHA-ORIGEM TO LINHA-LIBERADA.
           PERFORM GRAVA-LINHA-PARTE.

       FECHA-PARTE-ATUAL.
           IF PARTE-ABERTA = "S"
               CLOSE ARQUIVO-PARTE
               MOVE "N" TO PARTE-ABERTA
           END-IF.

      *    LOCALIZA-VALOR: VALOR NOVO ENTRA NA TABELA COM O DESTINO
      *    DA LISTA (SO DESTINATARIO ATIVO CONTA). TABELA CHEIA: O
      *    EXCEDENTE FICA SO NA LISTAGEM COMPLETA.
       LOCALIZA-VALOR.
           MOVE 0 TO PARTE-ATUAL.
           SET VALOR-IDX TO 1.
           SEARCH VALOR-ENTRADA
               AT END
                   CONTINUE
               WHEN VALOR-IDX > QTDE-VALORES
                   CONTINUE
               WHEN VAL-QUEBRA (VALOR-IDX) = QUEBRA-LIDA
                   SET PARTE-ATUAL TO VALOR-IDX
           END-SEARCH.
           IF PARTE-ATUAL = 0 AND QTDE-VALORES < 200
               ADD 1 TO QTDE-VALORES
               MOVE QTDE-VALORES TO PARTE-ATUAL
               PERFORM INCLUI-VALOR
           END-IF.

       INCLUI-VALOR.
           MOVE QUEBRA-LIDA TO VAL-QUEBRA (PARTE-ATUAL).
           MOVE "N" TO VAL-TEM-DESTINO (PARTE-ATUAL).
           MOVE SPACE TO VAL-NOME (PARTE-ATUAL).
           MOVE SPACE TO VAL-OPERADOR (PARTE-ATUAL).
           MOVE SPACE TO VAL-EMAIL (PARTE-ATUAL).
           MOVE 0 TO VAL-LINHAS (PARTE-ATUAL).
           MOVE "N" TO VAL-CRIADA (PARTE-ATUAL).
           MOVE SPACE TO VAL-ARQUIVO (PARTE-ATUAL).
           STRING EMIS-RELATORIO (EMIS-SUB) DELIMITED BY SPACE
                  "." DELIMITED BY SIZE
                  EMIS-DATA (EMIS-SUB) DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  QUEBRA-LIDA DELIMITED BY SPACE
                  ".rel" DELIMITED BY SIZE
               INTO VAL-ARQUIVO (PARTE-ATUAL).
           IF QUEBRA-LIDA NOT = SPACE
               MOVE EMIS-RELATORIO (EMIS-SUB) TO DIST-RELATORIO
               MOVE QUEBRA-LIDA TO DIST-QUEBRA
               READ ARQUIVO-DISTRIBUICAO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DIST-ATIVO
                           MOVE "S" TO VAL-TEM-DESTINO (PARTE-ATUAL)
                           MOVE DIST-NOME TO VAL-NOME (PARTE-ATUAL)
                           MOVE DIST-OPERADOR
                               TO VAL-OPERADOR (PARTE-ATUAL)
                           MOVE DIST-EMAIL TO VAL-EMAIL (PARTE-ATUAL)
                       END-IF
               END-READ
           END-IF.

      *    ABRE-ARQUIVO-PARTE: A PRIMEIRA VEZ CRIA O ARQUIVO COM O
      *    CABECALHO DO RELATORIO; VALOR QUE VOLTA ACRESCENTA NO FIM.
       ABRE-ARQUIVO-PARTE.
           MOVE SPACE TO PARTE-PATH.
           MOVE VAL-ARQUIVO (PARTE-ATUAL) TO PARTE-PATH (1:30).
           IF VAL-CRIADA (PARTE-ATUAL) = "S"
               OPEN EXTEND ARQUIVO-PARTE
           ELSE
               OPEN OUTPUT ARQUIVO-PARTE
           END-IF.
           IF PARTE-FILE-STATUS = "00"
               MOVE "S" TO PARTE-ABERTA
               IF VAL-CRIADA (PARTE-ATUAL) NOT = "S"
                   MOVE "S" TO VAL-CRIADA (PARTE-ATUAL)
                   MOVE 1 TO CAB-SUB
                   PERFORM GRAVA-CABECALHO-PARTE
                       UNTIL CAB-SUB > QTDE-CABECALHO
               END-IF
           ELSE
               MOVE "N" TO VAL-TEM-DESTINO (PARTE-ATUAL)
               STRING "  ERRO " DELIMITED BY SIZE
                      PARTE-FILE-STATUS DELIMITED BY SIZE
                      " AO CRIAR " DELIMITED BY SIZE
                      PARTE-PATH DELIMITED BY SPACE
                      " - A PARTE NAO SERA ENTREGUE."
                          DELIMITED BY SIZE
                   INTO LINHA-SPOOL
               PERFORM EMITE-LINHA-SPOOL
           END-IF.

       GRAVA-CABECALHO-PARTE.
           MOVE CAB-LINHA (CAB-SUB) TO LINHA-PARTE.
           WRITE LINHA-PARTE.
           ADD 1 TO VAL-LINHAS (PARTE-ATUAL).
           ADD 1 TO CAB-SUB.

      *    ENTREGA-PARTE: CATALOGA PARA O OPERADOR, ENFILEIRA O
      *    E-MAIL E REGISTRA; SEM DESTINATARIO, SO REGISTRA.
       ENTREGA-PARTE.
           IF VAL-TEM-DESTINO (VAL-SUB) = "S"
               PERFORM CATALOGA-PARTE
               IF VAL-OPERADOR (VAL-SUB) NOT = SPACE
                   ADD 1 TO TOTAL-OPERADORES
                   MOVE "O" TO DIST-LOG-TIPO
                   MOVE VAL-OPERADOR (VAL-SUB) TO DIST-LOG-DESTINO
                   PERFORM GRAVA-DIST-LOG
                   STRING "  " DELIMITED BY SIZE
                          VAL-QUEBRA (VAL-SUB) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          VAL-NOME (VAL-SUB) DELIMITED BY SIZE
                          " OPERADOR " DELIMITED BY SIZE
                          VAL-OPERADOR (VAL-SUB) DELIMITED BY SIZE
                          " LINHAS " DELIMITED BY SIZE
                          VAL-LINHAS (VAL-SUB) DELIMITED BY SIZE
                       INTO LINHA-SPOOL
                   PERFORM EMITE-LINHA-SPOOL
               END-IF
               IF VAL-EMAIL (VAL-SUB) NOT = SPACE
                   PERFORM ENFILEIRA-EMAIL-PARTE
                   ADD 1 TO TOTAL-EMAILS
                   MOVE "E" TO DIST-LOG-TIPO
                   MOVE VAL-EMAIL (VAL-SUB) TO DIST-LOG-DESTINO
                   PERFORM GRAVA-DIST-LOG
                   STRING "  " DELIMITED BY SIZE
                          VAL-QUEBRA (VAL-SUB) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          VAL-NOME (VAL-SUB) DELIMITED BY SIZE
                          " E-MAIL " DELIMITED BY SIZE
                          VAL-EMAIL (VAL-SUB) DELIMITED BY SPACE
                       INTO LINHA-SPOOL
                   PERFORM EMITE-LINHA-SPOOL
               END-IF
           ELSE
               ADD 1 TO TOTAL-SEM-DESTINO
               MOVE "S" TO DIST-LOG-TIPO
               MOVE SPACE TO DIST-LOG-DESTINO
               PERFORM GRAVA-DIST-LOG
               STRING "  " DELIMITED BY SIZE
                      VAL-QUEBRA (VAL-SUB) DELIMITED BY SIZE
                      " SEM DESTINATARIO ATIVO - FICA SO NA "
                          DELIMITED BY SIZE
                      "LISTAGEM COMPLETA (" DELIMITED BY SIZE
                      VAL-LINHAS (VAL-SUB) DELIMITED BY SIZE
                      " LINHAS)" DELIMITED BY SIZE
                   INTO LINHA-SPOOL
               PERFORM EMITE-LINHA-SPOOL
           END-IF.
           ADD 1 TO VAL-SUB.

       CATALOGA-PARTE.
           OPEN EXTEND ARQUIVO-SPOOL-CAT.
           IF SPOOL-CAT-FILE-STATUS = "35"
               CLOSE ARQUIVO-SPOOL-CAT
               OPEN OUTPUT ARQUIVO-SPOOL-CAT
           END-IF.
           MOVE EMIS-RELATORIO (EMIS-SUB) TO SPOOL-CAT-RELATORIO.
           MOVE EMIS-DATA (EMIS-SUB)      TO SPOOL-CAT-DATA.
           MOVE 1                         TO SPOOL-CAT-PAGINAS.
           MOVE VAL-LINHAS (VAL-SUB)      TO SPOOL-CAT-LINHAS.
           MOVE VAL-ARQUIVO (VAL-SUB)     TO SPOOL-CAT-ARQUIVO.
           MOVE VAL-OPERADOR (VAL-SUB)    TO SPOOL-CAT-DESTINO.
           MOVE VAL-QUEBRA (VAL-SUB)      TO SPOOL-CAT-QUEBRA.
           MOVE SPACE                     TO SPOOL-CAT-SITUACAO.
           WRITE SPOOL-CAT-REGISTRO.
           CLOSE ARQUIVO-SPOOL-CAT.
           ADD 1 TO TOTAL-PARTES.

      *    ENFILEIRA-EMAIL-PARTE: MODELO REL SEM CLIENTE; OS CAMPOS
      *    LEVAM RELATORIO, VALOR DA QUEBRA E DATA DA EMISSAO, DE ONDE
      *    O PROG143 TIRA O ENDERECO (DISTREL.DAT) E A PARTE ANEXA.
       ENFILEIRA-EMAIL-PARTE.
           OPEN EXTEND ARQUIVO-FILA-EMAIL.
           IF FILA-EMAIL-FILE-STATUS = "35"
               CLOSE ARQUIVO-FILA-EMAIL
               OPEN OUTPUT ARQUIVO-FILA-EMAIL
           END-IF.
           MOVE SPACE TO FILA-EMAIL-REGISTRO.
           MOVE ZERO TO FILA-SEQ.
           MOVE "REL" TO FILA-TEMPLATE.
           MOVE ZERO TO FILA-CLIENTE-CODIGO.
           MOVE SPACE TO FILA-CAMPOS.
           STRING EMIS-RELATORIO (EMIS-SUB) VAL-QUEBRA (VAL-SUB)
                  EMIS-DATA (EMIS-SUB)
               DELIMITED BY SIZE INTO FILA-CAMPOS.
           MOVE DATA-HOJE TO FILA-DATA.
           ACCEPT FILA-HORA FROM TIME.
           MOVE "P" TO FILA-SITUACAO.
           WRITE FILA-EMAIL-REGISTRO.
           CLOSE ARQUIVO-FILA-EMAIL.

       GRAVA-DIST-LOG.
           OPEN EXTEND ARQUIVO-DIST-LOG.
           IF DIST-LOG-FILE-STATUS = "35"
               CLOSE ARQUIVO-DIST-LOG
               OPEN OUTPUT ARQUIVO-DIST-LOG
           END-IF.
           MOVE DATA-HOJE TO DIST-LOG-DATA.
           ACCEPT DIST-LOG-HORA FROM TIME.
           MOVE EMIS-RELATORIO (EMIS-SUB) TO DIST-LOG-RELATORIO.
           MOVE EMIS-DATA (EMIS-SUB) TO DIST-LOG-EMISSAO.
           MOVE VAL-QUEBRA (VAL-SUB) TO DIST-LOG-QUEBRA.
           IF DIST-LOG-SEM-DESTINO
               MOVE SPACE TO DIST-LOG-ARQUIVO
           ELSE
               MOVE VAL-ARQUIVO (VAL-SUB) TO DIST-LOG-ARQUIVO
           END-IF.
           MOVE VAL-LINHAS (VAL-SUB) TO DIST-LOG-LINHAS.
           WRITE DIST-LOG-REGISTRO.
           CLOSE ARQUIVO-DIST-LOG.

      *    MARCA-EMISSOES-SEPARADAS: A EMISSAO COMPLETA FICA NO
      *    CATALOGO, MARCADA "D" PARA NAO SER SEPARADA DE NOVO.
       MARCA-EMISSOES-SEPARADAS.
           MOVE 0 TO POSICAO-CATALOGO.
           MOVE 1 TO EMIS-SUB.
           OPEN I-O ARQUIVO-SPOOL-CAT.
           IF SPOOL-CAT-FILE-STATUS = "00"
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM MARCA-PROXIMA-EMISSAO
                   UNTIL FINAL-ARQUIVO = "S"
                      OR EMIS-SUB > QTDE-EMISSOES
               CLOSE ARQUIVO-SPOOL-CAT
           END-IF.

       MARCA-PROXIMA-EMISSAO.
           READ ARQUIVO-SPOOL-CAT
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               ADD 1 TO POSICAO-CATALOGO
               IF POSICAO-CATALOGO = EMIS-POSICAO (EMIS-SUB)
                   MOVE "D" TO SPOOL-CAT-SITUACAO
                   REWRITE SPOOL-CAT-REGISTRO
                   ADD 1 TO EMIS-SUB
               END-IF
           END-IF.

       IMPRIME-TOTAIS.
           STRING "-------------------------------------------------"
                      DELIMITED BY SIZE
               INTO LINHA-SPOOL.
           PERFORM EMITE-LINHA-SPOOL.
           STRING "EMISSOES SEPARADAS..............: " DELIMITED BY SIZE
                  TOTAL-SEPARADAS DELIMITED BY SIZE
               INTO LINHA-SPOOL.
           PERFORM EMITE-LINHA-SPOOL.
           STRING "PARTES CATALOGADAS..............: " DELIMITED BY SIZE
                  TOTAL-PARTES DELIMITED BY SIZE
               INTO LINHA-SPOOL.
           PERFORM EMITE-LINHA-SPOOL.
           STRING "ENTREGUES A OPERADORES..........: " DELIMITED BY SIZE
                  TOTAL-OPERADORES DELIMITED BY SIZE
               INTO LINHA-SPOOL.
           PERFORM EMITE-LINHA-SPOOL.
           STRING "ENFILEIRADAS PARA E-MAIL........: " DELIMITED BY SIZE
                  TOTAL-EMAILS DELIMITED BY SIZE
               INTO LINHA-SPOOL.
           PERFORM EMITE-LINHA-SPOOL.
           STRING "VALORES SEM DESTINATARIO........: " DELIMITED BY SIZE
                  TOTAL-SEM-DESTINO DELIMITED BY SIZE
               INTO LINHA-SPOOL.
           PERFORM EMITE-LINHA-SPOOL.

           COPY "LOGPROC.cob".

           COPY "SPLPROC.cob".
