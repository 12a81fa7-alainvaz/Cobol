       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG223.
      *    EXPURGO MENSAL PELA POLITICA DE RETENCAO (RETENCAO.DAT,
      *    MANTIDA PELO PROG222) E RELATORIO DE CONFORMIDADE PARA O
      *    ENCARREGADO DA LGPD. PARA CADA REGRA, O LIMITE E HOJE
      *    MENOS O PRAZO EM MESES (MESMO DIA); REGISTRO COM DATA
      *    ANTERIOR AO LIMITE ESTA VENCIDO.
      *    AS REGRAS APLICADAS AQUI (RETENCAO-PROGRAMA = PROG223):
      *      SAC ........ CHAMADOS FECHADOS, PELA DATA DE FECHAMENTO;
      *      ORDEMSERV .. ORDENS FECHADAS, PELA DATA DE FECHAMENTO;
      *      FILAEMAIL .. MENSAGENS JA PROCESSADAS (NAO PENDENTES);
      *      RESULTADOS . RESPOSTAS DE PESQUISA;
      *      MOVESTOQUE . MOVIMENTOS DE ESTOQUE;
      *      CAIXA ...... OS ARQUIVOS DIARIOS CAIXA.AAAAMMDD.DAT;
      *      SPOOL ...... AS EMISSOES DO CATALOGO SPOOLCAT.DAT.
      *    ACAO "A" COPIA O VENCIDO PARA O ARQUIVO MORTO
      *    (XXXARQ.AAAAMMDD.ARQ) E O TIRA DO ATIVO; "E" SO O TIRA; "N"
      *    APAGA O QUE IDENTIFICA A PESSOA E MANTEM O REGISTRO PARA AS
      *    ESTATISTICAS (SAC: CLIENTE E RESUMO; ORDEM: TECNICO E
      *    RESOLUCAO; FILA: CLIENTE E CAMPOS; PESQUISA: CLIENTE E
      *    CHAMADO; MOVIMENTO: OPERADOR; CAIXA: CLIENTE, OPERADOR E
      *    AUTORIZACAO). SAC E ORDEMSERV SAO ATUALIZADOS NO LUGAR;
      *    FILAEMAIL, RESULTADOS E MOVESTOQUE SAO REGRAVADOS EM
      *    XXX.NOVO, QUE O OPERADOR TROCA PELO ATIVO DEPOIS DE
      *    CONFERIR OS TOTAIS (MESMA CONVENCAO DO PROG88/PROG90). O
      *    CAIXA DIARIO VENCIDO E APAGADO DO DISCO OU ANONIMIZADO NO
      *    LUGAR, E AS EMISSOES DO SPOOL SAO APAGADAS COMO NA
      *    VARREDURA DO PROG95.
      *    AS DEMAIS REGRAS (CLIENTES, QUARENTENA, AUDITORIA,
      *    FATURAS, ACESSLOG) SAO APLICADAS PELOS ARQUIVADORES
      *    PROG58/88/90/129/147, QUE LEEM O PRAZO DA MESMA TABELA;
      *    AQUI ELAS SO ENTRAM NO RELATORIO DE CONFORMIDADE.
      *    RELATORIO: POR ARQUIVO, O REGISTRO COM DADO PESSOAL MAIS
      *    ANTIGO QUE FICA E SE ELE ESTA DENTRO DO PRAZO; ARQUIVO DA
      *    POLITICA PADRAO SEM REGRA SAI MARCADO.
      *    MODO: PROG223-MODO=E APLICA A POLITICA; QUALQUER OUTRO
      *    VALOR (PADRAO) E PREVIA - SO CONTA O QUE SERIA EXPURGADO E
      *    NAO GRAVA NADA. A PREVIA DEVOLVE RETURN-CODE 4, PARA A
      *    ETAPA DO FECHAMENTO DE MES (PROG151) NAO FICAR CONCLUIDA
      *    ANTES DA RODADA EFETIVA. CAIXA: DIAS PROCURADOS A PARTIR DE
      *    PROG223-CAIXA-DESDE (AAAAMMDD), PADRAO 1O DE JANEIRO DE DEZ
      *    ANOS ATRAS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "RTCSEL.cob".
           COPY "SACSEL.cob".
           COPY "OSSEL.cob".
           COPY "EMQSEL.cob".
           COPY "RESSEL.cob".
           COPY "MOVSEL.cob".
           COPY "CXASEL.cob".
           COPY "SPLSEL.cob".
           COPY "CLISEL.cob".
           COPY "QUARSEL.cob".
           COPY "AUDSEL.cob".
           COPY "FATSEL.cob".
           COPY "ACSSEL.cob".
           SELECT ARQUIVO-SAC-ARQUIVADO
               ASSIGN TO SAC-ARQUIVO-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ARQUIVADO-FILE-STATUS.
           SELECT ARQUIVO-OS-ARQUIVADO
               ASSIGN TO OS-ARQUIVO-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ARQUIVADO-FILE-STATUS.
           SELECT ARQUIVO-FILA-ARQUIVADO
               ASSIGN TO FILA-ARQUIVO-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ARQUIVADO-FILE-STATUS.
           SELECT ARQUIVO-FILA-NOVO
               ASSIGN TO "filaemail.novo"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS NOVO-FILE-STATUS.
           SELECT ARQUIVO-RES-ARQUIVADO
               ASSIGN TO RES-ARQUIVO-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ARQUIVADO-FILE-STATUS.
           SELECT ARQUIVO-RES-NOVO
               ASSIGN TO "resultados.novo"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS NOVO-FILE-STATUS.
           SELECT ARQUIVO-MOV-ARQUIVADO
               ASSIGN TO MOV-ARQUIVO-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ARQUIVADO-FILE-STATUS.
           SELECT ARQUIVO-MOV-NOVO
               ASSIGN TO "movestoque.novo"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS NOVO-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "RTCREG.cob".
           COPY "SACREG.cob".
           COPY "OSREG.cob".
           COPY "EMQREG.cob".
           COPY "RESREG.cob".
           COPY "MOVREG.cob".
           COPY "CXAREG.cob".
           COPY "SPLREG.cob".
           COPY "CLIREG.cob".
           COPY "QUARREG.cob".
           COPY "AUDREG.cob".
           COPY "FATREG.cob".
           COPY "ACSREG.cob".

       FD  ARQUIVO-SAC-ARQUIVADO.
       01  SAC-ARQUIVADO-REGISTRO PIC X(122).

       FD  ARQUIVO-OS-ARQUIVADO.
       01  OS-ARQUIVADO-REGISTRO PIC X(318).

       FD  ARQUIVO-FILA-ARQUIVADO.
       01  FILA-ARQUIVADO-REGISTRO PIC X(75).

       FD  ARQUIVO-FILA-NOVO.
       01  FILA-NOVO-REGISTRO PIC X(75).

       FD  ARQUIVO-RES-ARQUIVADO.
       01  RES-ARQUIVADO-REGISTRO PIC X(44).

       FD  ARQUIVO-RES-NOVO.
       01  RES-NOVO-REGISTRO PIC X(44).

       FD  ARQUIVO-MOV-ARQUIVADO.
       01  MOV-ARQUIVADO-REGISTRO PIC X(59).

       FD  ARQUIVO-MOV-NOVO.
       01  MOV-NOVO-REGISTRO PIC X(59).

       WORKING-STORAGE SECTION.

           COPY "RTCWRK.cob".
           COPY "AMBWRK.cob".

       01  SAC-FILE-STATUS           PIC XX.
       01  SAC-PATH                  PIC X(100).
       01  ORDEM-SERVICO-FILE-STATUS PIC XX.
       01  ORDEM-SERVICO-PATH        PIC X(100).
       01  FILA-EMAIL-FILE-STATUS    PIC XX.
       01  RESULTADO-FILE-STATUS     PIC XX.
       01  MOVESTOQUE-FILE-STATUS    PIC XX.
       01  MOVESTOQUE-PATH           PIC X(100).
       01  CAIXA-FILE-STATUS         PIC XX.
       01  CAIXA-PATH                PIC X(100).
       01  SPOOL-CAT-FILE-STATUS     PIC XX.
       01  CLIENTE-FILE-STATUS       PIC XX.
       01  CLIENTE-PATH              PIC X(100).
       01  QUARENTENA-FILE-STATUS    PIC XX.
       01  AUDITORIA-FILE-STATUS     PIC XX.
       01  FATURA-FILE-STATUS        PIC XX.
       01  FATURA-PATH               PIC X(100).
       01  ACESSO-FILE-STATUS        PIC XX.
       01  ARQUIVADO-FILE-STATUS     PIC XX.
       01  NOVO-FILE-STATUS          PIC XX.
       01  SAC-ARQUIVO-PATH          PIC X(100).
       01  OS-ARQUIVO-PATH           PIC X(100).
       01  FILA-ARQUIVO-PATH         PIC X(100).
       01  RES-ARQUIVO-PATH          PIC X(100).
       01  MOV-ARQUIVO-PATH          PIC X(100).
       01  FINAL-ARQUIVO             PIC X.

       01  MODO-EXECUCAO             PIC X VALUE "P".
           88 MODO-EFETIVO               VALUE "E".
           88 MODO-PREVIA                VALUE "P".
       01  HOUVE-ERRO                PIC X VALUE "N".

       01  DATA-HOJE                 PIC 9(08).
       01  DATA-HOJE-R REDEFINES DATA-HOJE.
           05 HOJE-ANO               PIC 9(04).
           05 HOJE-MES               PIC 9(02).
           05 HOJE-DIA               PIC 9(02).
       01  DATA-LIMITE               PIC 9(08).
       01  DATA-LIMITE-R REDEFINES DATA-LIMITE.
           05 LIMITE-ANO             PIC 9(04).
           05 LIMITE-MES             PIC 9(02).
           05 LIMITE-DIA             PIC 9(02).
       01  MESES-CORRIDOS            PIC 9(06).
       01  DATA-REGISTRO             PIC 9(08).

      *    CAIXA DIARIO: DIA PROCURADO E O CALENDARIO DO PROG97.
       01  DATA-CAIXA                PIC 9(08).
       01  CAIXA-DESDE               PIC 9(08).
       01  CAIXA-DESDE-ENV           PIC X(08).
       01  CAIXA-COM-DADO-PESSOAL    PIC X.
       01  CAIXA-FALHOU              PIC X.
       01  RECIBOS-DO-DIA            PIC 9(05).
       01  DATA-TRABALHO             PIC 9(08).
       01  DU-FUNCAO-WS              PIC X(01).
       01  DU-DATA-1-WS              PIC 9(08).
       01  DU-DATA-2-WS              PIC 9(08).
       01  DU-RESULTADO-WS           PIC S9(05).

       01  RETORNO-EXCLUSAO          PIC S9(09) COMP.
       01  NOME-PARA-EXCLUIR         PIC X(100).

      *    A POLITICA INTEIRA, LIDA UMA VEZ NO INICIO.
       01  QTDE-REGRAS               PIC 9(02) VALUE 0.
       01  TABELA-REGRAS.
           05 REGRA-ENTRADA OCCURS 30 TIMES.
              10 REGRA-ARQUIVO       PIC X(10).
              10 REGRA-MESES         PIC 9(03).
              10 REGRA-ACAO          PIC X(01).
              10 REGRA-DADOS-PESSOAIS PIC X(01).
              10 REGRA-PROGRAMA      PIC X(08).
       01  REGRA-SUB                 PIC 9(02).

      *    ARQUIVOS DA POLITICA PADRAO (PROG222) - OS QUE FICAREM SEM
      *    REGRA SAEM NO RELATORIO.
       01  TABELA-ARQUIVOS-PADRAO.
           05 FILLER PIC X(10) VALUE "CLIENTES".
           05 FILLER PIC X(10) VALUE "QUARENTENA".
           05 FILLER PIC X(10) VALUE "AUDITORIA".
           05 FILLER PIC X(10) VALUE "FATURAS".
           05 FILLER PIC X(10) VALUE "ACESSLOG".
           05 FILLER PIC X(10) VALUE "SAC".
           05 FILLER PIC X(10) VALUE "ORDEMSERV".
           05 FILLER PIC X(10) VALUE "FILAEMAIL".
           05 FILLER PIC X(10) VALUE "RESULTADOS".
           05 FILLER PIC X(10) VALUE "MOVESTOQUE".
           05 FILLER PIC X(10) VALUE "CAIXA".
           05 FILLER PIC X(10) VALUE "SPOOL".
       01  TABELA-ARQUIVOS-PADRAO-R
               REDEFINES TABELA-ARQUIVOS-PADRAO.
           05 ARQUIVO-PADRAO PIC X(10) OCCURS 12 TIMES.
       01  PADRAO-SUB                PIC 9(02).
       01  REGRA-DO-PADRAO           PIC X.
       01  TOTAL-SEM-REGRA           PIC 9(02) VALUE 0.

      *    CATALOGO DO SPOOL, REGRAVADO SO COM AS EMISSOES MANTIDAS.
       01  QTDE-CATALOGO             PIC 9(03) VALUE 0.
       01  TABELA-CATALOGO.
           05 CAT-ENTRADA OCCURS 999 TIMES.
              10 CAT-TAB-RELATORIO   PIC X(08).
              10 CAT-TAB-DATA        PIC 9(08).
              10 CAT-TAB-PAGINAS     PIC 9(04).
              10 CAT-TAB-LINHAS      PIC 9(06).
              10 CAT-TAB-ARQUIVO     PIC X(30).
              10 CAT-TAB-DESTINO     PIC X(10).
              10 CAT-TAB-QUEBRA      PIC X(08).
              10 CAT-TAB-SITUACAO    PIC X(01).
       01  CAT-SUB                   PIC 9(03).
       01  CAT-PUXA                  PIC 9(03).

      *    TOTAIS DA REGRA EM CURSO.
       01  ACAO-SUPORTADA            PIC X.
       01  ARQUIVO-AUSENTE           PIC X.
       01  TOTAL-LIDOS               PIC 9(07).
       01  TOTAL-VENCIDOS            PIC 9(07).
       01  TOTAL-APLICADOS           PIC 9(07).
       01  ANTIGO-ATUAL              PIC 9(08).
       01  ANTIGO-MANTIDO            PIC 9(08).
       01  ANTIGO-EXIBIDO            PIC 9(08).
       01  SITUACAO-REGRA            PIC X(20).

      *    TOTAIS DA RODADA.
       01  TOTAL-REGRAS-APLICADAS    PIC 9(02) VALUE 0.
       01  TOTAL-DENTRO              PIC 9(02) VALUE 0.
       01  TOTAL-FORA                PIC 9(02) VALUE 0.
       01  TOTAL-GERAL-VENCIDOS      PIC 9(08) VALUE 0.
       01  TOTAL-GERAL-APLICADOS     PIC 9(08) VALUE 0.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM INICIALIZA-AMBIENTE.
           MOVE 0 TO RETURN-CODE.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM INICIALIZA-EXPURGO.
           PERFORM CARREGA-POLITICA.

           IF QTDE-REGRAS = 0
               DISPLAY "RETENCAO.DAT NAO ENCONTRADO OU VAZIO. CARREGUE "
                       "A POLITICA PELO PROG222 (OPCAO 4)."
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM IMPRIME-CABECALHO
               MOVE 1 TO REGRA-SUB
               PERFORM PROCESSA-UMA-REGRA
                   UNTIL REGRA-SUB > QTDE-REGRAS
               PERFORM LISTA-ARQUIVOS-SEM-REGRA
               PERFORM IMPRIME-TOTAIS
           END-IF.

       PROGRAM-DONE.
           GOBACK.

       INICIALIZA-EXPURGO.
           MOVE "P" TO MODO-EXECUCAO.
           ACCEPT MODO-EXECUCAO FROM ENVIRONMENT "PROG223-MODO".
           IF MODO-EXECUCAO NOT = "E"
               MOVE "P" TO MODO-EXECUCAO
           END-IF.

           MOVE "sac.dat" TO SAC-PATH.
           ACCEPT SAC-PATH FROM ENVIRONMENT "SAC_DAT".
           IF SAC-PATH = SPACE
               MOVE "sac.dat" TO SAC-PATH
           END-IF.
           MOVE "ordemserv.dat" TO ORDEM-SERVICO-PATH.
           ACCEPT ORDEM-SERVICO-PATH FROM ENVIRONMENT "ORDEMSERV_DAT".
           IF ORDEM-SERVICO-PATH = SPACE
               MOVE "ordemserv.dat" TO ORDEM-SERVICO-PATH
           END-IF.
           MOVE "movestoque.dat" TO MOVESTOQUE-PATH.
           ACCEPT MOVESTOQUE-PATH FROM ENVIRONMENT "MOVESTOQUE_DAT".
           IF MOVESTOQUE-PATH = SPACE
               MOVE "movestoque.dat" TO MOVESTOQUE-PATH
           END-IF.
           MOVE "clientes.dat" TO CLIENTE-PATH.
           ACCEPT CLIENTE-PATH FROM ENVIRONMENT "CLIENTE_DAT".
           IF CLIENTE-PATH = SPACE
               MOVE "clientes.dat" TO CLIENTE-PATH
           END-IF.
           MOVE "faturas.dat" TO FATURA-PATH.
           ACCEPT FATURA-PATH FROM ENVIRONMENT "FATURA_DAT".
           IF FATURA-PATH = SPACE
               MOVE "faturas.dat" TO FATURA-PATH
           END-IF.

           MOVE SPACE TO CAIXA-DESDE-ENV.
           ACCEPT CAIXA-DESDE-ENV FROM ENVIRONMENT
               "PROG223-CAIXA-DESDE".
           IF CAIXA-DESDE-ENV IS NUMERIC
               MOVE CAIXA-DESDE-ENV TO CAIXA-DESDE
           ELSE
               COMPUTE CAIXA-DESDE = (HOJE-ANO - 10) * 10000 + 0101
           END-IF.

           MOVE SPACE TO SAC-ARQUIVO-PATH.
           STRING "sacarq." DELIMITED BY SIZE
                  DATA-HOJE DELIMITED BY SIZE
                  ".arq" DELIMITED BY SIZE
               INTO SAC-ARQUIVO-PATH.
           MOVE SPACE TO OS-ARQUIVO-PATH.
           STRING "osarq." DELIMITED BY SIZE
                  DATA-HOJE DELIMITED BY SIZE
                  ".arq" DELIMITED BY SIZE
               INTO OS-ARQUIVO-PATH.
           MOVE SPACE TO FILA-ARQUIVO-PATH.
           STRING "emlarq." DELIMITED BY SIZE
                  DATA-HOJE DELIMITED BY SIZE
                  ".arq" DELIMITED BY SIZE
               INTO FILA-ARQUIVO-PATH.
           MOVE SPACE TO RES-ARQUIVO-PATH.
           STRING "resarq." DELIMITED BY SIZE
                  DATA-HOJE DELIMITED BY SIZE
                  ".arq" DELIMITED BY SIZE
               INTO RES-ARQUIVO-PATH.
           MOVE SPACE TO MOV-ARQUIVO-PATH.
           STRING "movarq." DELIMITED BY SIZE
                  DATA-HOJE DELIMITED BY SIZE
                  ".arq" DELIMITED BY SIZE
               INTO MOV-ARQUIVO-PATH.

      *    CARREGA-POLITICA: AS REGRAS VAO PARA A TABELA E O ARQUIVO
      *    E FECHADO ANTES DE QUALQUER EXPURGO.
       CARREGA-POLITICA.
           MOVE 0 TO QTDE-REGRAS.
           PERFORM INICIALIZA-CAMINHO-RETENCAO.
           OPEN INPUT ARQUIVO-RETENCAO.
           IF RETENCAO-FILE-STATUS = "00"
                   OR RETENCAO-FILE-STATUS = "05"
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM CARREGA-PROXIMA-REGRA
                   UNTIL FINAL-ARQUIVO = "S"
                      OR QTDE-REGRAS = 30
               CLOSE ARQUIVO-RETENCAO
           END-IF.

       CARREGA-PROXIMA-REGRA.
           READ ARQUIVO-RETENCAO NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               ADD 1 TO QTDE-REGRAS
               MOVE RETENCAO-ARQUIVO TO REGRA-ARQUIVO (QTDE-REGRAS)
               MOVE RETENCAO-MESES TO REGRA-MESES (QTDE-REGRAS)
               MOVE RETENCAO-ACAO TO REGRA-ACAO (QTDE-REGRAS)
               MOVE RETENCAO-DADOS-PESSOAIS
                   TO REGRA-DADOS-PESSOAIS (QTDE-REGRAS)
               MOVE RETENCAO-PROGRAMA TO REGRA-PROGRAMA (QTDE-REGRAS)
           END-IF.

       IMPRIME-CABECALHO.
           DISPLAY "===== POLITICA DE RETENCAO - EXPURGO E "
                   "CONFORMIDADE EM " DATA-HOJE " =====".
           IF MODO-EFETIVO
               DISPLAY "MODO EFETIVO: A POLITICA SERA APLICADA."
           ELSE
               DISPLAY "MODO PREVIA: NADA SERA GRAVADO "
                       "(PROG223-MODO=E PARA APLICAR)."
           END-IF.
           DISPLAY "ARQUIVO    MESES ACAO LIMITE   MAIS ANTIGO "
                   "VENCIDOS APLICADOS SITUACAO".
           DISPLAY "--------------------------------------------"
                   "--------------------------------------".

      *    PROCESSA-UMA-REGRA: LIMITE = HOJE MENOS O PRAZO EM MESES
      *    CORRIDOS, NO MESMO DIA. AS REGRAS DE OUTROS PROGRAMAS SO
      *    TEM A CONFORMIDADE MEDIDA.
       PROCESSA-UMA-REGRA.
           COMPUTE MESES-CORRIDOS =
               HOJE-ANO * 12 + HOJE-MES - 1 - REGRA-MESES (REGRA-SUB).
           COMPUTE LIMITE-ANO = MESES-CORRIDOS / 12.
           COMPUTE LIMITE-MES = MESES-CORRIDOS - LIMITE-ANO * 12 + 1.
           MOVE HOJE-DIA TO LIMITE-DIA.

           MOVE "S" TO ACAO-SUPORTADA.
           MOVE "N" TO ARQUIVO-AUSENTE.
           MOVE 0 TO TOTAL-LIDOS TOTAL-VENCIDOS TOTAL-APLICADOS.
           MOVE 99999999 TO ANTIGO-ATUAL ANTIGO-MANTIDO.

           EVALUATE REGRA-ARQUIVO (REGRA-SUB)
               WHEN "SAC"
                   PERFORM EXPURGA-SAC
               WHEN "ORDEMSERV"
                   PERFORM EXPURGA-ORDEM-SERVICO
               WHEN "FILAEMAIL"
                   PERFORM EXPURGA-FILA-EMAIL
               WHEN "RESULTADOS"
                   PERFORM EXPURGA-RESULTADOS
               WHEN "MOVESTOQUE"
                   PERFORM EXPURGA-MOVESTOQUE
               WHEN "CAIXA"
                   PERFORM EXPURGA-CAIXA
               WHEN "SPOOL"
                   PERFORM EXPURGA-SPOOL
               WHEN "CLIENTES"
                   PERFORM CONFERE-CLIENTES
               WHEN "QUARENTENA"
                   PERFORM CONFERE-QUARENTENA
               WHEN "AUDITORIA"
                   PERFORM CONFERE-AUDITORIA
               WHEN "FATURAS"
                   PERFORM CONFERE-FATURAS
               WHEN "ACESSLOG"
                   PERFORM CONFERE-ACESSLOG
               WHEN OTHER
                   MOVE "N" TO ACAO-SUPORTADA
           END-EVALUATE.

           PERFORM IMPRIME-LINHA-REGRA.
           ADD 1 TO REGRA-SUB.

      *    VERIFICA-ACAO-REGRA: OS ARQUIVOS COM REGISTRO ISOLADO
      *    ACEITAM AS TRES ACOES.
       VERIFICA-ACAO-REGRA.
           IF REGRA-ACAO (REGRA-SUB) NOT = "A"
                   AND REGRA-ACAO (REGRA-SUB) NOT = "N"
                   AND REGRA-ACAO (REGRA-SUB) NOT = "E"
               MOVE "N" TO ACAO-SUPORTADA
           END-IF.

      *    ANOTA-REGISTRO-MANTIDO / ANOTA-REGISTRO-ATUAL: O MAIS
      *    ANTIGO COM DADO PESSOAL ANTES E DEPOIS DA RODADA.
       ANOTA-REGISTRO-ATUAL.
           IF DATA-REGISTRO < ANTIGO-ATUAL
               MOVE DATA-REGISTRO TO ANTIGO-ATUAL
           END-IF.

       ANOTA-REGISTRO-MANTIDO.
           IF DATA-REGISTRO < ANTIGO-MANTIDO
               MOVE DATA-REGISTRO TO ANTIGO-MANTIDO
           END-IF.

      *================================================================
      *    SAC.DAT - CHAMADOS FECHADOS, PELA DATA DE FECHAMENTO.
      *    CHAMADO JA ANONIMIZADO TEM CLIENTE ZERO.
      *================================================================
       EXPURGA-SAC.
           PERFORM VERIFICA-ACAO-REGRA.
           IF ACAO-SUPORTADA = "S"
               IF MODO-EFETIVO
                   OPEN I-O ARQUIVO-SAC
               ELSE
                   OPEN INPUT ARQUIVO-SAC
               END-IF
               IF SAC-FILE-STATUS = "35"
                       OR SAC-FILE-STATUS = "05"
                   MOVE "S" TO ARQUIVO-AUSENTE
                   IF SAC-FILE-STATUS = "05"
                       CLOSE ARQUIVO-SAC
                   END-IF
               ELSE
                   IF MODO-EFETIVO AND REGRA-ACAO (REGRA-SUB) = "A"
                       OPEN OUTPUT ARQUIVO-SAC-ARQUIVADO
                   END-IF
                   MOVE "N" TO FINAL-ARQUIVO
                   PERFORM EXAMINA-PROXIMO-SAC
                       UNTIL FINAL-ARQUIVO = "S"
                   IF MODO-EFETIVO AND REGRA-ACAO (REGRA-SUB) = "A"
                       CLOSE ARQUIVO-SAC-ARQUIVADO
                   END-IF
                   CLOSE ARQUIVO-SAC
               END-IF
           END-IF.

       EXAMINA-PROXIMO-SAC.
           READ ARQUIVO-SAC NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               ADD 1 TO TOTAL-LIDOS
               IF SAC-FECHADO AND SAC-CLIENTE-CODIGO NOT = 0
                   MOVE SAC-DATA-FECHAMENTO TO DATA-REGISTRO
                   PERFORM ANOTA-REGISTRO-ATUAL
                   IF SAC-DATA-FECHAMENTO < DATA-LIMITE
                       ADD 1 TO TOTAL-VENCIDOS
                       IF MODO-EFETIVO
                           PERFORM APLICA-REGRA-SAC
                       ELSE
                           PERFORM ANOTA-REGISTRO-MANTIDO
                       END-IF
                   ELSE
                       PERFORM ANOTA-REGISTRO-MANTIDO
                   END-IF
               END-IF
           END-IF.

       APLICA-REGRA-SAC.
           EVALUATE REGRA-ACAO (REGRA-SUB)
               WHEN "N"
                   MOVE 0 TO SAC-CLIENTE-CODIGO
                   MOVE "DADOS ANONIMIZADOS - POLITICA DE RETENCAO"
                       TO SAC-RESUMO
                   REWRITE SAC-REGISTRO
                       INVALID KEY
                           PERFORM FALHA-APLICACAO-SAC
                       NOT INVALID KEY
                           ADD 1 TO TOTAL-APLICADOS
                   END-REWRITE
               WHEN OTHER
                   IF REGRA-ACAO (REGRA-SUB) = "A"
                       MOVE SAC-REGISTRO TO SAC-ARQUIVADO-REGISTRO
                       WRITE SAC-ARQUIVADO-REGISTRO
                   END-IF
                   DELETE ARQUIVO-SAC RECORD
                       INVALID KEY
                           PERFORM FALHA-APLICACAO-SAC
                       NOT INVALID KEY
                           ADD 1 TO TOTAL-APLICADOS
                   END-DELETE
           END-EVALUATE.

       FALHA-APLICACAO-SAC.
           DISPLAY "*** ERRO AO EXPURGAR O CHAMADO " SAC-NUMERO
                   " (STATUS " SAC-FILE-STATUS "). ***".
           MOVE "S" TO HOUVE-ERRO.
           PERFORM ANOTA-REGISTRO-MANTIDO.

      *================================================================
      *    ORDEMSERV.DAT - ORDENS FECHADAS, PELA DATA DE FECHAMENTO.
      *    ORDEM JA ANONIMIZADA TEM O TECNICO EM BRANCO.
      *================================================================
       EXPURGA-ORDEM-SERVICO.
           PERFORM VERIFICA-ACAO-REGRA.
           IF ACAO-SUPORTADA = "S"
               IF MODO-EFETIVO
                   OPEN I-O ARQUIVO-ORDEM-SERVICO
               ELSE
                   OPEN INPUT ARQUIVO-ORDEM-SERVICO
               END-IF
               IF ORDEM-SERVICO-FILE-STATUS = "35"
                       OR ORDEM-SERVICO-FILE-STATUS = "05"
                   MOVE "S" TO ARQUIVO-AUSENTE
                   IF ORDEM-SERVICO-FILE-STATUS = "05"
                       CLOSE ARQUIVO-ORDEM-SERVICO
                   END-IF
               ELSE
                   IF MODO-EFETIVO AND REGRA-ACAO (REGRA-SUB) = "A"
                       OPEN OUTPUT ARQUIVO-OS-ARQUIVADO
                   END-IF
                   MOVE "N" TO FINAL-ARQUIVO
                   PERFORM EXAMINA-PROXIMA-ORDEM
                       UNTIL FINAL-ARQUIVO = "S"
                   IF MODO-EFETIVO AND REGRA-ACAO (REGRA-SUB) = "A"
                       CLOSE ARQUIVO-OS-ARQUIVADO
                   END-IF
                   CLOSE ARQUIVO-ORDEM-SERVICO
               END-IF
           END-IF.

       EXAMINA-PROXIMA-ORDEM.
           READ ARQUIVO-ORDEM-SERVICO NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               ADD 1 TO TOTAL-LIDOS
               IF OS-FECHADA AND OS-TECNICO NOT = SPACE
                   MOVE OS-DATA-FECHAMENTO TO DATA-REGISTRO
                   PERFORM ANOTA-REGISTRO-ATUAL
                   IF OS-DATA-FECHAMENTO < DATA-LIMITE
                       ADD 1 TO TOTAL-VENCIDOS
                       IF MODO-EFETIVO
                           PERFORM APLICA-REGRA-ORDEM
                       ELSE
                           PERFORM ANOTA-REGISTRO-MANTIDO
                       END-IF
                   ELSE
                       PERFORM ANOTA-REGISTRO-MANTIDO
                   END-IF
               END-IF
           END-IF.

       APLICA-REGRA-ORDEM.
           EVALUATE REGRA-ACAO (REGRA-SUB)
               WHEN "N"
                   MOVE SPACE TO OS-TECNICO
                   MOVE SPACE TO OS-RESOLUCAO
                   MOVE 0 TO OS-TECNICO-CODIGO
                   REWRITE ORDEM-SERVICO-REGISTRO
                       INVALID KEY
                           PERFORM FALHA-APLICACAO-ORDEM
                       NOT INVALID KEY
                           ADD 1 TO TOTAL-APLICADOS
                   END-REWRITE
               WHEN OTHER
                   IF REGRA-ACAO (REGRA-SUB) = "A"
                       MOVE ORDEM-SERVICO-REGISTRO
                           TO OS-ARQUIVADO-REGISTRO
                       WRITE OS-ARQUIVADO-REGISTRO
                   END-IF
                   DELETE ARQUIVO-ORDEM-SERVICO RECORD
                       INVALID KEY
                           PERFORM FALHA-APLICACAO-ORDEM
                       NOT INVALID KEY
                           ADD 1 TO TOTAL-APLICADOS
                   END-DELETE
           END-EVALUATE.

       FALHA-APLICACAO-ORDEM.
           DISPLAY "*** ERRO AO EXPURGAR A ORDEM " OS-NUMERO
                   " (STATUS " ORDEM-SERVICO-FILE-STATUS "). ***".
           MOVE "S" TO HOUVE-ERRO.
           PERFORM ANOTA-REGISTRO-MANTIDO.

      *================================================================
      *    FILAEMAIL.DAT - MENSAGENS JA PROCESSADAS. PENDENTE NUNCA
      *    SAI; MENSAGEM JA ANONIMIZADA TEM OS CAMPOS EM BRANCO.
      *================================================================
       EXPURGA-FILA-EMAIL.
           PERFORM VERIFICA-ACAO-REGRA.
           IF ACAO-SUPORTADA = "S"
               OPEN INPUT ARQUIVO-FILA-EMAIL
               IF FILA-EMAIL-FILE-STATUS = "35"
                       OR FILA-EMAIL-FILE-STATUS = "05"
                   MOVE "S" TO ARQUIVO-AUSENTE
                   IF FILA-EMAIL-FILE-STATUS = "05"
                       CLOSE ARQUIVO-FILA-EMAIL
                   END-IF
               ELSE
                   IF MODO-EFETIVO
                       OPEN OUTPUT ARQUIVO-FILA-NOVO
                       IF REGRA-ACAO (REGRA-SUB) = "A"
                           OPEN OUTPUT ARQUIVO-FILA-ARQUIVADO
                       END-IF
                   END-IF
                   MOVE "N" TO FINAL-ARQUIVO
                   PERFORM EXAMINA-PROXIMA-MENSAGEM
                       UNTIL FINAL-ARQUIVO = "S"
                   IF MODO-EFETIVO
                       CLOSE ARQUIVO-FILA-NOVO
                       IF REGRA-ACAO (REGRA-SUB) = "A"
                           CLOSE ARQUIVO-FILA-ARQUIVADO
                       END-IF
                   END-IF
                   CLOSE ARQUIVO-FILA-EMAIL
               END-IF
           END-IF.

       EXAMINA-PROXIMA-MENSAGEM.
           READ ARQUIVO-FILA-EMAIL
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               ADD 1 TO TOTAL-LIDOS
               IF NOT FILA-PENDENTE AND FILA-CAMPOS NOT = SPACE
                   MOVE FILA-DATA TO DATA-REGISTRO
                   PERFORM ANOTA-REGISTRO-ATUAL
                   IF FILA-DATA < DATA-LIMITE
                       ADD 1 TO TOTAL-VENCIDOS
                       IF MODO-EFETIVO
                           PERFORM APLICA-REGRA-MENSAGEM
                       ELSE
                           PERFORM ANOTA-REGISTRO-MANTIDO
                       END-IF
                   ELSE
                       PERFORM ANOTA-REGISTRO-MANTIDO
                       PERFORM MANTEM-MENSAGEM
                   END-IF
               ELSE
                   PERFORM MANTEM-MENSAGEM
               END-IF
           END-IF.

       MANTEM-MENSAGEM.
           IF MODO-EFETIVO
               MOVE FILA-EMAIL-REGISTRO TO FILA-NOVO-REGISTRO
               WRITE FILA-NOVO-REGISTRO
           END-IF.

       APLICA-REGRA-MENSAGEM.
           ADD 1 TO TOTAL-APLICADOS.
           EVALUATE REGRA-ACAO (REGRA-SUB)
               WHEN "N"
                   MOVE 0 TO FILA-CLIENTE-CODIGO
                   MOVE SPACE TO FILA-CAMPOS
                   PERFORM MANTEM-MENSAGEM
               WHEN "A"
                   MOVE FILA-EMAIL-REGISTRO TO FILA-ARQUIVADO-REGISTRO
                   WRITE FILA-ARQUIVADO-REGISTRO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *================================================================
      *    RESULTADOS.DAT - RESPOSTAS DE PESQUISA. RESPOSTA SEM
      *    CLIENTE E SEM CHAMADO JA E ANONIMA.
      *================================================================
       EXPURGA-RESULTADOS.
           PERFORM VERIFICA-ACAO-REGRA.
           IF ACAO-SUPORTADA = "S"
               OPEN INPUT ARQUIVO-RESULTADO
               IF RESULTADO-FILE-STATUS = "35"
                       OR RESULTADO-FILE-STATUS = "05"
                   MOVE "S" TO ARQUIVO-AUSENTE
                   IF RESULTADO-FILE-STATUS = "05"
                       CLOSE ARQUIVO-RESULTADO
                   END-IF
               ELSE
                   IF MODO-EFETIVO
                       OPEN OUTPUT ARQUIVO-RES-NOVO
                       IF REGRA-ACAO (REGRA-SUB) = "A"
                           OPEN OUTPUT ARQUIVO-RES-ARQUIVADO
                       END-IF
                   END-IF
                   MOVE "N" TO FINAL-ARQUIVO
                   PERFORM EXAMINA-PROXIMA-RESPOSTA
                       UNTIL FINAL-ARQUIVO = "S"
                   IF MODO-EFETIVO
                       CLOSE ARQUIVO-RES-NOVO
                       IF REGRA-ACAO (REGRA-SUB) = "A"
                           CLOSE ARQUIVO-RES-ARQUIVADO
                       END-IF
                   END-IF
                   CLOSE ARQUIVO-RESULTADO
               END-IF
           END-IF.

       EXAMINA-PROXIMA-RESPOSTA.
           READ ARQUIVO-RESULTADO
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               ADD 1 TO TOTAL-LIDOS
               IF (RESULTADO-CLIENTE-CODIGO IS NUMERIC
                       AND RESULTADO-CLIENTE-CODIGO NOT = 0)
                   OR (RESULTADO-SAC-NUMERO IS NUMERIC
                       AND RESULTADO-SAC-NUMERO NOT = 0)
                   MOVE RESULTADO-DATA TO DATA-REGISTRO
                   PERFORM ANOTA-REGISTRO-ATUAL
                   IF RESULTADO-DATA < DATA-LIMITE
                       ADD 1 TO TOTAL-VENCIDOS
                       IF MODO-EFETIVO
                           PERFORM APLICA-REGRA-RESPOSTA
                       ELSE
                           PERFORM ANOTA-REGISTRO-MANTIDO
                       END-IF
                   ELSE
                       PERFORM ANOTA-REGISTRO-MANTIDO
                       PERFORM MANTEM-RESPOSTA
                   END-IF
               ELSE
                   PERFORM MANTEM-RESPOSTA
               END-IF
           END-IF.

       MANTEM-RESPOSTA.
           IF MODO-EFETIVO
               MOVE RESULTADO-REGISTRO TO RES-NOVO-REGISTRO
               WRITE RES-NOVO-REGISTRO
           END-IF.

       APLICA-REGRA-RESPOSTA.
           ADD 1 TO TOTAL-APLICADOS.
           EVALUATE REGRA-ACAO (REGRA-SUB)
               WHEN "N"
                   MOVE 0 TO RESULTADO-CLIENTE-CODIGO
                   MOVE 0 TO RESULTADO-SAC-NUMERO
                   PERFORM MANTEM-RESPOSTA
               WHEN "A"
                   MOVE RESULTADO-REGISTRO TO RES-ARQUIVADO-REGISTRO
                   WRITE RES-ARQUIVADO-REGISTRO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *================================================================
      *    MOVESTOQUE.DAT - MOVIMENTOS DE ESTOQUE. O DADO PESSOAL E O
      *    OPERADOR; MOVIMENTO SEM OPERADOR JA ESTA ANONIMO. A
      *    VALORIZACAO (PROG165) PARTE DA FOTOGRAFIA DO MES ANTERIOR
      *    E NAO PRECISA DOS MOVIMENTOS ANTIGOS.
      *================================================================
       EXPURGA-MOVESTOQUE.
           PERFORM VERIFICA-ACAO-REGRA.
           IF ACAO-SUPORTADA = "S"
               OPEN INPUT ARQUIVO-MOVESTOQUE
               IF MOVESTOQUE-FILE-STATUS = "35"
                       OR MOVESTOQUE-FILE-STATUS = "05"
                   MOVE "S" TO ARQUIVO-AUSENTE
                   IF MOVESTOQUE-FILE-STATUS = "05"
                       CLOSE ARQUIVO-MOVESTOQUE
                   END-IF
               ELSE
                   IF MODO-EFETIVO
                       OPEN OUTPUT ARQUIVO-MOV-NOVO
                       IF REGRA-ACAO (REGRA-SUB) = "A"
                           OPEN OUTPUT ARQUIVO-MOV-ARQUIVADO
                       END-IF
                   END-IF
                   MOVE "N" TO FINAL-ARQUIVO
                   PERFORM EXAMINA-PROXIMO-MOVIMENTO
                       UNTIL FINAL-ARQUIVO = "S"
                   IF MODO-EFETIVO
                       CLOSE ARQUIVO-MOV-NOVO
                       IF REGRA-ACAO (REGRA-SUB) = "A"
                           CLOSE ARQUIVO-MOV-ARQUIVADO
                       END-IF
                   END-IF
                   CLOSE ARQUIVO-MOVESTOQUE
               END-IF
           END-IF.

       EXAMINA-PROXIMO-MOVIMENTO.
           READ ARQUIVO-MOVESTOQUE
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               ADD 1 TO TOTAL-LIDOS
               IF MOVESTOQUE-OPERADOR NOT = SPACE
                   MOVE MOVESTOQUE-DATA TO DATA-REGISTRO
                   PERFORM ANOTA-REGISTRO-ATUAL
                   IF MOVESTOQUE-DATA < DATA-LIMITE
                       ADD 1 TO TOTAL-VENCIDOS
                       IF MODO-EFETIVO
                           PERFORM APLICA-REGRA-MOVIMENTO
                       ELSE
                           PERFORM ANOTA-REGISTRO-MANTIDO
                       END-IF
                   ELSE
                       PERFORM ANOTA-REGISTRO-MANTIDO
                       PERFORM MANTEM-MOVIMENTO
                   END-IF
               ELSE
                   PERFORM MANTEM-MOVIMENTO
               END-IF
           END-IF.

       MANTEM-MOVIMENTO.
           IF MODO-EFETIVO
               MOVE MOVESTOQUE-REGISTRO TO MOV-NOVO-REGISTRO
               WRITE MOV-NOVO-REGISTRO
           END-IF.

       APLICA-REGRA-MOVIMENTO.
           ADD 1 TO TOTAL-APLICADOS.
           EVALUATE REGRA-ACAO (REGRA-SUB)
               WHEN "N"
                   MOVE SPACE TO MOVESTOQUE-OPERADOR
                   PERFORM MANTEM-MOVIMENTO
               WHEN "A"
                   MOVE MOVESTOQUE-REGISTRO TO MOV-ARQUIVADO-REGISTRO
                   WRITE MOV-ARQUIVADO-REGISTRO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *================================================================
      *    CAIXA.AAAAMMDD.DAT - UM ARQUIVO POR DIA, PROCURADO DIA A
      *    DIA PELO CALENDARIO DO PROG97. "E" APAGA O DIA VENCIDO DO
      *    DISCO; "N" REGRAVA NO LUGAR CADA RECIBO AINDA IDENTIFICADO.
      *    AS CONTAGENS SAO EM RECIBOS; A DATA E A DO DIA DO CAIXA.
      *================================================================
       EXPURGA-CAIXA.
           IF REGRA-ACAO (REGRA-SUB) NOT = "E"
                   AND REGRA-ACAO (REGRA-SUB) NOT = "N"
               MOVE "N" TO ACAO-SUPORTADA
           ELSE
               MOVE CAIXA-DESDE TO DATA-CAIXA
               PERFORM EXAMINA-CAIXA-DO-DIA
                   UNTIL DATA-CAIXA > DATA-HOJE
           END-IF.

       EXAMINA-CAIXA-DO-DIA.
           MOVE SPACE TO CAIXA-PATH.
           STRING "caixa." DELIMITED BY SIZE
                  DATA-CAIXA DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
               INTO CAIXA-PATH.
           MOVE "N" TO CAIXA-COM-DADO-PESSOAL.
           MOVE "N" TO CAIXA-FALHOU.
           MOVE 0 TO RECIBOS-DO-DIA.
           IF DATA-CAIXA < DATA-LIMITE AND MODO-EFETIVO
                   AND REGRA-ACAO (REGRA-SUB) = "N"
               OPEN I-O ARQUIVO-CAIXA
           ELSE
               OPEN INPUT ARQUIVO-CAIXA
           END-IF.
           IF CAIXA-FILE-STATUS = "00"
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM EXAMINA-PROXIMO-RECIBO
                   UNTIL FINAL-ARQUIVO = "S"
               CLOSE ARQUIVO-CAIXA
               MOVE DATA-CAIXA TO DATA-REGISTRO
               IF CAIXA-COM-DADO-PESSOAL = "S"
                   PERFORM ANOTA-REGISTRO-ATUAL
                   IF DATA-CAIXA < DATA-LIMITE AND MODO-EFETIVO
                       PERFORM APLICA-REGRA-CAIXA
                   ELSE
                       PERFORM ANOTA-REGISTRO-MANTIDO
                   END-IF
               END-IF
           ELSE
               IF CAIXA-FILE-STATUS = "05"
                   CLOSE ARQUIVO-CAIXA
               END-IF
           END-IF.
           MOVE DATA-CAIXA TO DATA-TRABALHO.
           PERFORM AVANCA-UM-DIA.
           MOVE DATA-TRABALHO TO DATA-CAIXA.

       EXAMINA-PROXIMO-RECIBO.
           READ ARQUIVO-CAIXA
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               ADD 1 TO TOTAL-LIDOS
               IF CAIXA-CLIENTE-CODIGO NOT = 0
                       OR CAIXA-OPERADOR NOT = SPACE
                   MOVE "S" TO CAIXA-COM-DADO-PESSOAL
                   IF DATA-CAIXA < DATA-LIMITE
                       ADD 1 TO TOTAL-VENCIDOS
                       ADD 1 TO RECIBOS-DO-DIA
                       IF MODO-EFETIVO
                               AND REGRA-ACAO (REGRA-SUB) = "N"
                           PERFORM ANONIMIZA-RECIBO
                       END-IF
                   END-IF
               END-IF
           END-IF.

       ANONIMIZA-RECIBO.
           MOVE 0 TO CAIXA-CLIENTE-CODIGO.
           MOVE SPACE TO CAIXA-OPERADOR.
           MOVE SPACE TO CAIXA-CARTAO-AUTORIZACAO.
           REWRITE CAIXA-REGISTRO.
           IF CAIXA-FILE-STATUS = "00"
               ADD 1 TO TOTAL-APLICADOS
           ELSE
               DISPLAY "*** ERRO AO ANONIMIZAR RECIBO EM " CAIXA-PATH
                       " (STATUS " CAIXA-FILE-STATUS "). ***"
               MOVE "S" TO CAIXA-FALHOU
               MOVE "S" TO HOUVE-ERRO
           END-IF.

      *    APLICA-REGRA-CAIXA: NA EXCLUSAO O DIA SAI INTEIRO DO
      *    DISCO; NA ANONIMIZACAO O DIA JA FOI REGRAVADO RECIBO A
      *    RECIBO E SO FICA COM DADO PESSOAL SE ALGUM FALHOU.
       APLICA-REGRA-CAIXA.
           IF REGRA-ACAO (REGRA-SUB) = "E"
               MOVE CAIXA-PATH TO NOME-PARA-EXCLUIR
               CALL "CBL_DELETE_FILE" USING NOME-PARA-EXCLUIR
                   RETURNING RETORNO-EXCLUSAO
               END-CALL
               IF RETORNO-EXCLUSAO = 0
                   ADD RECIBOS-DO-DIA TO TOTAL-APLICADOS
                   DISPLAY "EXPURGADO: " CAIXA-PATH
               ELSE
                   DISPLAY "*** NAO FOI POSSIVEL APAGAR " CAIXA-PATH
                           " ***"
                   MOVE "S" TO HOUVE-ERRO
                   PERFORM ANOTA-REGISTRO-MANTIDO
               END-IF
           ELSE
               IF CAIXA-FALHOU = "S"
                   PERFORM ANOTA-REGISTRO-MANTIDO
               END-IF
           END-IF.

       AVANCA-UM-DIA.
           MOVE "P" TO DU-FUNCAO-WS.
           MOVE DATA-TRABALHO TO DU-DATA-1-WS.
           MOVE 0 TO DU-DATA-2-WS.
           MOVE 0 TO DU-RESULTADO-WS.
           CALL "PROG97" USING DU-FUNCAO-WS DU-DATA-1-WS
               DU-DATA-2-WS DU-RESULTADO-WS.
           MOVE DU-DATA-2-WS TO DATA-TRABALHO.

      *================================================================
      *    SPOOL - EMISSOES DO CATALOGO SPOOLCAT.DAT, PELA DATA DA
      *    EMISSAO. SO EXCLUI: O ARQUIVO SAI DO DISCO
      *    (CBL_DELETE_FILE) E A LINHA DO CATALOGO, QUE E REGRAVADO
      *    SO COM AS MANTIDAS, COMO NA VARREDURA DO PROG95.
      *================================================================
       EXPURGA-SPOOL.
           IF REGRA-ACAO (REGRA-SUB) NOT = "E"
               MOVE "N" TO ACAO-SUPORTADA
           ELSE
               PERFORM CARREGA-CATALOGO
               IF SPOOL-CAT-FILE-STATUS = "35"
                   MOVE "S" TO ARQUIVO-AUSENTE
               ELSE
                   MOVE 1 TO CAT-SUB
                   PERFORM AVALIA-UMA-EMISSAO
                       UNTIL CAT-SUB > QTDE-CATALOGO
                   IF MODO-EFETIVO AND TOTAL-APLICADOS NOT = 0
                       PERFORM REGRAVA-CATALOGO
                   END-IF
               END-IF
           END-IF.

       CARREGA-CATALOGO.
           MOVE 0 TO QTDE-CATALOGO.
           OPEN INPUT ARQUIVO-SPOOL-CAT.
           IF SPOOL-CAT-FILE-STATUS = "00"
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM CARREGA-PROXIMA-EMISSAO
                   UNTIL FINAL-ARQUIVO = "S"
                      OR QTDE-CATALOGO = 999
               CLOSE ARQUIVO-SPOOL-CAT
           ELSE
               IF SPOOL-CAT-FILE-STATUS = "05"
                   CLOSE ARQUIVO-SPOOL-CAT
                   MOVE "35" TO SPOOL-CAT-FILE-STATUS
               END-IF
           END-IF.

       CARREGA-PROXIMA-EMISSAO.
           READ ARQUIVO-SPOOL-CAT
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               ADD 1 TO QTDE-CATALOGO
               ADD 1 TO TOTAL-LIDOS
               MOVE SPOOL-CAT-RELATORIO
                   TO CAT-TAB-RELATORIO (QTDE-CATALOGO)
               MOVE SPOOL-CAT-DATA TO CAT-TAB-DATA (QTDE-CATALOGO)
               MOVE SPOOL-CAT-PAGINAS
                   TO CAT-TAB-PAGINAS (QTDE-CATALOGO)
               MOVE SPOOL-CAT-LINHAS TO CAT-TAB-LINHAS (QTDE-CATALOGO)
               MOVE SPOOL-CAT-ARQUIVO
                   TO CAT-TAB-ARQUIVO (QTDE-CATALOGO)
               MOVE SPOOL-CAT-DESTINO
                   TO CAT-TAB-DESTINO (QTDE-CATALOGO)
               MOVE SPOOL-CAT-QUEBRA TO CAT-TAB-QUEBRA (QTDE-CATALOGO)
               MOVE SPOOL-CAT-SITUACAO
                   TO CAT-TAB-SITUACAO (QTDE-CATALOGO)
           END-IF.

       AVALIA-UMA-EMISSAO.
           MOVE CAT-TAB-DATA (CAT-SUB) TO DATA-REGISTRO.
           PERFORM ANOTA-REGISTRO-ATUAL.
           IF CAT-TAB-DATA (CAT-SUB) < DATA-LIMITE
               ADD 1 TO TOTAL-VENCIDOS
               IF MODO-EFETIVO
                   MOVE SPACE TO NOME-PARA-EXCLUIR
                   MOVE CAT-TAB-ARQUIVO (CAT-SUB) TO NOME-PARA-EXCLUIR
                   CALL "CBL_DELETE_FILE" USING NOME-PARA-EXCLUIR
                       RETURNING RETORNO-EXCLUSAO
                   END-CALL
                   DISPLAY "EXPURGADO: " CAT-TAB-ARQUIVO (CAT-SUB)
                   ADD 1 TO TOTAL-APLICADOS
                   PERFORM REMOVE-DO-CATALOGO
               ELSE
                   PERFORM ANOTA-REGISTRO-MANTIDO
                   ADD 1 TO CAT-SUB
               END-IF
           ELSE
               PERFORM ANOTA-REGISTRO-MANTIDO
               ADD 1 TO CAT-SUB
           END-IF.

       REMOVE-DO-CATALOGO.
           MOVE CAT-SUB TO CAT-PUXA.
           PERFORM PUXA-CATALOGO
               UNTIL CAT-PUXA >= QTDE-CATALOGO.
           SUBTRACT 1 FROM QTDE-CATALOGO.

       PUXA-CATALOGO.
           MOVE CAT-ENTRADA (CAT-PUXA + 1) TO CAT-ENTRADA (CAT-PUXA).
           ADD 1 TO CAT-PUXA.

       REGRAVA-CATALOGO.
           OPEN OUTPUT ARQUIVO-SPOOL-CAT.
           MOVE 1 TO CAT-SUB.
           PERFORM REGRAVA-UMA-EMISSAO
               UNTIL CAT-SUB > QTDE-CATALOGO.
           CLOSE ARQUIVO-SPOOL-CAT.

       REGRAVA-UMA-EMISSAO.
           MOVE CAT-TAB-RELATORIO (CAT-SUB) TO SPOOL-CAT-RELATORIO.
           MOVE CAT-TAB-DATA (CAT-SUB) TO SPOOL-CAT-DATA.
           MOVE CAT-TAB-PAGINAS (CAT-SUB) TO SPOOL-CAT-PAGINAS.
           MOVE CAT-TAB-LINHAS (CAT-SUB) TO SPOOL-CAT-LINHAS.
           MOVE CAT-TAB-ARQUIVO (CAT-SUB) TO SPOOL-CAT-ARQUIVO.
           MOVE CAT-TAB-DESTINO (CAT-SUB) TO SPOOL-CAT-DESTINO.
           MOVE CAT-TAB-QUEBRA (CAT-SUB) TO SPOOL-CAT-QUEBRA.
           MOVE CAT-TAB-SITUACAO (CAT-SUB) TO SPOOL-CAT-SITUACAO.
           WRITE SPOOL-CAT-REGISTRO.
           ADD 1 TO CAT-SUB.

      *================================================================
      *    CONFORMIDADE DOS ARQUIVOS DOS ARQUIVADORES - SO LEITURA.
      *    "VENCIDOS" E O QUE O ARQUIVADOR AINDA TEM A TIRAR.
      *================================================================
      *    CLIENTES: INATIVOS, PELA DATA DE CADASTRO (PROG58).
       CONFERE-CLIENTES.
           OPEN INPUT ARQUIVO-CLIENTE.
           IF CLIENTE-FILE-STATUS = "35"
                   OR CLIENTE-FILE-STATUS = "05"
               MOVE "S" TO ARQUIVO-AUSENTE
               IF CLIENTE-FILE-STATUS = "05"
                   CLOSE ARQUIVO-CLIENTE
               END-IF
           ELSE
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM CONFERE-PROXIMO-CLIENTE
                   UNTIL FINAL-ARQUIVO = "S"
               CLOSE ARQUIVO-CLIENTE
           END-IF.

       CONFERE-PROXIMO-CLIENTE.
           READ ARQUIVO-CLIENTE NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               ADD 1 TO TOTAL-LIDOS
               IF CLIENTE-INATIVO
                       AND CLIENTE-DATA-CADASTRO NOT = ZERO
                   MOVE CLIENTE-DATA-CADASTRO TO DATA-REGISTRO
                   PERFORM CONFERE-DATA-REGISTRO
               END-IF
           END-IF.

      *    CONFERE-DATA-REGISTRO: NAS REGRAS DOS ARQUIVADORES NADA E
      *    APLICADO AQUI - O QUE HA E O QUE FICA.
       CONFERE-DATA-REGISTRO.
           PERFORM ANOTA-REGISTRO-ATUAL.
           PERFORM ANOTA-REGISTRO-MANTIDO.
           IF DATA-REGISTRO < DATA-LIMITE
               ADD 1 TO TOTAL-VENCIDOS
           END-IF.

      *    QUARENTENA: PELA DATA DE ENTRADA NA QUARENTENA (PROG88).
       CONFERE-QUARENTENA.
           OPEN INPUT ARQUIVO-QUARENTENA.
           IF QUARENTENA-FILE-STATUS = "35"
               MOVE "S" TO ARQUIVO-AUSENTE
           ELSE
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM CONFERE-PROXIMA-QUARENTENA
                   UNTIL FINAL-ARQUIVO = "S"
               CLOSE ARQUIVO-QUARENTENA
           END-IF.

       CONFERE-PROXIMA-QUARENTENA.
           READ ARQUIVO-QUARENTENA
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               ADD 1 TO TOTAL-LIDOS
               MOVE QUARENTENA-DATA TO DATA-REGISTRO
               PERFORM CONFERE-DATA-REGISTRO
           END-IF.

      *    AUDITORIA: PELA DATA DO LANCAMENTO (PROG90).
       CONFERE-AUDITORIA.
           OPEN INPUT ARQUIVO-AUDITORIA.
           IF AUDITORIA-FILE-STATUS = "35"
                   OR AUDITORIA-FILE-STATUS = "05"
               MOVE "S" TO ARQUIVO-AUSENTE
               IF AUDITORIA-FILE-STATUS = "05"
                   CLOSE ARQUIVO-AUDITORIA
               END-IF
           ELSE
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM CONFERE-PROXIMA-AUDITORIA
                   UNTIL FINAL-ARQUIVO = "S"
               CLOSE ARQUIVO-AUDITORIA
           END-IF.

       CONFERE-PROXIMA-AUDITORIA.
           READ ARQUIVO-AUDITORIA
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               ADD 1 TO TOTAL-LIDOS
               MOVE AUDITORIA-DATA TO DATA-REGISTRO
               PERFORM CONFERE-DATA-REGISTRO
           END-IF.

      *    FATURAS: LIQUIDADAS, PELA DATA DE EMISSAO (PROG129).
       CONFERE-FATURAS.
           OPEN INPUT ARQUIVO-FATURA.
           IF FATURA-FILE-STATUS = "35"
                   OR FATURA-FILE-STATUS = "05"
               MOVE "S" TO ARQUIVO-AUSENTE
               IF FATURA-FILE-STATUS = "05"
                   CLOSE ARQUIVO-FATURA
               END-IF
           ELSE
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM CONFERE-PROXIMA-FATURA
                   UNTIL FINAL-ARQUIVO = "S"
               CLOSE ARQUIVO-FATURA
           END-IF.

       CONFERE-PROXIMA-FATURA.
           READ ARQUIVO-FATURA NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               ADD 1 TO TOTAL-LIDOS
               IF FATURA-LIQUIDADA
                   MOVE FATURA-DATA-EMISSAO TO DATA-REGISTRO
                   PERFORM CONFERE-DATA-REGISTRO
               END-IF
           END-IF.

      *    ACESSLOG: PELA DATA DO ACESSO (PROG147).
       CONFERE-ACESSLOG.
           OPEN INPUT ARQUIVO-ACESSO.
           IF ACESSO-FILE-STATUS = "35"
                   OR ACESSO-FILE-STATUS = "05"
               MOVE "S" TO ARQUIVO-AUSENTE
               IF ACESSO-FILE-STATUS = "05"
                   CLOSE ARQUIVO-ACESSO
               END-IF
           ELSE
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM CONFERE-PROXIMO-ACESSO
                   UNTIL FINAL-ARQUIVO = "S"
               CLOSE ARQUIVO-ACESSO
           END-IF.

       CONFERE-PROXIMO-ACESSO.
           READ ARQUIVO-ACESSO
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               ADD 1 TO TOTAL-LIDOS
               MOVE ACESSO-DATA TO DATA-REGISTRO
               PERFORM CONFERE-DATA-REGISTRO
           END-IF.

      *================================================================
      *    RELATORIO DE CONFORMIDADE.
      *================================================================
      *    IMPRIME-LINHA-REGRA: NA PREVIA VALE O QUE HA HOJE; NA
      *    RODADA EFETIVA, O QUE FICOU (NOS ARQUIVOS REGRAVADOS EM
      *    .NOVO, DEPOIS DA TROCA). DENTRO DO PRAZO = O MAIS ANTIGO
      *    COM DADO PESSOAL NAO E ANTERIOR AO LIMITE.
       IMPRIME-LINHA-REGRA.
           IF MODO-EFETIVO
               MOVE ANTIGO-MANTIDO TO ANTIGO-EXIBIDO
           ELSE
               MOVE ANTIGO-ATUAL TO ANTIGO-EXIBIDO
           END-IF.
           EVALUATE TRUE
               WHEN ACAO-SUPORTADA NOT = "S"
                   MOVE "REGRA NAO APLICAVEL" TO SITUACAO-REGRA
                   MOVE 0 TO ANTIGO-EXIBIDO
               WHEN ARQUIVO-AUSENTE = "S"
                   MOVE "ARQUIVO AUSENTE" TO SITUACAO-REGRA
                   MOVE 0 TO ANTIGO-EXIBIDO
               WHEN ANTIGO-EXIBIDO = 99999999
                   MOVE "SEM DADO PESSOAL" TO SITUACAO-REGRA
                   MOVE 0 TO ANTIGO-EXIBIDO
                   ADD 1 TO TOTAL-DENTRO
               WHEN ANTIGO-EXIBIDO < DATA-LIMITE
                   MOVE "FORA DO PRAZO" TO SITUACAO-REGRA
                   ADD 1 TO TOTAL-FORA
               WHEN OTHER
                   MOVE "DENTRO DO PRAZO" TO SITUACAO-REGRA
                   ADD 1 TO TOTAL-DENTRO
           END-EVALUATE.
           DISPLAY REGRA-ARQUIVO (REGRA-SUB) " "
                   REGRA-MESES (REGRA-SUB) "   "
                   REGRA-ACAO (REGRA-SUB) "    "
                   DATA-LIMITE " " ANTIGO-EXIBIDO "    "
                   TOTAL-VENCIDOS "  " TOTAL-APLICADOS " "
                   SITUACAO-REGRA.
           IF REGRA-PROGRAMA (REGRA-SUB) NOT = "PROG223"
               DISPLAY "           APLICADA PELO "
                       REGRA-PROGRAMA (REGRA-SUB)
                       " - VENCIDOS AGUARDAM A PROXIMA RODADA DELE."
           ELSE
               ADD 1 TO TOTAL-REGRAS-APLICADAS
               ADD TOTAL-VENCIDOS TO TOTAL-GERAL-VENCIDOS
               ADD TOTAL-APLICADOS TO TOTAL-GERAL-APLICADOS
           END-IF.
           IF REGRA-DADOS-PESSOAIS (REGRA-SUB) NOT = "S"
               DISPLAY "           REGRA MARCADA SEM DADO PESSOAL."
           END-IF.

       LISTA-ARQUIVOS-SEM-REGRA.
           MOVE 1 TO PADRAO-SUB.
           PERFORM CONFERE-ARQUIVO-PADRAO
               UNTIL PADRAO-SUB > 12.

       CONFERE-ARQUIVO-PADRAO.
           MOVE "N" TO REGRA-DO-PADRAO.
           MOVE 1 TO REGRA-SUB.
           PERFORM PROCURA-REGRA-DO-PADRAO
               UNTIL REGRA-SUB > QTDE-REGRAS
                  OR REGRA-DO-PADRAO = "S".
           IF REGRA-DO-PADRAO NOT = "S"
               ADD 1 TO TOTAL-SEM-REGRA
               DISPLAY ARQUIVO-PADRAO (PADRAO-SUB)
                       " *** SEM REGRA DE RETENCAO - INCLUA PELO "
                       "PROG222 ***"
           END-IF.
           ADD 1 TO PADRAO-SUB.

       PROCURA-REGRA-DO-PADRAO.
           IF REGRA-ARQUIVO (REGRA-SUB) = ARQUIVO-PADRAO (PADRAO-SUB)
               MOVE "S" TO REGRA-DO-PADRAO
           END-IF.
           ADD 1 TO REGRA-SUB.

       IMPRIME-TOTAIS.
           DISPLAY "--------------------------------------------"
                   "--------------------------------------".
           DISPLAY "REGRAS APLICADAS POR ESTE PROGRAMA: "
                   TOTAL-REGRAS-APLICADAS.
           DISPLAY "REGISTROS VENCIDOS.................: "
                   TOTAL-GERAL-VENCIDOS.
           DISPLAY "REGISTROS EXPURGADOS/ANONIMIZADOS..: "
                   TOTAL-GERAL-APLICADOS.
           DISPLAY "ARQUIVOS DENTRO DO PRAZO: " TOTAL-DENTRO
                   "  FORA DO PRAZO: " TOTAL-FORA
                   "  SEM REGRA: " TOTAL-SEM-REGRA.
           IF MODO-EFETIVO
               DISPLAY "TROQUE FILAEMAIL.NOVO, RESULTADOS.NOVO E "
                       "MOVESTOQUE.NOVO PELOS ATIVOS DEPOIS DE "
                       "CONFERIR OS TOTAIS."
               IF HOUVE-ERRO = "S"
                   DISPLAY "*** HOUVE ERROS NO EXPURGO - VEJA AS "
                           "MENSAGENS ACIMA. ***"
                   MOVE 1 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY "PREVIA CONCLUIDA - NADA FOI GRAVADO. RODE COM "
                       "PROG223-MODO=E PARA APLICAR."
               MOVE 4 TO RETURN-CODE
           END-IF.

           COPY "AMBPROC.cob".

           COPY "RTCPROC.cob".
