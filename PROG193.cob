       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG193.
      *    RELATORIO MENSAL DE QUALIDADE DO ATENDIMENTO DO SAC: PARA
      *    A COMPETENCIA (PROG193-COMPETENCIA, AAAAMM; PADRAO O MES
      *    ANTERIOR), POR MOTIVO DO CHAMADO, OS ABERTOS E FECHADOS NO
      *    MES; O TEMPO DE SOLUCAO DOS FECHADOS EM DIAS UTEIS PELO
      *    CALENDARIO DA CASA (PROG97, FUNCAO "E") - MEDIO E PIOR -
      *    E O PERCENTUAL FECHADO DENTRO DO PRAZO DO CHAMADO; E OS
      *    REABERTOS: CHAMADO ABERTO NO MES PELO MESMO CLIENTE E
      *    MOTIVO ATE 30 DIAS DEPOIS DE OUTRO TER SIDO FECHADO. EM
      *    SEGUIDA OS CLIENTES COM MAIS CHAMADOS NO MES AO LADO DA
      *    CLASSE A/B/C (CLASSE.DAT, PROG141). O ESTOQUE EM ABERTO NO
      *    FIM DO MES FICA GRAVADO EM SACHIST.DAT E O RELATORIO
      *    FECHA COM A TENDENCIA DOS ULTIMOS DOZE MESES APURADOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SACSEL.cob".
           COPY "MTSSEL.cob".
           COPY "CLSSEL.cob".
           COPY "SHSSEL.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "SACREG.cob".
           COPY "MTSREG.cob".
           COPY "CLSREG.cob".
           COPY "SHSREG.cob".

       WORKING-STORAGE SECTION.

       01  SAC-FILE-STATUS         PIC XX.
       01  SAC-PATH                PIC X(100).
       01  MOTIVO-SAC-FILE-STATUS  PIC XX.
       01  MOTIVO-SAC-PATH         PIC X(100).
       01  CLASSE-FILE-STATUS      PIC XX.
       01  CLASSE-PATH             PIC X(100).
       01  SAC-HIST-FILE-STATUS    PIC XX.
       01  SAC-HIST-PATH           PIC X(100).
       01  FINAL-ARQUIVO           PIC X.
       01  DATA-HOJE               PIC 9(08).

       01  COMPETENCIA-ENV         PIC X(06).
       01  COMPETENCIA             PIC 9(06).
       01  COMPETENCIA-R REDEFINES COMPETENCIA.
           05 COMPETENCIA-ANO      PIC 9(04).
           05 COMPETENCIA-MES      PIC 9(02).
       01  MES-INICIO              PIC 9(08).
       01  MES-FIM                 PIC 9(08).

      *    DIAS CORRIDOS PELA CONVENCAO 30/360 (COMO NO PROG68), SO
      *    PARA A JANELA DE 30 DIAS DA REABERTURA.
       01  DATA-DIAS               PIC 9(08).
       01  DATA-DIAS-R REDEFINES DATA-DIAS.
           05 DIAS-ANO             PIC 9(04).
           05 DIAS-MES             PIC 9(02).
           05 DIAS-DIA             PIC 9(02).
       01  NUMERO-DIAS             PIC 9(07).
       01  DIAS-ABERTURA           PIC 9(07).

       01  DU-FUNCAO-WS            PIC X(01).
       01  DU-DATA-1-WS            PIC 9(08).
       01  DU-DATA-2-WS            PIC 9(08).
       01  DU-RESULTADO-WS         PIC S9(05).
       01  DIAS-SOLUCAO            PIC 9(05).

      *    CHAMADOS FECHADOS (TODOS OS MESES), PARA ACHAR OS
      *    REABERTOS.
       01  QTDE-FECHADOS-TAB       PIC 9(04) VALUE 0.
       01  TABELA-FECHADOS.
           05 FEC-ENTRADA OCCURS 3000 TIMES INDEXED BY FEC-IDX.
              10 FEC-NUMERO        PIC 9(07).
              10 FEC-CLIENTE       PIC 9(08).
              10 FEC-MOTIVO        PIC X(02).
              10 FEC-DIAS          PIC 9(07).
       01  FECHADOS-CHEIA          PIC X VALUE "N".
           88 AVISO-FECHADOS-EXIBIDO   VALUE "S".
       01  REABERTURA-ACHADA       PIC X.

       01  QTDE-MOTIVOS            PIC 9(03) VALUE 0.
       01  TABELA-MOTIVOS.
           05 MOT-ENTRADA OCCURS 50 TIMES INDEXED BY MOT-IDX.
              10 MOT-CODIGO        PIC X(02).
              10 MOT-ABERTOS       PIC 9(05).
              10 MOT-FECHADOS      PIC 9(05).
              10 MOT-NO-PRAZO      PIC 9(05).
              10 MOT-DIAS-SOMA     PIC 9(07).
              10 MOT-DIAS-PIOR     PIC 9(05).
              10 MOT-REABERTOS     PIC 9(05).
       01  MOTIVOS-CHEIA           PIC X VALUE "N".
           88 AVISO-MOTIVOS-EXIBIDO    VALUE "S".
       01  MOTIVO-ACHADO           PIC X.
       01  MOTIVO-PROCURADO        PIC X(02).

       01  QTDE-CLIENTES           PIC 9(03) VALUE 0.
       01  TABELA-CLIENTES.
           05 CLI-ENTRADA OCCURS 300 TIMES INDEXED BY CLI-IDX.
              10 CLI-CODIGO        PIC 9(08).
              10 CLI-CHAMADOS      PIC 9(05).
       01  CLI-SUB                 PIC 9(03).
       01  CLI-SUB-2               PIC 9(03).
       01  CLI-SUB-MAIOR           PIC 9(03).
       01  CLI-TEMP.
           05 CLI-TEMP-CODIGO      PIC 9(08).
           05 CLI-TEMP-CHAMADOS    PIC 9(05).
       01  CLIENTES-CHEIA          PIC X VALUE "N".
           88 AVISO-CLIENTES-EXIBIDO   VALUE "S".
       01  CLIENTE-ACHADO          PIC X.
       01  MAIORES-A-LISTAR        PIC 9(03) VALUE 10.
       01  CLASSE-DO-CLIENTE       PIC X(01).

       01  GERAL-ABERTOS           PIC 9(05) VALUE 0.
       01  GERAL-FECHADOS          PIC 9(05) VALUE 0.
       01  GERAL-NO-PRAZO          PIC 9(05) VALUE 0.
       01  GERAL-DIAS-SOMA         PIC 9(07) VALUE 0.
       01  GERAL-DIAS-PIOR         PIC 9(05) VALUE 0.
       01  GERAL-REABERTOS         PIC 9(05) VALUE 0.
       01  BACKLOG-FIM-MES         PIC 9(05) VALUE 0.
       01  BACKLOG-VENCIDO         PIC 9(05) VALUE 0.

      *    UMA LINHA DO QUADRO POR MOTIVO (OU DO TOTAL).
       01  CALC-ABERTOS            PIC 9(05).
       01  CALC-FECHADOS           PIC 9(05).
       01  CALC-NO-PRAZO           PIC 9(05).
       01  CALC-DIAS-SOMA          PIC 9(07).
       01  CALC-REABERTOS          PIC 9(05).
       01  MEDIA-DIAS              PIC 9(03)V9.
       01  PERC-NO-PRAZO           PIC 9(03)V9.
       01  PERC-REABERTOS          PIC 9(03)V9.
       01  MEDIA-EDITADA           PIC ZZ9.9.
       01  PERC-PRAZO-EDITADO      PIC ZZ9.9.
       01  PERC-REAB-EDITADO       PIC ZZ9.9.
       01  DESCRICAO-MOTIVO        PIC X(20).

       01  TENDENCIA-COMPETENCIA   PIC 9(06).
       01  TENDENCIA-R REDEFINES TENDENCIA-COMPETENCIA.
           05 TENDENCIA-ANO        PIC 9(04).
           05 TENDENCIA-MES        PIC 9(02).
       01  TENDENCIA-CONTADOR      PIC 9(02).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE 0 TO RETURN-CODE.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM INICIALIZA-CAMINHOS.
           PERFORM INICIALIZA-COMPETENCIA.

           OPEN INPUT ARQUIVO-SAC.
           IF SAC-FILE-STATUS = "35"
               DISPLAY "SAC.DAT NAO ENCONTRADO. NENHUM CHAMADO."
               GO TO PROGRAM-DONE
           END-IF.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM SEPARA-PROXIMO-FECHADO
               UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-SAC.

           OPEN INPUT ARQUIVO-SAC.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM APURA-PROXIMO-CHAMADO
               UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-SAC.

           PERFORM GRAVA-HISTORICO.
           PERFORM ORDENA-CLIENTES.
           PERFORM IMPRIME-RELATORIO.

       PROGRAM-DONE.
           GOBACK.

       INICIALIZA-CAMINHOS.
           MOVE "sac.dat" TO SAC-PATH.
           ACCEPT SAC-PATH FROM ENVIRONMENT "SAC_DAT".
           IF SAC-PATH = SPACE
               MOVE "sac.dat" TO SAC-PATH
           END-IF.

           MOVE "motivosac.dat" TO MOTIVO-SAC-PATH.
           ACCEPT MOTIVO-SAC-PATH FROM ENVIRONMENT "MOTIVOSAC_DAT".
           IF MOTIVO-SAC-PATH = SPACE
               MOVE "motivosac.dat" TO MOTIVO-SAC-PATH
           END-IF.

           MOVE "classe.dat" TO CLASSE-PATH.
           ACCEPT CLASSE-PATH FROM ENVIRONMENT "CLASSE_DAT".
           IF CLASSE-PATH = SPACE
               MOVE "classe.dat" TO CLASSE-PATH
           END-IF.

           MOVE "sachist.dat" TO SAC-HIST-PATH.
           ACCEPT SAC-HIST-PATH FROM ENVIRONMENT "SACHIST_DAT".
           IF SAC-HIST-PATH = SPACE
               MOVE "sachist.dat" TO SAC-HIST-PATH
           END-IF.

      *    INICIALIZA-COMPETENCIA: SEM A VARIAVEL, O MES ANTERIOR AO
      *    CORRENTE (COM A VIRADA DE ANO TRATADA).
       INICIALIZA-COMPETENCIA.
           COMPUTE COMPETENCIA = DATA-HOJE / 100.
           IF COMPETENCIA-MES = 1
               SUBTRACT 1 FROM COMPETENCIA-ANO
               MOVE 12 TO COMPETENCIA-MES
           ELSE
               SUBTRACT 1 FROM COMPETENCIA-MES
           END-IF.

           MOVE SPACE TO COMPETENCIA-ENV.
           ACCEPT COMPETENCIA-ENV
               FROM ENVIRONMENT "PROG193-COMPETENCIA".
           IF COMPETENCIA-ENV IS NUMERIC
               MOVE COMPETENCIA-ENV TO COMPETENCIA
           END-IF.

           COMPUTE MES-INICIO = COMPETENCIA * 100 + 1.
           COMPUTE MES-FIM = COMPETENCIA * 100 + 31.

       CONVERTE-EM-DIAS.
           COMPUTE NUMERO-DIAS =
               DIAS-ANO * 360 + (DIAS-MES - 1) * 30 + DIAS-DIA.

       SEPARA-PROXIMO-FECHADO.
           READ ARQUIVO-SAC NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S" AND SAC-FECHADO
               IF QTDE-FECHADOS-TAB < 3000
                   ADD 1 TO QTDE-FECHADOS-TAB
                   SET FEC-IDX TO QTDE-FECHADOS-TAB
                   MOVE SAC-NUMERO TO FEC-NUMERO (FEC-IDX)
                   MOVE SAC-CLIENTE-CODIGO TO FEC-CLIENTE (FEC-IDX)
                   MOVE SAC-MOTIVO TO FEC-MOTIVO (FEC-IDX)
                   MOVE SAC-DATA-FECHAMENTO TO DATA-DIAS
                   PERFORM CONVERTE-EM-DIAS
                   MOVE NUMERO-DIAS TO FEC-DIAS (FEC-IDX)
               ELSE
                   IF NOT AVISO-FECHADOS-EXIBIDO
                       DISPLAY "*** ATENCAO: LIMITE DE 3000 CHAMADOS "
                               "FECHADOS ATINGIDO - REABERTOS PODEM "
                               "SAIR A MENOS ***"
                       MOVE "S" TO FECHADOS-CHEIA
                   END-IF
               END-IF
           END-IF.

       APURA-PROXIMO-CHAMADO.
           READ ARQUIVO-SAC NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               IF SAC-DATA-ABERTURA >= MES-INICIO
                       AND SAC-DATA-ABERTURA <= MES-FIM
                   PERFORM APURA-ABERTURA
               END-IF
               IF SAC-FECHADO
                       AND SAC-DATA-FECHAMENTO >= MES-INICIO
                       AND SAC-DATA-FECHAMENTO <= MES-FIM
                   PERFORM APURA-FECHAMENTO
               END-IF
               IF SAC-DATA-ABERTURA <= MES-FIM
                       AND (NOT SAC-FECHADO
                            OR SAC-DATA-FECHAMENTO > MES-FIM)
                   ADD 1 TO BACKLOG-FIM-MES
                   IF SAC-DATA-PRAZO < MES-FIM
                       ADD 1 TO BACKLOG-VENCIDO
                   END-IF
               END-IF
           END-IF.

       APURA-ABERTURA.
           ADD 1 TO GERAL-ABERTOS.
           MOVE SAC-MOTIVO TO MOTIVO-PROCURADO.
           PERFORM LOCALIZA-MOTIVO.
           IF MOTIVO-ACHADO = "S"
               ADD 1 TO MOT-ABERTOS (MOT-IDX)
           END-IF.
           PERFORM PROCURA-REABERTURA.
           IF REABERTURA-ACHADA = "S"
               ADD 1 TO GERAL-REABERTOS
               IF MOTIVO-ACHADO = "S"
                   ADD 1 TO MOT-REABERTOS (MOT-IDX)
               END-IF
           END-IF.
           PERFORM CONTA-CLIENTE.

      *    PROCURA-REABERTURA: OUTRO CHAMADO DO MESMO CLIENTE E
      *    MOTIVO FECHADO NO MAXIMO 30 DIAS ANTES DESTA ABERTURA.
       PROCURA-REABERTURA.
           MOVE "N" TO REABERTURA-ACHADA.
           MOVE SAC-DATA-ABERTURA TO DATA-DIAS.
           PERFORM CONVERTE-EM-DIAS.
           MOVE NUMERO-DIAS TO DIAS-ABERTURA.
           SET FEC-IDX TO 1.
           SEARCH FEC-ENTRADA
               AT END
                   CONTINUE
               WHEN FEC-IDX > QTDE-FECHADOS-TAB
                   CONTINUE
               WHEN FEC-CLIENTE (FEC-IDX) = SAC-CLIENTE-CODIGO
                       AND FEC-MOTIVO (FEC-IDX) = SAC-MOTIVO
                       AND FEC-NUMERO (FEC-IDX) NOT = SAC-NUMERO
                       AND FEC-DIAS (FEC-IDX) <= DIAS-ABERTURA
                       AND FEC-DIAS (FEC-IDX) + 30 >= DIAS-ABERTURA
                   MOVE "S" TO REABERTURA-ACHADA
           END-SEARCH.

       APURA-FECHAMENTO.
           MOVE "E" TO DU-FUNCAO-WS.
           MOVE SAC-DATA-ABERTURA TO DU-DATA-1-WS.
           MOVE SAC-DATA-FECHAMENTO TO DU-DATA-2-WS.
           MOVE 0 TO DU-RESULTADO-WS.
           CALL "PROG97" USING DU-FUNCAO-WS DU-DATA-1-WS
               DU-DATA-2-WS DU-RESULTADO-WS.
           IF DU-RESULTADO-WS < 0
               MOVE 0 TO DIAS-SOLUCAO
           ELSE
               MOVE DU-RESULTADO-WS TO DIAS-SOLUCAO
           END-IF.

           ADD 1 TO GERAL-FECHADOS.
           ADD DIAS-SOLUCAO TO GERAL-DIAS-SOMA.
           IF DIAS-SOLUCAO > GERAL-DIAS-PIOR
               MOVE DIAS-SOLUCAO TO GERAL-DIAS-PIOR
           END-IF.
           IF SAC-DATA-FECHAMENTO <= SAC-DATA-PRAZO
               ADD 1 TO GERAL-NO-PRAZO
           END-IF.

           MOVE SAC-MOTIVO TO MOTIVO-PROCURADO.
           PERFORM LOCALIZA-MOTIVO.
           IF MOTIVO-ACHADO = "S"
               ADD 1 TO MOT-FECHADOS (MOT-IDX)
               ADD DIAS-SOLUCAO TO MOT-DIAS-SOMA (MOT-IDX)
               IF DIAS-SOLUCAO > MOT-DIAS-PIOR (MOT-IDX)
                   MOVE DIAS-SOLUCAO TO MOT-DIAS-PIOR (MOT-IDX)
               END-IF
               IF SAC-DATA-FECHAMENTO <= SAC-DATA-PRAZO
                   ADD 1 TO MOT-NO-PRAZO (MOT-IDX)
               END-IF
           END-IF.

       LOCALIZA-MOTIVO.
           MOVE "N" TO MOTIVO-ACHADO.
           SET MOT-IDX TO 1.
           SEARCH MOT-ENTRADA
               AT END
                   CONTINUE
               WHEN MOT-IDX > QTDE-MOTIVOS
                   CONTINUE
               WHEN MOT-CODIGO (MOT-IDX) = MOTIVO-PROCURADO
                   MOVE "S" TO MOTIVO-ACHADO
           END-SEARCH.
           IF MOTIVO-ACHADO NOT = "S"
               IF QTDE-MOTIVOS < 50
                   ADD 1 TO QTDE-MOTIVOS
                   SET MOT-IDX TO QTDE-MOTIVOS
                   MOVE MOTIVO-PROCURADO TO MOT-CODIGO (MOT-IDX)
                   MOVE ZERO TO MOT-ABERTOS (MOT-IDX)
                   MOVE ZERO TO MOT-FECHADOS (MOT-IDX)
                   MOVE ZERO TO MOT-NO-PRAZO (MOT-IDX)
                   MOVE ZERO TO MOT-DIAS-SOMA (MOT-IDX)
                   MOVE ZERO TO MOT-DIAS-PIOR (MOT-IDX)
                   MOVE ZERO TO MOT-REABERTOS (MOT-IDX)
                   MOVE "S" TO MOTIVO-ACHADO
               ELSE
                   IF NOT AVISO-MOTIVOS-EXIBIDO
                       DISPLAY "*** ATENCAO: LIMITE DE 50 MOTIVOS "
                               "ATINGIDO - O RESTO SO ENTRA NO "
                               "TOTAL ***"
                       MOVE "S" TO MOTIVOS-CHEIA
                   END-IF
               END-IF
           END-IF.

       CONTA-CLIENTE.
           MOVE "N" TO CLIENTE-ACHADO.
           SET CLI-IDX TO 1.
           SEARCH CLI-ENTRADA
               AT END
                   CONTINUE
               WHEN CLI-IDX > QTDE-CLIENTES
                   CONTINUE
               WHEN CLI-CODIGO (CLI-IDX) = SAC-CLIENTE-CODIGO
                   MOVE "S" TO CLIENTE-ACHADO
                   ADD 1 TO CLI-CHAMADOS (CLI-IDX)
           END-SEARCH.
           IF CLIENTE-ACHADO NOT = "S"
               IF QTDE-CLIENTES < 300
                   ADD 1 TO QTDE-CLIENTES
                   SET CLI-IDX TO QTDE-CLIENTES
                   MOVE SAC-CLIENTE-CODIGO TO CLI-CODIGO (CLI-IDX)
                   MOVE 1 TO CLI-CHAMADOS (CLI-IDX)
               ELSE
                   IF NOT AVISO-CLIENTES-EXIBIDO
                       DISPLAY "*** ATENCAO: LIMITE DE 300 CLIENTES "
                               "ATINGIDO. EXCEDENTES FORA DO "
                               "RANKING. ***"
                       MOVE "S" TO CLIENTES-CHEIA
                   END-IF
               END-IF
           END-IF.

      *    GRAVA-HISTORICO: A FOTO DA COMPETENCIA EM SACHIST.DAT -
      *    INCLUI OU, SE A COMPETENCIA JA FOI APURADA, REGRAVA.
       GRAVA-HISTORICO.
           OPEN I-O ARQUIVO-SAC-HIST.
           IF SAC-HIST-FILE-STATUS = "35"
               OPEN OUTPUT ARQUIVO-SAC-HIST
               CLOSE ARQUIVO-SAC-HIST
               OPEN I-O ARQUIVO-SAC-HIST
           END-IF.
           MOVE COMPETENCIA TO SAC-HIST-COMPETENCIA.
           READ ARQUIVO-SAC-HIST
               INVALID KEY
                   PERFORM MONTA-HISTORICO
                   WRITE SAC-HIST-REGISTRO
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR SACHIST.DAT."
                   END-WRITE
               NOT INVALID KEY
                   PERFORM MONTA-HISTORICO
                   REWRITE SAC-HIST-REGISTRO
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR SACHIST.DAT."
                   END-REWRITE
           END-READ.
           CLOSE ARQUIVO-SAC-HIST.

       MONTA-HISTORICO.
           MOVE COMPETENCIA TO SAC-HIST-COMPETENCIA.
           MOVE BACKLOG-FIM-MES TO SAC-HIST-BACKLOG.
           MOVE BACKLOG-VENCIDO TO SAC-HIST-BACKLOG-VENCIDO.
           MOVE GERAL-ABERTOS TO SAC-HIST-ABERTOS.
           MOVE GERAL-FECHADOS TO SAC-HIST-FECHADOS.
           MOVE DATA-HOJE TO SAC-HIST-DATA-APURACAO.

       ORDENA-CLIENTES.
           MOVE 1 TO CLI-SUB.
           PERFORM ORDENA-UM-CLIENTE
               UNTIL CLI-SUB >= QTDE-CLIENTES.

       ORDENA-UM-CLIENTE.
           MOVE CLI-SUB TO CLI-SUB-MAIOR.
           COMPUTE CLI-SUB-2 = CLI-SUB + 1.
           PERFORM ENCONTRA-MAIOR-CLIENTE
               UNTIL CLI-SUB-2 > QTDE-CLIENTES.
           IF CLI-SUB-MAIOR NOT = CLI-SUB
               MOVE CLI-ENTRADA (CLI-SUB) TO CLI-TEMP
               MOVE CLI-ENTRADA (CLI-SUB-MAIOR)
                   TO CLI-ENTRADA (CLI-SUB)
               MOVE CLI-TEMP TO CLI-ENTRADA (CLI-SUB-MAIOR)
           END-IF.
           ADD 1 TO CLI-SUB.

       ENCONTRA-MAIOR-CLIENTE.
           IF CLI-CHAMADOS (CLI-SUB-2) > CLI-CHAMADOS (CLI-SUB-MAIOR)
               MOVE CLI-SUB-2 TO CLI-SUB-MAIOR
           END-IF.
           ADD 1 TO CLI-SUB-2.

       CALCULA-INDICADORES.
           IF CALC-FECHADOS = 0
               MOVE 0 TO MEDIA-DIAS
               MOVE 0 TO PERC-NO-PRAZO
           ELSE
               COMPUTE MEDIA-DIAS ROUNDED =
                   CALC-DIAS-SOMA / CALC-FECHADOS
               COMPUTE PERC-NO-PRAZO ROUNDED =
                   CALC-NO-PRAZO * 100 / CALC-FECHADOS
           END-IF.
           IF CALC-ABERTOS = 0
               MOVE 0 TO PERC-REABERTOS
           ELSE
               COMPUTE PERC-REABERTOS ROUNDED =
                   CALC-REABERTOS * 100 / CALC-ABERTOS
           END-IF.
           MOVE MEDIA-DIAS TO MEDIA-EDITADA.
           MOVE PERC-NO-PRAZO TO PERC-PRAZO-EDITADO.
           MOVE PERC-REABERTOS TO PERC-REAB-EDITADO.

       IMPRIME-RELATORIO.
           DISPLAY "QUALIDADE DO ATENDIMENTO SAC - COMPETENCIA "
                   COMPETENCIA.
           DISPLAY "============================================".
           DISPLAY "MOT DESCRICAO            ABERT FECH MEDIA PIOR "
                   "%PRAZO REAB  %REAB".
           DISPLAY "--------------------------------------------".
           OPEN INPUT ARQUIVO-MOTIVO-SAC.
           SET MOT-IDX TO 1.
           PERFORM IMPRIME-UM-MOTIVO
               UNTIL MOT-IDX > QTDE-MOTIVOS.
           IF MOTIVO-SAC-FILE-STATUS NOT = "35"
               CLOSE ARQUIVO-MOTIVO-SAC
           END-IF.
           DISPLAY "--------------------------------------------".
           MOVE GERAL-ABERTOS TO CALC-ABERTOS.
           MOVE GERAL-FECHADOS TO CALC-FECHADOS.
           MOVE GERAL-NO-PRAZO TO CALC-NO-PRAZO.
           MOVE GERAL-DIAS-SOMA TO CALC-DIAS-SOMA.
           MOVE GERAL-REABERTOS TO CALC-REABERTOS.
           PERFORM CALCULA-INDICADORES.
           DISPLAY "TOTAL                    "
                   GERAL-ABERTOS " " GERAL-FECHADOS (2:4) " "
                   MEDIA-EDITADA " " GERAL-DIAS-PIOR (2:4) " "
                   PERC-PRAZO-EDITADO "  " GERAL-REABERTOS (2:4) " "
                   PERC-REAB-EDITADO.
           DISPLAY "(TEMPO DE SOLUCAO EM DIAS UTEIS; REABERTO = MESMO "
                   "CLIENTE E MOTIVO ATE 30 DIAS APOS UM FECHAMENTO)".
           DISPLAY "EM ABERTO NO FIM DO MES: " BACKLOG-FIM-MES
                   " (COM PRAZO ESTOURADO: " BACKLOG-VENCIDO ")".

           DISPLAY " ".
           DISPLAY "CLIENTES COM MAIS CHAMADOS NO MES".
           DISPLAY "CLIENTE  CHAMADOS CLASSE".
           DISPLAY "--------------------------------------------".
           OPEN INPUT ARQUIVO-CLASSE.
           MOVE 1 TO CLI-SUB.
           PERFORM IMPRIME-UM-CLIENTE
               UNTIL CLI-SUB > QTDE-CLIENTES
                  OR CLI-SUB > MAIORES-A-LISTAR.
           IF CLASSE-FILE-STATUS NOT = "35"
               CLOSE ARQUIVO-CLASSE
           END-IF.

           DISPLAY " ".
           DISPLAY "TENDENCIA DOS ULTIMOS 12 MESES (SACHIST.DAT)".
           DISPLAY "COMPET. ABERTOS FECHADOS EM ABERTO  VENCIDOS".
           DISPLAY "--------------------------------------------".
           MOVE COMPETENCIA TO TENDENCIA-COMPETENCIA.
           MOVE 1 TO TENDENCIA-CONTADOR.
           PERFORM RECUA-UM-MES
               UNTIL TENDENCIA-CONTADOR >= 12.
           OPEN INPUT ARQUIVO-SAC-HIST.
           MOVE 0 TO TENDENCIA-CONTADOR.
           PERFORM IMPRIME-UM-MES
               UNTIL TENDENCIA-CONTADOR >= 12.
           IF SAC-HIST-FILE-STATUS NOT = "35"
               CLOSE ARQUIVO-SAC-HIST
           END-IF.

       IMPRIME-UM-MOTIVO.
           MOVE SPACE TO DESCRICAO-MOTIVO.
           IF MOTIVO-SAC-FILE-STATUS NOT = "35"
               MOVE MOT-CODIGO (MOT-IDX) TO MOTIVO-SAC-CODIGO
               READ ARQUIVO-MOTIVO-SAC
                   INVALID KEY
                       MOVE "(FORA DA TABELA)" TO DESCRICAO-MOTIVO
                   NOT INVALID KEY
                       MOVE MOTIVO-SAC-DESCRICAO TO DESCRICAO-MOTIVO
               END-READ
           END-IF.
           MOVE MOT-ABERTOS (MOT-IDX) TO CALC-ABERTOS.
           MOVE MOT-FECHADOS (MOT-IDX) TO CALC-FECHADOS.
           MOVE MOT-NO-PRAZO (MOT-IDX) TO CALC-NO-PRAZO.
           MOVE MOT-DIAS-SOMA (MOT-IDX) TO CALC-DIAS-SOMA.
           MOVE MOT-REABERTOS (MOT-IDX) TO CALC-REABERTOS.
           PERFORM CALCULA-INDICADORES.
           DISPLAY MOT-CODIGO (MOT-IDX) "  " DESCRICAO-MOTIVO " "
                   MOT-ABERTOS (MOT-IDX) " "
                   MOT-FECHADOS (MOT-IDX) (2:4) " "
                   MEDIA-EDITADA " "
                   MOT-DIAS-PIOR (MOT-IDX) (2:4) " "
                   PERC-PRAZO-EDITADO "  "
                   MOT-REABERTOS (MOT-IDX) (2:4) " "
                   PERC-REAB-EDITADO.
           SET MOT-IDX UP BY 1.

       IMPRIME-UM-CLIENTE.
           MOVE "-" TO CLASSE-DO-CLIENTE.
           IF CLASSE-FILE-STATUS NOT = "35"
               MOVE CLI-CODIGO (CLI-SUB) TO CLASSE-CLIENTE-CODIGO
               READ ARQUIVO-CLASSE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CLASSE-TIER TO CLASSE-DO-CLIENTE
               END-READ
           END-IF.
           DISPLAY CLI-CODIGO (CLI-SUB) " "
                   CLI-CHAMADOS (CLI-SUB) "    "
                   CLASSE-DO-CLIENTE.
           ADD 1 TO CLI-SUB.

       RECUA-UM-MES.
           IF TENDENCIA-MES = 1
               SUBTRACT 1 FROM TENDENCIA-ANO
               MOVE 12 TO TENDENCIA-MES
           ELSE
               SUBTRACT 1 FROM TENDENCIA-MES
           END-IF.
           ADD 1 TO TENDENCIA-CONTADOR.

       AVANCA-UM-MES.
           IF TENDENCIA-MES = 12
               ADD 1 TO TENDENCIA-ANO
               MOVE 1 TO TENDENCIA-MES
           ELSE
               ADD 1 TO TENDENCIA-MES
           END-IF.

       IMPRIME-UM-MES.
           MOVE TENDENCIA-COMPETENCIA TO SAC-HIST-COMPETENCIA.
           IF SAC-HIST-FILE-STATUS = "35"
               DISPLAY TENDENCIA-COMPETENCIA "  (NAO APURADO)"
           ELSE
               READ ARQUIVO-SAC-HIST
                   INVALID KEY
                       DISPLAY TENDENCIA-COMPETENCIA
                               "  (NAO APURADO)"
                   NOT INVALID KEY
                       DISPLAY SAC-HIST-COMPETENCIA "  "
                               SAC-HIST-ABERTOS "   "
                               SAC-HIST-FECHADOS "    "
                               SAC-HIST-BACKLOG "     "
                               SAC-HIST-BACKLOG-VENCIDO
               END-READ
           END-IF.
           PERFORM AVANCA-UM-MES.
           ADD 1 TO TENDENCIA-CONTADOR.
