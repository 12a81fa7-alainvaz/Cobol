       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG207.
      *    RELATORIO MENSAL DOS TECNICOS DE TERMINAL: POR TECNICO
      *    (TECNICOS.DAT, PROG206), AS ORDENS DE SERVICO FECHADAS NA
      *    COMPETENCIA (ORDEMSERV.DAT, PROG154), O TEMPO MEDIO DE
      *    CONSERTO (DIAS, 30/360 COMO NO PROG154) E AS REINCIDENCIAS
      *    - ORDEM CORRETIVA DO MESMO TERMINAL ABERTA ATE 30 DIAS
      *    DEPOIS DO FECHAMENTO, QUE CONTA CONTRA QUEM FECHOU. ORDEM
      *    ANTERIOR AO CODIGO DO TECNICO ENTRA EM "SEM CADASTRO".
      *    EM SEGUIDA, AS CERTIFICACOES DOS TECNICOS ATIVOS QUE VENCEM
      *    NOS PROXIMOS 60 DIAS (E AS JA VENCIDAS), PARA A RENOVACAO
      *    SER MARCADA A TEMPO.
      *    COMPETENCIA: PROG207-COMPETENCIA (AAAAMM), PADRAO O MES
      *    ANTERIOR. A JANELA DE 30 DIAS DAS ORDENS FECHADAS NO FIM
      *    DO MES AINDA ESTA CORRENDO NO COMECO DO MES SEGUINTE:
      *    REINCIDENCIA POSTERIOR SO APARECE SE O RELATORIO FOR
      *    RODADO DE NOVO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "OSSEL.cob".
           COPY "TECSEL.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "OSREG.cob".
           COPY "TECREG.cob".

       WORKING-STORAGE SECTION.

       01  ORDEM-SERVICO-FILE-STATUS PIC XX.
       01  ORDEM-SERVICO-PATH        PIC X(100).
       01  TECNICO-FILE-STATUS       PIC XX.
       01  TECNICO-PATH              PIC X(100).
       01  FINAL-ARQUIVO             PIC X.
       01  DATA-HOJE                 PIC 9(08).

       01  COMPETENCIA-ENV           PIC X(06).
       01  COMPETENCIA               PIC 9(06).
       01  COMPETENCIA-R REDEFINES COMPETENCIA.
           05 COMPETENCIA-ANO        PIC 9(04).
           05 COMPETENCIA-MES        PIC 9(02).
       01  COMPETENCIA-FECHAMENTO    PIC 9(06).

      *    DIAS ENTRE DUAS DATAS (30/360).
       01  DATA-INICIAL-WS           PIC 9(08).
       01  DATA-INICIAL-R REDEFINES DATA-INICIAL-WS.
           05 INIC-ANO               PIC 9(04).
           05 INIC-MES               PIC 9(02).
           05 INIC-DIA               PIC 9(02).
       01  DATA-FINAL-WS             PIC 9(08).
       01  DATA-FINAL-R REDEFINES DATA-FINAL-WS.
           05 FINAL-ANO              PIC 9(04).
           05 FINAL-MES              PIC 9(02).
           05 FINAL-DIA              PIC 9(02).
       01  DIAS-ENTRE                PIC S9(07).

      *    TECNICOS COM ORDEM FECHADA NA COMPETENCIA. CODIGO ZERO =
      *    ORDEM SEM TECNICO CADASTRADO.
       01  QTDE-TECNICOS             PIC 9(03) VALUE 0.
       01  TABELA-TECNICOS.
           05 TEC-ENTRADA OCCURS 100 TIMES INDEXED BY TEC-IDX.
              10 TEC-CODIGO          PIC 9(05).
              10 TEC-NOME            PIC X(20).
              10 TEC-ORDENS          PIC 9(04).
              10 TEC-SOMA-DIAS       PIC 9(07).
              10 TEC-REINCIDENCIAS   PIC 9(04).
       01  TECNICOS-CHEIA            PIC X VALUE "N".
           88 AVISO-TECNICOS-EXIBIDO     VALUE "S".
       01  TECNICO-ACHADO            PIC X.
       01  TECNICO-PROCURADO         PIC 9(05).
       01  TEC-SUB                   PIC 9(03).

      *    ORDENS FECHADAS NA COMPETENCIA, PARA A REINCIDENCIA.
       01  QTDE-FECHADAS             PIC 9(03) VALUE 0.
       01  TABELA-FECHADAS.
           05 FEC-ENTRADA OCCURS 500 TIMES.
              10 FEC-NUMERO          PIC 9(07).
              10 FEC-TERMINAL        PIC X(10).
              10 FEC-DATA            PIC 9(08).
              10 FEC-TECNICO-SUB     PIC 9(03).
              10 FEC-REINCIDIU       PIC X(01).
       01  FECHADAS-CHEIA            PIC X VALUE "N".
           88 AVISO-FECHADAS-EXIBIDO     VALUE "S".
       01  FEC-SUB                   PIC 9(03).

       01  CERT-SUB                  PIC 9(02).
       01  SITUACAO-CERT             PIC X(20).
       01  DIAS-EDITADOS             PIC ZZ9.

       01  TOTAL-ORDENS-MES          PIC 9(05) VALUE 0.
       01  TOTAL-REINCIDENCIAS       PIC 9(05) VALUE 0.
       01  TOTAL-CERT-A-VENCER       PIC 9(05) VALUE 0.
       01  TOTAL-CERT-VENCIDAS       PIC 9(05) VALUE 0.
       01  MEDIA-DIAS                PIC 9(04)V9(01).
       01  MEDIA-EDITADA             PIC ZZZ9.9.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE 0 TO RETURN-CODE.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM INICIALIZA-CAMINHOS.
           PERFORM INICIALIZA-PARAMETROS.

           OPEN INPUT ARQUIVO-ORDEM-SERVICO.
           IF ORDEM-SERVICO-FILE-STATUS = "35"
               DISPLAY "ORDEMSERV.DAT NAO ENCONTRADO. NENHUMA "
                       "ORDEM DE SERVICO."
           ELSE
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM ACUMULA-PROXIMA-ORDEM
                   UNTIL FINAL-ARQUIVO = "S"
               CLOSE ARQUIVO-ORDEM-SERVICO
               IF QTDE-FECHADAS NOT = 0
                   OPEN INPUT ARQUIVO-ORDEM-SERVICO
                   MOVE "N" TO FINAL-ARQUIVO
                   PERFORM PROCURA-REINCIDENCIA
                       UNTIL FINAL-ARQUIVO = "S"
                   CLOSE ARQUIVO-ORDEM-SERVICO
               END-IF
           END-IF.

           OPEN INPUT ARQUIVO-TECNICO.
           IF TECNICO-FILE-STATUS NOT = "35"
               MOVE 1 TO TEC-SUB
               PERFORM BUSCA-NOME-TECNICO
                   UNTIL TEC-SUB > QTDE-TECNICOS
           END-IF.
           PERFORM IMPRIME-PRODUTIVIDADE.
           PERFORM IMPRIME-CERTIFICACOES.
           IF TECNICO-FILE-STATUS NOT = "35"
               CLOSE ARQUIVO-TECNICO
           END-IF.

       PROGRAM-DONE.
           GOBACK.

       INICIALIZA-CAMINHOS.
           MOVE "ordemserv.dat" TO ORDEM-SERVICO-PATH.
           ACCEPT ORDEM-SERVICO-PATH FROM ENVIRONMENT "ORDEMSERV_DAT".
           IF ORDEM-SERVICO-PATH = SPACE
               MOVE "ordemserv.dat" TO ORDEM-SERVICO-PATH
           END-IF.

           MOVE "tecnicos.dat" TO TECNICO-PATH.
           ACCEPT TECNICO-PATH FROM ENVIRONMENT "TECNICO_DAT".
           IF TECNICO-PATH = SPACE
               MOVE "tecnicos.dat" TO TECNICO-PATH
           END-IF.

      *    INICIALIZA-PARAMETROS: SEM A COMPETENCIA, O MES ANTERIOR
      *    (O RELATORIO RODA NO COMECO DO MES SEGUINTE).
       INICIALIZA-PARAMETROS.
           COMPUTE COMPETENCIA = DATA-HOJE / 100.
           IF COMPETENCIA-MES = 1
               SUBTRACT 1 FROM COMPETENCIA-ANO
               MOVE 12 TO COMPETENCIA-MES
           ELSE
               SUBTRACT 1 FROM COMPETENCIA-MES
           END-IF.

           MOVE SPACE TO COMPETENCIA-ENV.
           ACCEPT COMPETENCIA-ENV
               FROM ENVIRONMENT "PROG207-COMPETENCIA".
           IF COMPETENCIA-ENV IS NUMERIC
               MOVE COMPETENCIA-ENV TO COMPETENCIA
           END-IF.

      *    ACUMULA-PROXIMA-ORDEM: ORDEM FECHADA NA COMPETENCIA SOMA
      *    NO TECNICO QUE FECHOU E FICA GUARDADA PARA A REINCIDENCIA.
       ACUMULA-PROXIMA-ORDEM.
           READ ARQUIVO-ORDEM-SERVICO NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S" AND OS-FECHADA
               COMPUTE COMPETENCIA-FECHAMENTO =
                   OS-DATA-FECHAMENTO / 100
               IF COMPETENCIA-FECHAMENTO = COMPETENCIA
                   PERFORM ACUMULA-ORDEM-FECHADA
               END-IF
           END-IF.

       ACUMULA-ORDEM-FECHADA.
           IF OS-TECNICO-CODIGO IS NUMERIC
               MOVE OS-TECNICO-CODIGO TO TECNICO-PROCURADO
           ELSE
               MOVE ZERO TO TECNICO-PROCURADO
           END-IF.
           PERFORM LOCALIZA-TECNICO.
           IF TECNICO-ACHADO = "S"
               ADD 1 TO TEC-ORDENS (TEC-IDX)
               MOVE OS-DATA-ABERTURA TO DATA-INICIAL-WS
               MOVE OS-DATA-FECHAMENTO TO DATA-FINAL-WS
               PERFORM CALCULA-DIAS-ENTRE
               IF DIAS-ENTRE < 0
                   MOVE 0 TO DIAS-ENTRE
               END-IF
               ADD DIAS-ENTRE TO TEC-SOMA-DIAS (TEC-IDX)
               PERFORM GUARDA-ORDEM-FECHADA
           END-IF.

       GUARDA-ORDEM-FECHADA.
           IF QTDE-FECHADAS < 500
               ADD 1 TO QTDE-FECHADAS
               MOVE OS-NUMERO TO FEC-NUMERO (QTDE-FECHADAS)
               MOVE OS-TERMINAL-CHAVE TO FEC-TERMINAL (QTDE-FECHADAS)
               MOVE OS-DATA-FECHAMENTO TO FEC-DATA (QTDE-FECHADAS)
               SET FEC-TECNICO-SUB (QTDE-FECHADAS) TO TEC-IDX
               MOVE "N" TO FEC-REINCIDIU (QTDE-FECHADAS)
           ELSE
               IF NOT AVISO-FECHADAS-EXIBIDO
                   DISPLAY "*** ATENCAO: LIMITE DE 500 ORDENS "
                           "FECHADAS - AS DEMAIS NAO ENTRAM NA "
                           "REINCIDENCIA ***"
                   MOVE "S" TO FECHADAS-CHEIA
               END-IF
           END-IF.

       LOCALIZA-TECNICO.
           MOVE "N" TO TECNICO-ACHADO.
           SET TEC-IDX TO 1.
           SEARCH TEC-ENTRADA
               AT END
                   CONTINUE
               WHEN TEC-IDX > QTDE-TECNICOS
                   CONTINUE
               WHEN TEC-CODIGO (TEC-IDX) = TECNICO-PROCURADO
                   MOVE "S" TO TECNICO-ACHADO
           END-SEARCH.
           IF TECNICO-ACHADO NOT = "S"
               IF QTDE-TECNICOS < 100
                   ADD 1 TO QTDE-TECNICOS
                   SET TEC-IDX TO QTDE-TECNICOS
                   MOVE TECNICO-PROCURADO TO TEC-CODIGO (TEC-IDX)
                   MOVE "(SEM CADASTRO)" TO TEC-NOME (TEC-IDX)
                   MOVE ZERO TO TEC-ORDENS (TEC-IDX)
                   MOVE ZERO TO TEC-SOMA-DIAS (TEC-IDX)
                   MOVE ZERO TO TEC-REINCIDENCIAS (TEC-IDX)
                   MOVE "S" TO TECNICO-ACHADO
               ELSE
                   IF NOT AVISO-TECNICOS-EXIBIDO
                       DISPLAY "*** ATENCAO: LIMITE DE 100 TECNICOS "
                               "ATINGIDO - O RESTO FICA DE FORA ***"
                       MOVE "S" TO TECNICOS-CHEIA
                   END-IF
               END-IF
           END-IF.

      *    PROCURA-REINCIDENCIA: CADA ORDEM CORRETIVA E COMPARADA COM
      *    AS FECHADAS DO MES NO MESMO TERMINAL; ABERTA ATE 30 DIAS
      *    DEPOIS DE UM FECHAMENTO, O CONSERTO NAO SEGUROU. CADA
      *    ORDEM FECHADA REINCIDE UMA VEZ SO.
       PROCURA-REINCIDENCIA.
           READ ARQUIVO-ORDEM-SERVICO NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S" AND OS-CORRETIVA
               MOVE 1 TO FEC-SUB
               PERFORM CONFERE-REINCIDENCIA
                   UNTIL FEC-SUB > QTDE-FECHADAS
           END-IF.

       CONFERE-REINCIDENCIA.
           IF FEC-TERMINAL (FEC-SUB) = OS-TERMINAL-CHAVE
                   AND FEC-NUMERO (FEC-SUB) NOT = OS-NUMERO
                   AND FEC-REINCIDIU (FEC-SUB) NOT = "S"
                   AND OS-DATA-ABERTURA >= FEC-DATA (FEC-SUB)
               MOVE FEC-DATA (FEC-SUB) TO DATA-INICIAL-WS
               MOVE OS-DATA-ABERTURA TO DATA-FINAL-WS
               PERFORM CALCULA-DIAS-ENTRE
               IF DIAS-ENTRE <= 30
                   MOVE "S" TO FEC-REINCIDIU (FEC-SUB)
                   MOVE FEC-TECNICO-SUB (FEC-SUB) TO TEC-SUB
                   ADD 1 TO TEC-REINCIDENCIAS (TEC-SUB)
               END-IF
           END-IF.
           ADD 1 TO FEC-SUB.

       CALCULA-DIAS-ENTRE.
           COMPUTE DIAS-ENTRE =
               (FINAL-ANO - INIC-ANO) * 360
               + (FINAL-MES - INIC-MES) * 30
               + (FINAL-DIA - INIC-DIA).

       BUSCA-NOME-TECNICO.
           IF TEC-CODIGO (TEC-SUB) NOT = 0
               MOVE TEC-CODIGO (TEC-SUB) TO TECNICO-CODIGO
               READ ARQUIVO-TECNICO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TECNICO-NOME TO TEC-NOME (TEC-SUB)
               END-READ
           END-IF.
           ADD 1 TO TEC-SUB.

       IMPRIME-PRODUTIVIDADE.
           DISPLAY "TECNICOS DE TERMINAL - COMPETENCIA " COMPETENCIA.
           DISPLAY "============================================".
           DISPLAY "TECNICO NOME                 ORDENS  MEDIA DIAS"
                   "  REINCIDENCIAS".
           MOVE 1 TO TEC-SUB.
           PERFORM IMPRIME-UM-TECNICO
               UNTIL TEC-SUB > QTDE-TECNICOS.
           DISPLAY "--------------------------------------------".
           DISPLAY "ORDENS FECHADAS NO MES..: " TOTAL-ORDENS-MES.
           DISPLAY "REINCIDENCIAS EM 30 DIAS: " TOTAL-REINCIDENCIAS.

       IMPRIME-UM-TECNICO.
           ADD TEC-ORDENS (TEC-SUB) TO TOTAL-ORDENS-MES.
           ADD TEC-REINCIDENCIAS (TEC-SUB) TO TOTAL-REINCIDENCIAS.
           COMPUTE MEDIA-DIAS ROUNDED =
               TEC-SOMA-DIAS (TEC-SUB) / TEC-ORDENS (TEC-SUB).
           MOVE MEDIA-DIAS TO MEDIA-EDITADA.
           DISPLAY TEC-CODIGO (TEC-SUB) "   " TEC-NOME (TEC-SUB)
                   " " TEC-ORDENS (TEC-SUB) "      " MEDIA-EDITADA
                   "           " TEC-REINCIDENCIAS (TEC-SUB).
           ADD 1 TO TEC-SUB.

      *    IMPRIME-CERTIFICACOES: SO TECNICO ATIVO; O INATIVO NAO
      *    PEGA ORDEM DE QUALQUER JEITO.
       IMPRIME-CERTIFICACOES.
           DISPLAY " ".
           DISPLAY "CERTIFICACOES A VENCER EM 60 DIAS (E VENCIDAS):".
           IF TECNICO-FILE-STATUS = "35"
               DISPLAY "TECNICOS.DAT NAO ENCONTRADO."
           ELSE
               MOVE ZERO TO TECNICO-CODIGO
               START ARQUIVO-TECNICO
                   KEY IS NOT LESS THAN TECNICO-CODIGO
                   INVALID KEY
                       MOVE "S" TO FINAL-ARQUIVO
                   NOT INVALID KEY
                       MOVE "N" TO FINAL-ARQUIVO
               END-START
               PERFORM EXAMINA-PROXIMO-TECNICO
                   UNTIL FINAL-ARQUIVO = "S"
           END-IF.
           DISPLAY "--------------------------------------------".
           DISPLAY "A VENCER EM 60 DIAS.....: " TOTAL-CERT-A-VENCER.
           DISPLAY "JA VENCIDAS.............: " TOTAL-CERT-VENCIDAS.

       EXAMINA-PROXIMO-TECNICO.
           READ ARQUIVO-TECNICO NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S" AND TECNICO-ATIVO
               IF TECNICO-QTDE-CERT IS NOT NUMERIC
                   MOVE 0 TO TECNICO-QTDE-CERT
               END-IF
               MOVE 1 TO CERT-SUB
               PERFORM EXAMINA-UMA-CERTIFICACAO
                   UNTIL CERT-SUB > TECNICO-QTDE-CERT
           END-IF.

       EXAMINA-UMA-CERTIFICACAO.
           MOVE DATA-HOJE TO DATA-INICIAL-WS.
           MOVE TECNICO-CERT-VALIDADE (CERT-SUB) TO DATA-FINAL-WS.
           PERFORM CALCULA-DIAS-ENTRE.
           MOVE SPACE TO SITUACAO-CERT.
           EVALUATE TRUE
               WHEN TECNICO-CERT-VALIDADE (CERT-SUB) < DATA-HOJE
                   MOVE "VENCIDA" TO SITUACAO-CERT
                   ADD 1 TO TOTAL-CERT-VENCIDAS
               WHEN DIAS-ENTRE <= 60
                   MOVE DIAS-ENTRE TO DIAS-EDITADOS
                   STRING "VENCE EM " DELIMITED BY SIZE
                          DIAS-EDITADOS DELIMITED BY SIZE
                          " DIAS" DELIMITED BY SIZE
                       INTO SITUACAO-CERT
                   ADD 1 TO TOTAL-CERT-A-VENCER
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF SITUACAO-CERT NOT = SPACE
               DISPLAY "  " TECNICO-CODIGO " " TECNICO-NOME " "
                       TECNICO-CERT-MODELO (CERT-SUB) " VALIDADE "
                       TECNICO-CERT-VALIDADE (CERT-SUB) " "
                       SITUACAO-CERT
           END-IF.
           ADD 1 TO CERT-SUB.
