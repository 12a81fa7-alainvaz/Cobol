       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG198.
      *    RECERTIFICACAO TRIMESTRAL DE ACESSOS: PASSA POR TODO
      *    OPERADOR NAO DESATIVADO DE OPERADORES.DAT MOSTRANDO O
      *    NIVEL, O ULTIMO ACESSO BOM (SEGLOG.DAT), AS OPCOES ATIVAS
      *    DE MENU.DAT QUE O NIVEL ALCANCA E QUAIS DELAS O OPERADOR
      *    USOU DE FATO NO TRIMESTRE - CHAMADAS PELO MENU (LINHAS "M"
      *    DE RUNLOG.DAT, GRAVADAS PELO PROG20) E PROGRAMAS COM LINHA
      *    DE AUDITORIA.DAT EM NOME DELE. O SUPERVISOR (SESSAO-NIVEL
      *    3) CONFIRMA, REBAIXA O NIVEL OU DESATIVA CADA UM.
      *    OPERADOR SEM ACESSO BOM HA 90 DIAS (OU NUNCA) VEM COM A
      *    DESATIVACAO PROPOSTA; ENTER ACEITA A PROPOSTA. CADA
      *    DECISAO VIRA LINHA EM RECERT.DAT (EVIDENCIA PARA OS
      *    AUDITORES) E, QUANDO MUDA O CADASTRO, LINHA DE AUDITORIA.
      *    O SUPERVISOR NAO RECERTIFICA A SI MESMO (QUATRO OLHOS), E
      *    OPERADOR JA RECERTIFICADO NO TRIMESTRE E PULADO - DA PARA
      *    ENCERRAR NO MEIO E CONTINUAR DEPOIS.
      *    TRIMESTRE: PROG198-TRIMESTRE (AAAAT), PADRAO O TRIMESTRE
      *    ANTERIOR AO CORRENTE. DIAS SEM ACESSO PARA PROPOR A
      *    DESATIVACAO: PROG198-DIAS (PADRAO 90, CONTA 30/360 COMO A
      *    VALIDADE DE SENHA DO PROG20).
      *    CAMINHOS: OPERADOR_DAT, MENU_DAT, RECERT_DAT E O DA
      *    AUDITORIA (AMBPROC).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "OPESEL.cob".
           COPY "MNUSEL.cob".
           COPY "SEGSEL.cob".
           COPY "RUNSEL.cob".
           COPY "AUDSEL.cob".
           COPY "SESSEL.cob".
           COPY "RCTSEL.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "OPEREG.cob".
           COPY "MNUREG.cob".
           COPY "SEGREG.cob".
           COPY "RUNREG.cob".
           COPY "AUDREG.cob".
           COPY "SESREG.cob".
           COPY "RCTREG.cob".

       WORKING-STORAGE SECTION.

           COPY "AMBWRK.cob".

       01  OPERADOR-MASTER-FILE-STATUS PIC XX.
       01  OPERADOR-MASTER-PATH    PIC X(100).
       01  MENU-FILE-STATUS        PIC XX.
       01  MENU-PATH               PIC X(100).
       01  SEGLOG-FILE-STATUS      PIC XX.
       01  RUNLOG-FILE-STATUS      PIC XX.
       01  AUDITORIA-FILE-STATUS   PIC XX.
       01  SESSAO-FILE-STATUS      PIC XX.
       01  RECERT-FILE-STATUS      PIC XX.
       01  RECERT-PATH             PIC X(100).
       01  OPERADOR-ID             PIC X(10).
       01  NIVEL-OPERADOR          PIC 9(01) VALUE 0.
       01  TEM-SESSAO              PIC X VALUE "N".
       01  FINAL-ARQUIVO           PIC X.
       01  FINAL-AUXILIAR          PIC X.
       01  DECISAO                 PIC X.
       01  DECISAO-VALIDA          PIC X.
       01  PROPOSTA                PIC X.
       01  NOVO-NIVEL              PIC 9(01).
       01  NIVEL-SUGERIDO          PIC 9(01).
       01  NIVEL-ANTERIOR          PIC 9(01).
       01  GRAVACAO-FALHOU         PIC X.

       01  DATA-HOJE               PIC 9(08).
       01  DATA-HOJE-R REDEFINES DATA-HOJE.
           05 HOJE-ANO             PIC 9(04).
           05 HOJE-MES             PIC 9(02).
           05 HOJE-DIA             PIC 9(02).

       01  TRIMESTRE               PIC 9(05).
       01  TRIMESTRE-R REDEFINES TRIMESTRE.
           05 TRIMESTRE-ANO        PIC 9(04).
           05 TRIMESTRE-NUMERO     PIC 9(01).
       01  TRIMESTRE-ENV           PIC X(05).
       01  DATA-INICIO             PIC 9(08).
       01  DATA-FIM                PIC 9(08).

       01  LIMITE-INATIVIDADE      PIC 9(03) VALUE 90.
       01  LIMITE-INATIVIDADE-ENV  PIC X(03).

      *    CONTA DE DIAS 30/360, COMO NO PROG20.
       01  DATA-DIAS               PIC 9(08).
       01  DATA-DIAS-R REDEFINES DATA-DIAS.
           05 DIAS-ANO             PIC 9(04).
           05 DIAS-MES             PIC 9(02).
           05 DIAS-DIA             PIC 9(02).
       01  NUMERO-DIAS             PIC 9(07).
       01  DIAS-HOJE               PIC 9(07).

      *    OPCOES ATIVAS DO MENU.
       01  QTDE-OPCOES             PIC 9(02) VALUE 0.
       01  TABELA-OPCOES.
           05 OPC-ENTRADA OCCURS 50 TIMES INDEXED BY OPC-IDX.
              10 OPC-OPCAO         PIC 9(02).
              10 OPC-DESCRICAO     PIC X(40).
              10 OPC-PROGRAMA      PIC X(08).
              10 OPC-NIVEL         PIC 9(01).
       01  OPCOES-CHEIA            PIC X VALUE "N".
           88 AVISO-OPCOES-EXIBIDO     VALUE "S".

      *    ULTIMO ACESSO BOM DE CADA OPERADOR NO SEGLOG.
       01  QTDE-ACESSOS            PIC 9(03) VALUE 0.
       01  TABELA-ACESSOS.
           05 ACS-ENTRADA OCCURS 200 TIMES INDEXED BY ACS-IDX.
              10 ACS-OPERADOR      PIC X(10).
              10 ACS-ULTIMO        PIC 9(08).
       01  ACESSOS-CHEIA           PIC X VALUE "N".
           88 AVISO-ACESSOS-EXIBIDO    VALUE "S".
       01  ACESSO-ACHADO           PIC X.

      *    PARES OPERADOR/PROGRAMA USADOS NO TRIMESTRE.
       01  QTDE-USOS               PIC 9(04) VALUE 0.
       01  TABELA-USOS.
           05 USO-ENTRADA OCCURS 2000 TIMES INDEXED BY USO-IDX.
              10 USO-OPERADOR      PIC X(10).
              10 USO-PROGRAMA      PIC X(08).
       01  USOS-CHEIA              PIC X VALUE "N".
           88 AVISO-USOS-EXIBIDO       VALUE "S".
       01  USO-ACHADO              PIC X.
       01  OPERADOR-PROCURADO      PIC X(10).
       01  PROGRAMA-PROCURADO      PIC X(08).

      *    OPERADORES JA RECERTIFICADOS NO TRIMESTRE (RECERT.DAT).
       01  QTDE-REVISTOS           PIC 9(03) VALUE 0.
       01  TABELA-REVISTOS.
           05 REV-ENTRADA OCCURS 200 TIMES INDEXED BY REV-IDX.
              10 REV-OPERADOR      PIC X(10).
       01  REVISTOS-CHEIA          PIC X VALUE "N".
           88 AVISO-REVISTOS-EXIBIDO   VALUE "S".
       01  JA-REVISTO              PIC X.

      *    O OPERADOR EM REVISAO.
       01  ULTIMO-ACESSO           PIC 9(08).
       01  DIAS-SEM-ACESSO         PIC 9(05).
       01  OPCOES-ALCANCE          PIC 9(03).
       01  OPCOES-USADAS           PIC 9(03).
       01  MAIOR-NIVEL-USADO       PIC 9(01).
       01  MARCA-USO               PIC X(04).

       01  TOTAL-REVISTOS          PIC 9(05) VALUE 0.
       01  TOTAL-CONFIRMADOS       PIC 9(05) VALUE 0.
       01  TOTAL-REBAIXADOS        PIC 9(05) VALUE 0.
       01  TOTAL-DESATIVADOS       PIC 9(05) VALUE 0.
       01  TOTAL-PROPOSTOS         PIC 9(05) VALUE 0.
       01  TOTAL-JA-REVISTOS       PIC 9(05) VALUE 0.
       01  TOTAL-PULADOS           PIC 9(05) VALUE 0.
       01  DIAS-EDITADO            PIC ZZZZ9.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM INICIALIZA-AMBIENTE.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM INICIALIZA-CAMINHOS.
           PERFORM INICIALIZA-OPERADOR.
           PERFORM INICIALIZA-PARAMETROS.

      *    A RECERTIFICACAO E ASSINADA: SEM SESSAO AUTENTICADA DE
      *    SUPERVISOR NAO HA QUEM ASSINAR A EVIDENCIA.
           IF TEM-SESSAO NOT = "S" OR NIVEL-OPERADOR < 3
               DISPLAY "RECERTIFICACAO DE ACESSOS E RESTRITA A "
                       "SUPERVISORES (NIVEL 3) COM SESSAO AUTENTICADA "
                       "PELO MENU (PROG20)."
               GO TO PROGRAM-DONE
           END-IF.

           PERFORM CARREGA-OPCOES.
           IF QTDE-OPCOES = 0
               DISPLAY "MENU.DAT SEM OPCOES ATIVAS. CADASTRE AS "
                       "OPCOES NO PROG149."
               GO TO PROGRAM-DONE
           END-IF.
           PERFORM CARREGA-ACESSOS.
           PERFORM CARREGA-USO-RUNLOG.
           PERFORM CARREGA-USO-AUDITORIA.
           PERFORM MARCA-JA-REVISTOS.

           OPEN I-O ARQUIVO-OPERADOR.
           IF OPERADOR-MASTER-FILE-STATUS = "35"
               DISPLAY "OPERADORES.DAT NAO ENCONTRADO. CADASTRE NO "
                       "PROG80."
           ELSE
               DISPLAY "RECERTIFICACAO DE ACESSOS - TRIMESTRE "
                       TRIMESTRE-NUMERO "/" TRIMESTRE-ANO
                       " (" DATA-INICIO " A " DATA-FIM ")"
               DISPLAY "SUPERVISOR " OPERADOR-ID " EM " DATA-HOJE
               DISPLAY "--------------------------------------------"
               OPEN EXTEND ARQUIVO-RECERT
               IF RECERT-FILE-STATUS = "35"
                   CLOSE ARQUIVO-RECERT
                   OPEN OUTPUT ARQUIVO-RECERT
               END-IF
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM REVISA-PROXIMO-OPERADOR
                   UNTIL FINAL-ARQUIVO = "S"
               CLOSE ARQUIVO-RECERT
               CLOSE ARQUIVO-OPERADOR
               PERFORM IMPRIME-RESUMO
           END-IF.

       PROGRAM-DONE.
           STOP RUN.

       INICIALIZA-CAMINHOS.
           MOVE "operadores.dat" TO OPERADOR-MASTER-PATH.
           ACCEPT OPERADOR-MASTER-PATH FROM ENVIRONMENT "OPERADOR_DAT".
           IF OPERADOR-MASTER-PATH = SPACE
               MOVE "operadores.dat" TO OPERADOR-MASTER-PATH
           END-IF.

           MOVE "menu.dat" TO MENU-PATH.
           ACCEPT MENU-PATH FROM ENVIRONMENT "MENU_DAT".
           IF MENU-PATH = SPACE
               MOVE "menu.dat" TO MENU-PATH
           END-IF.

           MOVE "recert.dat" TO RECERT-PATH.
           ACCEPT RECERT-PATH FROM ENVIRONMENT "RECERT_DAT".
           IF RECERT-PATH = SPACE
               MOVE "recert.dat" TO RECERT-PATH
           END-IF.

       INICIALIZA-OPERADOR.
           MOVE SPACE TO OPERADOR-ID.
           MOVE "N" TO TEM-SESSAO.
           OPEN INPUT ARQUIVO-SESSAO.
           IF SESSAO-FILE-STATUS = "00"
               READ ARQUIVO-SESSAO
                   AT END
                       CONTINUE
               END-READ
               IF SESSAO-FILE-STATUS = "00"
                   MOVE "S" TO TEM-SESSAO
                   MOVE SESSAO-OPERADOR TO OPERADOR-ID
                   MOVE SESSAO-NIVEL TO NIVEL-OPERADOR
               END-IF
               CLOSE ARQUIVO-SESSAO
           END-IF.
           IF OPERADOR-ID = SPACE
               ACCEPT OPERADOR-ID FROM ENVIRONMENT "OPERADOR_ID"
           END-IF.
           IF OPERADOR-ID = SPACE
               MOVE "DESCONHEC" TO OPERADOR-ID
           END-IF.

      *    INICIALIZA-PARAMETROS: O TRIMESTRE VAI DO DIA 1 DO
      *    PRIMEIRO MES AO DIA 31 DO TERCEIRO (AS DATAS SAO SO
      *    COMPARADAS, NAO PRECISAM EXISTIR). A RODADA E NO COMECO
      *    DO TRIMESTRE, SOBRE O QUE ACABOU DE FECHAR.
       INICIALIZA-PARAMETROS.
           MOVE HOJE-ANO TO TRIMESTRE-ANO.
           COMPUTE TRIMESTRE-NUMERO = (HOJE-MES - 1) / 3 + 1.
           IF TRIMESTRE-NUMERO = 1
               SUBTRACT 1 FROM TRIMESTRE-ANO
               MOVE 4 TO TRIMESTRE-NUMERO
           ELSE
               SUBTRACT 1 FROM TRIMESTRE-NUMERO
           END-IF.
           MOVE SPACE TO TRIMESTRE-ENV.
           ACCEPT TRIMESTRE-ENV FROM ENVIRONMENT "PROG198-TRIMESTRE".
           IF TRIMESTRE-ENV IS NUMERIC
               MOVE TRIMESTRE-ENV TO TRIMESTRE
           END-IF.
           IF TRIMESTRE-NUMERO < 1 OR TRIMESTRE-NUMERO > 4
               DISPLAY "TRIMESTRE " TRIMESTRE " INVALIDO. USANDO O "
                       "TRIMESTRE CORRENTE."
               MOVE HOJE-ANO TO TRIMESTRE-ANO
               COMPUTE TRIMESTRE-NUMERO = (HOJE-MES - 1) / 3 + 1
           END-IF.
           COMPUTE DATA-INICIO = TRIMESTRE-ANO * 10000
               + ((TRIMESTRE-NUMERO - 1) * 3 + 1) * 100 + 1.
           COMPUTE DATA-FIM = TRIMESTRE-ANO * 10000
               + TRIMESTRE-NUMERO * 3 * 100 + 31.

           MOVE SPACE TO LIMITE-INATIVIDADE-ENV.
           ACCEPT LIMITE-INATIVIDADE-ENV
               FROM ENVIRONMENT "PROG198-DIAS".
           IF LIMITE-INATIVIDADE-ENV IS NUMERIC
               MOVE LIMITE-INATIVIDADE-ENV TO LIMITE-INATIVIDADE
           END-IF.

           MOVE DATA-HOJE TO DATA-DIAS.
           PERFORM CONVERTE-EM-DIAS.
           MOVE NUMERO-DIAS TO DIAS-HOJE.

       CONVERTE-EM-DIAS.
           COMPUTE NUMERO-DIAS =
               DIAS-ANO * 360 + (DIAS-MES - 1) * 30 + DIAS-DIA.

       CARREGA-OPCOES.
           OPEN INPUT ARQUIVO-MENU.
           IF MENU-FILE-STATUS NOT = "35"
               MOVE "N" TO FINAL-AUXILIAR
               PERFORM CARREGA-PROXIMA-OPCAO
                   UNTIL FINAL-AUXILIAR = "S"
               CLOSE ARQUIVO-MENU
           END-IF.

       CARREGA-PROXIMA-OPCAO.
           READ ARQUIVO-MENU NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-AUXILIAR
           END-READ.
           IF FINAL-AUXILIAR NOT = "S"
               IF MENU-OPCAO-ATIVA
                   IF QTDE-OPCOES < 50
                       ADD 1 TO QTDE-OPCOES
                       SET OPC-IDX TO QTDE-OPCOES
                       MOVE MENU-OPCAO TO OPC-OPCAO (OPC-IDX)
                       MOVE MENU-DESCRICAO TO OPC-DESCRICAO (OPC-IDX)
                       MOVE MENU-PROGRAMA TO OPC-PROGRAMA (OPC-IDX)
                       MOVE MENU-NIVEL TO OPC-NIVEL (OPC-IDX)
                   ELSE
                       IF NOT AVISO-OPCOES-EXIBIDO
                           DISPLAY "*** ATENCAO: LIMITE DE 50 OPCOES "
                                   "DE MENU ATINGIDO ***"
                           MOVE "S" TO OPCOES-CHEIA
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    CARREGA-ACESSOS: O ACESSO BOM MAIS RECENTE DE CADA
      *    OPERADOR, EM QUALQUER DATA - A INATIVIDADE E CONTADA ATE
      *    HOJE, NAO SO DENTRO DO TRIMESTRE.
       CARREGA-ACESSOS.
           OPEN INPUT ARQUIVO-SEGLOG.
           IF SEGLOG-FILE-STATUS NOT = "35"
               MOVE "N" TO FINAL-AUXILIAR
               PERFORM EXAMINA-PROXIMO-EVENTO
                   UNTIL FINAL-AUXILIAR = "S"
               CLOSE ARQUIVO-SEGLOG
           END-IF.

       EXAMINA-PROXIMO-EVENTO.
           READ ARQUIVO-SEGLOG
               AT END
                   MOVE "S" TO FINAL-AUXILIAR
           END-READ.
           IF FINAL-AUXILIAR NOT = "S"
               IF SEGLOG-SUCESSO
                   MOVE SEGLOG-OPERADOR TO OPERADOR-PROCURADO
                   PERFORM LOCALIZA-ACESSO
                   IF ACESSO-ACHADO = "S"
                       IF SEGLOG-DATA > ACS-ULTIMO (ACS-IDX)
                           MOVE SEGLOG-DATA TO ACS-ULTIMO (ACS-IDX)
                       END-IF
                   ELSE
                       PERFORM INCLUI-ACESSO
                   END-IF
               END-IF
           END-IF.

       LOCALIZA-ACESSO.
           MOVE "N" TO ACESSO-ACHADO.
           SET ACS-IDX TO 1.
           SEARCH ACS-ENTRADA
               AT END
                   CONTINUE
               WHEN ACS-IDX > QTDE-ACESSOS
                   CONTINUE
               WHEN ACS-OPERADOR (ACS-IDX) = OPERADOR-PROCURADO
                   MOVE "S" TO ACESSO-ACHADO
           END-SEARCH.

       INCLUI-ACESSO.
           IF QTDE-ACESSOS < 200
               ADD 1 TO QTDE-ACESSOS
               SET ACS-IDX TO QTDE-ACESSOS
               MOVE SEGLOG-OPERADOR TO ACS-OPERADOR (ACS-IDX)
               MOVE SEGLOG-DATA TO ACS-ULTIMO (ACS-IDX)
           ELSE
               IF NOT AVISO-ACESSOS-EXIBIDO
                   DISPLAY "*** ATENCAO: LIMITE DE 200 OPERADORES NO "
                           "SEGLOG ATINGIDO - OS DEMAIS SAEM SEM "
                           "ACESSO ***"
                   MOVE "S" TO ACESSOS-CHEIA
               END-IF
           END-IF.

      *    CARREGA-USO-RUNLOG: SO AS LINHAS "M" DO MENU TEM OPERADOR;
      *    AS DE INICIO E FIM DOS PROGRAMAS NAO DIZEM QUEM RODOU.
       CARREGA-USO-RUNLOG.
           OPEN INPUT ARQUIVO-RUNLOG.
           IF RUNLOG-FILE-STATUS NOT = "35"
               MOVE "N" TO FINAL-AUXILIAR
               PERFORM EXAMINA-PROXIMA-EXECUCAO
                   UNTIL FINAL-AUXILIAR = "S"
               CLOSE ARQUIVO-RUNLOG
           END-IF.

       EXAMINA-PROXIMA-EXECUCAO.
           READ ARQUIVO-RUNLOG
               AT END
                   MOVE "S" TO FINAL-AUXILIAR
           END-READ.
           IF FINAL-AUXILIAR NOT = "S"
               IF RUNLOG-CHAMADA-MENU
                       AND RUNLOG-OPERADOR NOT = SPACE
                       AND RUNLOG-DATA >= DATA-INICIO
                       AND RUNLOG-DATA <= DATA-FIM
                   MOVE RUNLOG-OPERADOR TO OPERADOR-PROCURADO
                   MOVE RUNLOG-PROGRAMA TO PROGRAMA-PROCURADO
                   PERFORM REGISTRA-USO
               END-IF
           END-IF.

       CARREGA-USO-AUDITORIA.
           OPEN INPUT ARQUIVO-AUDITORIA.
           IF AUDITORIA-FILE-STATUS NOT = "35"
               MOVE "N" TO FINAL-AUXILIAR
               PERFORM EXAMINA-PROXIMA-AUDITORIA
                   UNTIL FINAL-AUXILIAR = "S"
               CLOSE ARQUIVO-AUDITORIA
           END-IF.

       EXAMINA-PROXIMA-AUDITORIA.
           READ ARQUIVO-AUDITORIA
               AT END
                   MOVE "S" TO FINAL-AUXILIAR
           END-READ.
           IF FINAL-AUXILIAR NOT = "S"
               IF AUDITORIA-OPERADOR NOT = SPACE
                       AND AUDITORIA-DATA >= DATA-INICIO
                       AND AUDITORIA-DATA <= DATA-FIM
                   MOVE AUDITORIA-OPERADOR TO OPERADOR-PROCURADO
                   MOVE AUDITORIA-PROGRAMA TO PROGRAMA-PROCURADO
                   PERFORM REGISTRA-USO
               END-IF
           END-IF.

       REGISTRA-USO.
           PERFORM LOCALIZA-USO.
           IF USO-ACHADO NOT = "S"
               IF QTDE-USOS < 2000
                   ADD 1 TO QTDE-USOS
                   SET USO-IDX TO QTDE-USOS
                   MOVE OPERADOR-PROCURADO TO USO-OPERADOR (USO-IDX)
                   MOVE PROGRAMA-PROCURADO TO USO-PROGRAMA (USO-IDX)
               ELSE
                   IF NOT AVISO-USOS-EXIBIDO
                       DISPLAY "*** ATENCAO: LIMITE DE 2000 USOS "
                               "OPERADOR/PROGRAMA ATINGIDO ***"
                       MOVE "S" TO USOS-CHEIA
                   END-IF
               END-IF
           END-IF.

       LOCALIZA-USO.
           MOVE "N" TO USO-ACHADO.
           SET USO-IDX TO 1.
           SEARCH USO-ENTRADA
               AT END
                   CONTINUE
               WHEN USO-IDX > QTDE-USOS
                   CONTINUE
               WHEN USO-OPERADOR (USO-IDX) = OPERADOR-PROCURADO
                       AND USO-PROGRAMA (USO-IDX) = PROGRAMA-PROCURADO
                   MOVE "S" TO USO-ACHADO
           END-SEARCH.

      *    MARCA-JA-REVISTOS: OPERADOR COM LINHA DO TRIMESTRE EM
      *    RECERT.DAT NAO E REVISTO DE NOVO.
       MARCA-JA-REVISTOS.
           OPEN INPUT ARQUIVO-RECERT.
           IF RECERT-FILE-STATUS NOT = "35"
               MOVE "N" TO FINAL-AUXILIAR
               PERFORM MARCA-PROXIMA-REVISAO
                   UNTIL FINAL-AUXILIAR = "S"
               CLOSE ARQUIVO-RECERT
           END-IF.

       MARCA-PROXIMA-REVISAO.
           READ ARQUIVO-RECERT
               AT END
                   MOVE "S" TO FINAL-AUXILIAR
           END-READ.
           IF FINAL-AUXILIAR NOT = "S"
               IF RECERT-TRIMESTRE = TRIMESTRE
                   IF QTDE-REVISTOS < 200
                       ADD 1 TO QTDE-REVISTOS
                       SET REV-IDX TO QTDE-REVISTOS
                       MOVE RECERT-OPERADOR TO REV-OPERADOR (REV-IDX)
                   ELSE
                       IF NOT AVISO-REVISTOS-EXIBIDO
                           DISPLAY "*** ATENCAO: LIMITE DE 200 "
                                   "OPERADORES JA RECERTIFICADOS "
                                   "ATINGIDO ***"
                           MOVE "S" TO REVISTOS-CHEIA
                       END-IF
                   END-IF
               END-IF
           END-IF.

       VERIFICA-JA-REVISTO.
           MOVE "N" TO JA-REVISTO.
           SET REV-IDX TO 1.
           SEARCH REV-ENTRADA
               AT END
                   CONTINUE
               WHEN REV-IDX > QTDE-REVISTOS
                   CONTINUE
               WHEN REV-OPERADOR (REV-IDX) = OPERADOR-CODIGO
                   MOVE "S" TO JA-REVISTO
           END-SEARCH.

       REVISA-PROXIMO-OPERADOR.
           READ ARQUIVO-OPERADOR NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               IF NOT OPERADOR-INATIVO
                   PERFORM VERIFICA-JA-REVISTO
                   EVALUATE TRUE
                       WHEN JA-REVISTO = "S"
                           ADD 1 TO TOTAL-JA-REVISTOS
                       WHEN OPERADOR-CODIGO = OPERADOR-ID
                           DISPLAY " "
                           DISPLAY "OPERADOR " OPERADOR-CODIGO
                                   " E O PROPRIO SUPERVISOR - QUATRO "
                                   "OLHOS EXIGE OUTRO SUPERVISOR. "
                                   "PULADO."
                           ADD 1 TO TOTAL-PULADOS
                       WHEN OTHER
                           PERFORM REVISA-OPERADOR
                   END-EVALUATE
               END-IF
           END-IF.

       REVISA-OPERADOR.
           MOVE OPERADOR-NIVEL TO NIVEL-ANTERIOR.
           MOVE OPERADOR-CODIGO TO OPERADOR-PROCURADO.
           PERFORM LOCALIZA-ACESSO.
           IF ACESSO-ACHADO = "S"
               MOVE ACS-ULTIMO (ACS-IDX) TO ULTIMO-ACESSO
               MOVE ULTIMO-ACESSO TO DATA-DIAS
               PERFORM CONVERTE-EM-DIAS
               IF NUMERO-DIAS > DIAS-HOJE
                   MOVE 0 TO DIAS-SEM-ACESSO
               ELSE
                   COMPUTE DIAS-SEM-ACESSO = DIAS-HOJE - NUMERO-DIAS
               END-IF
           ELSE
               MOVE 0 TO ULTIMO-ACESSO
               MOVE 99999 TO DIAS-SEM-ACESSO
           END-IF.
           IF DIAS-SEM-ACESSO >= LIMITE-INATIVIDADE
               MOVE "D" TO PROPOSTA
               ADD 1 TO TOTAL-PROPOSTOS
           ELSE
               MOVE "C" TO PROPOSTA
           END-IF.

           DISPLAY " ".
           DISPLAY "OPERADOR " OPERADOR-CODIGO " " OPERADOR-NOME
                   " NIVEL " OPERADOR-NIVEL.
           IF OPERADOR-BLOQUEADO
               DISPLAY "  (BLOQUEADO POR FALHAS DE SENHA)"
           END-IF.
           IF ULTIMO-ACESSO = 0
               DISPLAY "  ULTIMO ACESSO: NENHUM REGISTRADO"
           ELSE
               MOVE DIAS-SEM-ACESSO TO DIAS-EDITADO
               DISPLAY "  ULTIMO ACESSO: " ULTIMO-ACESSO
                       " (HA " DIAS-EDITADO " DIAS)"
           END-IF.

           MOVE 0 TO OPCOES-ALCANCE.
           MOVE 0 TO OPCOES-USADAS.
           MOVE 0 TO MAIOR-NIVEL-USADO.
           SET OPC-IDX TO 1.
           PERFORM EXAMINA-OPCAO
               UNTIL OPC-IDX > QTDE-OPCOES.
           DISPLAY "  OPCOES ALCANCADAS: " OPCOES-ALCANCE
                   "  USADAS NO TRIMESTRE: " OPCOES-USADAS
                   "  MAIOR NIVEL USADO: " MAIOR-NIVEL-USADO.

           IF PROPOSTA = "D"
               DISPLAY "  *** PROPOSTA: DESATIVAR - SEM ACESSO HA "
                       LIMITE-INATIVIDADE " DIAS OU MAIS ***"
           ELSE
               DISPLAY "  PROPOSTA: CONFIRMAR"
           END-IF.

           MOVE "N" TO DECISAO-VALIDA.
           PERFORM PEDE-DECISAO
               UNTIL DECISAO-VALIDA = "S".
           EVALUATE DECISAO
               WHEN "C"
                   MOVE OPERADOR-NIVEL TO NOVO-NIVEL
                   PERFORM GRAVA-EVIDENCIA
                   ADD 1 TO TOTAL-CONFIRMADOS
                   DISPLAY "ACESSO CONFIRMADO."
               WHEN "R"
                   PERFORM REBAIXA-OPERADOR
               WHEN "D"
                   PERFORM DESATIVA-OPERADOR
               WHEN "F"
                   MOVE "S" TO FINAL-ARQUIVO
           END-EVALUATE.

       EXAMINA-OPCAO.
           IF OPC-NIVEL (OPC-IDX) <= OPERADOR-NIVEL
               ADD 1 TO OPCOES-ALCANCE
               MOVE OPERADOR-CODIGO TO OPERADOR-PROCURADO
               MOVE OPC-PROGRAMA (OPC-IDX) TO PROGRAMA-PROCURADO
               PERFORM LOCALIZA-USO
               IF USO-ACHADO = "S"
                   ADD 1 TO OPCOES-USADAS
                   MOVE "USOU" TO MARCA-USO
                   IF OPC-NIVEL (OPC-IDX) > MAIOR-NIVEL-USADO
                       MOVE OPC-NIVEL (OPC-IDX) TO MAIOR-NIVEL-USADO
                   END-IF
               ELSE
                   MOVE SPACE TO MARCA-USO
               END-IF
               DISPLAY "    " OPC-OPCAO (OPC-IDX) " "
                       OPC-DESCRICAO (OPC-IDX) " NIVEL "
                       OPC-NIVEL (OPC-IDX) " " MARCA-USO
           END-IF.
           SET OPC-IDX UP BY 1.

       PEDE-DECISAO.
           DISPLAY "DECISAO: C=CONFIRMAR R=REBAIXAR D=DESATIVAR "
                   "F=ENCERRAR (ENTER = " PROPOSTA ")".
           MOVE SPACE TO DECISAO.
           ACCEPT DECISAO.
           IF DECISAO = SPACE
               MOVE PROPOSTA TO DECISAO
           END-IF.
           EVALUATE TRUE
               WHEN DECISAO = "R" AND OPERADOR-NIVEL <= 1
                   DISPLAY "NIVEL 1 NAO TEM COMO SER REBAIXADO."
               WHEN DECISAO = "C" OR DECISAO = "R"
                       OR DECISAO = "D" OR DECISAO = "F"
                   MOVE "S" TO DECISAO-VALIDA
               WHEN OTHER
                   DISPLAY "DECISAO INVALIDA. DIGITE C, R, D OU F."
           END-EVALUATE.

      *    REBAIXA-OPERADOR: SUGERE O MAIOR NIVEL QUE O OPERADOR DE
      *    FATO PRECISOU NO TRIMESTRE (NO MINIMO 1).
       REBAIXA-OPERADOR.
           IF MAIOR-NIVEL-USADO > 0
                   AND MAIOR-NIVEL-USADO < OPERADOR-NIVEL
               MOVE MAIOR-NIVEL-USADO TO NIVEL-SUGERIDO
           ELSE
               COMPUTE NIVEL-SUGERIDO = OPERADOR-NIVEL - 1
           END-IF.
           MOVE 9 TO NOVO-NIVEL.
           PERFORM PEDE-NOVO-NIVEL
               UNTIL NOVO-NIVEL >= 1 AND NOVO-NIVEL < OPERADOR-NIVEL.
           MOVE NOVO-NIVEL TO OPERADOR-NIVEL.
           PERFORM REGRAVA-OPERADOR.
           IF GRAVACAO-FALHOU NOT = "S"
               PERFORM GRAVA-EVIDENCIA
               PERFORM GRAVA-AUDITORIA-DECISAO
               ADD 1 TO TOTAL-REBAIXADOS
               DISPLAY "OPERADOR REBAIXADO PARA O NIVEL " NOVO-NIVEL
                       "."
           END-IF.

       PEDE-NOVO-NIVEL.
           DISPLAY "NOVO NIVEL, MENOR QUE " NIVEL-ANTERIOR
                   " (0 = SUGERIDO " NIVEL-SUGERIDO "): ".
           MOVE 0 TO NOVO-NIVEL.
           ACCEPT NOVO-NIVEL.
           IF NOVO-NIVEL = 0
               MOVE NIVEL-SUGERIDO TO NOVO-NIVEL
           END-IF.
           IF NOVO-NIVEL < 1 OR NOVO-NIVEL >= OPERADOR-NIVEL
               DISPLAY "NIVEL INVALIDO - TEM QUE SER MENOR QUE O "
                       "ATUAL."
           END-IF.

       DESATIVA-OPERADOR.
           MOVE "I" TO OPERADOR-STATUS.
           MOVE OPERADOR-NIVEL TO NOVO-NIVEL.
           PERFORM REGRAVA-OPERADOR.
           IF GRAVACAO-FALHOU NOT = "S"
               PERFORM GRAVA-EVIDENCIA
               PERFORM GRAVA-AUDITORIA-DECISAO
               ADD 1 TO TOTAL-DESATIVADOS
               DISPLAY "OPERADOR DESATIVADO."
           END-IF.

       REGRAVA-OPERADOR.
           MOVE "N" TO GRAVACAO-FALHOU.
           REWRITE OPERADOR-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR O OPERADOR "
                           OPERADOR-CODIGO ". NADA DECIDIDO - FICA "
                           "PARA A PROXIMA RODADA."
                   MOVE "S" TO GRAVACAO-FALHOU
           END-REWRITE.

       GRAVA-EVIDENCIA.
           MOVE TRIMESTRE          TO RECERT-TRIMESTRE.
           MOVE OPERADOR-CODIGO    TO RECERT-OPERADOR.
           MOVE OPERADOR-NOME      TO RECERT-NOME.
           MOVE NIVEL-ANTERIOR     TO RECERT-NIVEL-ANTERIOR.
           MOVE NOVO-NIVEL         TO RECERT-NIVEL-NOVO.
           MOVE PROPOSTA           TO RECERT-PROPOSTA.
           MOVE DECISAO            TO RECERT-DECISAO.
           MOVE ULTIMO-ACESSO      TO RECERT-ULTIMO-ACESSO.
           MOVE DIAS-SEM-ACESSO    TO RECERT-DIAS-SEM-ACESSO.
           MOVE OPCOES-ALCANCE     TO RECERT-OPCOES-ALCANCE.
           MOVE OPCOES-USADAS      TO RECERT-OPCOES-USADAS.
           MOVE OPERADOR-ID        TO RECERT-SUPERVISOR.
           MOVE DATA-HOJE          TO RECERT-DATA.
           ACCEPT RECERT-HORA FROM TIME.
           WRITE RECERT-REGISTRO.
           ADD 1 TO TOTAL-REVISTOS.

       GRAVA-AUDITORIA-DECISAO.
           OPEN EXTEND ARQUIVO-AUDITORIA.
           IF AUDITORIA-FILE-STATUS = "35"
               CLOSE ARQUIVO-AUDITORIA
               OPEN OUTPUT ARQUIVO-AUDITORIA
           END-IF.
           MOVE "PROG198"           TO AUDITORIA-PROGRAMA.
           MOVE "A"                 TO AUDITORIA-OPERACAO.
           MOVE SPACE               TO AUDITORIA-NOME.
           MOVE OPERADOR-CODIGO     TO AUDITORIA-NOME (1:10).
           MOVE DECISAO             TO AUDITORIA-NOME (12:1).
           MOVE NOVO-NIVEL          TO AUDITORIA-NOME (14:1).
           MOVE OPERADOR-ID         TO AUDITORIA-OPERADOR.
           ACCEPT AUDITORIA-DATA FROM DATE YYYYMMDD.
           ACCEPT AUDITORIA-HORA FROM TIME.
           WRITE AUDITORIA-REGISTRO.
           CLOSE ARQUIVO-AUDITORIA.

       IMPRIME-RESUMO.
           DISPLAY "----------------------------------------------".
           DISPLAY "OPERADORES RECERTIFICADOS NESTA RODADA: "
                   TOTAL-REVISTOS.
           DISPLAY "  CONFIRMADOS.....................: "
                   TOTAL-CONFIRMADOS.
           DISPLAY "  REBAIXADOS......................: "
                   TOTAL-REBAIXADOS.
           DISPLAY "  DESATIVADOS.....................: "
                   TOTAL-DESATIVADOS.
           DISPLAY "PROPOSTOS PARA DESATIVACAO........: "
                   TOTAL-PROPOSTOS.
           DISPLAY "JA RECERTIFICADOS NO TRIMESTRE....: "
                   TOTAL-JA-REVISTOS.
           DISPLAY "PULADOS (O PROPRIO SUPERVISOR)....: "
                   TOTAL-PULADOS.
           DISPLAY "EVIDENCIA GRAVADA EM RECERT.DAT.".

           COPY "AMBPROC.cob".
