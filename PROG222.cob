       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG222.
      *    MANUTENCAO DA POLITICA DE RETENCAO (RETENCAO.DAT): PARA
      *    CADA ARQUIVO COM DADOS PESSOAIS, O PRAZO EM MESES, A ACAO
      *    NO VENCIMENTO (A = ARQUIVAR, N = ANONIMIZAR, E = EXCLUIR)
      *    E A BASE LEGAL QUE O ENCARREGADO DA LGPD APRESENTA. SO OS
      *    ARQUIVOS QUE TEM ROTINA DE RETENCAO ENTRAM NA TABELA, CADA
      *    UM COM AS ACOES QUE A ROTINA SABE FAZER: OS ARQUIVADORES
      *    (PROG58, PROG88, PROG90, PROG129, PROG147) SO ARQUIVAM; O
      *    CAIXA DIARIO SO EXCLUI OU ANONIMIZA E O SPOOL SO EXCLUI. A
      *    OPCAO DE POLITICA PADRAO INCLUI AS LINHAS QUE FALTAM SEM
      *    MEXER NAS EXISTENTES. INCLUIR, ALTERAR, EXCLUIR E CARREGAR
      *    EXIGEM SUPERVISOR AUTENTICADO (NIVEL 3) E DEIXAM RASTRO
      *    CAMPO A CAMPO EM ALTERACOES.DAT (ALTPROC). QUEM APLICA A
      *    POLITICA E O PROG223, NO FECHAMENTO DO MES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "RTCSEL.cob".
           COPY "SESSEL.cob".
           COPY "ALTSEL.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "RTCREG.cob".
           COPY "SESREG.cob".
           COPY "ALTREG.cob".

       WORKING-STORAGE SECTION.

           COPY "RTCWRK.cob".
       01  SESSAO-FILE-STATUS   PIC XX.
       01  OPERADOR-ID          PIC X(10).
       01  NIVEL-OPERADOR       PIC 9(01) VALUE 0.
       01  TEM-SESSAO           PIC X VALUE "N".
       01  OPCAO-MENU           PIC 9.
       01  FINAL-ARQUIVO        PIC X.
       01  DATA-HOJE            PIC 9(08).

       01  ARQUIVO-INFORMADO    PIC X(10).
       01  NOVA-DESCRICAO       PIC X(30).
       01  NOVOS-MESES          PIC 9(03).
       01  NOVA-ACAO            PIC X(01).
       01  NOVA-BASE-LEGAL      PIC X(40).
       01  NOVOS-DADOS          PIC X(01).
       01  REGRA-EXISTE         PIC X.
       01  REGRA-VALIDA         PIC X.
       01  CONFIRMACAO          PIC X.

       01  TOTAL-LISTADOS       PIC 9(03) VALUE 0.
       01  TOTAL-INCLUIDOS      PIC 9(03) VALUE 0.
       01  TOTAL-MANTIDOS       PIC 9(03) VALUE 0.

       01  RETENCAO-ANTERIOR.
           05 FILLER                    PIC X(40).
           05 ANTERIOR-MESES            PIC 9(03).
           05 ANTERIOR-ACAO             PIC X(01).
           05 ANTERIOR-BASE-LEGAL       PIC X(40).
           05 ANTERIOR-DADOS            PIC X(01).
           05 FILLER                    PIC X(26).

      *    POLITICA PADRAO: OS ARQUIVOS COM ROTINA DE RETENCAO, O
      *    PRAZO E A ACAO SUGERIDOS, AS ACOES QUE A ROTINA ACEITA E O
      *    PROGRAMA QUE APLICA A REGRA.
       01  TABELA-POLITICA-PADRAO.
           05 FILLER PIC X(10) VALUE "CLIENTES".
           05 FILLER PIC X(30) VALUE "CLIENTES INATIVOS".
           05 FILLER PIC 9(03) VALUE 24.
           05 FILLER PIC X(01) VALUE "A".
           05 FILLER PIC X(40) VALUE "LGPD ART.16 - FIM DO TRATAMENTO".
           05 FILLER PIC X(03) VALUE "A".
           05 FILLER PIC X(08) VALUE "PROG58".
           05 FILLER PIC X(10) VALUE "QUARENTENA".
           05 FILLER PIC X(30) VALUE "CADASTROS REJEITADOS".
           05 FILLER PIC 9(03) VALUE 3.
           05 FILLER PIC X(01) VALUE "A".
           05 FILLER PIC X(40)
               VALUE "LGPD ART.7 V - PROCEDIMENTO PRELIMINAR".
           05 FILLER PIC X(03) VALUE "A".
           05 FILLER PIC X(08) VALUE "PROG88".
           05 FILLER PIC X(10) VALUE "AUDITORIA".
           05 FILLER PIC X(30) VALUE "TRILHA DE AUDITORIA CADASTRAL".
           05 FILLER PIC 9(03) VALUE 1.
           05 FILLER PIC X(01) VALUE "A".
           05 FILLER PIC X(40)
               VALUE "LGPD ART.37 - REGISTRO DAS OPERACOES".
           05 FILLER PIC X(03) VALUE "A".
           05 FILLER PIC X(08) VALUE "PROG90".
           05 FILLER PIC X(10) VALUE "FATURAS".
           05 FILLER PIC X(30) VALUE "FATURAS LIQUIDADAS E PEDIDOS".
           05 FILLER PIC 9(03) VALUE 12.
           05 FILLER PIC X(01) VALUE "A".
           05 FILLER PIC X(40)
               VALUE "CTN ART.173 - GUARDA FISCAL DE 5 ANOS".
           05 FILLER PIC X(03) VALUE "A".
           05 FILLER PIC X(08) VALUE "PROG129".
           05 FILLER PIC X(10) VALUE "ACESSLOG".
           05 FILLER PIC X(30) VALUE "LOG DE ACESSO A DADOS PESSOAIS".
           05 FILLER PIC 9(03) VALUE 1.
           05 FILLER PIC X(01) VALUE "A".
           05 FILLER PIC X(40)
               VALUE "LGPD ART.37 - REGISTRO DAS OPERACOES".
           05 FILLER PIC X(03) VALUE "A".
           05 FILLER PIC X(08) VALUE "PROG147".
           05 FILLER PIC X(10) VALUE "SAC".
           05 FILLER PIC X(30) VALUE "CHAMADOS DE SAC FECHADOS".
           05 FILLER PIC 9(03) VALUE 60.
           05 FILLER PIC X(01) VALUE "N".
           05 FILLER PIC X(40) VALUE "CDC ART.27 - PRAZO DE 5 ANOS".
           05 FILLER PIC X(03) VALUE "ANE".
           05 FILLER PIC X(08) VALUE "PROG223".
           05 FILLER PIC X(10) VALUE "ORDEMSERV".
           05 FILLER PIC X(30) VALUE "ORDENS DE SERVICO FECHADAS".
           05 FILLER PIC 9(03) VALUE 60.
           05 FILLER PIC X(01) VALUE "A".
           05 FILLER PIC X(40) VALUE "CDC ART.27 - PRAZO DE 5 ANOS".
           05 FILLER PIC X(03) VALUE "ANE".
           05 FILLER PIC X(08) VALUE "PROG223".
           05 FILLER PIC X(10) VALUE "FILAEMAIL".
           05 FILLER PIC X(30) VALUE "FILA DE E-MAIL PROCESSADA".
           05 FILLER PIC 9(03) VALUE 6.
           05 FILLER PIC X(01) VALUE "E".
           05 FILLER PIC X(40)
               VALUE "LGPD ART.15 I - FINALIDADE ALCANCADA".
           05 FILLER PIC X(03) VALUE "ANE".
           05 FILLER PIC X(08) VALUE "PROG223".
           05 FILLER PIC X(10) VALUE "RESULTADOS".
           05 FILLER PIC X(30) VALUE "RESPOSTAS DE PESQUISA".
           05 FILLER PIC 9(03) VALUE 24.
           05 FILLER PIC X(01) VALUE "N".
           05 FILLER PIC X(40) VALUE "LGPD ART.7 I - CONSENTIMENTO".
           05 FILLER PIC X(03) VALUE "ANE".
           05 FILLER PIC X(08) VALUE "PROG223".
           05 FILLER PIC X(10) VALUE "MOVESTOQUE".
           05 FILLER PIC X(30) VALUE "MOVIMENTOS DE ESTOQUE".
           05 FILLER PIC 9(03) VALUE 60.
           05 FILLER PIC X(01) VALUE "A".
           05 FILLER PIC X(40)
               VALUE "CTN ART.173 - GUARDA FISCAL DE 5 ANOS".
           05 FILLER PIC X(03) VALUE "ANE".
           05 FILLER PIC X(08) VALUE "PROG223".
           05 FILLER PIC X(10) VALUE "CAIXA".
           05 FILLER PIC X(30) VALUE "RECIBOS DIARIOS DO CAIXA".
           05 FILLER PIC 9(03) VALUE 60.
           05 FILLER PIC X(01) VALUE "E".
           05 FILLER PIC X(40)
               VALUE "CTN ART.173 - GUARDA FISCAL DE 5 ANOS".
           05 FILLER PIC X(03) VALUE "NE".
           05 FILLER PIC X(08) VALUE "PROG223".
           05 FILLER PIC X(10) VALUE "SPOOL".
           05 FILLER PIC X(30) VALUE "LISTAGENS GUARDADAS NO SPOOL".
           05 FILLER PIC 9(03) VALUE 1.
           05 FILLER PIC X(01) VALUE "E".
           05 FILLER PIC X(40)
               VALUE "LGPD ART.15 I - FINALIDADE ALCANCADA".
           05 FILLER PIC X(03) VALUE "E".
           05 FILLER PIC X(08) VALUE "PROG223".
       01  TABELA-POLITICA-R REDEFINES TABELA-POLITICA-PADRAO.
           05 PADRAO-ENTRADA OCCURS 12 TIMES.
              10 PADRAO-ARQUIVO     PIC X(10).
              10 PADRAO-DESCRICAO   PIC X(30).
              10 PADRAO-MESES       PIC 9(03).
              10 PADRAO-ACAO        PIC X(01).
              10 PADRAO-BASE-LEGAL  PIC X(40).
              10 PADRAO-ACOES-OK    PIC X(03).
              10 PADRAO-PROGRAMA    PIC X(08).
       01  QTDE-PADRAO          PIC 9(02) VALUE 12.
       01  PADRAO-SUB           PIC 9(02).
       01  PADRAO-ACHADO        PIC 9(02).

           COPY "ALTWRK.cob".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM INICIALIZA-CAMINHO-RETENCAO.
           PERFORM INICIALIZA-OPERADOR.
           PERFORM EXIBE-MENU.

       PROGRAM-DONE.
           STOP RUN.

      *    INICIALIZA-OPERADOR: A IDENTIDADE E O NIVEL VEM DA SESSAO
      *    AUTENTICADA PELO PROG20 (SESSAO.DAT); SEM SESSAO, SO A
      *    CONSULTA FICA LIBERADA.
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

       EXIBE-MENU.
           DISPLAY "===== POLITICA DE RETENCAO DE DADOS =====".
           DISPLAY "1 - INCLUIR OU ALTERAR REGRA".
           DISPLAY "2 - EXCLUIR REGRA".
           DISPLAY "3 - LISTAR A POLITICA".
           DISPLAY "4 - CARREGAR A POLITICA PADRAO".
           DISPLAY "5 - SAIR".
           DISPLAY "INFORME A OPCAO: ".
           ACCEPT OPCAO-MENU.

           EVALUATE OPCAO-MENU
               WHEN 1
                   PERFORM INCLUI-ALTERA-REGRA
                   PERFORM EXIBE-MENU
               WHEN 2
                   PERFORM EXCLUI-REGRA
                   PERFORM EXIBE-MENU
               WHEN 3
                   PERFORM LISTA-POLITICA
                   PERFORM EXIBE-MENU
               WHEN 4
                   PERFORM CARREGA-POLITICA-PADRAO
                   PERFORM EXIBE-MENU
               WHEN 5
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
                   PERFORM EXIBE-MENU
           END-EVALUATE.

      *    PEDE-ARQUIVO: SO VALEM OS ARQUIVOS DA POLITICA PADRAO -
      *    PARA OS OUTROS NAO HA ROTINA QUE APLIQUE A REGRA.
       PEDE-ARQUIVO.
           DISPLAY "ARQUIVO (CLIENTES, QUARENTENA, AUDITORIA, "
                   "FATURAS, ACESSLOG, SAC, ORDEMSERV,".
           DISPLAY "         FILAEMAIL, RESULTADOS, MOVESTOQUE, "
                   "CAIXA, SPOOL): ".
           ACCEPT ARQUIVO-INFORMADO.
           MOVE 0 TO PADRAO-ACHADO.
           MOVE 1 TO PADRAO-SUB.
           PERFORM PROCURA-PADRAO
               UNTIL PADRAO-SUB > QTDE-PADRAO OR PADRAO-ACHADO NOT = 0.
           IF PADRAO-ACHADO = 0
               DISPLAY "ARQUIVO SEM ROTINA DE RETENCAO: "
                       ARQUIVO-INFORMADO
           END-IF.

       PROCURA-PADRAO.
           IF PADRAO-ARQUIVO (PADRAO-SUB) = ARQUIVO-INFORMADO
               MOVE PADRAO-SUB TO PADRAO-ACHADO
           END-IF.
           ADD 1 TO PADRAO-SUB.

       VERIFICA-SUPERVISOR.
           IF TEM-SESSAO NOT = "S" OR NIVEL-OPERADOR < 3
               DISPLAY "MANUTENCAO DA POLITICA EXIGE SUPERVISOR "
                       "AUTENTICADO (NIVEL 3)."
           END-IF.

       ABRE-RETENCAO-GRAVACAO.
           OPEN I-O ARQUIVO-RETENCAO.
           IF RETENCAO-FILE-STATUS = "35"
               OPEN OUTPUT ARQUIVO-RETENCAO
               CLOSE ARQUIVO-RETENCAO
               OPEN I-O ARQUIVO-RETENCAO
           END-IF.

       INCLUI-ALTERA-REGRA.
           PERFORM VERIFICA-SUPERVISOR.
           IF TEM-SESSAO = "S" AND NIVEL-OPERADOR = 3
               PERFORM PEDE-ARQUIVO
               IF PADRAO-ACHADO NOT = 0
                   PERFORM ABRE-RETENCAO-GRAVACAO
                   MOVE ARQUIVO-INFORMADO TO RETENCAO-ARQUIVO
                   READ ARQUIVO-RETENCAO
                       INVALID KEY
                           MOVE "N" TO REGRA-EXISTE
                       NOT INVALID KEY
                           MOVE "S" TO REGRA-EXISTE
                   END-READ
                   IF REGRA-EXISTE = "N"
                       PERFORM PREPARA-REGRA-NOVA
                       DISPLAY "REGRA NOVA - SUGESTAO DA POLITICA "
                               "PADRAO:"
                   END-IF
                   PERFORM EXIBE-REGRA
                   PERFORM CAPTURA-REGRA
                   IF REGRA-VALIDA = "S"
                       PERFORM GRAVA-REGRA
                   END-IF
                   CLOSE ARQUIVO-RETENCAO
               END-IF
           END-IF.

      *    PREPARA-REGRA-NOVA: REGRA NOVA NASCE COM A SUGESTAO DA
      *    POLITICA PADRAO, QUE O SUPERVISOR CONFIRMA OU MUDA.
       PREPARA-REGRA-NOVA.
           MOVE SPACE TO RETENCAO-REGISTRO.
           MOVE ARQUIVO-INFORMADO TO RETENCAO-ARQUIVO.
           MOVE PADRAO-DESCRICAO (PADRAO-ACHADO)
               TO RETENCAO-DESCRICAO.
           MOVE PADRAO-MESES (PADRAO-ACHADO) TO RETENCAO-MESES.
           MOVE PADRAO-ACAO (PADRAO-ACHADO) TO RETENCAO-ACAO.
           MOVE PADRAO-BASE-LEGAL (PADRAO-ACHADO)
               TO RETENCAO-BASE-LEGAL.
           MOVE "S" TO RETENCAO-DADOS-PESSOAIS.
           MOVE PADRAO-PROGRAMA (PADRAO-ACHADO) TO RETENCAO-PROGRAMA.
           MOVE 0 TO RETENCAO-DATA-ALTERACAO.

       EXIBE-REGRA.
           DISPLAY "ARQUIVO......: " RETENCAO-ARQUIVO
                   " - " RETENCAO-DESCRICAO.
           DISPLAY "PRAZO........: " RETENCAO-MESES " MESES".
           DISPLAY "ACAO.........: " RETENCAO-ACAO
                   " (ACEITAS: " PADRAO-ACOES-OK (PADRAO-ACHADO) ")".
           DISPLAY "BASE LEGAL...: " RETENCAO-BASE-LEGAL.
           DISPLAY "DADO PESSOAL.: " RETENCAO-DADOS-PESSOAIS.
           DISPLAY "APLICADA POR.: " RETENCAO-PROGRAMA.

      *    CAPTURA-REGRA: ENTER (OU ZERO NO PRAZO) MANTEM O VALOR
      *    MOSTRADO. A ACAO TEM DE SER UMA DAS QUE A ROTINA DO
      *    ARQUIVO SABE APLICAR.
       CAPTURA-REGRA.
           MOVE "S" TO REGRA-VALIDA.
           MOVE RETENCAO-REGISTRO TO RETENCAO-ANTERIOR.
           DISPLAY "DESCRICAO (ENTER MANTEM): ".
           ACCEPT NOVA-DESCRICAO.
           DISPLAY "PRAZO EM MESES (0 MANTEM): ".
           ACCEPT NOVOS-MESES.
           DISPLAY "ACAO NO VENCIMENTO - A ARQUIVAR, N ANONIMIZAR, "
                   "E EXCLUIR (ENTER MANTEM): ".
           ACCEPT NOVA-ACAO.
           DISPLAY "BASE LEGAL (ENTER MANTEM): ".
           ACCEPT NOVA-BASE-LEGAL.
           DISPLAY "CONTEM DADO PESSOAL? (S/N, ENTER MANTEM): ".
           ACCEPT NOVOS-DADOS.
           IF NOVA-DESCRICAO NOT = SPACE
               MOVE NOVA-DESCRICAO TO RETENCAO-DESCRICAO
           END-IF.
           IF NOVOS-MESES NOT = 0
               MOVE NOVOS-MESES TO RETENCAO-MESES
           END-IF.
           IF NOVA-ACAO NOT = SPACE
               MOVE NOVA-ACAO TO RETENCAO-ACAO
           END-IF.
           IF NOVA-BASE-LEGAL NOT = SPACE
               MOVE NOVA-BASE-LEGAL TO RETENCAO-BASE-LEGAL
           END-IF.
           IF NOVOS-DADOS = "S" OR NOVOS-DADOS = "N"
               MOVE NOVOS-DADOS TO RETENCAO-DADOS-PESSOAIS
           END-IF.
           EVALUATE TRUE
               WHEN RETENCAO-MESES NOT NUMERIC
                       OR RETENCAO-MESES = 0
                   MOVE "N" TO REGRA-VALIDA
                   DISPLAY "PRAZO EM MESES OBRIGATORIO."
               WHEN NOT RETENCAO-ACAO-VALIDA
                   MOVE "N" TO REGRA-VALIDA
                   DISPLAY "ACAO INVALIDA: " RETENCAO-ACAO
               WHEN RETENCAO-ACAO NOT =
                       PADRAO-ACOES-OK (PADRAO-ACHADO) (1:1)
                   AND RETENCAO-ACAO NOT =
                       PADRAO-ACOES-OK (PADRAO-ACHADO) (2:1)
                   AND RETENCAO-ACAO NOT =
                       PADRAO-ACOES-OK (PADRAO-ACHADO) (3:1)
                   MOVE "N" TO REGRA-VALIDA
                   DISPLAY "ACAO " RETENCAO-ACAO " NAO SE APLICA A "
                           RETENCAO-ARQUIVO " (ACEITAS: "
                           PADRAO-ACOES-OK (PADRAO-ACHADO) ")."
               WHEN RETENCAO-BASE-LEGAL = SPACE
                   MOVE "N" TO REGRA-VALIDA
                   DISPLAY "BASE LEGAL OBRIGATORIA."
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF REGRA-VALIDA NOT = "S"
               DISPLAY "REGRA NAO GRAVADA."
           END-IF.

       GRAVA-REGRA.
           MOVE OPERADOR-ID TO RETENCAO-OPERADOR.
           MOVE DATA-HOJE TO RETENCAO-DATA-ALTERACAO.
           IF REGRA-EXISTE = "S"
               REWRITE RETENCAO-REGISTRO
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR A ALTERACAO."
                   NOT INVALID KEY
                       DISPLAY "REGRA ALTERADA."
                       MOVE "A" TO ALTERACAO-OPERACAO-WS
                       PERFORM REGISTRA-ALTERACAO-REGRA
               END-REWRITE
           ELSE
               WRITE RETENCAO-REGISTRO
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR A REGRA."
                   NOT INVALID KEY
                       DISPLAY "REGRA INCLUIDA."
                       MOVE SPACE TO RETENCAO-ANTERIOR
                       MOVE 0 TO ANTERIOR-MESES
                       MOVE "I" TO ALTERACAO-OPERACAO-WS
                       PERFORM REGISTRA-ALTERACAO-REGRA
               END-WRITE
           END-IF.

      *    EXCLUI-REGRA: SEM A LINHA, O ARQUIVADOR VOLTA AO PRAZO
      *    PADRAO DELE E O PROG223 DEIXA O ARQUIVO DE FORA.
       EXCLUI-REGRA.
           PERFORM VERIFICA-SUPERVISOR.
           IF TEM-SESSAO = "S" AND NIVEL-OPERADOR = 3
               DISPLAY "ARQUIVO DA REGRA A EXCLUIR: "
               ACCEPT ARQUIVO-INFORMADO
               OPEN I-O ARQUIVO-RETENCAO
               IF RETENCAO-FILE-STATUS = "35"
                   DISPLAY "RETENCAO.DAT NAO ENCONTRADO."
                   CLOSE ARQUIVO-RETENCAO
               ELSE
                   MOVE ARQUIVO-INFORMADO TO RETENCAO-ARQUIVO
                   READ ARQUIVO-RETENCAO
                       INVALID KEY
                           DISPLAY "REGRA NAO ENCONTRADA."
                       NOT INVALID KEY
                           PERFORM CONFIRMA-EXCLUSAO
                   END-READ
                   CLOSE ARQUIVO-RETENCAO
               END-IF
           END-IF.

       CONFIRMA-EXCLUSAO.
           MOVE RETENCAO-REGISTRO TO RETENCAO-ANTERIOR.
           DISPLAY "EXCLUIR A REGRA DE " RETENCAO-ARQUIVO " ("
                   RETENCAO-MESES " MESES, ACAO " RETENCAO-ACAO
                   ")? (S/N)".
           ACCEPT CONFIRMACAO.
           IF CONFIRMACAO = "S"
               DELETE ARQUIVO-RETENCAO RECORD
                   INVALID KEY
                       DISPLAY "ERRO AO EXCLUIR A REGRA."
                   NOT INVALID KEY
                       DISPLAY "REGRA EXCLUIDA."
                       PERFORM REGISTRA-EXCLUSAO-REGRA
               END-DELETE
           ELSE
               DISPLAY "EXCLUSAO CANCELADA."
           END-IF.

       LISTA-POLITICA.
           MOVE 0 TO TOTAL-LISTADOS.
           OPEN INPUT ARQUIVO-RETENCAO.
           IF RETENCAO-FILE-STATUS = "35"
                   OR RETENCAO-FILE-STATUS = "05"
               IF RETENCAO-FILE-STATUS = "05"
                   CLOSE ARQUIVO-RETENCAO
               END-IF
               DISPLAY "RETENCAO.DAT NAO ENCONTRADO. USE A OPCAO 4 "
                       "PARA CARREGAR A POLITICA PADRAO."
           ELSE
               DISPLAY "ARQUIVO    DESCRICAO                      "
                       "MESES ACAO DP PROGRAMA"
               DISPLAY "--------------------------------------------"
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LISTA-PROXIMA-REGRA
                   UNTIL FINAL-ARQUIVO = "S"
               CLOSE ARQUIVO-RETENCAO
               DISPLAY "--------------------------------------------"
               DISPLAY "REGRAS LISTADAS: " TOTAL-LISTADOS
           END-IF.

       LISTA-PROXIMA-REGRA.
           READ ARQUIVO-RETENCAO NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               ADD 1 TO TOTAL-LISTADOS
               DISPLAY RETENCAO-ARQUIVO " " RETENCAO-DESCRICAO " "
                       RETENCAO-MESES "   " RETENCAO-ACAO "    "
                       RETENCAO-DADOS-PESSOAIS "  " RETENCAO-PROGRAMA
               DISPLAY "           BASE LEGAL: " RETENCAO-BASE-LEGAL
               DISPLAY "           ALTERADA EM " RETENCAO-DATA-ALTERACAO
                       " POR " RETENCAO-OPERADOR
           END-IF.

      *    CARREGA-POLITICA-PADRAO: INCLUI SO AS LINHAS QUE FALTAM;
      *    REGRA JA AJUSTADA PELO SUPERVISOR NAO E SOBRESCRITA.
       CARREGA-POLITICA-PADRAO.
           PERFORM VERIFICA-SUPERVISOR.
           IF TEM-SESSAO = "S" AND NIVEL-OPERADOR = 3
               MOVE 0 TO TOTAL-INCLUIDOS
               MOVE 0 TO TOTAL-MANTIDOS
               PERFORM ABRE-RETENCAO-GRAVACAO
               MOVE 1 TO PADRAO-SUB
               PERFORM INCLUI-REGRA-PADRAO
                   UNTIL PADRAO-SUB > QTDE-PADRAO
               CLOSE ARQUIVO-RETENCAO
               DISPLAY "REGRAS INCLUIDAS.....: " TOTAL-INCLUIDOS
               DISPLAY "REGRAS JA EXISTENTES.: " TOTAL-MANTIDOS
           END-IF.

       INCLUI-REGRA-PADRAO.
           MOVE PADRAO-SUB TO PADRAO-ACHADO.
           MOVE PADRAO-ARQUIVO (PADRAO-SUB) TO ARQUIVO-INFORMADO.
           PERFORM PREPARA-REGRA-NOVA.
           MOVE OPERADOR-ID TO RETENCAO-OPERADOR.
           MOVE DATA-HOJE TO RETENCAO-DATA-ALTERACAO.
           MOVE SPACE TO RETENCAO-ANTERIOR.
           MOVE 0 TO ANTERIOR-MESES.
           WRITE RETENCAO-REGISTRO
               INVALID KEY
                   ADD 1 TO TOTAL-MANTIDOS
               NOT INVALID KEY
                   ADD 1 TO TOTAL-INCLUIDOS
                   DISPLAY "INCLUIDA: " RETENCAO-ARQUIVO " "
                           RETENCAO-MESES " MESES, ACAO "
                           RETENCAO-ACAO
                   MOVE "I" TO ALTERACAO-OPERACAO-WS
                   PERFORM REGISTRA-ALTERACAO-REGRA
           END-WRITE.
           ADD 1 TO PADRAO-SUB.

      *    REGISTRA-ALTERACAO-REGRA: PRAZO, ACAO, BASE LEGAL E
      *    INDICADOR DE DADO PESSOAL ANTES/DEPOIS NA TRILHA; SO O
      *    QUE MUDOU VIRA LINHA.
       REGISTRA-ALTERACAO-REGRA.
           PERFORM PREPARA-ALTERACAO-REGRA.
           MOVE "PRAZO-MESES" TO ALTERACAO-CAMPO-WS.
           MOVE ANTERIOR-MESES TO ALTERACAO-NUM-ANTERIOR-WS.
           MOVE RETENCAO-MESES TO ALTERACAO-NUM-NOVO-WS.
           PERFORM REGISTRA-ALTERACAO-VALOR.
           MOVE "ACAO" TO ALTERACAO-CAMPO-WS.
           MOVE ANTERIOR-ACAO TO ALTERACAO-ANTERIOR-WS.
           MOVE RETENCAO-ACAO TO ALTERACAO-NOVO-WS.
           PERFORM REGISTRA-ALTERACAO-TEXTO.
           MOVE "BASE-LEGAL" TO ALTERACAO-CAMPO-WS.
           MOVE ANTERIOR-BASE-LEGAL TO ALTERACAO-ANTERIOR-WS.
           MOVE RETENCAO-BASE-LEGAL TO ALTERACAO-NOVO-WS.
           PERFORM REGISTRA-ALTERACAO-TEXTO.
           MOVE "DADO-PESSOAL" TO ALTERACAO-CAMPO-WS.
           MOVE ANTERIOR-DADOS TO ALTERACAO-ANTERIOR-WS.
           MOVE RETENCAO-DADOS-PESSOAIS TO ALTERACAO-NOVO-WS.
           PERFORM REGISTRA-ALTERACAO-TEXTO.

       REGISTRA-EXCLUSAO-REGRA.
           PERFORM PREPARA-ALTERACAO-REGRA.
           MOVE "E" TO ALTERACAO-OPERACAO-WS.
           MOVE "PRAZO-MESES" TO ALTERACAO-CAMPO-WS.
           MOVE ANTERIOR-MESES TO ALTERACAO-NUM-ANTERIOR-WS.
           MOVE 0 TO ALTERACAO-NUM-NOVO-WS.
           PERFORM REGISTRA-ALTERACAO-VALOR.

       PREPARA-ALTERACAO-REGRA.
           MOVE "RETENCAO" TO ALTERACAO-ARQUIVO-WS.
           MOVE RETENCAO-ARQUIVO TO ALTERACAO-CHAVE-WS.
           MOVE "PROG222" TO ALTERACAO-PROGRAMA-WS.
           MOVE OPERADOR-ID TO ALTERACAO-OPERADOR-WS.

           COPY "RTCPROC.cob".
           COPY "ALTPROC.cob".
