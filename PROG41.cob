           COPY "ERLSEL.cob".
           COPY "TRVSEL.cob".
           COPY "JRNSEL.cob".
           COPY "EMPSEL.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "ERLREG.cob".
           COPY "TRVREG.cob".
           COPY "JRNREG.cob".
           COPY "EMPREG.cob".

       WORKING-STORAGE SECTION.

           COPY "ERRWRK.cob".
           COPY "TRVWRK.cob".
           COPY "JRNWRK.cob".
           COPY "EMPWRK.cob".

       01  FUNCIONARIO-FILE-STATUS      PIC XX.
       01  FUNCIONARIO-PATH             PIC X(100).
       01  LIMITE-PERCENTUAL-ENV        PIC X(03).
       01  PERCENTUAL-MUDANCA           PIC S9(05)V9(02).
       01  TIPO-SOLICITACAO             PIC X(01).
       01  TIPO-SAIDA                   PIC X(01).
       01  SESSAO-FILE-STATUS           PIC XX.
       01  NIVEL-OPERADOR               PIC 9(01) VALUE 0.
       01  TEM-SESSAO                   PIC X VALUE "N".
       01  EMPRESA-FILE-STATUS          PIC XX.
       01  EMPRESA-PATH                 PIC X(100).
       01  OPCAO-MENU           PIC 9.
       01  RESPOSTA             PIC X.
       01  CODIGO-PROCURADO     PIC 9(05).
               MOVE "departamentos.dat" TO DEPARTAMENTO-PATH
           END-IF.

           MOVE "empresa.dat" TO EMPRESA-PATH.
           ACCEPT EMPRESA-PATH FROM ENVIRONMENT "EMPRESA_DAT".
           IF EMPRESA-PATH = SPACE
               MOVE "empresa.dat" TO EMPRESA-PATH
           END-IF.

      *    INICIALIZA-OPERADOR: A IDENTIDADE VEM DA SESSAO
      *    AUTENTICADA PELO PROG20 (SESSAO.DAT); A VARIAVEL DE
      *    AMBIENTE SO VALE COMO RESERVA QUANDO NAO HA SESSAO.
           IF OPERADOR-ID = SPACE
               MOVE "DESCONHEC" TO OPERADOR-ID
           END-IF.
           PERFORM OBTEM-EMPRESA-PADRAO.

           MOVE 10 TO LIMITE-PERCENTUAL-SALARIO.
           ACCEPT LIMITE-PERCENTUAL-ENV FROM ENVIRONMENT
           DISPLAY "3 - EXCLUIR FUNCIONARIO".
           DISPLAY "4 - ALTERAR DADOS BANCARIOS".
           DISPLAY "5 - DEPENDENTES (PROG135)".
           DISPLAY "6 - BENEFICIOS (PROG169)".
           DISPLAY "7 - SAIR".
           DISPLAY "INFORME A OPCAO: ".
           ACCEPT OPCAO-MENU.

                   END-CALL
                   PERFORM EXIBE-MENU
               WHEN 6
                   CALL "PROG169"
                       ON EXCEPTION
                           DISPLAY "PROG169 NAO ENCONTRADO."
                   END-CALL
                   PERFORM EXIBE-MENU
               WHEN 7
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
               ACCEPT FUNCIONARIO-DATA-ADMISSAO FROM DATE YYYYMMDD
           END-IF.

      *    A EMPRESA EMPREGADORA E FIXADA NA ADMISSAO - A ALTERACAO
      *    NAO MEXE NELA.
           MOVE "N" TO EMPRESA-ESCOLHIDA-OK.
           PERFORM ESCOLHE-EMPRESA
               UNTIL EMPRESA-ESCOLHIDA-OK = "S".
           MOVE EMPRESA-ESCOLHIDA TO FUNCIONARIO-EMPRESA.

           MOVE "A" TO FUNCIONARIO-STATUS.
           MOVE 0   TO FUNCIONARIO-DATA-SAIDA.
           MOVE 0   TO FUNCIONARIO-BANCO.
               MOVE SPACE TO PENDENTE-AGENCIA
               MOVE SPACE TO PENDENTE-CONTA
           END-IF.
           IF TIPO-SOLICITACAO = "E"
               MOVE TIPO-SAIDA TO PENDENTE-TIPO-SAIDA
           ELSE
               MOVE SPACE TO PENDENTE-TIPO-SAIDA
           END-IF.
           MOVE ZERO TO PENDENTE-LOTE.
           MOVE ZERO TO PENDENTE-DATA-BASE.
           MOVE ZERO TO PENDENTE-PERCENTUAL.
           WRITE PENDENTE-REGISTRO.
           CLOSE ARQUIVO-PENDENTE.
           PERFORM GRAVA-AUDITORIA-SOLICITACAO.
           ACCEPT SALARIO-HIST-DATA FROM DATE YYYYMMDD.
           ACCEPT SALARIO-HIST-HORA FROM TIME.
           MOVE OPERADOR-ID TO SALARIO-HIST-OPERADOR.
           MOVE "I" TO SALARIO-HIST-ORIGEM.
           MOVE ZERO TO SALARIO-HIST-DATA-BASE.
           MOVE ZERO TO SALARIO-HIST-MESES-RETRO.
           MOVE ZERO TO SALARIO-HIST-RETROATIVO.
           WRITE SALARIO-HIST-REGISTRO.
           CLOSE ARQUIVO-SALARIO-HIST.

                       DISPLAY "CODIGO NAO ENCONTRADO. NENHUMA "
                               "EXCLUSAO FEITA."
                   NOT INVALID KEY
                       PERFORM PEDE-TIPO-SAIDA
                       PERFORM PEDE-TIPO-SAIDA
                           UNTIL TIPO-SAIDA = "S" OR TIPO-SAIDA = "J"
                              OR TIPO-SAIDA = "P" OR TIPO-SAIDA = "A"
                       DISPLAY "EXCLUSAO ENVIADA PARA APROVACAO DO "
                               "SUPERVISOR (PROG76)."
                       MOVE "E" TO TIPO-SOLICITACAO
               CLOSE ARQUIVO-FUNCIONARIO
           END-IF.

      *    PEDE-TIPO-SAIDA: O TIPO DO DESLIGAMENTO VIAJA COM A
      *    PENDENCIA ATE O CADASTRO - E ELE QUE DECIDE AVISO PREVIO,
      *    FERIAS E DECIMO PROPORCIONAIS NA RESCISAO (PROG166).
       PEDE-TIPO-SAIDA.
           DISPLAY "TIPO DE DESLIGAMENTO: S=SEM JUSTA CAUSA "
                   "J=JUSTA CAUSA P=PEDIDO DE DEMISSAO A=ACORDO".
           ACCEPT TIPO-SAIDA.
           IF TIPO-SAIDA NOT = "S" AND TIPO-SAIDA NOT = "J"
                   AND TIPO-SAIDA NOT = "P" AND TIPO-SAIDA NOT = "A"
               DISPLAY "TIPO INVALIDO. DIGITE S, J, P OU A."
           END-IF.

      *    ALTERA-DADOS-BANCARIOS: BANCO, AGENCIA E CONTA DO CREDITO
      *    DE SALARIO NUNCA MUDAM NA HORA - TODA MUDANCA VIRA
      *    PENDENCIA (TIPO "B") E SO SE EFETIVA COM APROVACAO DO
           COPY "TRVPROC.cob".

           COPY "AMBPROC.cob".

           COPY "EMPPROC.cob".
