      *    ALEM DO LIMITE (PROG20-FALHAS, PADRAO 3) BLOQUEIAM O
      *    OPERADOR ("B" EM OPERADORES.DAT) - SO UM SUPERVISOR
      *    REATIVA, PELO PROG80. O RELATORIO SEMANAL E O PROG148.
      *    EMPRESA DE TRABALHO: DEPOIS DA SENHA O OPERADOR ESCOLHE A
      *    EMPRESA (EMPRESA.DAT; ENTER = A PRINCIPAL, VARIAVEL
      *    EMPRESA), QUE VAI PARA A SESSAO E VIRA O PADRAO DAS
      *    DIGITACOES. NO MODO LEGADO FICA A PRINCIPAL.
      *    POLITICA DE SENHA: COM A SENHA CERTA, A ENTRADA EXIGE
      *    TROCA QUANDO A SENHA VENCEU (PROG20-VALIDADE-SENHA DIAS,
      *    PADRAO 90, EM 30/360) OU FOI DADA/REDEFINIDA PELO
      *    SUPERVISOR NO PROG80. A NOVA SENHA NAO PODE SER MENOR QUE
      *    PROG20-TAMANHO-SENHA (PADRAO 6), IGUAL AO ID DO OPERADOR,
      *    IGUAL A ATUAL NEM A UMA DAS ULTIMAS PROG20-HISTORICO-SENHA
      *    (PADRAO 5, ATE 10). TRES RECUSAS NEGAM O ACESSO; A TROCA
      *    DEIXA EVENTO "T" NO SEGLOG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           COPY "SESSEL.cob".
           COPY "SEGSEL.cob".
           COPY "MNUSEL.cob".
           COPY "EMPSEL.cob".
           COPY "RUNSEL.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "SESREG.cob".
           COPY "SEGREG.cob".
           COPY "MNUREG.cob".
           COPY "EMPREG.cob".
           COPY "RUNREG.cob".

       WORKING-STORAGE SECTION.

       01  LIMITE-FALHAS               PIC 9(02) VALUE 3.
       01  LIMITE-FALHAS-ENV           PIC X(02).
       01  EVENTO-SEGURANCA            PIC X(01).
       01  RUNLOG-FILE-STATUS          PIC XX.

      *    POLITICA DE SENHA.
       01  VALIDADE-SENHA              PIC 9(04) VALUE 90.
       01  VALIDADE-SENHA-ENV          PIC X(04).
       01  HISTORICO-SENHA             PIC 9(02) VALUE 5.
       01  HISTORICO-SENHA-ENV         PIC X(02).
       01  TAMANHO-MINIMO-SENHA        PIC 9(02) VALUE 6.
       01  TAMANHO-MINIMO-ENV          PIC X(02).
       01  SENHA-PRECISA-TROCAR        PIC X.
       01  SENHA-CONFERE               PIC X.
       01  NOVA-SENHA                  PIC X(10).
       01  CONFIRMA-SENHA              PIC X(10).
       01  SENHA-ACEITA                PIC X.
       01  TENTATIVAS-TROCA            PIC 9(01).
       01  TAMANHO-SENHA               PIC 9(02).
       01  HIST-SUB                    PIC 9(02).
       01  DATA-HOJE                   PIC 9(08).
       01  DATA-DIAS                   PIC 9(08).
       01  DATA-DIAS-R REDEFINES DATA-DIAS.
           05 DIAS-ANO                 PIC 9(04).
           05 DIAS-MES                 PIC 9(02).
           05 DIAS-DIA                 PIC 9(02).
       01  NUMERO-DIAS                 PIC 9(07).
       01  DIAS-HOJE                   PIC 9(07).

           COPY "AMBWRK.cob".
           COPY "EMPWRK.cob".
       01  EMPRESA-FILE-STATUS         PIC XX.
       01  EMPRESA-PATH                PIC X(100).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
               MOVE LIMITE-FALHAS-ENV TO LIMITE-FALHAS
           END-IF.

           MOVE SPACE TO VALIDADE-SENHA-ENV.
           ACCEPT VALIDADE-SENHA-ENV
               FROM ENVIRONMENT "PROG20-VALIDADE-SENHA".
           IF VALIDADE-SENHA-ENV IS NUMERIC
               MOVE VALIDADE-SENHA-ENV TO VALIDADE-SENHA
           END-IF.

           MOVE SPACE TO HISTORICO-SENHA-ENV.
           ACCEPT HISTORICO-SENHA-ENV
               FROM ENVIRONMENT "PROG20-HISTORICO-SENHA".
           IF HISTORICO-SENHA-ENV IS NUMERIC
               MOVE HISTORICO-SENHA-ENV TO HISTORICO-SENHA
           END-IF.
           IF HISTORICO-SENHA > 10
               MOVE 10 TO HISTORICO-SENHA
           END-IF.

           MOVE SPACE TO TAMANHO-MINIMO-ENV.
           ACCEPT TAMANHO-MINIMO-ENV
               FROM ENVIRONMENT "PROG20-TAMANHO-SENHA".
           IF TAMANHO-MINIMO-ENV IS NUMERIC
               MOVE TAMANHO-MINIMO-ENV TO TAMANHO-MINIMO-SENHA
           END-IF.
           IF TAMANHO-MINIMO-SENHA > 10
               MOVE 10 TO TAMANHO-MINIMO-SENHA
           END-IF.

           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           MOVE DATA-HOJE TO DATA-DIAS.
           PERFORM CONVERTE-EM-DIAS.
           MOVE NUMERO-DIAS TO DIAS-HOJE.

           MOVE "empresa.dat" TO EMPRESA-PATH.
           ACCEPT EMPRESA-PATH FROM ENVIRONMENT "EMPRESA_DAT".
           IF EMPRESA-PATH = SPACE
               MOVE "empresa.dat" TO EMPRESA-PATH
           END-IF.
           PERFORM OBTEM-EMPRESA-PRINCIPAL.
           MOVE EMPRESA-PRINCIPAL TO EMPRESA-ESCOLHIDA.

           MOVE "menu.dat" TO MENU-PATH.
           ACCEPT MENU-PATH FROM ENVIRONMENT "MENU_DAT".
           IF MENU-PATH = SPACE
                      OR TENTATIVAS >= 3
               CLOSE ARQUIVO-OPERADOR
               IF OPERADOR-AUTENTICADO
                   MOVE "N" TO EMPRESA-ESCOLHIDA-OK
                   PERFORM ESCOLHE-EMPRESA
                       UNTIL EMPRESA-ESCOLHIDA-OK = "S"
                   PERFORM GRAVA-SESSAO
               END-IF
           END-IF.
      *    AVALIA-TENTATIVA: SENHA BOA DE OPERADOR ATIVO ZERA O
      *    CONTADOR DE FALHAS E ENTRA; OPERADOR BLOQUEADO NAO ENTRA
      *    NEM COM A SENHA CERTA; SENHA MA SOBE O CONTADOR E, NO
      *    LIMITE, BLOQUEIA. TUDO VAI PARA O SEGLOG. SENHA VENCIDA
      *    OU REDEFINIDA SO ENTRA DEPOIS DA TROCA.
       AVALIA-TENTATIVA.
           MOVE "N" TO SENHA-PRECISA-TROCAR.
           MOVE "N" TO SENHA-CONFERE.
           IF OPERADOR-SENHA = SENHA-INFORMADA AND OPERADOR-ATIVO
               MOVE "S" TO SENHA-CONFERE
               PERFORM VERIFICA-VALIDADE-SENHA
               IF SENHA-PRECISA-TROCAR = "S"
                   PERFORM TROCA-SENHA-OBRIGATORIA
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN OPERADOR-BLOQUEADO
                   DISPLAY "OPERADOR BLOQUEADO. PROCURE O "
                           "SUPERVISOR (PROG80)."
                   MOVE "F" TO EVENTO-SEGURANCA
                   PERFORM GRAVA-SEGLOG
               WHEN SENHA-PRECISA-TROCAR = "S"
                   DISPLAY "SENHA NAO TROCADA. ACESSO NEGADO."
                   MOVE 3 TO TENTATIVAS
               WHEN SENHA-CONFERE = "S"
                   MOVE "S" TO AUTENTICADO
                   MOVE OPERADOR-CODIGO TO OPERADOR-SESSAO
                   MOVE OPERADOR-NIVEL TO NIVEL-SESSAO
                   PERFORM GRAVA-SEGLOG
           END-EVALUATE.

      *    VERIFICA-VALIDADE-SENHA: TROCA OBRIGATORIA MARCADA PELO
      *    SUPERVISOR, SENHA SEM DATA DE TROCA (REGISTRO ANTIGO) OU
      *    MAIS VELHA QUE A VALIDADE.
       VERIFICA-VALIDADE-SENHA.
           EVALUATE TRUE
               WHEN OPERADOR-DEVE-TROCAR
                   MOVE "S" TO SENHA-PRECISA-TROCAR
                   DISPLAY "SENHA PROVISORIA. TROQUE A SENHA PARA "
                           "ENTRAR."
               WHEN OPERADOR-DATA-SENHA IS NOT NUMERIC
                       OR OPERADOR-DATA-SENHA = ZERO
                   MOVE "S" TO SENHA-PRECISA-TROCAR
                   DISPLAY "SENHA SEM DATA DE TROCA. TROQUE A SENHA "
                           "PARA ENTRAR."
               WHEN OTHER
                   MOVE OPERADOR-DATA-SENHA TO DATA-DIAS
                   PERFORM CONVERTE-EM-DIAS
                   IF DIAS-HOJE - NUMERO-DIAS >= VALIDADE-SENHA
                       MOVE "S" TO SENHA-PRECISA-TROCAR
                       DISPLAY "SENHA VENCIDA (TROCADA EM "
                               OPERADOR-DATA-SENHA "). TROQUE A "
                               "SENHA PARA ENTRAR."
                   END-IF
           END-EVALUATE.

       CONVERTE-EM-DIAS.
           COMPUTE NUMERO-DIAS =
               DIAS-ANO * 360 + (DIAS-MES - 1) * 30 + DIAS-DIA.

      *    TROCA-SENHA-OBRIGATORIA: ATE 3 TENTATIVAS DE UMA SENHA
      *    NOVA QUE PASSE NA POLITICA. ACEITA, A ATUAL VAI PARA O
      *    TOPO DO HISTORICO E O REGISTRO E REGRAVADO JUNTO COM O
      *    ACESSO BOM.
       TROCA-SENHA-OBRIGATORIA.
           MOVE 0 TO TENTATIVAS-TROCA.
           MOVE "N" TO SENHA-ACEITA.
           PERFORM PEDE-NOVA-SENHA
               UNTIL SENHA-ACEITA = "S"
                  OR TENTATIVAS-TROCA >= 3.
           IF SENHA-ACEITA = "S"
               MOVE 10 TO HIST-SUB
               PERFORM EMPURRA-HISTORICO-SENHA
                   UNTIL HIST-SUB < 2
               MOVE OPERADOR-SENHA TO OPERADOR-SENHA-ANTERIOR (1)
               COMPUTE HIST-SUB = HISTORICO-SENHA + 1
               PERFORM LIMPA-HISTORICO-SENHA
                   UNTIL HIST-SUB > 10
               MOVE NOVA-SENHA TO OPERADOR-SENHA
               MOVE DATA-HOJE TO OPERADOR-DATA-SENHA
               MOVE "N" TO OPERADOR-TROCA-SENHA
               MOVE "N" TO SENHA-PRECISA-TROCAR
               MOVE "T" TO EVENTO-SEGURANCA
               PERFORM GRAVA-SEGLOG
               DISPLAY "SENHA TROCADA."
           END-IF.

       PEDE-NOVA-SENHA.
           ADD 1 TO TENTATIVAS-TROCA.
           MOVE SPACE TO NOVA-SENHA CONFIRMA-SENHA.
           DISPLAY "NOVA SENHA (MINIMO " TAMANHO-MINIMO-SENHA
                   " POSICOES): ".
           ACCEPT NOVA-SENHA.
           DISPLAY "CONFIRME A NOVA SENHA: ".
           ACCEPT CONFIRMA-SENHA.
           MOVE 10 TO TAMANHO-SENHA.
           PERFORM RECUA-TAMANHO-SENHA
               UNTIL TAMANHO-SENHA = 0
                  OR NOVA-SENHA (TAMANHO-SENHA:1) NOT = SPACE.
           MOVE "S" TO SENHA-ACEITA.
           EVALUATE TRUE
               WHEN NOVA-SENHA NOT = CONFIRMA-SENHA
                   DISPLAY "A CONFIRMACAO NAO CONFERE."
                   MOVE "N" TO SENHA-ACEITA
               WHEN TAMANHO-SENHA < TAMANHO-MINIMO-SENHA
                   DISPLAY "SENHA CURTA DEMAIS."
                   MOVE "N" TO SENHA-ACEITA
               WHEN NOVA-SENHA = OPERADOR-CODIGO
                   DISPLAY "A SENHA NAO PODE SER O ID DO OPERADOR."
                   MOVE "N" TO SENHA-ACEITA
               WHEN NOVA-SENHA = OPERADOR-SENHA
                   DISPLAY "A NOVA SENHA TEM DE SER DIFERENTE DA "
                           "ATUAL."
                   MOVE "N" TO SENHA-ACEITA
               WHEN OTHER
                   MOVE 1 TO HIST-SUB
                   PERFORM CONFERE-HISTORICO-SENHA
                       UNTIL HIST-SUB > HISTORICO-SENHA
                          OR SENHA-ACEITA = "N"
           END-EVALUATE.

       RECUA-TAMANHO-SENHA.
           SUBTRACT 1 FROM TAMANHO-SENHA.

       CONFERE-HISTORICO-SENHA.
           IF OPERADOR-SENHA-ANTERIOR (HIST-SUB) = NOVA-SENHA
               DISPLAY "SENHA JA USADA RECENTEMENTE. ESCOLHA OUTRA."
               MOVE "N" TO SENHA-ACEITA
           END-IF.
           ADD 1 TO HIST-SUB.

       EMPURRA-HISTORICO-SENHA.
           MOVE OPERADOR-SENHA-ANTERIOR (HIST-SUB - 1)
               TO OPERADOR-SENHA-ANTERIOR (HIST-SUB).
           SUBTRACT 1 FROM HIST-SUB.

       LIMPA-HISTORICO-SENHA.
           MOVE SPACE TO OPERADOR-SENHA-ANTERIOR (HIST-SUB).
           ADD 1 TO HIST-SUB.

      *    REGISTRA-FALHA-SEM-CADASTRO: A TENTATIVA CONTRA UM ID QUE
      *    NEM EXISTE TAMBEM DEIXA RASTRO - E EXATAMENTE A CARA DE
      *    UMA VARREDURA DE PALPITES.
           OPEN OUTPUT ARQUIVO-SESSAO.
           MOVE OPERADOR-SESSAO TO SESSAO-OPERADOR.
           MOVE NIVEL-SESSAO    TO SESSAO-NIVEL.
           MOVE EMPRESA-ESCOLHIDA TO SESSAO-EMPRESA.
           ACCEPT SESSAO-DATA FROM DATE YYYYMMDD.
           ACCEPT SESSAO-HORA FROM TIME.
           WRITE SESSAO-REGISTRO.
           END-IF.
           DISPLAY "===== MENU PRINCIPAL =====".
           DISPLAY "OPERADOR: " OPERADOR-SESSAO " NIVEL "
                   NIVEL-SESSAO " EMPRESA " EMPRESA-ESCOLHIDA.
           MOVE 1 TO CARDAPIO-SUB.
           PERFORM EXIBE-OPCAO-DISPONIVEL
               UNTIL CARDAPIO-SUB > QTDE-OPCOES-MENU.
               WHEN OTHER
                   MOVE CARDAPIO-PROGRAMA (OPCAO-ACHADA)
                       TO PROGRAMA-CHAMADO
                   PERFORM GRAVA-RUNLOG-CHAMADA
                   CALL PROGRAMA-CHAMADO
                       ON EXCEPTION
                           DISPLAY "PROGRAMA " PROGRAMA-CHAMADO
                   END-CALL
           END-EVALUATE.

      *    GRAVA-RUNLOG-CHAMADA: A OPCAO DESPACHADA, COM O OPERADOR
      *    DA SESSAO, NO LOG CENTRAL - O USO REAL DE CADA ACESSO.
       GRAVA-RUNLOG-CHAMADA.
           OPEN EXTEND ARQUIVO-RUNLOG.
           IF RUNLOG-FILE-STATUS = "35"
               CLOSE ARQUIVO-RUNLOG
               OPEN OUTPUT ARQUIVO-RUNLOG
           END-IF.
           MOVE PROGRAMA-CHAMADO TO RUNLOG-PROGRAMA.
           MOVE "M" TO RUNLOG-EVENTO.
           ACCEPT RUNLOG-DATA FROM DATE YYYYMMDD.
           ACCEPT RUNLOG-HORA FROM TIME.
           MOVE 0 TO RUNLOG-LIDOS.
           MOVE 0 TO RUNLOG-GRAVADOS.
           MOVE 0 TO RUNLOG-RETORNO.
           MOVE OPERADOR-SESSAO TO RUNLOG-OPERADOR.
           WRITE RUNLOG-REGISTRO.
           CLOSE ARQUIVO-RUNLOG.

       PROCURA-OPCAO.
           IF CARDAPIO-OPCAO (CARDAPIO-SUB) = OPCAO-MENU
               MOVE CARDAPIO-SUB TO OPCAO-ACHADA
           OPEN OUTPUT ARQUIVO-SESSAO.
           MOVE SPACE TO SESSAO-OPERADOR.
           MOVE 0 TO SESSAO-NIVEL.
           MOVE 0 TO SESSAO-EMPRESA.
           ACCEPT SESSAO-DATA FROM DATE YYYYMMDD.
           ACCEPT SESSAO-HORA FROM TIME.
           WRITE SESSAO-REGISTRO.
           END-IF.

           COPY "AMBPROC.cob".
           COPY "EMPPROC.cob".
