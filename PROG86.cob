      *    DE ATRIBUICOES POR LOCALIDADE (PROG16-CAPACIDADE, A MESMA
      *    CAPACIDADE CONTADA PELO CONTA-TERMINAIS-LOCALIDADE DO
      *    PROG16). TAMBEM DESFAZ ATRIBUICOES E LISTA AS ATUAIS.
      *    CADA MOVIMENTO FICA NO HISTORICO DO TERMINAL
      *    (HISTTERM.DAT, HTMPROC) COM DATA, CLIENTE, MOTIVO, ORDEM
      *    DE SERVICO E O OPERADOR DA SESSAO: A ATRIBUICAO E A
      *    INSTALACAO; O DESFAZIMENTO E A RETIRADA (E A DEVOLUCAO AO
      *    DEPOSITO, QUANDO O TERMINAL VOLTA); A TROCA (OPCAO 4)
      *    PASSA O CLIENTE DO TERMINAL COM DEFEITO PARA O SUBSTITUTO
      *    NUMA TACADA SO, LEVANDO JUNTO O CONTRATO DE ALUGUEL ATIVO
      *    (CONTRATOS.DAT). A OPCAO 5 CONTA A VIDA DE UM TERMINAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           COPY "TERMSEL.cob".
           COPY "CLISEL.cob".
           COPY "ATRSEL.cob".
           COPY "CTRSEL.cob".
           COPY "SESSEL.cob".
           COPY "HTMSEL.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "TERMREG.cob".
           COPY "CLIREG.cob".
           COPY "ATRREG.cob".
           COPY "CTRREG.cob".
           COPY "SESREG.cob".
           COPY "HTMREG.cob".

       WORKING-STORAGE SECTION.

       01  TERMINAL-FILE-STATUS   PIC XX.
       01  CLIENTE-FILE-STATUS    PIC XX.
       01  CLIENTE-PATH           PIC X(100).
       01  CONTRATO-FILE-STATUS   PIC XX.
       01  CONTRATO-PATH          PIC X(100).
       01  ATRIBUICAO-FILE-STATUS PIC XX.
       01  OPCAO-MENU             PIC 9.
       01  FINAL-ARQUIVO          PIC X.
       01  ATRIBUICOES-LOCALIDADE    PIC 9(03) VALUE 0.
       01  LOCALIDADE-DA-ATRIB       PIC X(04).

       01  SESSAO-FILE-STATUS        PIC XX.
       01  OPERADOR-ID               PIC X(10).
       01  VOLTOU-AO-DEPOSITO        PIC X.
       01  DESCRICAO-EVENTO          PIC X(10).
       01  TOTAL-MOVIMENTOS          PIC 9(05) VALUE 0.

           COPY "HTMWRK.cob".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM INICIALIZA-CAMINHOS.
           PERFORM INICIALIZA-OPERADOR.
           PERFORM EXIBE-MENU.

       PROGRAM-DONE.
               MOVE "clientes.dat" TO CLIENTE-PATH
           END-IF.

           MOVE "contratos.dat" TO CONTRATO-PATH.
           ACCEPT CONTRATO-PATH FROM ENVIRONMENT "CONTRATO_DAT".
           IF CONTRATO-PATH = SPACE
               MOVE "contratos.dat" TO CONTRATO-PATH
           END-IF.

           MOVE 50 TO CAPACIDADE-LOCALIDADE.
           ACCEPT CAPACIDADE-LOCALIDADE-ENV
               FROM ENVIRONMENT "PROG16-CAPACIDADE".
                   TO CAPACIDADE-LOCALIDADE
           END-IF.

      *    INICIALIZA-OPERADOR: A IDENTIDADE VEM DA SESSAO
      *    AUTENTICADA PELO PROG20 (SESSAO.DAT); A VARIAVEL DE
      *    AMBIENTE SO VALE COMO RESERVA QUANDO NAO HA SESSAO.
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
           MOVE "PROG86" TO HISTTERM-PROGRAMA-WS.
           MOVE OPERADOR-ID TO HISTTERM-OPERADOR-WS.

       EXIBE-MENU.
           DISPLAY "===== ATRIBUICAO DE TERMINAIS =====".
           DISPLAY "1 - ATRIBUIR TERMINAL A CLIENTE".
           DISPLAY "2 - DESFAZER ATRIBUICAO".
           DISPLAY "3 - LISTAR ATRIBUICOES".
           DISPLAY "4 - TROCAR TERMINAL DO CLIENTE".
           DISPLAY "5 - HISTORICO DO TERMINAL".
           DISPLAY "6 - SAIR".
           DISPLAY "INFORME A OPCAO: ".
           ACCEPT OPCAO-MENU.

                   PERFORM LISTA-ATRIBUICOES
                   PERFORM EXIBE-MENU
               WHEN 4
                   PERFORM TROCA-TERMINAL
                   PERFORM EXIBE-MENU
               WHEN 5
                   PERFORM CONSULTA-HISTORICO-TERMINAL
                   PERFORM EXIBE-MENU
               WHEN 6
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
                                   "A OUTRO CLIENTE."
                       NOT INVALID KEY
                           DISPLAY "TERMINAL ATRIBUIDO."
                           PERFORM REGISTRA-INSTALACAO
                   END-WRITE
           END-EVALUATE.

               END-IF
           END-IF.

      *    REGISTRA-INSTALACAO: A ATRIBUICAO FEITA AQUI E A
      *    INSTALACAO DO TERMINAL NO CLIENTE.
       REGISTRA-INSTALACAO.
           MOVE "I" TO HISTTERM-EVENTO-WS.
           MOVE CHAVE-INFORMADA TO HISTTERM-TERMINAL-WS.
           MOVE CODIGO-INFORMADO TO HISTTERM-CLIENTE-WS.
           MOVE NOME-CLIENTE-ATRIB TO HISTTERM-NOME-WS.
           MOVE "INSTALACAO NO CLIENTE" TO HISTTERM-MOTIVO-WS.
           MOVE 0 TO HISTTERM-OS-WS.
           MOVE SPACE TO HISTTERM-PAR-WS.
           PERFORM REGISTRA-MOVIMENTO-TERMINAL.

      *    DESFAZ-ATRIBUICAO: A ATRIBUICAO SAI DA ATRIBTERM.DAT MAS
      *    FICA NO HISTORICO COMO RETIRADA, COM O MOTIVO E A ORDEM
      *    DE SERVICO; SE O TERMINAL JA VOLTOU, TAMBEM A DEVOLUCAO.
       DESFAZ-ATRIBUICAO.
           DISPLAY "INFORME A CHAVE DO TERMINAL: ".
           ACCEPT CHAVE-INFORMADA.
                   INVALID KEY
                       DISPLAY "TERMINAL SEM ATRIBUICAO."
                   NOT INVALID KEY
                       PERFORM INFORMA-RETIRADA
                       DELETE ARQUIVO-ATRIBUICAO
                           INVALID KEY
                               DISPLAY "ERRO AO DESFAZER."
                           NOT INVALID KEY
                               DISPLAY "ATRIBUICAO DESFEITA."
                               PERFORM REGISTRA-RETIRADA
                       END-DELETE
               END-READ
               CLOSE ARQUIVO-ATRIBUICAO
           END-IF.

       INFORMA-RETIRADA.
           MOVE CHAVE-INFORMADA TO HISTTERM-TERMINAL-WS.
           MOVE ATRIB-CLIENTE-CODIGO TO HISTTERM-CLIENTE-WS.
           MOVE ATRIB-CLIENTE-NOME TO HISTTERM-NOME-WS.
           MOVE SPACE TO HISTTERM-PAR-WS.
           DISPLAY "MOTIVO DA RETIRADA: ".
           ACCEPT HISTTERM-MOTIVO-WS.
           DISPLAY "ORDEM DE SERVICO (0 = NENHUMA): ".
           ACCEPT HISTTERM-OS-WS.
           DISPLAY "O TERMINAL JA VOLTOU AO DEPOSITO (S/N)? ".
           ACCEPT VOLTOU-AO-DEPOSITO.

       REGISTRA-RETIRADA.
           MOVE "R" TO HISTTERM-EVENTO-WS.
           PERFORM REGISTRA-MOVIMENTO-TERMINAL.
           IF VOLTOU-AO-DEPOSITO = "S" OR VOLTOU-AO-DEPOSITO = "s"
               MOVE "D" TO HISTTERM-EVENTO-WS
               PERFORM REGISTRA-MOVIMENTO-TERMINAL
           END-IF.

      *    TROCA-TERMINAL: TERMINAL COM DEFEITO SAI, O SUBSTITUTO
      *    ENTRA PARA O MESMO CLIENTE (EFETIVA-TROCA-TERMINAL, NO
      *    HTMPROC - O PROG154 FAZ A MESMA TROCA NO FECHAMENTO DA
      *    ORDEM).
       TROCA-TERMINAL.
           DISPLAY "CHAVE DO TERMINAL QUE SAI: ".
           ACCEPT TROCA-TERMINAL-ANTIGO.
           DISPLAY "CHAVE DO TERMINAL SUBSTITUTO: ".
           ACCEPT TROCA-TERMINAL-NOVO.
           DISPLAY "MOTIVO DA TROCA: ".
           ACCEPT HISTTERM-MOTIVO-WS.
           DISPLAY "ORDEM DE SERVICO (0 = NENHUMA): ".
           ACCEPT HISTTERM-OS-WS.
           PERFORM EFETIVA-TROCA-TERMINAL.
           IF TROCA-EFETIVADA NOT = "S"
               DISPLAY "TROCA NAO EFETIVADA."
           END-IF.

      *    CONSULTA-HISTORICO-TERMINAL: O CLIENTE DE HOJE E, EM
      *    ORDEM, TODOS OS MOVIMENTOS DO TERMINAL.
       CONSULTA-HISTORICO-TERMINAL.
           DISPLAY "INFORME A CHAVE DO TERMINAL: ".
           ACCEPT CHAVE-INFORMADA.
           DISPLAY "HISTORICO DO TERMINAL " CHAVE-INFORMADA.
           DISPLAY "--------------------------------------------".
           OPEN INPUT ARQUIVO-ATRIBUICAO.
           IF ATRIBUICAO-FILE-STATUS = "00"
               MOVE CHAVE-INFORMADA TO ATRIB-TERMINAL-CHAVE
               READ ARQUIVO-ATRIBUICAO
                   INVALID KEY
                       DISPLAY "HOJE: NO DEPOSITO, SEM CLIENTE."
                   NOT INVALID KEY
                       DISPLAY "HOJE: CLIENTE " ATRIB-CLIENTE-CODIGO
                               " " ATRIB-CLIENTE-NOME " DESDE "
                               ATRIB-DATA
               END-READ
           END-IF.
           CLOSE ARQUIVO-ATRIBUICAO.
           MOVE 0 TO TOTAL-MOVIMENTOS.
           PERFORM INICIALIZA-CAMINHO-HISTTERM.
           OPEN INPUT ARQUIVO-HISTTERM.
           IF HISTTERM-FILE-STATUS = "00"
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM MOSTRA-PROXIMO-MOVIMENTO
                   UNTIL FINAL-ARQUIVO = "S"
           END-IF.
           CLOSE ARQUIVO-HISTTERM.
           DISPLAY "--------------------------------------------".
           DISPLAY "MOVIMENTOS: " TOTAL-MOVIMENTOS.

       MOSTRA-PROXIMO-MOVIMENTO.
           READ ARQUIVO-HISTTERM
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               IF HISTTERM-TERMINAL = CHAVE-INFORMADA
                   PERFORM MOSTRA-MOVIMENTO
               END-IF
           END-IF.

       MOSTRA-MOVIMENTO.
           ADD 1 TO TOTAL-MOVIMENTOS.
           EVALUATE TRUE
               WHEN HISTTERM-INSTALACAO
                   MOVE "INSTALACAO" TO DESCRICAO-EVENTO
               WHEN HISTTERM-RETIRADA
                   MOVE "RETIRADA" TO DESCRICAO-EVENTO
               WHEN HISTTERM-TROCA
                   MOVE "TROCA" TO DESCRICAO-EVENTO
               WHEN HISTTERM-DEVOLUCAO
                   MOVE "DEVOLUCAO" TO DESCRICAO-EVENTO
               WHEN OTHER
                   MOVE HISTTERM-EVENTO TO DESCRICAO-EVENTO
           END-EVALUATE.
           DISPLAY HISTTERM-DATA " " DESCRICAO-EVENTO " CLIENTE "
                   HISTTERM-CLIENTE-CODIGO " " HISTTERM-CLIENTE-NOME
                   " POR " HISTTERM-OPERADOR.
           DISPLAY "         MOTIVO: " HISTTERM-MOTIVO.
           IF HISTTERM-OS-NUMERO IS NUMERIC
                   AND HISTTERM-OS-NUMERO NOT = 0
               DISPLAY "         ORDEM DE SERVICO " HISTTERM-OS-NUMERO
           END-IF.
           IF HISTTERM-TERMINAL-PAR NOT = SPACE
               IF HISTTERM-TROCA
                   DISPLAY "         SUBSTITUIDO PELO TERMINAL "
                           HISTTERM-TERMINAL-PAR
               ELSE
                   DISPLAY "         NO LUGAR DO TERMINAL "
                           HISTTERM-TERMINAL-PAR
               END-IF
           END-IF.

       LISTA-ATRIBUICOES.
           MOVE 0 TO TOTAL-LISTADOS.
           OPEN INPUT ARQUIVO-ATRIBUICAO.
                       " -> CLIENTE " ATRIB-CLIENTE-CODIGO " "
                       ATRIB-CLIENTE-NOME " DESDE " ATRIB-DATA
           END-IF.

           COPY "HTMPROC.cob".
