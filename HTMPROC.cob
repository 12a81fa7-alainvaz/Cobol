      *    ROTINAS DO HISTORICO DE TERMINAIS (HISTTERM.DAT). O
      *    ARQUIVO E ABERTO EM EXTEND E FECHADO A CADA MOVIMENTO,
      *    COMO NA TRILHA DE ALTERACOES. A TROCA USA TAMBEM A
      *    ATRIBUICAO (ATRSEL/ATRREG), O INVENTARIO (TERMSEL/
      *    TERMREG) E OS CONTRATOS DE ALUGUEL (CTRSEL/CTRREG), QUE O
      *    PROGRAMA DECLARA.
       INICIALIZA-CAMINHO-HISTTERM.
           MOVE "histterm.dat" TO HISTTERM-PATH.
           ACCEPT HISTTERM-PATH FROM ENVIRONMENT "HISTTERM_DAT".
           IF HISTTERM-PATH = SPACE
               MOVE "histterm.dat" TO HISTTERM-PATH
           END-IF.

       REGISTRA-MOVIMENTO-TERMINAL.
           PERFORM INICIALIZA-CAMINHO-HISTTERM.
           OPEN EXTEND ARQUIVO-HISTTERM.
           IF HISTTERM-FILE-STATUS = "35"
               CLOSE ARQUIVO-HISTTERM
               OPEN OUTPUT ARQUIVO-HISTTERM
           END-IF.
           MOVE HISTTERM-TERMINAL-WS TO HISTTERM-TERMINAL.
           ACCEPT HISTTERM-DATA FROM DATE YYYYMMDD.
           ACCEPT HISTTERM-HORA FROM TIME.
           MOVE HISTTERM-EVENTO-WS   TO HISTTERM-EVENTO.
           MOVE HISTTERM-CLIENTE-WS  TO HISTTERM-CLIENTE-CODIGO.
           MOVE HISTTERM-NOME-WS     TO HISTTERM-CLIENTE-NOME.
           MOVE HISTTERM-MOTIVO-WS   TO HISTTERM-MOTIVO.
           MOVE HISTTERM-OS-WS       TO HISTTERM-OS-NUMERO.
           MOVE HISTTERM-PAR-WS      TO HISTTERM-TERMINAL-PAR.
           MOVE HISTTERM-PROGRAMA-WS TO HISTTERM-PROGRAMA.
           MOVE HISTTERM-OPERADOR-WS TO HISTTERM-OPERADOR.
           WRITE HISTTERM-REGISTRO.
           CLOSE ARQUIVO-HISTTERM.

      *    EFETIVA-TROCA-TERMINAL: O CLIENTE DO TERMINAL ANTIGO
      *    PASSA PARA O NOVO NUMA TACADA SO - O NOVO TEM DE ESTAR NO
      *    INVENTARIO E LIVRE, E SE FOR DE OUTRA LOCALIDADE ELA NAO
      *    PODE TER ATINGIDO O LIMITE DE ATRIBUICOES
      *    (PROG16-CAPACIDADE, COMO NO PROG86). FICAM NO HISTORICO A
      *    SAIDA POR TROCA DO ANTIGO, A INSTALACAO DO NOVO E A
      *    DEVOLUCAO DO ANTIGO AO DEPOSITO. O CONTRATO DE ALUGUEL
      *    ATIVO ACOMPANHA O CLIENTE PARA O TERMINAL NOVO.
       EFETIVA-TROCA-TERMINAL.
           MOVE "N" TO TROCA-EFETIVADA.
           ACCEPT TROCA-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE 50 TO TROCA-CAPACIDADE.
           MOVE SPACE TO TROCA-CAPACIDADE-ENV.
           ACCEPT TROCA-CAPACIDADE-ENV
               FROM ENVIRONMENT "PROG16-CAPACIDADE".
           IF TROCA-CAPACIDADE-ENV IS NUMERIC
               MOVE TROCA-CAPACIDADE-ENV TO TROCA-CAPACIDADE
           END-IF.
           IF TROCA-TERMINAL-NOVO = TROCA-TERMINAL-ANTIGO
               DISPLAY "O TERMINAL NOVO E O MESMO QUE SAI."
           ELSE
               OPEN INPUT ARQUIVO-TERMINAL
               IF TERMINAL-FILE-STATUS NOT = "00"
                   DISPLAY "TERMINAIS.DAT NAO ENCONTRADO."
               ELSE
                   PERFORM LE-TERMINAIS-DA-TROCA
                   IF TROCA-LOCALIDADE-NOVA NOT = SPACE
                       PERFORM CONFERE-ATRIBUICOES-DA-TROCA
                   END-IF
               END-IF
               CLOSE ARQUIVO-TERMINAL
           END-IF.

       LE-TERMINAIS-DA-TROCA.
           MOVE SPACE TO TROCA-LOCALIDADE-ANTIGA.
           MOVE SPACE TO TROCA-LOCALIDADE-NOVA.
           MOVE TROCA-TERMINAL-ANTIGO TO TERMINAL-CHAVE.
           READ ARQUIVO-TERMINAL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE TERMINAL-LOCALIDADE TO TROCA-LOCALIDADE-ANTIGA
           END-READ.
           MOVE TROCA-TERMINAL-NOVO TO TERMINAL-CHAVE.
           READ ARQUIVO-TERMINAL
               INVALID KEY
                   DISPLAY "TERMINAL NOVO " TROCA-TERMINAL-NOVO
                           " NAO ESTA NO INVENTARIO (TERMINAIS.DAT)."
               NOT INVALID KEY
                   MOVE TERMINAL-LOCALIDADE TO TROCA-LOCALIDADE-NOVA
                   IF TROCA-LOCALIDADE-NOVA = SPACE
                       MOVE "????" TO TROCA-LOCALIDADE-NOVA
                   END-IF
           END-READ.

      *    CONFERE-ATRIBUICOES-DA-TROCA: O ANTIGO PRECISA TER
      *    CLIENTE E O NOVO NAO PODE TER; SO ENTAO CONTA A
      *    LOCALIDADE E GRAVA.
       CONFERE-ATRIBUICOES-DA-TROCA.
           OPEN I-O ARQUIVO-ATRIBUICAO.
           IF ATRIBUICAO-FILE-STATUS NOT = "00"
               DISPLAY "NENHUMA ATRIBUICAO REGISTRADA AINDA."
           ELSE
               MOVE TROCA-TERMINAL-NOVO TO ATRIB-TERMINAL-CHAVE
               READ ARQUIVO-ATRIBUICAO
                   INVALID KEY
                       PERFORM CONFERE-CLIENTE-DA-TROCA
                   NOT INVALID KEY
                       DISPLAY "TERMINAL NOVO JA ESTA COM O CLIENTE "
                               ATRIB-CLIENTE-CODIGO " - "
                               ATRIB-CLIENTE-NOME "."
               END-READ
           END-IF.
           CLOSE ARQUIVO-ATRIBUICAO.

       CONFERE-CLIENTE-DA-TROCA.
           MOVE TROCA-TERMINAL-ANTIGO TO ATRIB-TERMINAL-CHAVE.
           READ ARQUIVO-ATRIBUICAO
               INVALID KEY
                   DISPLAY "TERMINAL " TROCA-TERMINAL-ANTIGO
                           " SEM CLIENTE ATRIBUIDO - NADA A TROCAR."
               NOT INVALID KEY
                   MOVE ATRIB-CLIENTE-CODIGO TO TROCA-CLIENTE
                   MOVE ATRIB-CLIENTE-NOME TO TROCA-NOME
                   MOVE 0 TO TROCA-OCUPADOS
                   IF TROCA-LOCALIDADE-NOVA NOT =
                          TROCA-LOCALIDADE-ANTIGA
                       PERFORM CONTA-OCUPADOS-DA-TROCA
                   END-IF
                   IF TROCA-OCUPADOS >= TROCA-CAPACIDADE
                       DISPLAY "*** LOCALIDADE " TROCA-LOCALIDADE-NOVA
                               " ATINGIU O LIMITE DE "
                               TROCA-CAPACIDADE
                               " ATRIBUICOES. ***"
                   ELSE
                       PERFORM GRAVA-TROCA-TERMINAL
                   END-IF
           END-READ.

       CONTA-OCUPADOS-DA-TROCA.
           MOVE LOW-VALUES TO ATRIB-TERMINAL-CHAVE.
           START ARQUIVO-ATRIBUICAO
               KEY IS NOT LESS THAN ATRIB-TERMINAL-CHAVE
               INVALID KEY
                   CONTINUE
           END-START.
           MOVE "N" TO TROCA-FIM.
           PERFORM CONTA-PROXIMO-OCUPADO
               UNTIL TROCA-FIM = "S".

       CONTA-PROXIMO-OCUPADO.
           READ ARQUIVO-ATRIBUICAO NEXT RECORD
               AT END
                   MOVE "S" TO TROCA-FIM
           END-READ.
           IF TROCA-FIM NOT = "S"
               MOVE SPACE TO TROCA-LOCALIDADE-LIDA
               MOVE ATRIB-TERMINAL-CHAVE TO TERMINAL-CHAVE
               READ ARQUIVO-TERMINAL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TERMINAL-LOCALIDADE
                           TO TROCA-LOCALIDADE-LIDA
               END-READ
               IF TROCA-LOCALIDADE-LIDA = TROCA-LOCALIDADE-NOVA
                   ADD 1 TO TROCA-OCUPADOS
               END-IF
           END-IF.

      *    GRAVA-TROCA-TERMINAL: SE O NOVO NAO ENTRAR DEPOIS DE O
      *    ANTIGO SAIR, FICA NO HISTORICO A RETIRADA DO ANTIGO E O
      *    OPERADOR ATRIBUI DE NOVO PELO PROG86.
       GRAVA-TROCA-TERMINAL.
           MOVE TROCA-TERMINAL-ANTIGO TO ATRIB-TERMINAL-CHAVE.
           DELETE ARQUIVO-ATRIBUICAO
               INVALID KEY
                   DISPLAY "ERRO AO RETIRAR O TERMINAL "
                           TROCA-TERMINAL-ANTIGO "."
               NOT INVALID KEY
                   MOVE TROCA-TERMINAL-NOVO TO ATRIB-TERMINAL-CHAVE
                   MOVE TROCA-CLIENTE TO ATRIB-CLIENTE-CODIGO
                   MOVE TROCA-NOME TO ATRIB-CLIENTE-NOME
                   MOVE TROCA-DATA-HOJE TO ATRIB-DATA
                   WRITE ATRIBUICAO-REGISTRO
                       INVALID KEY
                           DISPLAY "ERRO AO ATRIBUIR O TERMINAL "
                                   TROCA-TERMINAL-NOVO " - O CLIENTE "
                                   "FICOU SEM TERMINAL. ATRIBUA PELO "
                                   "PROG86."
                           MOVE "R" TO HISTTERM-EVENTO-WS
                           MOVE TROCA-TERMINAL-ANTIGO
                               TO HISTTERM-TERMINAL-WS
                           MOVE SPACE TO HISTTERM-PAR-WS
                           PERFORM REGISTRA-MOVIMENTO-DA-TROCA
                       NOT INVALID KEY
                           MOVE "S" TO TROCA-EFETIVADA
                           PERFORM REGISTRA-EVENTOS-DA-TROCA
                           PERFORM TRANSFERE-CONTRATO-DA-TROCA
                           DISPLAY "CLIENTE " TROCA-CLIENTE
                                   " PASSOU DO TERMINAL "
                                   TROCA-TERMINAL-ANTIGO " PARA O "
                                   TROCA-TERMINAL-NOVO "."
                   END-WRITE
           END-DELETE.

       REGISTRA-EVENTOS-DA-TROCA.
           MOVE "T" TO HISTTERM-EVENTO-WS.
           MOVE TROCA-TERMINAL-ANTIGO TO HISTTERM-TERMINAL-WS.
           MOVE TROCA-TERMINAL-NOVO TO HISTTERM-PAR-WS.
           PERFORM REGISTRA-MOVIMENTO-DA-TROCA.
           MOVE "I" TO HISTTERM-EVENTO-WS.
           MOVE TROCA-TERMINAL-NOVO TO HISTTERM-TERMINAL-WS.
           MOVE TROCA-TERMINAL-ANTIGO TO HISTTERM-PAR-WS.
           PERFORM REGISTRA-MOVIMENTO-DA-TROCA.
           MOVE "D" TO HISTTERM-EVENTO-WS.
           MOVE TROCA-TERMINAL-ANTIGO TO HISTTERM-TERMINAL-WS.
           MOVE SPACE TO HISTTERM-PAR-WS.
           PERFORM REGISTRA-MOVIMENTO-DA-TROCA.

       REGISTRA-MOVIMENTO-DA-TROCA.
           MOVE TROCA-CLIENTE TO HISTTERM-CLIENTE-WS.
           MOVE TROCA-NOME TO HISTTERM-NOME-WS.
           PERFORM REGISTRA-MOVIMENTO-TERMINAL.

      *    TRANSFERE-CONTRATO-DA-TROCA: A CHAVE DO CONTRATO LEVA O
      *    TERMINAL, ENTAO O CONTRATO ATIVO E REGRAVADO NA CHAVE DO
      *    NOVO - SEM ISSO O PROG155 COBRARIA O SUBSTITUTO PELA
      *    TARIFA. CONTRATO ENCERRADO FICA ONDE ESTA.
       TRANSFERE-CONTRATO-DA-TROCA.
           OPEN I-O ARQUIVO-CONTRATO.
           IF CONTRATO-FILE-STATUS = "00"
               MOVE TROCA-CLIENTE TO CONTRATO-CLIENTE-CODIGO
               MOVE TROCA-TERMINAL-ANTIGO TO CONTRATO-TERMINAL
               READ ARQUIVO-CONTRATO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CONTRATO-ATIVO
                           PERFORM REGRAVA-CONTRATO-DA-TROCA
                       END-IF
               END-READ
           END-IF.
           CLOSE ARQUIVO-CONTRATO.

       REGRAVA-CONTRATO-DA-TROCA.
           MOVE CONTRATO-REGISTRO TO TROCA-CONTRATO-SALVO.
           DELETE ARQUIVO-CONTRATO
               INVALID KEY
                   DISPLAY "ERRO AO MUDAR O CONTRATO DE TERMINAL - "
                           "ACERTE PELO PROG174."
               NOT INVALID KEY
                   MOVE TROCA-CONTRATO-SALVO TO CONTRATO-REGISTRO
                   MOVE TROCA-TERMINAL-NOVO TO CONTRATO-TERMINAL
                   WRITE CONTRATO-REGISTRO
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR O CONTRATO NO "
                                   "TERMINAL NOVO - ACERTE PELO "
                                   "PROG174."
                       NOT INVALID KEY
                           DISPLAY "CONTRATO DE ALUGUEL PASSOU PARA O "
                                   "TERMINAL " TROCA-TERMINAL-NOVO "."
                   END-WRITE
           END-DELETE.
