      *    PERGUNTA PADRAO DE SEMPRE ("VOCE GOSTA DE CARNE?") E
      *    USADA. CADA RESPOSTA VIRA UM REGISTRO EM RESULTADOS.DAT
      *    COM O NUMERO DA PERGUNTA, A RESPOSTA E A IDADE INFORMADA
      *    NO FINAL. NA CAMPANHA DE POS-ATENDIMENTO DO SAC, A
      *    ENTREVISTA PARTE DO NUMERO DO CHAMADO FECHADO (O DO
      *    CONVITE) E O NUMERO VAI EM CADA RESPOSTA GRAVADA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           COPY "RESSEL.cob".
           COPY "CLISEL.cob".
           COPY "PSQSEL.cob".
           COPY "SACSEL.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "RESREG.cob".
           COPY "CLIREG.cob".
           COPY "PSQREG.cob".
           COPY "SACREG.cob".

       WORKING-STORAGE SECTION.

       01  DATA-ENTREVISTA     PIC 9(08).
       01  QTDE-ATIVAS         PIC 9(02).
       01  FINAL-PESQUISAS     PIC X.
       01  CAMPANHA-DO-SAC     PIC X VALUE "N".
           88 CAMPANHA-E-POS-SAC   VALUE "S".
       01  SAC-FILE-STATUS     PIC XX.
       01  SAC-PATH            PIC X(100).
       01  SAC-ENTREVISTA      PIC 9(07) VALUE 0.

       01  QTDE-PERGUNTAS       PIC 9(02) VALUE 0.
       01  TABELA-PERGUNTAS.
                           INTO PERGUNTA-PATH
                       DISPLAY "ENTREVISTA PELA CAMPANHA "
                               CAMPANHA-ESCOLHIDA "."
                       PERFORM VERIFICA-CAMPANHA-SAC
                   END-IF
               END-IF
           END-IF.
               END-IF
           END-IF.

       VERIFICA-CAMPANHA-SAC.
           MOVE "N" TO CAMPANHA-DO-SAC.
           OPEN INPUT ARQUIVO-PESQUISA.
           IF PESQUISA-FILE-STATUS = "00"
               MOVE CAMPANHA-ESCOLHIDA TO PESQUISA-CODIGO
               READ ARQUIVO-PESQUISA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PESQUISA-POS-SAC
                           MOVE "S" TO CAMPANHA-DO-SAC
                       END-IF
               END-READ
               CLOSE ARQUIVO-PESQUISA
           END-IF.

      *    IDENTIFICA-ENTREVISTADO: A IDENTIFICACAO E OPCIONAL (ZERO
      *    = ANONIMO); QUANDO INFORMADA, E VALIDADA CONTRA
      *    CLIENTES.DAT E O CODIGO ACOMPANHA CADA RESPOSTA GRAVADA,
      *    PARA A SEGMENTACAO DO RELATORIO DE PESQUISA (PROG84).
       IDENTIFICA-ENTREVISTADO.
           MOVE 0 TO CODIGO-ENTREVISTADO.
           MOVE 0 TO SAC-ENTREVISTA.
           IF CAMPANHA-E-POS-SAC
               PERFORM IDENTIFICA-CHAMADO-SAC
           END-IF.
           IF SAC-ENTREVISTA = 0
               PERFORM IDENTIFICA-CLIENTE-ENTREVISTADO
           END-IF.

      *    IDENTIFICA-CHAMADO-SAC: O CHAMADO TEM DE EXISTIR E ESTAR
      *    FECHADO; O CLIENTE ENTREVISTADO E O DO CHAMADO. NUMERO
      *    ZERO (OU NAO ACEITO) SEGUE A IDENTIFICACAO COMUM.
       IDENTIFICA-CHAMADO-SAC.
           DISPLAY "NUMERO DO CHAMADO DO SAC (0 = NENHUM): ".
           ACCEPT SAC-ENTREVISTA.
           IF SAC-ENTREVISTA NOT = 0
               MOVE "sac.dat" TO SAC-PATH
               ACCEPT SAC-PATH FROM ENVIRONMENT "SAC_DAT"
               IF SAC-PATH = SPACE
                   MOVE "sac.dat" TO SAC-PATH
               END-IF
               OPEN INPUT ARQUIVO-SAC
               IF SAC-FILE-STATUS = "35"
                   DISPLAY "SAC.DAT NAO ENCONTRADO."
                   MOVE 0 TO SAC-ENTREVISTA
               ELSE
                   MOVE SAC-ENTREVISTA TO SAC-NUMERO
                   READ ARQUIVO-SAC
                       INVALID KEY
                           DISPLAY "CHAMADO NAO ENCONTRADO."
                           MOVE 0 TO SAC-ENTREVISTA
                       NOT INVALID KEY
                           IF SAC-FECHADO
                               MOVE SAC-CLIENTE-CODIGO
                                   TO CODIGO-ENTREVISTADO
                               DISPLAY "CHAMADO " SAC-NUMERO
                                       " CLIENTE " SAC-CLIENTE-CODIGO
                           ELSE
                               DISPLAY "CHAMADO AINDA NAO FECHADO."
                               MOVE 0 TO SAC-ENTREVISTA
                           END-IF
                   END-READ
                   CLOSE ARQUIVO-SAC
               END-IF
           END-IF.

       IDENTIFICA-CLIENTE-ENTREVISTADO.
           DISPLAY "CODIGO DO CLIENTE ENTREVISTADO (0 = ANONIMO): ".
           ACCEPT CODIGO-ENTREVISTADO.
           IF CODIGO-ENTREVISTADO NOT = 0
           ACCEPT RESULTADO-HORA FROM TIME.
           MOVE CODIGO-ENTREVISTADO TO RESULTADO-CLIENTE-CODIGO.
           MOVE CAMPANHA-ESCOLHIDA TO RESULTADO-CAMPANHA.
           MOVE SAC-ENTREVISTA TO RESULTADO-SAC-NUMERO.
           WRITE RESULTADO-REGISTRO.
           ADD 1 TO RESPOSTA-SUB.

