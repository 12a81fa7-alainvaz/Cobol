       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG188.
      *    APROVACAO DAS PROPOSTAS DE LIMITE DE CREDITO (QUATRO
      *    OLHOS): LISTA AS PROPOSTAS DE AUMENTO E CORTE AGUARDANDO EM
      *    PROPLIM.DAT (GERADAS PELA NOTA TRIMESTRAL DO PROG187) COM OS
      *    NUMEROS QUE LEVARAM A ELAS, E O SUPERVISOR (SESSAO-NIVEL 3)
      *    APLICA OU RECUSA CADA UMA, NO MESMO FLUXO DE DECISAO DO
      *    PROG114. A APLICACAO GRAVA O LIMITE PROPOSTO EM
      *    CREDITO-LIMITE - SE O LIMITE MUDOU DEPOIS DA NOTA (PROG69),
      *    A PROPOSTA NAO E APLICADA E FICA AGUARDANDO. A DECISAO FICA
      *    NA PROPRIA PROPOSTA (QUEM DECIDIU E QUANDO) E GERA LINHA DE
      *    AUDITORIA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "LMPSEL.cob".
           COPY "CRDSEL.cob".
           COPY "AUDSEL.cob".
           COPY "SESSEL.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "LMPREG.cob".
           COPY "CRDREG.cob".
           COPY "AUDREG.cob".
           COPY "SESREG.cob".

       WORKING-STORAGE SECTION.

           COPY "AMBWRK.cob".

       01  PROPLIM-FILE-STATUS     PIC XX.
       01  PROPLIM-PATH            PIC X(100).
       01  CREDITO-FILE-STATUS     PIC XX.
       01  CREDITO-PATH            PIC X(100).
       01  AUDITORIA-FILE-STATUS   PIC XX.
       01  SESSAO-FILE-STATUS      PIC XX.
       01  OPERADOR-ID             PIC X(10).
       01  NIVEL-OPERADOR          PIC 9(01) VALUE 0.
       01  TEM-SESSAO              PIC X VALUE "N".
       01  FINAL-ARQUIVO           PIC X.
       01  DECISAO                 PIC X.
       01  APLICACAO-FALHOU        PIC X.
       01  DATA-HOJE               PIC 9(08).

       01  TOTAL-APLICADAS         PIC 9(05) VALUE 0.
       01  TOTAL-RECUSADAS         PIC 9(05) VALUE 0.
       01  VALOR-EDITADO           PIC $$,$$$,$$$,$$9.99.
       01  VALOR-EDITADO-2         PIC $$,$$$,$$$,$$9.99.
       01  MEDIA-EDITADA           PIC -ZZZZ9.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM INICIALIZA-AMBIENTE.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM INICIALIZA-CAMINHOS.
           PERFORM INICIALIZA-OPERADOR.

           IF TEM-SESSAO = "S" AND NIVEL-OPERADOR < 3
               DISPLAY "APROVACAO DE LIMITE DE CREDITO E RESTRITA A "
                       "SUPERVISORES (NIVEL 3)."
               GO TO PROGRAM-DONE
           END-IF.

           OPEN I-O ARQUIVO-PROPLIM.
           IF PROPLIM-FILE-STATUS = "35"
               DISPLAY "PROPLIM.DAT NAO ENCONTRADO. NADA "
                       "AGUARDANDO APROVACAO."
           ELSE
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM REVISA-PROXIMA-PROPOSTA
                   UNTIL FINAL-ARQUIVO = "S"
               CLOSE ARQUIVO-PROPLIM
               DISPLAY "----------------------------------------------"
               DISPLAY "PROPOSTAS APLICADAS: " TOTAL-APLICADAS
               DISPLAY "PROPOSTAS RECUSADAS: " TOTAL-RECUSADAS
           END-IF.

       PROGRAM-DONE.
           STOP RUN.

       INICIALIZA-CAMINHOS.
           MOVE "proplim.dat" TO PROPLIM-PATH.
           ACCEPT PROPLIM-PATH FROM ENVIRONMENT "PROPLIM_DAT".
           IF PROPLIM-PATH = SPACE
               MOVE "proplim.dat" TO PROPLIM-PATH
           END-IF.

           MOVE "credito.dat" TO CREDITO-PATH.
           ACCEPT CREDITO-PATH FROM ENVIRONMENT "CREDITO_DAT".
           IF CREDITO-PATH = SPACE
               MOVE "credito.dat" TO CREDITO-PATH
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

       REVISA-PROXIMA-PROPOSTA.
           READ ARQUIVO-PROPLIM
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               IF PROPLIM-AGUARDANDO
                   PERFORM REVISA-PROPOSTA
               END-IF
           END-IF.

       REVISA-PROPOSTA.
           DISPLAY " ".
           MOVE PROPLIM-LIMITE-ATUAL TO VALOR-EDITADO.
           MOVE PROPLIM-LIMITE-PROPOSTO TO VALOR-EDITADO-2.
           IF PROPLIM-AUMENTO
               DISPLAY "PROPOSTA: AUMENTAR O LIMITE DO CLIENTE "
                       PROPLIM-CLIENTE-CODIGO
           ELSE
               DISPLAY "PROPOSTA: CORTAR O LIMITE DO CLIENTE "
                       PROPLIM-CLIENTE-CODIGO
           END-IF.
           DISPLAY "  DE " VALOR-EDITADO " PARA " VALOR-EDITADO-2.
           MOVE PROPLIM-MEDIA-DIAS TO MEDIA-EDITADA.
           DISPLAY "  NOTA " PROPLIM-NOTA " NO TRIMESTRE "
                   PROPLIM-TRIMESTRE " - " PROPLIM-TITULOS
                   " TITULOS".
           DISPLAY "  ATRASO MEDIO " MEDIA-EDITADA " DIAS, "
                   PROPLIM-PERC-ATRASO "% PAGO EM ATRASO, USO MAXIMO "
                   PROPLIM-USO-MAXIMO "% DO LIMITE".
           MOVE PROPLIM-VALOR-PERDA TO VALOR-EDITADO.
           DISPLAY "  BAIXADO PARA PERDA " VALOR-EDITADO
                   "  CHEQUES DEVOLVIDOS " PROPLIM-DEVOLVIDOS.
           DISPLAY "  PROPOSTO POR " PROPLIM-SOLICITANTE
                   " EM " PROPLIM-DATA.
           IF PROPLIM-SOLICITANTE = OPERADOR-ID
               DISPLAY "  *** PROPOSTA DO PROPRIO OPERADOR - QUATRO "
                       "OLHOS EXIGE OUTRO SUPERVISOR. PULADA. ***"
           ELSE
               PERFORM PEDE-DECISAO
               PERFORM PEDE-DECISAO
                   UNTIL DECISAO = "A" OR DECISAO = "R"
                      OR DECISAO = "P" OR DECISAO = "F"
               EVALUATE DECISAO
                   WHEN "A"
                       PERFORM APLICA-PROPOSTA
                   WHEN "R"
                       MOVE "R" TO PROPLIM-SITUACAO
                       MOVE OPERADOR-ID TO PROPLIM-DECISOR
                       MOVE DATA-HOJE TO PROPLIM-DATA-DECISAO
                       REWRITE PROPLIM-REGISTRO
                       ADD 1 TO TOTAL-RECUSADAS
                       PERFORM GRAVA-AUDITORIA-DECISAO
                       DISPLAY "PROPOSTA RECUSADA. O LIMITE FICA COMO "
                               "ESTA."
                   WHEN "F"
                       MOVE "S" TO FINAL-ARQUIVO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       PEDE-DECISAO.
           DISPLAY "DECISAO: A=APLICAR R=RECUSAR P=PULAR F=ENCERRAR".
           ACCEPT DECISAO.
           IF DECISAO NOT = "A" AND DECISAO NOT = "R"
                   AND DECISAO NOT = "P" AND DECISAO NOT = "F"
               DISPLAY "DECISAO INVALIDA. DIGITE A, R, P OU F."
           END-IF.

       APLICA-PROPOSTA.
           MOVE "N" TO APLICACAO-FALHOU.
           OPEN I-O ARQUIVO-CREDITO.
           IF CREDITO-FILE-STATUS = "35"
               DISPLAY "CREDITO.DAT NAO ENCONTRADO."
               MOVE "S" TO APLICACAO-FALHOU
           ELSE
               MOVE PROPLIM-CLIENTE-CODIGO TO CREDITO-CLIENTE-CODIGO
               READ ARQUIVO-CREDITO
                   INVALID KEY
                       DISPLAY "CLIENTE SEM FICHA DE CREDITO. "
                               "PROPOSTA NAO APLICADA."
                       MOVE "S" TO APLICACAO-FALHOU
                   NOT INVALID KEY
                       PERFORM GRAVA-NOVO-LIMITE
               END-READ
           END-IF.
           CLOSE ARQUIVO-CREDITO.
           IF APLICACAO-FALHOU NOT = "S"
               MOVE "P" TO PROPLIM-SITUACAO
               MOVE OPERADOR-ID TO PROPLIM-DECISOR
               MOVE DATA-HOJE TO PROPLIM-DATA-DECISAO
               REWRITE PROPLIM-REGISTRO
               ADD 1 TO TOTAL-APLICADAS
               PERFORM GRAVA-AUDITORIA-DECISAO
               DISPLAY "PROPOSTA APLICADA. NOVO LIMITE EM VIGOR."
           END-IF.

      *    GRAVA-NOVO-LIMITE: A PROPOSTA VALE SOBRE O LIMITE QUE A
      *    NOTA VIU; LIMITE ALTERADO DEPOIS DISSO PEDE NOVA NOTA.
       GRAVA-NOVO-LIMITE.
           IF CREDITO-LIMITE NOT = PROPLIM-LIMITE-ATUAL
               MOVE CREDITO-LIMITE TO VALOR-EDITADO
               DISPLAY "O LIMITE MUDOU DEPOIS DA NOTA (HOJE "
                       VALOR-EDITADO "). PROPOSTA NAO APLICADA."
               MOVE "S" TO APLICACAO-FALHOU
           ELSE
               MOVE PROPLIM-LIMITE-PROPOSTO TO CREDITO-LIMITE
               MOVE DATA-HOJE TO CREDITO-DATA-ATUALIZACAO
               REWRITE CREDITO-REGISTRO
                   INVALID KEY
                       DISPLAY "ERRO AO ATUALIZAR A FICHA DE CREDITO "
                               "DO CLIENTE " CREDITO-CLIENTE-CODIGO "."
                       MOVE "S" TO APLICACAO-FALHOU
               END-REWRITE
           END-IF.

       GRAVA-AUDITORIA-DECISAO.
           OPEN EXTEND ARQUIVO-AUDITORIA.
           IF AUDITORIA-FILE-STATUS = "35"
               CLOSE ARQUIVO-AUDITORIA
               OPEN OUTPUT ARQUIVO-AUDITORIA
           END-IF.
           MOVE "PROG188"           TO AUDITORIA-PROGRAMA.
           MOVE "A"                 TO AUDITORIA-OPERACAO.
           MOVE SPACE               TO AUDITORIA-NOME.
           MOVE PROPLIM-CLIENTE-CODIGO TO AUDITORIA-NOME (1:8).
           MOVE PROPLIM-SITUACAO    TO AUDITORIA-NOME (10:1).
           MOVE OPERADOR-ID         TO AUDITORIA-OPERADOR.
           ACCEPT AUDITORIA-DATA FROM DATE YYYYMMDD.
           ACCEPT AUDITORIA-HORA FROM TIME.
           WRITE AUDITORIA-REGISTRO.
           CLOSE ARQUIVO-AUDITORIA.

           COPY "AMBPROC.cob".
