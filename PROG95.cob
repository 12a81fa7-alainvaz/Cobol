      *    CONVENCAO 30/360) TEM O ARQUIVO APAGADO DO DISCO (ROTINA
      *    CBL_DELETE_FILE) E SAEM DO CATALOGO, QUE E REGRAVADO SO
      *    COM AS EMISSOES MANTIDAS.
      *    PARTES DE RELATORIO SEPARADAS PELO PROG205 (ENTRADAS COM
      *    VALOR DE QUEBRA) SO APARECEM PARA O OPERADOR DE DESTINO E
      *    PARA O SUPERVISOR (NIVEL 3), AMBOS PELA SESSAO AUTENTICADA
      *    (SESSAO.DAT); SEM SESSAO, SO AS EMISSOES COMPLETAS. A
      *    NUMERACAO DA LISTA E A POSICAO NO CATALOGO, QUE AGORA
      *    COMPORTA 999 ENTRADAS. A VARREDURA DE RETENCAO VALE PARA
      *    TODAS, PARTES INCLUSIVE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SPLSEL.cob".
           COPY "SESSEL.cob".
           SELECT ARQUIVO-REIMPRESSAO
               ASSIGN TO REIMPRESSAO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
       DATA DIVISION.
       FILE SECTION.
           COPY "SPLREG.cob".
           COPY "SESREG.cob".

       FD  ARQUIVO-REIMPRESSAO.
       01  LINHA-REIMPRESSAO PIC X(100).
       01  SPOOL-CAT-FILE-STATUS   PIC XX.
       01  REIMPRESSAO-FILE-STATUS PIC XX.
       01  REIMPRESSAO-PATH        PIC X(100).
       01  SESSAO-FILE-STATUS      PIC XX.
       01  OPERADOR-ID             PIC X(10).
       01  NIVEL-OPERADOR          PIC 9(01) VALUE 0.
       01  TEM-SESSAO              PIC X VALUE "N".
       01  EMISSAO-VISIVEL         PIC X.
       01  QTDE-VISIVEIS           PIC 9(03).
       01  OPCAO-MENU              PIC 9.
       01  FINAL-ARQUIVO           PIC X.


       01  QTDE-CATALOGO           PIC 9(03) VALUE 0.
       01  TABELA-CATALOGO.
           05 CAT-ENTRADA OCCURS 999 TIMES.
              10 CAT-TAB-RELATORIO PIC X(08).
              10 CAT-TAB-DATA      PIC 9(08).
              10 CAT-TAB-PAGINAS   PIC 9(04).
              10 CAT-TAB-LINHAS    PIC 9(06).
              10 CAT-TAB-ARQUIVO   PIC X(30).
              10 CAT-TAB-DESTINO   PIC X(10).
              10 CAT-TAB-QUEBRA    PIC X(08).
              10 CAT-TAB-SITUACAO  PIC X(01).
       01  CAT-SUB                 PIC 9(03).
       01  ESCOLHA-CATALOGO        PIC 9(03).

       PROGRAM-BEGIN.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM INICIALIZA-RETENCAO.
           PERFORM INICIALIZA-OPERADOR.
           PERFORM CARREGA-CATALOGO.
           PERFORM EXIBE-MENU.

               MOVE DIAS-RETENCAO-ENV TO DIAS-RETENCAO
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

       CARREGA-CATALOGO.
           MOVE 0 TO QTDE-CATALOGO.
           OPEN INPUT ARQUIVO-SPOOL-CAT.
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM CARREGA-PROXIMA-EMISSAO
                   UNTIL FINAL-ARQUIVO = "S"
                      OR QTDE-CATALOGO = 999
               CLOSE ARQUIVO-SPOOL-CAT
           END-IF.

                   TO CAT-TAB-LINHAS (QTDE-CATALOGO)
               MOVE SPOOL-CAT-ARQUIVO
                   TO CAT-TAB-ARQUIVO (QTDE-CATALOGO)
               MOVE SPOOL-CAT-DESTINO
                   TO CAT-TAB-DESTINO (QTDE-CATALOGO)
               MOVE SPOOL-CAT-QUEBRA
                   TO CAT-TAB-QUEBRA (QTDE-CATALOGO)
               MOVE SPOOL-CAT-SITUACAO
                   TO CAT-TAB-SITUACAO (QTDE-CATALOGO)
           END-IF.

       EXIBE-MENU.
           END-EVALUATE.

       LISTA-CATALOGO.
           MOVE 0 TO QTDE-VISIVEIS.
           MOVE 1 TO CAT-SUB.
           PERFORM LISTA-UMA-EMISSAO
               UNTIL CAT-SUB > QTDE-CATALOGO.
           IF QTDE-VISIVEIS = 0
               DISPLAY "CATALOGO VAZIO."
           END-IF.

       LISTA-UMA-EMISSAO.
           PERFORM VERIFICA-VISIBILIDADE.
           IF EMISSAO-VISIVEL = "S"
               ADD 1 TO QTDE-VISIVEIS
               IF CAT-TAB-QUEBRA (CAT-SUB) = SPACE
                   DISPLAY CAT-SUB ". " CAT-TAB-RELATORIO (CAT-SUB)
                           " DE " CAT-TAB-DATA (CAT-SUB)
                           " PAGINAS " CAT-TAB-PAGINAS (CAT-SUB)
                           " LINHAS " CAT-TAB-LINHAS (CAT-SUB)
                           " EM " CAT-TAB-ARQUIVO (CAT-SUB)
               ELSE
                   DISPLAY CAT-SUB ". " CAT-TAB-RELATORIO (CAT-SUB)
                           " DE " CAT-TAB-DATA (CAT-SUB)
                           " PARTE " CAT-TAB-QUEBRA (CAT-SUB)
                           " LINHAS " CAT-TAB-LINHAS (CAT-SUB)
                           " EM " CAT-TAB-ARQUIVO (CAT-SUB)
               END-IF
           END-IF.
           ADD 1 TO CAT-SUB.

      *    VERIFICA-VISIBILIDADE: EMISSAO COMPLETA E DE TODOS; PARTE
      *    SEPARADA SO DO OPERADOR DE DESTINO OU DO SUPERVISOR.
       VERIFICA-VISIBILIDADE.
           EVALUATE TRUE
               WHEN CAT-TAB-QUEBRA (CAT-SUB) = SPACE
                   MOVE "S" TO EMISSAO-VISIVEL
               WHEN TEM-SESSAO NOT = "S"
                   MOVE "N" TO EMISSAO-VISIVEL
               WHEN NIVEL-OPERADOR >= 3
                   MOVE "S" TO EMISSAO-VISIVEL
               WHEN CAT-TAB-DESTINO (CAT-SUB) = OPERADOR-ID
                   MOVE "S" TO EMISSAO-VISIVEL
               WHEN OTHER
                   MOVE "N" TO EMISSAO-VISIVEL
           END-EVALUATE.

       REEXIBE-EMISSAO.
           PERFORM LISTA-CATALOGO.
           IF QTDE-VISIVEIS NOT = 0
               DISPLAY "NUMERO DA EMISSAO A REEXIBIR (0 DESISTE): "
               ACCEPT ESCOLHA-CATALOGO
               MOVE "N" TO EMISSAO-VISIVEL
               IF ESCOLHA-CATALOGO NOT = 0
                       AND ESCOLHA-CATALOGO NOT > QTDE-CATALOGO
                   MOVE ESCOLHA-CATALOGO TO CAT-SUB
                   PERFORM VERIFICA-VISIBILIDADE
               END-IF
               IF EMISSAO-VISIVEL NOT = "S"
                   CONTINUE
               ELSE
                   MOVE SPACE TO REIMPRESSAO-PATH
           MOVE CAT-TAB-PAGINAS (CAT-SUB) TO SPOOL-CAT-PAGINAS.
           MOVE CAT-TAB-LINHAS (CAT-SUB) TO SPOOL-CAT-LINHAS.
           MOVE CAT-TAB-ARQUIVO (CAT-SUB) TO SPOOL-CAT-ARQUIVO.
           MOVE CAT-TAB-DESTINO (CAT-SUB) TO SPOOL-CAT-DESTINO.
           MOVE CAT-TAB-QUEBRA (CAT-SUB) TO SPOOL-CAT-QUEBRA.
           MOVE CAT-TAB-SITUACAO (CAT-SUB) TO SPOOL-CAT-SITUACAO.
           WRITE SPOOL-CAT-REGISTRO.
           ADD 1 TO CAT-SUB.
