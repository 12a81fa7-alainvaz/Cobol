       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG206.
      *    CADASTRO DE TECNICOS DE CONSERTO DE TERMINAL (TECNICOS.DAT):
      *    O TECNICO E UM FUNCIONARIO ATIVO DE FUNCIONARIOS.DAT, PELO
      *    CODIGO, E TEM AS CERTIFICACOES DO FABRICANTE POR MODELO DE
      *    TERMINAL COM A DATA DE VALIDADE. A ORDEM DE SERVICO
      *    (PROG154) SO ACEITA TECNICO ATIVO COM CERTIFICACAO EM VIGOR
      *    PARA O MODELO DO TERMINAL. CERTIFICACAO RENOVADA E O MESMO
      *    MODELO COM A VALIDADE NOVA.
      *    INCLUIR, CERTIFICAR E INATIVAR EXIGEM SUPERVISOR
      *    AUTENTICADO (NIVEL 3 NA SESSAO) - A CERTIFICACAO E O QUE
      *    SEGURA QUEM NAO PODE ABRIR O TERMINAL. LISTAR E LIVRE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "TECSEL.cob".
           COPY "CSELEC.cob".
           COPY "SESSEL.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "TECREG.cob".
           COPY "CARQF.cob".
           COPY "SESREG.cob".

       WORKING-STORAGE SECTION.

       01  TECNICO-FILE-STATUS       PIC XX.
       01  TECNICO-PATH              PIC X(100).
       01  FUNCIONARIO-FILE-STATUS   PIC XX.
       01  FUNCIONARIO-PATH          PIC X(100).
       01  SESSAO-FILE-STATUS        PIC XX.
       01  OPERADOR-ID               PIC X(10).
       01  NIVEL-OPERADOR            PIC 9(01) VALUE 0.
       01  TEM-SESSAO                PIC X VALUE "N".

       01  OPCAO-MENU                PIC 9.
       01  FINAL-ARQUIVO             PIC X.
       01  TOTAL-LISTADOS            PIC 9(03) VALUE 0.
       01  DATA-HOJE                 PIC 9(08).

       01  CODIGO-INFORMADO          PIC 9(05).
       01  MODELO-INFORMADO          PIC X(10).
       01  VALIDADE-INFORMADA        PIC 9(08).
       01  VALIDADE-R REDEFINES VALIDADE-INFORMADA.
           05 VALIDADE-ANO           PIC 9(04).
           05 VALIDADE-MES           PIC 9(02).
           05 VALIDADE-DIA           PIC 9(02).
       01  CERT-SUB                  PIC 9(02).
       01  CERT-ACHADA               PIC 9(02).
       01  SITUACAO-CERT             PIC X(08).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM INICIALIZA-CAMINHOS.
           PERFORM INICIALIZA-OPERADOR.
           PERFORM EXIBE-MENU.

       PROGRAM-DONE.
           STOP RUN.

       INICIALIZA-CAMINHOS.
           MOVE "tecnicos.dat" TO TECNICO-PATH.
           ACCEPT TECNICO-PATH FROM ENVIRONMENT "TECNICO_DAT".
           IF TECNICO-PATH = SPACE
               MOVE "tecnicos.dat" TO TECNICO-PATH
           END-IF.

           MOVE "funcionarios.dat" TO FUNCIONARIO-PATH.
           ACCEPT FUNCIONARIO-PATH FROM ENVIRONMENT "FUNCIONARIO_DAT".
           IF FUNCIONARIO-PATH = SPACE
               MOVE "funcionarios.dat" TO FUNCIONARIO-PATH
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

       EXIBE-MENU.
           DISPLAY "===== TECNICOS DE TERMINAL =====".
           DISPLAY "1 - INCLUIR TECNICO".
           DISPLAY "2 - INCLUIR / RENOVAR CERTIFICACAO".
           DISPLAY "3 - RETIRAR CERTIFICACAO".
           DISPLAY "4 - INATIVAR / REATIVAR TECNICO".
           DISPLAY "5 - LISTAR TECNICOS".
           DISPLAY "6 - SAIR".
           DISPLAY "INFORME A OPCAO: ".
           ACCEPT OPCAO-MENU.

           EVALUATE OPCAO-MENU
               WHEN 1
                   IF TEM-SESSAO NOT = "S" OR NIVEL-OPERADOR < 3
                       DISPLAY "ALTERACAO EXIGE SUPERVISOR "
                               "AUTENTICADO (NIVEL 3)."
                   ELSE
                       PERFORM INCLUI-TECNICO
                   END-IF
                   PERFORM EXIBE-MENU
               WHEN 2
                   IF TEM-SESSAO NOT = "S" OR NIVEL-OPERADOR < 3
                       DISPLAY "ALTERACAO EXIGE SUPERVISOR "
                               "AUTENTICADO (NIVEL 3)."
                   ELSE
                       PERFORM GRAVA-CERTIFICACAO
                   END-IF
                   PERFORM EXIBE-MENU
               WHEN 3
                   IF TEM-SESSAO NOT = "S" OR NIVEL-OPERADOR < 3
                       DISPLAY "ALTERACAO EXIGE SUPERVISOR "
                               "AUTENTICADO (NIVEL 3)."
                   ELSE
                       PERFORM RETIRA-CERTIFICACAO
                   END-IF
                   PERFORM EXIBE-MENU
               WHEN 4
                   IF TEM-SESSAO NOT = "S" OR NIVEL-OPERADOR < 3
                       DISPLAY "ALTERACAO EXIGE SUPERVISOR "
                               "AUTENTICADO (NIVEL 3)."
                   ELSE
                       PERFORM INATIVA-TECNICO
                   END-IF
                   PERFORM EXIBE-MENU
               WHEN 5
                   PERFORM LISTA-TECNICOS
                   PERFORM EXIBE-MENU
               WHEN 6
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
                   PERFORM EXIBE-MENU
           END-EVALUATE.

      *    INCLUI-TECNICO: SO FUNCIONARIO ATIVO (OU DE REGISTRO
      *    ANTERIOR AO STATUS); O NOME VEM DO CADASTRO DE PESSOAL.
       INCLUI-TECNICO.
           DISPLAY "CODIGO DO FUNCIONARIO: ".
           ACCEPT CODIGO-INFORMADO.
           OPEN INPUT ARQUIVO-FUNCIONARIO.
           IF FUNCIONARIO-FILE-STATUS = "35"
               DISPLAY "FUNCIONARIOS.DAT NAO ENCONTRADO."
               CLOSE ARQUIVO-FUNCIONARIO
           ELSE
               MOVE CODIGO-INFORMADO TO FUNCIONARIO-CODIGO
               READ ARQUIVO-FUNCIONARIO
                   INVALID KEY
                       DISPLAY "FUNCIONARIO NAO ENCONTRADO."
                   NOT INVALID KEY
                       IF FUNCIONARIO-INATIVO
                           DISPLAY "FUNCIONARIO DESLIGADO."
                       ELSE
                           PERFORM GRAVA-TECNICO-NOVO
                       END-IF
               END-READ
               CLOSE ARQUIVO-FUNCIONARIO
           END-IF.

       GRAVA-TECNICO-NOVO.
           OPEN I-O ARQUIVO-TECNICO.
           IF TECNICO-FILE-STATUS = "35"
               OPEN OUTPUT ARQUIVO-TECNICO
               CLOSE ARQUIVO-TECNICO
               OPEN I-O ARQUIVO-TECNICO
           END-IF.
           MOVE SPACE TO TECNICO-REGISTRO.
           MOVE FUNCIONARIO-CODIGO TO TECNICO-CODIGO.
           MOVE FUNCIONARIO-NOME TO TECNICO-NOME.
           MOVE "A" TO TECNICO-SITUACAO.
           MOVE ZERO TO TECNICO-QTDE-CERT.
           MOVE 1 TO CERT-SUB.
           PERFORM LIMPA-CERTIFICACAO
               UNTIL CERT-SUB > 10.
           MOVE OPERADOR-ID TO TECNICO-OPERADOR.
           MOVE DATA-HOJE TO TECNICO-DATA-ALTERACAO.
           WRITE TECNICO-REGISTRO
               INVALID KEY
                   DISPLAY "FUNCIONARIO JA CADASTRADO COMO TECNICO."
               NOT INVALID KEY
                   DISPLAY "TECNICO " TECNICO-CODIGO " - "
                           TECNICO-NOME " INCLUIDO. INFORME AS "
                           "CERTIFICACOES NA OPCAO 2."
           END-WRITE.
           CLOSE ARQUIVO-TECNICO.

       LIMPA-CERTIFICACAO.
           MOVE SPACE TO TECNICO-CERT-MODELO (CERT-SUB).
           MOVE ZERO TO TECNICO-CERT-VALIDADE (CERT-SUB).
           ADD 1 TO CERT-SUB.

      *    GRAVA-CERTIFICACAO: MODELO JA CERTIFICADO TEM A VALIDADE
      *    TROCADA (RENOVACAO); MODELO NOVO OCUPA A PROXIMA POSICAO.
       GRAVA-CERTIFICACAO.
           DISPLAY "CODIGO DO TECNICO: ".
           ACCEPT CODIGO-INFORMADO.
           OPEN I-O ARQUIVO-TECNICO.
           IF TECNICO-FILE-STATUS = "35"
               DISPLAY "TECNICOS.DAT NAO ENCONTRADO."
               CLOSE ARQUIVO-TECNICO
           ELSE
               MOVE CODIGO-INFORMADO TO TECNICO-CODIGO
               READ ARQUIVO-TECNICO
                   INVALID KEY
                       DISPLAY "TECNICO NAO ENCONTRADO."
                   NOT INVALID KEY
                       PERFORM PEDE-CERTIFICACAO
               END-READ
               CLOSE ARQUIVO-TECNICO
           END-IF.

       PEDE-CERTIFICACAO.
           DISPLAY "TECNICO: " TECNICO-NOME.
           DISPLAY "MODELO DO TERMINAL: ".
           ACCEPT MODELO-INFORMADO.
           DISPLAY "VALIDADE DA CERTIFICACAO (AAAAMMDD): ".
           ACCEPT VALIDADE-INFORMADA.
           PERFORM LOCALIZA-CERTIFICACAO.
           EVALUATE TRUE
               WHEN MODELO-INFORMADO = SPACE
                   DISPLAY "MODELO OBRIGATORIO."
               WHEN VALIDADE-MES < 1 OR VALIDADE-MES > 12
                       OR VALIDADE-DIA < 1 OR VALIDADE-DIA > 31
                   DISPLAY "DATA DE VALIDADE INVALIDA."
               WHEN CERT-ACHADA = 0 AND TECNICO-QTDE-CERT = 10
                   DISPLAY "LIMITE DE 10 CERTIFICACOES - RETIRE UMA "
                           "VENCIDA ANTES."
               WHEN OTHER
                   IF CERT-ACHADA = 0
                       ADD 1 TO TECNICO-QTDE-CERT
                       MOVE TECNICO-QTDE-CERT TO CERT-ACHADA
                       MOVE MODELO-INFORMADO
                           TO TECNICO-CERT-MODELO (CERT-ACHADA)
                   END-IF
                   MOVE VALIDADE-INFORMADA
                       TO TECNICO-CERT-VALIDADE (CERT-ACHADA)
                   MOVE OPERADOR-ID TO TECNICO-OPERADOR
                   MOVE DATA-HOJE TO TECNICO-DATA-ALTERACAO
                   REWRITE TECNICO-REGISTRO
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR A CERTIFICACAO."
                       NOT INVALID KEY
                           DISPLAY "CERTIFICACAO " MODELO-INFORMADO
                                   " VALIDA ATE " VALIDADE-INFORMADA
                                   " GRAVADA."
                   END-REWRITE
                   IF VALIDADE-INFORMADA < DATA-HOJE
                       DISPLAY "ATENCAO: VALIDADE JA PASSOU - O "
                               "TECNICO NAO PEGA ORDEM DESSE MODELO."
                   END-IF
           END-EVALUATE.

       LOCALIZA-CERTIFICACAO.
           MOVE 0 TO CERT-ACHADA.
           IF TECNICO-QTDE-CERT IS NOT NUMERIC
               MOVE 0 TO TECNICO-QTDE-CERT
           END-IF.
           MOVE 1 TO CERT-SUB.
           PERFORM COMPARA-CERTIFICACAO
               UNTIL CERT-SUB > TECNICO-QTDE-CERT
                  OR CERT-ACHADA NOT = 0.

       COMPARA-CERTIFICACAO.
           IF TECNICO-CERT-MODELO (CERT-SUB) = MODELO-INFORMADO
               MOVE CERT-SUB TO CERT-ACHADA
           END-IF.
           ADD 1 TO CERT-SUB.

      *    RETIRA-CERTIFICACAO: AS SEGUINTES SOBEM UMA POSICAO.
       RETIRA-CERTIFICACAO.
           DISPLAY "CODIGO DO TECNICO: ".
           ACCEPT CODIGO-INFORMADO.
           OPEN I-O ARQUIVO-TECNICO.
           IF TECNICO-FILE-STATUS = "35"
               DISPLAY "TECNICOS.DAT NAO ENCONTRADO."
               CLOSE ARQUIVO-TECNICO
           ELSE
               MOVE CODIGO-INFORMADO TO TECNICO-CODIGO
               READ ARQUIVO-TECNICO
                   INVALID KEY
                       DISPLAY "TECNICO NAO ENCONTRADO."
                   NOT INVALID KEY
                       PERFORM EFETIVA-RETIRADA
               END-READ
               CLOSE ARQUIVO-TECNICO
           END-IF.

       EFETIVA-RETIRADA.
           DISPLAY "TECNICO: " TECNICO-NOME.
           DISPLAY "MODELO DA CERTIFICACAO A RETIRAR: ".
           ACCEPT MODELO-INFORMADO.
           PERFORM LOCALIZA-CERTIFICACAO.
           IF CERT-ACHADA = 0
               DISPLAY "TECNICO SEM CERTIFICACAO NESSE MODELO."
           ELSE
               MOVE CERT-ACHADA TO CERT-SUB
               PERFORM SOBE-CERTIFICACAO
                   UNTIL CERT-SUB >= TECNICO-QTDE-CERT
               MOVE SPACE TO TECNICO-CERT-MODELO (TECNICO-QTDE-CERT)
               MOVE ZERO TO TECNICO-CERT-VALIDADE (TECNICO-QTDE-CERT)
               SUBTRACT 1 FROM TECNICO-QTDE-CERT
               MOVE OPERADOR-ID TO TECNICO-OPERADOR
               MOVE DATA-HOJE TO TECNICO-DATA-ALTERACAO
               REWRITE TECNICO-REGISTRO
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR A RETIRADA."
                   NOT INVALID KEY
                       DISPLAY "CERTIFICACAO " MODELO-INFORMADO
                               " RETIRADA."
               END-REWRITE
           END-IF.

       SOBE-CERTIFICACAO.
           MOVE TECNICO-CERTIFICACAO (CERT-SUB + 1)
               TO TECNICO-CERTIFICACAO (CERT-SUB).
           ADD 1 TO CERT-SUB.

       INATIVA-TECNICO.
           DISPLAY "CODIGO DO TECNICO: ".
           ACCEPT CODIGO-INFORMADO.
           OPEN I-O ARQUIVO-TECNICO.
           IF TECNICO-FILE-STATUS = "35"
               DISPLAY "TECNICOS.DAT NAO ENCONTRADO."
               CLOSE ARQUIVO-TECNICO
           ELSE
               MOVE CODIGO-INFORMADO TO TECNICO-CODIGO
               READ ARQUIVO-TECNICO
                   INVALID KEY
                       DISPLAY "TECNICO NAO ENCONTRADO."
                   NOT INVALID KEY
                       IF TECNICO-ATIVO
                           MOVE "I" TO TECNICO-SITUACAO
                       ELSE
                           MOVE "A" TO TECNICO-SITUACAO
                       END-IF
                       MOVE OPERADOR-ID TO TECNICO-OPERADOR
                       MOVE DATA-HOJE TO TECNICO-DATA-ALTERACAO
                       REWRITE TECNICO-REGISTRO
                           INVALID KEY
                               DISPLAY "ERRO AO GRAVAR A SITUACAO."
                           NOT INVALID KEY
                               DISPLAY "TECNICO " TECNICO-CODIGO
                                       " AGORA " TECNICO-SITUACAO "."
                       END-REWRITE
               END-READ
               CLOSE ARQUIVO-TECNICO
           END-IF.

       LISTA-TECNICOS.
           MOVE 0 TO TOTAL-LISTADOS.
           OPEN INPUT ARQUIVO-TECNICO.
           IF TECNICO-FILE-STATUS = "35"
               DISPLAY "TECNICOS.DAT NAO ENCONTRADO. NENHUM TECNICO."
               CLOSE ARQUIVO-TECNICO
           ELSE
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LISTA-PROXIMO-TECNICO
                   UNTIL FINAL-ARQUIVO = "S"
               CLOSE ARQUIVO-TECNICO
               DISPLAY "TECNICOS LISTADOS: " TOTAL-LISTADOS
           END-IF.

       LISTA-PROXIMO-TECNICO.
           READ ARQUIVO-TECNICO NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               ADD 1 TO TOTAL-LISTADOS
               DISPLAY TECNICO-CODIGO " " TECNICO-NOME " "
                       TECNICO-SITUACAO
               IF TECNICO-QTDE-CERT IS NOT NUMERIC
                   MOVE 0 TO TECNICO-QTDE-CERT
               END-IF
               MOVE 1 TO CERT-SUB
               PERFORM LISTA-UMA-CERTIFICACAO
                   UNTIL CERT-SUB > TECNICO-QTDE-CERT
           END-IF.

       LISTA-UMA-CERTIFICACAO.
           IF TECNICO-CERT-VALIDADE (CERT-SUB) < DATA-HOJE
               MOVE "VENCIDA" TO SITUACAO-CERT
           ELSE
               MOVE "EM VIGOR" TO SITUACAO-CERT
           END-IF.
           DISPLAY "      " TECNICO-CERT-MODELO (CERT-SUB)
                   " VALIDADE " TECNICO-CERT-VALIDADE (CERT-SUB)
                   " " SITUACAO-CERT.
           ADD 1 TO CERT-SUB.
