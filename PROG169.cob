       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG169.
      *    MANUTENCAO DE BENEFICIOS (BENEFICIOS.DAT): INCLUIR,
      *    ENCERRAR E RETIRAR OS BENEFICIOS E DESCONTOS FIXOS DE CADA
      *    FUNCIONARIO - VALE-TRANSPORTE, PLANO DE SAUDE, VALE-
      *    REFEICAO E CONTRIBUICAO SINDICAL - COM A PARTE DO
      *    FUNCIONARIO, A PARTE DA EMPRESA E A VIGENCIA, MAIS A
      *    LISTAGEM DE UM FUNCIONARIO E A GERAL. CHAMADO DO FLUXO DO
      *    PROG41. ENCERRAR GRAVA A DATA DE FIM E PRESERVA O
      *    HISTORICO PARA REPROCESSAR MESES ANTIGOS; RETIRAR E SO
      *    PARA LANCAMENTO ERRADO. A FOLHA (PROG74) APLICA O QUE
      *    ESTIVER EM VIGOR NA COMPETENCIA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "BENSEL.cob".
           COPY "CSELEC.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "BENREG.cob".
           COPY "CARQF.cob".

       WORKING-STORAGE SECTION.

       01  BENEFICIO-FILE-STATUS   PIC XX.
       01  BENEFICIO-PATH          PIC X(100).
       01  FUNCIONARIO-FILE-STATUS PIC XX.
       01  FUNCIONARIO-PATH        PIC X(100).
       01  OPCAO-MENU              PIC 9.
       01  FINAL-ARQUIVO           PIC X.
       01  TOTAL-LISTADOS          PIC 9(04) VALUE 0.

       01  FUNC-INFORMADO          PIC 9(05).
       01  SEQ-INFORMADA           PIC 9(02).
       01  DATA-FIM-INFORMADA      PIC 9(08).
       01  FUNCIONARIO-EXISTE      PIC X.
       01  VALOR-EDITADO           PIC ZZ,ZZ9.99.
       01  VALOR-EDITADO-2         PIC ZZ,ZZ9.99.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM INICIALIZA-CAMINHOS.
           PERFORM EXIBE-MENU.

       PROGRAM-DONE.
           GOBACK.

       INICIALIZA-CAMINHOS.
           MOVE "beneficios.dat" TO BENEFICIO-PATH.
           ACCEPT BENEFICIO-PATH FROM ENVIRONMENT "BENEFICIO_DAT".
           IF BENEFICIO-PATH = SPACE
               MOVE "beneficios.dat" TO BENEFICIO-PATH
           END-IF.

           MOVE "funcionarios.dat" TO FUNCIONARIO-PATH.
           ACCEPT FUNCIONARIO-PATH FROM ENVIRONMENT "FUNCIONARIO_DAT".
           IF FUNCIONARIO-PATH = SPACE
               MOVE "funcionarios.dat" TO FUNCIONARIO-PATH
           END-IF.

       EXIBE-MENU.
           DISPLAY "===== BENEFICIOS DE FUNCIONARIO =====".
           DISPLAY "1 - INCLUIR BENEFICIO".
           DISPLAY "2 - ENCERRAR BENEFICIO (DATA DE FIM)".
           DISPLAY "3 - RETIRAR BENEFICIO LANCADO ERRADO".
           DISPLAY "4 - LISTAR BENEFICIOS DE UM FUNCIONARIO".
           DISPLAY "5 - LISTAGEM GERAL".
           DISPLAY "6 - SAIR".
           DISPLAY "INFORME A OPCAO: ".
           ACCEPT OPCAO-MENU.

           EVALUATE OPCAO-MENU
               WHEN 1
                   PERFORM INCLUI-BENEFICIO
                   PERFORM EXIBE-MENU
               WHEN 2
                   PERFORM ENCERRA-BENEFICIO
                   PERFORM EXIBE-MENU
               WHEN 3
                   PERFORM EXCLUI-BENEFICIO
                   PERFORM EXIBE-MENU
               WHEN 4
                   PERFORM LISTA-DE-UM-FUNCIONARIO
                   PERFORM EXIBE-MENU
               WHEN 5
                   PERFORM LISTAGEM-GERAL
                   PERFORM EXIBE-MENU
               WHEN 6
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
                   PERFORM EXIBE-MENU
           END-EVALUATE.

       VERIFICA-FUNCIONARIO.
           MOVE "N" TO FUNCIONARIO-EXISTE.
           OPEN INPUT ARQUIVO-FUNCIONARIO.
           IF FUNCIONARIO-FILE-STATUS = "35"
               DISPLAY "ARQUIVO DE FUNCIONARIOS NAO ENCONTRADO."
           ELSE
               MOVE FUNC-INFORMADO TO FUNCIONARIO-CODIGO
               READ ARQUIVO-FUNCIONARIO
                   INVALID KEY
                       DISPLAY "FUNCIONARIO NAO ENCONTRADO."
                   NOT INVALID KEY
                       MOVE "S" TO FUNCIONARIO-EXISTE
                       DISPLAY "FUNCIONARIO: " FUNCIONARIO-NOME
               END-READ
               CLOSE ARQUIVO-FUNCIONARIO
           END-IF.

      *    INCLUI-BENEFICIO: TIPO VT, PS, VR OU SI; A DATA DE FIM
      *    FICA ZERADA (EM ABERTO) ATE O ENCERRAMENTO.
       INCLUI-BENEFICIO.
           DISPLAY "CODIGO DO FUNCIONARIO: ".
           ACCEPT FUNC-INFORMADO.
           PERFORM VERIFICA-FUNCIONARIO.
           IF FUNCIONARIO-EXISTE = "S"
               OPEN I-O ARQUIVO-BENEFICIO
               IF BENEFICIO-FILE-STATUS = "35"
                   OPEN OUTPUT ARQUIVO-BENEFICIO
                   CLOSE ARQUIVO-BENEFICIO
                   OPEN I-O ARQUIVO-BENEFICIO
               END-IF
               MOVE SPACE TO BENEFICIO-REGISTRO
               MOVE FUNC-INFORMADO TO BENEFICIO-FUNC-CODIGO
               DISPLAY "SEQUENCIA DO BENEFICIO (1 A 99): "
               ACCEPT BENEFICIO-SEQ
               DISPLAY "TIPO (VT=VALE-TRANSPORTE PS=PLANO DE SAUDE "
                       "VR=VALE-REFEICAO SI=SINDICATO): "
               ACCEPT BENEFICIO-TIPO
               DISPLAY "PARTE DO FUNCIONARIO (MENSAL): "
               ACCEPT BENEFICIO-VALOR-FUNC
               DISPLAY "PARTE DA EMPRESA (MENSAL): "
               ACCEPT BENEFICIO-VALOR-EMPRESA
               DISPLAY "DATA DE INICIO (AAAAMMDD): "
               ACCEPT BENEFICIO-DATA-INICIO
               MOVE 0 TO BENEFICIO-DATA-FIM
               IF NOT BENEFICIO-TIPO-VALIDO
                   DISPLAY "TIPO DE BENEFICIO INVALIDO. NADA "
                           "INCLUIDO."
               ELSE
                   IF BENEFICIO-DATA-INICIO NOT NUMERIC
                           OR BENEFICIO-DATA-INICIO = 0
                       DISPLAY "DATA DE INICIO INVALIDA. NADA "
                               "INCLUIDO."
                   ELSE
                       WRITE BENEFICIO-REGISTRO
                           INVALID KEY
                               DISPLAY "JA EXISTE BENEFICIO COM ESSA "
                                       "SEQUENCIA."
                           NOT INVALID KEY
                               DISPLAY "BENEFICIO INCLUIDO."
                       END-WRITE
                   END-IF
               END-IF
               CLOSE ARQUIVO-BENEFICIO
           END-IF.

      *    ENCERRA-BENEFICIO: GRAVA A DATA DE FIM; O BENEFICIO VALE
      *    ATE A COMPETENCIA DESSA DATA, INCLUSIVE.
       ENCERRA-BENEFICIO.
           DISPLAY "CODIGO DO FUNCIONARIO: ".
           ACCEPT FUNC-INFORMADO.
           DISPLAY "SEQUENCIA DO BENEFICIO: ".
           ACCEPT SEQ-INFORMADA.
           OPEN I-O ARQUIVO-BENEFICIO.
           IF BENEFICIO-FILE-STATUS = "35"
               DISPLAY "BENEFICIOS.DAT NAO ENCONTRADO."
               CLOSE ARQUIVO-BENEFICIO
           ELSE
               MOVE FUNC-INFORMADO TO BENEFICIO-FUNC-CODIGO
               MOVE SEQ-INFORMADA TO BENEFICIO-SEQ
               READ ARQUIVO-BENEFICIO
                   INVALID KEY
                       DISPLAY "BENEFICIO NAO ENCONTRADO."
                   NOT INVALID KEY
                       PERFORM GRAVA-DATA-FIM
               END-READ
               CLOSE ARQUIVO-BENEFICIO
           END-IF.

       GRAVA-DATA-FIM.
           DISPLAY "DATA DE FIM (AAAAMMDD): ".
           ACCEPT DATA-FIM-INFORMADA.
           IF DATA-FIM-INFORMADA NOT NUMERIC
                   OR DATA-FIM-INFORMADA < BENEFICIO-DATA-INICIO
               DISPLAY "DATA DE FIM ANTERIOR AO INICIO. NADA "
                       "ALTERADO."
           ELSE
               MOVE DATA-FIM-INFORMADA TO BENEFICIO-DATA-FIM
               REWRITE BENEFICIO-REGISTRO
                   INVALID KEY
                       DISPLAY "ERRO AO ENCERRAR O BENEFICIO."
                   NOT INVALID KEY
                       DISPLAY "BENEFICIO ENCERRADO EM "
                               BENEFICIO-DATA-FIM "."
               END-REWRITE
           END-IF.

       EXCLUI-BENEFICIO.
           DISPLAY "CODIGO DO FUNCIONARIO: ".
           ACCEPT FUNC-INFORMADO.
           DISPLAY "SEQUENCIA DO BENEFICIO: ".
           ACCEPT SEQ-INFORMADA.
           OPEN I-O ARQUIVO-BENEFICIO.
           IF BENEFICIO-FILE-STATUS = "35"
               DISPLAY "BENEFICIOS.DAT NAO ENCONTRADO."
               CLOSE ARQUIVO-BENEFICIO
           ELSE
               MOVE FUNC-INFORMADO TO BENEFICIO-FUNC-CODIGO
               MOVE SEQ-INFORMADA TO BENEFICIO-SEQ
               READ ARQUIVO-BENEFICIO
                   INVALID KEY
                       DISPLAY "BENEFICIO NAO ENCONTRADO."
                   NOT INVALID KEY
                       DELETE ARQUIVO-BENEFICIO
                           INVALID KEY
                               DISPLAY "ERRO AO RETIRAR O "
                                       "BENEFICIO."
                           NOT INVALID KEY
                               DISPLAY "BENEFICIO RETIRADO."
                       END-DELETE
               END-READ
               CLOSE ARQUIVO-BENEFICIO
           END-IF.

       LISTA-DE-UM-FUNCIONARIO.
           DISPLAY "CODIGO DO FUNCIONARIO: ".
           ACCEPT FUNC-INFORMADO.
           MOVE 0 TO TOTAL-LISTADOS.
           OPEN INPUT ARQUIVO-BENEFICIO.
           IF BENEFICIO-FILE-STATUS = "35"
               DISPLAY "BENEFICIOS.DAT NAO ENCONTRADO."
           ELSE
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LISTA-PROXIMO-DO-FUNC
                   UNTIL FINAL-ARQUIVO = "S"
               CLOSE ARQUIVO-BENEFICIO
               DISPLAY "BENEFICIOS LISTADOS: " TOTAL-LISTADOS
           END-IF.

       LISTA-PROXIMO-DO-FUNC.
           READ ARQUIVO-BENEFICIO NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               IF BENEFICIO-FUNC-CODIGO = FUNC-INFORMADO
                   ADD 1 TO TOTAL-LISTADOS
                   MOVE BENEFICIO-VALOR-FUNC TO VALOR-EDITADO
                   MOVE BENEFICIO-VALOR-EMPRESA TO VALOR-EDITADO-2
                   DISPLAY BENEFICIO-SEQ " " BENEFICIO-TIPO
                           " FUNC " VALOR-EDITADO
                           " EMPRESA " VALOR-EDITADO-2
                           " DE " BENEFICIO-DATA-INICIO
                           " ATE " BENEFICIO-DATA-FIM
               END-IF
           END-IF.

       LISTAGEM-GERAL.
           MOVE 0 TO TOTAL-LISTADOS.
           OPEN INPUT ARQUIVO-BENEFICIO.
           IF BENEFICIO-FILE-STATUS = "35"
               DISPLAY "BENEFICIOS.DAT NAO ENCONTRADO."
           ELSE
               DISPLAY "LISTAGEM GERAL DE BENEFICIOS"
               DISPLAY "--------------------------------------------"
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LISTA-PROXIMO-GERAL
                   UNTIL FINAL-ARQUIVO = "S"
               CLOSE ARQUIVO-BENEFICIO
               DISPLAY "--------------------------------------------"
               DISPLAY "BENEFICIOS LISTADOS: " TOTAL-LISTADOS
           END-IF.

       LISTA-PROXIMO-GERAL.
           READ ARQUIVO-BENEFICIO NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               ADD 1 TO TOTAL-LISTADOS
               MOVE BENEFICIO-VALOR-FUNC TO VALOR-EDITADO
               MOVE BENEFICIO-VALOR-EMPRESA TO VALOR-EDITADO-2
               DISPLAY "FUNC " BENEFICIO-FUNC-CODIGO " SEQ "
                       BENEFICIO-SEQ " " BENEFICIO-TIPO
                       " FUNC " VALOR-EDITADO
                       " EMPRESA " VALOR-EDITADO-2
                       " DE " BENEFICIO-DATA-INICIO
                       " ATE " BENEFICIO-DATA-FIM
           END-IF.
