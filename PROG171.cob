       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG171.
      *    REAJUSTE COLETIVO DA CONVENCAO: QUANDO O ACORDO DO
      *    SINDICATO CHEGA (QUASE SEMPRE MESES DEPOIS DA DATA-BASE),
      *    TODO MUNDO DOS DEPARTAMENTOS ABRANGIDOS GANHA O MESMO
      *    PERCENTUAL. EM VEZ DE DEZENAS DE MUDANCAS AVULSAS NO
      *    PROG41, ESTE PROGRAMA PROPOE O SALARIO NOVO DE CADA
      *    FUNCIONARIO ATIVO DOS DEPARTAMENTOS INFORMADOS E MANDA A
      *    PROPOSTA INTEIRA PARA PENDENTES.DAT COMO UM LOTE (TIPO
      *    "C"), QUE O SUPERVISOR APROVA OU RECUSA DE UMA VEZ NO
      *    PROG76. NA APROVACAO O PROG76 GRAVA O SALARIO, O
      *    HISTORICO (SALHIST.DAT) E A DIFERENCA RETROATIVA DOS
      *    MESES JA FECHADOS (RETROATIVOS.DAT), QUE A PROXIMA FOLHA
      *    (PROG74) PAGA EM LINHA PROPRIA.
      *    PARAMETROS NO AMBIENTE:
      *      PROG171-PERCENTUAL    PERCENTUAL COM DUAS DECIMAIS,
      *                            CINCO DIGITOS (00550 = 5,50%);
      *      PROG171-DEPARTAMENTOS ATE DEZ DEPARTAMENTOS SEPARADOS
      *                            POR VIRGULA, OU * PARA TODOS;
      *      PROG171-DATA-BASE     DATA-BASE DA CONVENCAO
      *                            (AAAAMMDD), NAO POSTERIOR A HOJE.
      *    SEM PARAMETRO VALIDO NADA E GRAVADO E O RETURN-CODE SOBE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CSELEC.cob".
           COPY "PNDSEL.cob".
           COPY "AUDSEL.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "CARQF.cob".
           COPY "PNDREG.cob".
           COPY "AUDREG.cob".

       WORKING-STORAGE SECTION.

           COPY "AMBWRK.cob".

       01  FUNCIONARIO-FILE-STATUS PIC XX.
       01  FUNCIONARIO-PATH        PIC X(100).
       01  PENDENTE-FILE-STATUS    PIC XX.
       01  AUDITORIA-FILE-STATUS   PIC XX.
       01  OPERADOR-ID             PIC X(10).
       01  FINAL-ARQUIVO           PIC X.
       01  DATA-HOJE               PIC 9(08).
       01  HORA-AGORA              PIC 9(08).
       01  PARAMETROS-OK           PIC X VALUE "S".

       01  PERCENTUAL-ENV          PIC X(05).
       01  PERCENTUAL-ENV-R REDEFINES PERCENTUAL-ENV
                                   PIC 9(03)V9(02).
       01  PERCENTUAL-REAJUSTE     PIC 9(03)V9(02) VALUE 0.
       01  DATA-BASE-ENV           PIC X(08).
       01  DATA-BASE-CONVENCAO     PIC 9(08) VALUE 0.
       01  LOTE-REAJUSTE           PIC 9(14).

      *    DEPARTAMENTOS ABRANGIDOS, COMO VIERAM EM
      *    PROG171-DEPARTAMENTOS ("*" = TODOS).
       01  DEPARTAMENTOS-ENV       PIC X(120).
       01  TODOS-DEPARTAMENTOS     PIC X VALUE "N".
       01  QTDE-DEPTOS-REAJUSTE    PIC 9(02) VALUE 0.
       01  TABELA-DEPTOS-REAJUSTE.
           05 DEPTO-REAJUSTE OCCURS 10 TIMES
                   INDEXED BY DEPTO-IDX
                                   PIC X(10).
       01  DEPTO-ABRANGIDO         PIC X.

       01  SALARIO-PROPOSTO        PIC 9(07)V9(02).
       01  TOTAL-PROPOSTOS         PIC 9(05) VALUE 0.
       01  TOTAL-FORA              PIC 9(05) VALUE 0.
       01  TOTAL-FOLHA-ATUAL       PIC 9(11)V9(02) VALUE 0.
       01  TOTAL-FOLHA-PROPOSTA    PIC 9(11)V9(02) VALUE 0.
       01  VALOR-EDITADO           PIC $$,$$$,$$$,$$9.99.
       01  VALOR-EDITADO-2         PIC $$,$$$,$$$,$$9.99.
       01  PERCENTUAL-EDITADO      PIC ZZ9.99.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE 0 TO RETURN-CODE.
           PERFORM INICIALIZA-AMBIENTE.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT HORA-AGORA FROM TIME.
           PERFORM INICIALIZA-CAMINHOS.
           PERFORM INICIALIZA-PARAMETROS.

           IF PARAMETROS-OK NOT = "S"
               MOVE 1 TO RETURN-CODE
               GO TO PROGRAM-DONE
           END-IF.

           OPEN INPUT ARQUIVO-FUNCIONARIO.
           IF FUNCIONARIO-FILE-STATUS = "35"
               DISPLAY "ARQUIVO DE FUNCIONARIOS NAO ENCONTRADO. "
                       "REAJUSTE NAO PROPOSTO."
               MOVE 1 TO RETURN-CODE
           ELSE
               OPEN EXTEND ARQUIVO-PENDENTE
               IF PENDENTE-FILE-STATUS = "35"
                   CLOSE ARQUIVO-PENDENTE
                   OPEN OUTPUT ARQUIVO-PENDENTE
               END-IF
               PERFORM IMPRIME-CABECALHO
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM PROPOE-PROXIMO-FUNCIONARIO
                   UNTIL FINAL-ARQUIVO = "S"
               CLOSE ARQUIVO-PENDENTE
               CLOSE ARQUIVO-FUNCIONARIO
               PERFORM IMPRIME-TOTAIS
           END-IF.

       PROGRAM-DONE.
           GOBACK.

       INICIALIZA-CAMINHOS.
           MOVE "funcionarios.dat" TO FUNCIONARIO-PATH.
           ACCEPT FUNCIONARIO-PATH FROM ENVIRONMENT "FUNCIONARIO_DAT".
           IF FUNCIONARIO-PATH = SPACE
               MOVE "funcionarios.dat" TO FUNCIONARIO-PATH
           END-IF.

           MOVE SPACE TO OPERADOR-ID.
           ACCEPT OPERADOR-ID FROM ENVIRONMENT "OPERADOR_ID".
           IF OPERADOR-ID = SPACE
               MOVE "DESCONHEC" TO OPERADOR-ID
           END-IF.

      *    INICIALIZA-PARAMETROS: PERCENTUAL MAIOR QUE ZERO, PELO
      *    MENOS UM DEPARTAMENTO E DATA-BASE ATE HOJE. O LOTE E A
      *    DATA E A HORA DA PROPOSTA.
       INICIALIZA-PARAMETROS.
           MOVE SPACE TO PERCENTUAL-ENV.
           ACCEPT PERCENTUAL-ENV FROM ENVIRONMENT "PROG171-PERCENTUAL".
           IF PERCENTUAL-ENV IS NUMERIC
               MOVE PERCENTUAL-ENV-R TO PERCENTUAL-REAJUSTE
           END-IF.
           IF PERCENTUAL-REAJUSTE = ZERO
               DISPLAY "PROG171-PERCENTUAL AUSENTE OU INVALIDO "
                       "(CINCO DIGITOS, 00550 = 5,50%)."
               MOVE "N" TO PARAMETROS-OK
           END-IF.

           MOVE SPACE TO DATA-BASE-ENV.
           ACCEPT DATA-BASE-ENV FROM ENVIRONMENT "PROG171-DATA-BASE".
           IF DATA-BASE-ENV IS NUMERIC
               MOVE DATA-BASE-ENV TO DATA-BASE-CONVENCAO
           END-IF.
           IF DATA-BASE-CONVENCAO = 0
                   OR DATA-BASE-CONVENCAO > DATA-HOJE
               DISPLAY "PROG171-DATA-BASE AUSENTE, INVALIDA OU "
                       "POSTERIOR A HOJE (AAAAMMDD)."
               MOVE "N" TO PARAMETROS-OK
           END-IF.

           MOVE SPACE TO DEPARTAMENTOS-ENV.
           ACCEPT DEPARTAMENTOS-ENV FROM ENVIRONMENT
               "PROG171-DEPARTAMENTOS".
           IF DEPARTAMENTOS-ENV = "*"
               MOVE "S" TO TODOS-DEPARTAMENTOS
           ELSE
               MOVE SPACE TO TABELA-DEPTOS-REAJUSTE
               UNSTRING DEPARTAMENTOS-ENV DELIMITED BY ","
                   INTO DEPTO-REAJUSTE (1) DEPTO-REAJUSTE (2)
                        DEPTO-REAJUSTE (3) DEPTO-REAJUSTE (4)
                        DEPTO-REAJUSTE (5) DEPTO-REAJUSTE (6)
                        DEPTO-REAJUSTE (7) DEPTO-REAJUSTE (8)
                        DEPTO-REAJUSTE (9) DEPTO-REAJUSTE (10)
                   TALLYING IN QTDE-DEPTOS-REAJUSTE
               END-UNSTRING
               IF DEPARTAMENTOS-ENV = SPACE
                   MOVE 0 TO QTDE-DEPTOS-REAJUSTE
               END-IF
           END-IF.
           IF TODOS-DEPARTAMENTOS NOT = "S"
                   AND QTDE-DEPTOS-REAJUSTE = 0
               DISPLAY "PROG171-DEPARTAMENTOS AUSENTE (LISTA "
                       "SEPARADA POR VIRGULA, OU * PARA TODOS)."
               MOVE "N" TO PARAMETROS-OK
           END-IF.

           COMPUTE LOTE-REAJUSTE =
               DATA-HOJE * 1000000 + HORA-AGORA / 100.

       IMPRIME-CABECALHO.
           MOVE PERCENTUAL-REAJUSTE TO PERCENTUAL-EDITADO.
           DISPLAY "===== PROPOSTA DE REAJUSTE COLETIVO - LOTE "
                   LOTE-REAJUSTE " =====".
           DISPLAY "PERCENTUAL: " PERCENTUAL-EDITADO
                   "%  DATA-BASE: " DATA-BASE-CONVENCAO.
           IF TODOS-DEPARTAMENTOS = "S"
               DISPLAY "DEPARTAMENTOS: TODOS"
           ELSE
               DISPLAY "DEPARTAMENTOS: " DEPARTAMENTOS-ENV
           END-IF.
           DISPLAY "----------------------------------------------".

       PROPOE-PROXIMO-FUNCIONARIO.
           READ ARQUIVO-FUNCIONARIO NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               IF FUNCIONARIO-INATIVO
                   CONTINUE
               ELSE
                   PERFORM VERIFICA-DEPARTAMENTO
                   IF DEPTO-ABRANGIDO = "S"
                       PERFORM PROPOE-REAJUSTE
                   ELSE
                       ADD 1 TO TOTAL-FORA
                   END-IF
               END-IF
           END-IF.

       VERIFICA-DEPARTAMENTO.
           MOVE "N" TO DEPTO-ABRANGIDO.
           IF TODOS-DEPARTAMENTOS = "S"
               MOVE "S" TO DEPTO-ABRANGIDO
           ELSE
               SET DEPTO-IDX TO 1
               SEARCH DEPTO-REAJUSTE
                   AT END
                       CONTINUE
                   WHEN DEPTO-IDX > QTDE-DEPTOS-REAJUSTE
                       CONTINUE
                   WHEN DEPTO-REAJUSTE (DEPTO-IDX) =
                           FUNCIONARIO-DEPARTAMENTO
                       MOVE "S" TO DEPTO-ABRANGIDO
               END-SEARCH
           END-IF.

      *    PROPOE-REAJUSTE: UMA LINHA "C" EM PENDENTES.DAT POR
      *    FUNCIONARIO, TODAS COM O MESMO LOTE.
       PROPOE-REAJUSTE.
           COMPUTE SALARIO-PROPOSTO ROUNDED =
               FUNCIONARIO-SALARIO
               + FUNCIONARIO-SALARIO * PERCENTUAL-REAJUSTE / 100.
           MOVE "C"                TO PENDENTE-TIPO.
           MOVE FUNCIONARIO-CODIGO TO PENDENTE-FUNC-CODIGO.
           MOVE FUNCIONARIO-NOME   TO PENDENTE-FUNC-NOME.
           MOVE SALARIO-PROPOSTO   TO PENDENTE-SALARIO-NOVO.
           MOVE OPERADOR-ID        TO PENDENTE-SOLICITANTE.
           MOVE DATA-HOJE          TO PENDENTE-DATA.
           MOVE HORA-AGORA         TO PENDENTE-HORA.
           MOVE "A"                TO PENDENTE-SITUACAO.
           MOVE ZERO               TO PENDENTE-BANCO.
           MOVE SPACE              TO PENDENTE-AGENCIA.
           MOVE SPACE              TO PENDENTE-CONTA.
           MOVE SPACE              TO PENDENTE-TIPO-SAIDA.
           MOVE LOTE-REAJUSTE      TO PENDENTE-LOTE.
           MOVE DATA-BASE-CONVENCAO TO PENDENTE-DATA-BASE.
           MOVE PERCENTUAL-REAJUSTE TO PENDENTE-PERCENTUAL.
           WRITE PENDENTE-REGISTRO.
           PERFORM GRAVA-AUDITORIA-SOLICITACAO.

           ADD 1 TO TOTAL-PROPOSTOS.
           ADD FUNCIONARIO-SALARIO TO TOTAL-FOLHA-ATUAL.
           ADD SALARIO-PROPOSTO TO TOTAL-FOLHA-PROPOSTA.
           MOVE FUNCIONARIO-SALARIO TO VALOR-EDITADO.
           MOVE SALARIO-PROPOSTO TO VALOR-EDITADO-2.
           DISPLAY FUNCIONARIO-CODIGO " " FUNCIONARIO-NOME " "
                   FUNCIONARIO-DEPARTAMENTO " DE " VALOR-EDITADO
                   " PARA " VALOR-EDITADO-2.

       GRAVA-AUDITORIA-SOLICITACAO.
           OPEN EXTEND ARQUIVO-AUDITORIA.
           IF AUDITORIA-FILE-STATUS = "35"
               CLOSE ARQUIVO-AUDITORIA
               OPEN OUTPUT ARQUIVO-AUDITORIA
           END-IF.
           MOVE "PROG171"         TO AUDITORIA-PROGRAMA.
           MOVE "A"               TO AUDITORIA-OPERACAO.
           MOVE FUNCIONARIO-NOME  TO AUDITORIA-NOME.
           MOVE OPERADOR-ID       TO AUDITORIA-OPERADOR.
           MOVE DATA-HOJE         TO AUDITORIA-DATA.
           ACCEPT AUDITORIA-HORA FROM TIME.
           WRITE AUDITORIA-REGISTRO.
           CLOSE ARQUIVO-AUDITORIA.

       IMPRIME-TOTAIS.
           DISPLAY "----------------------------------------------".
           DISPLAY "FUNCIONARIOS NO LOTE...: " TOTAL-PROPOSTOS.
           DISPLAY "FORA DOS DEPARTAMENTOS.: " TOTAL-FORA.
           MOVE TOTAL-FOLHA-ATUAL TO VALOR-EDITADO.
           DISPLAY "FOLHA ATUAL DO LOTE....: " VALOR-EDITADO.
           MOVE TOTAL-FOLHA-PROPOSTA TO VALOR-EDITADO.
           DISPLAY "FOLHA PROPOSTA.........: " VALOR-EDITADO.
           IF TOTAL-PROPOSTOS = 0
               DISPLAY "NENHUM FUNCIONARIO ATIVO NOS DEPARTAMENTOS "
                       "INFORMADOS. NADA ENVIADO PARA APROVACAO."
               MOVE 1 TO RETURN-CODE
           ELSE
               DISPLAY "LOTE " LOTE-REAJUSTE " ENVIADO PARA "
                       "APROVACAO NO PROG76."
           END-IF.

           COPY "AMBPROC.cob".
