       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG194.
      *    PLANOS DE MANUTENCAO PREVENTIVA DE TERMINAL
      *    (PLANOPREV.DAT): INCLUIR, ALTERAR, INATIVAR E LISTAR OS
      *    PLANOS - CADA UM POR MODELO DE TERMINAL OU POR
      *    LOCALIDADE, COM O INTERVALO EM DIAS ENTRE VISITAS E O
      *    ROTEIRO DE VERIFICACAO DO TECNICO (ATE 8 ITENS). A
      *    PROGRAMACAO SEMANAL (PROG195) ABRE AS ORDENS PREVENTIVAS
      *    PELOS PLANOS ATIVOS. FLUXO DO PROG153.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "PPVSEL.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "PPVREG.cob".

       WORKING-STORAGE SECTION.

       01  PLANO-PREV-FILE-STATUS PIC XX.
       01  PLANO-PREV-PATH        PIC X(100).
       01  OPCAO-MENU             PIC 9.
       01  CODIGO-PROCURADO       PIC X(06).
       01  FINAL-ARQUIVO          PIC X.
       01  TOTAL-LISTADOS         PIC 9(03) VALUE 0.
       01  ITEM-SUB               PIC 9(02).
       01  PLANO-VALIDO           PIC X.

       01  NOVA-DESCRICAO         PIC X(30).
       01  NOVO-INTERVALO         PIC 9(04).
       01  REFAZ-ROTEIRO          PIC X(01).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM INICIALIZA-CAMINHO.
           PERFORM EXIBE-MENU.

       PROGRAM-DONE.
           STOP RUN.

       INICIALIZA-CAMINHO.
           MOVE "planoprev.dat" TO PLANO-PREV-PATH.
           ACCEPT PLANO-PREV-PATH FROM ENVIRONMENT "PLANOPREV_DAT".
           IF PLANO-PREV-PATH = SPACE
               MOVE "planoprev.dat" TO PLANO-PREV-PATH
           END-IF.

       EXIBE-MENU.
           DISPLAY "===== PLANOS DE MANUTENCAO PREVENTIVA =====".
           DISPLAY "1 - INCLUIR PLANO".
           DISPLAY "2 - ALTERAR PLANO".
           DISPLAY "3 - INATIVAR PLANO".
           DISPLAY "4 - LISTAR PLANOS".
           DISPLAY "5 - SAIR".
           DISPLAY "INFORME A OPCAO: ".
           ACCEPT OPCAO-MENU.

           EVALUATE OPCAO-MENU
               WHEN 1
                   PERFORM INCLUI-PLANO
                   PERFORM EXIBE-MENU
               WHEN 2
                   PERFORM ALTERA-PLANO
                   PERFORM EXIBE-MENU
               WHEN 3
                   PERFORM INATIVA-PLANO
                   PERFORM EXIBE-MENU
               WHEN 4
                   PERFORM LISTA-PLANOS
                   PERFORM EXIBE-MENU
               WHEN 5
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
                   PERFORM EXIBE-MENU
           END-EVALUATE.

       INCLUI-PLANO.
           OPEN I-O ARQUIVO-PLANO-PREV.
           IF PLANO-PREV-FILE-STATUS = "35"
               OPEN OUTPUT ARQUIVO-PLANO-PREV
               CLOSE ARQUIVO-PLANO-PREV
               OPEN I-O ARQUIVO-PLANO-PREV
           END-IF.

           MOVE SPACE TO PLANO-PREV-REGISTRO.
           MOVE ZERO TO PLANO-INTERVALO-DIAS.

           DISPLAY "CODIGO DO PLANO (6 POSICOES): ".
           ACCEPT PLANO-CODIGO.
           DISPLAY "DESCRICAO: ".
           ACCEPT PLANO-DESCRICAO.
           DISPLAY "ABRANGENCIA (M=MODELO L=LOCALIDADE): ".
           ACCEPT PLANO-ABRANGENCIA.
           IF PLANO-ABRANGENCIA = "m"
               MOVE "M" TO PLANO-ABRANGENCIA
           END-IF.
           IF PLANO-ABRANGENCIA = "l"
               MOVE "L" TO PLANO-ABRANGENCIA
           END-IF.
           IF PLANO-POR-MODELO
               DISPLAY "MODELO DO TERMINAL: "
           ELSE
               DISPLAY "LOCALIDADE (4 POSICOES): "
           END-IF.
           ACCEPT PLANO-ALVO.
           DISPLAY "INTERVALO ENTRE VISITAS (DIAS): ".
           ACCEPT PLANO-INTERVALO-DIAS.
           PERFORM PEDE-ROTEIRO.
           MOVE "A" TO PLANO-STATUS.

           MOVE "S" TO PLANO-VALIDO.
           EVALUATE TRUE
               WHEN PLANO-CODIGO = SPACE
                   DISPLAY "CODIGO EM BRANCO. NADA INCLUIDO."
                   MOVE "N" TO PLANO-VALIDO
               WHEN NOT PLANO-POR-MODELO
                       AND NOT PLANO-POR-LOCALIDADE
                   DISPLAY "ABRANGENCIA INVALIDA. NADA INCLUIDO."
                   MOVE "N" TO PLANO-VALIDO
               WHEN PLANO-ALVO = SPACE
                   DISPLAY "MODELO/LOCALIDADE EM BRANCO. NADA "
                           "INCLUIDO."
                   MOVE "N" TO PLANO-VALIDO
               WHEN PLANO-INTERVALO-DIAS = ZERO
                   DISPLAY "INTERVALO ZERADO. NADA INCLUIDO."
                   MOVE "N" TO PLANO-VALIDO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF PLANO-VALIDO = "S"
               WRITE PLANO-PREV-REGISTRO
                   INVALID KEY
                       DISPLAY "JA EXISTE PLANO COM ESSE CODIGO."
                   NOT INVALID KEY
                       DISPLAY "PLANO INCLUIDO."
               END-WRITE
           END-IF.

           CLOSE ARQUIVO-PLANO-PREV.

      *    PEDE-ROTEIRO: ATE 8 ITENS DE VERIFICACAO; ITEM EM BRANCO
      *    ENCERRA O ROTEIRO.
       PEDE-ROTEIRO.
           MOVE 1 TO ITEM-SUB.
           DISPLAY "ROTEIRO DE VERIFICACAO (ITEM EM BRANCO ENCERRA):".
           PERFORM PEDE-ITEM-ROTEIRO
               UNTIL ITEM-SUB > 8.

       PEDE-ITEM-ROTEIRO.
           MOVE SPACE TO PLANO-CHECKLIST (ITEM-SUB).
           DISPLAY "ITEM " ITEM-SUB ": ".
           ACCEPT PLANO-CHECKLIST (ITEM-SUB).
           IF PLANO-CHECKLIST (ITEM-SUB) = SPACE
               PERFORM LIMPA-ITEM-ROTEIRO
                   UNTIL ITEM-SUB > 8
           ELSE
               ADD 1 TO ITEM-SUB
           END-IF.

       LIMPA-ITEM-ROTEIRO.
           MOVE SPACE TO PLANO-CHECKLIST (ITEM-SUB).
           ADD 1 TO ITEM-SUB.

       ALTERA-PLANO.
           DISPLAY "CODIGO DO PLANO A ALTERAR: ".
           ACCEPT CODIGO-PROCURADO.

           MOVE SPACE TO NOVA-DESCRICAO.
           MOVE ZERO TO NOVO-INTERVALO.
           MOVE SPACE TO REFAZ-ROTEIRO.

           OPEN I-O ARQUIVO-PLANO-PREV.
           IF PLANO-PREV-FILE-STATUS = "35"
               DISPLAY "PLANOPREV.DAT NAO ENCONTRADO."
               CLOSE ARQUIVO-PLANO-PREV
           ELSE
               MOVE CODIGO-PROCURADO TO PLANO-CODIGO
               READ ARQUIVO-PLANO-PREV
                   INVALID KEY
                       DISPLAY "PLANO NAO ENCONTRADO."
                   NOT INVALID KEY
                       PERFORM EFETIVA-ALTERACAO
               END-READ
               CLOSE ARQUIVO-PLANO-PREV
           END-IF.

       EFETIVA-ALTERACAO.
           DISPLAY "NOVA DESCRICAO (ENTER MANTEM A ATUAL): ".
           ACCEPT NOVA-DESCRICAO.
           DISPLAY "NOVO INTERVALO EM DIAS (0 MANTEM "
                   PLANO-INTERVALO-DIAS "): ".
           ACCEPT NOVO-INTERVALO.
           DISPLAY "REFAZER O ROTEIRO? (S/N): ".
           ACCEPT REFAZ-ROTEIRO.
           IF NOVA-DESCRICAO NOT = SPACE
               MOVE NOVA-DESCRICAO TO PLANO-DESCRICAO
           END-IF.
           IF NOVO-INTERVALO NOT = ZERO
               MOVE NOVO-INTERVALO TO PLANO-INTERVALO-DIAS
           END-IF.
           IF REFAZ-ROTEIRO = "S" OR REFAZ-ROTEIRO = "s"
               PERFORM PEDE-ROTEIRO
           END-IF.
           REWRITE PLANO-PREV-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR A ALTERACAO."
               NOT INVALID KEY
                   DISPLAY "PLANO ALTERADO."
           END-REWRITE.

       INATIVA-PLANO.
           DISPLAY "CODIGO DO PLANO A INATIVAR: ".
           ACCEPT CODIGO-PROCURADO.

           OPEN I-O ARQUIVO-PLANO-PREV.
           IF PLANO-PREV-FILE-STATUS = "35"
               DISPLAY "PLANOPREV.DAT NAO ENCONTRADO."
               CLOSE ARQUIVO-PLANO-PREV
           ELSE
               MOVE CODIGO-PROCURADO TO PLANO-CODIGO
               READ ARQUIVO-PLANO-PREV
                   INVALID KEY
                       DISPLAY "PLANO NAO ENCONTRADO."
                   NOT INVALID KEY
                       MOVE "I" TO PLANO-STATUS
                       REWRITE PLANO-PREV-REGISTRO
                           INVALID KEY
                               DISPLAY "ERRO AO GRAVAR A INATIVACAO."
                           NOT INVALID KEY
                               DISPLAY "PLANO INATIVADO."
                       END-REWRITE
               END-READ
               CLOSE ARQUIVO-PLANO-PREV
           END-IF.

       LISTA-PLANOS.
           MOVE 0 TO TOTAL-LISTADOS.
           OPEN INPUT ARQUIVO-PLANO-PREV.
           IF PLANO-PREV-FILE-STATUS = "35"
               DISPLAY "PLANOPREV.DAT NAO ENCONTRADO. NENHUM PLANO."
           ELSE
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LISTA-PROXIMO-PLANO
                   UNTIL FINAL-ARQUIVO = "S"
               CLOSE ARQUIVO-PLANO-PREV
               DISPLAY "PLANOS LISTADOS: " TOTAL-LISTADOS
           END-IF.

       LISTA-PROXIMO-PLANO.
           READ ARQUIVO-PLANO-PREV NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               ADD 1 TO TOTAL-LISTADOS
               DISPLAY PLANO-CODIGO " " PLANO-DESCRICAO
                       " " PLANO-ABRANGENCIA " " PLANO-ALVO
                       " CADA " PLANO-INTERVALO-DIAS " DIAS "
                       PLANO-STATUS
               MOVE 1 TO ITEM-SUB
               PERFORM LISTA-ITEM-ROTEIRO
                   UNTIL ITEM-SUB > 8
           END-IF.

       LISTA-ITEM-ROTEIRO.
           IF PLANO-CHECKLIST (ITEM-SUB) NOT = SPACE
               DISPLAY "       [ ] " PLANO-CHECKLIST (ITEM-SUB)
           END-IF.
           ADD 1 TO ITEM-SUB.
