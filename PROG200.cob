       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG200.
      *    ESTRUTURA DE KITS (KITS.DAT): INCLUIR, REFAZER OS
      *    COMPONENTES, INATIVAR E LISTAR OS KITS DE PRODUTOS - O
      *    KIT DE INSTALACAO DE TERMINAL E VENDIDO POR UM CODIGO SO
      *    DE PRODUTOS.DAT, MAS O ESTOQUE E DOS COMPONENTES. O KIT E
      *    OS COMPONENTES TEM DE EXISTIR NO CATALOGO (PROG64); ATE 10
      *    COMPONENTES POR KIT, CADA UM COM A QUANTIDADE POR KIT.
      *    COMPONENTE NAO PODE SER OUTRO KIT NEM O PROPRIO KIT, E UM
      *    PRODUTO QUE JA E COMPONENTE NAO VIRA KIT - A EXPLOSAO E DE
      *    UM NIVEL SO. FLUXO DO PROG194.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "KITSEL.cob".
           COPY "PRODSEL.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "KITREG.cob".
           COPY "PRODREG.cob".

       WORKING-STORAGE SECTION.

       01  KIT-FILE-STATUS        PIC XX.
       01  KIT-PATH               PIC X(100).
       01  PRODUTO-FILE-STATUS    PIC XX.
       01  PRODUTO-PATH           PIC X(100).
       01  OPCAO-MENU             PIC 9.
       01  CODIGO-PROCURADO       PIC 9(05).
       01  FINAL-ARQUIVO          PIC X.
       01  TOTAL-LISTADOS         PIC 9(03) VALUE 0.
       01  COMP-SUB               PIC 9(02).
       01  KIT-VALIDO             PIC X.
       01  COMPONENTE-VALIDO      PIC X.
       01  FIM-COMPONENTES        PIC X.
       01  JA-E-COMPONENTE        PIC X.
       01  COMPONENTE-INFORMADO   PIC 9(05).
       01  QTDE-COMP-INFORMADA    PIC 9(03).

      *    OS COMPONENTES SAO MONTADOS AQUI E SO DEPOIS PASSAM PARA O
      *    REGISTRO - A CONFERENCIA LE KITS.DAT E TROCARIA A AREA DO
      *    FD NO MEIO DA DIGITACAO.
       01  QTDE-COMP-MONTADOS     PIC 9(02) VALUE 0.
       01  TABELA-COMP-MONTADOS.
           05 COMP-MONTADO OCCURS 10 TIMES.
              10 COMP-MONT-PRODUTO PIC 9(05).
              10 COMP-MONT-QTDE    PIC 9(03).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM INICIALIZA-CAMINHOS.
           PERFORM EXIBE-MENU.

       PROGRAM-DONE.
           STOP RUN.

       INICIALIZA-CAMINHOS.
           MOVE "kits.dat" TO KIT-PATH.
           ACCEPT KIT-PATH FROM ENVIRONMENT "KIT_DAT".
           IF KIT-PATH = SPACE
               MOVE "kits.dat" TO KIT-PATH
           END-IF.

           MOVE "produtos.dat" TO PRODUTO-PATH.
           ACCEPT PRODUTO-PATH FROM ENVIRONMENT "PRODUTO_DAT".
           IF PRODUTO-PATH = SPACE
               MOVE "produtos.dat" TO PRODUTO-PATH
           END-IF.

       EXIBE-MENU.
           DISPLAY "===== ESTRUTURA DE KITS =====".
           DISPLAY "1 - INCLUIR KIT".
           DISPLAY "2 - REFAZER COMPONENTES DE UM KIT".
           DISPLAY "3 - INATIVAR KIT".
           DISPLAY "4 - LISTAR KITS".
           DISPLAY "5 - SAIR".
           DISPLAY "INFORME A OPCAO: ".
           ACCEPT OPCAO-MENU.

           EVALUATE OPCAO-MENU
               WHEN 1
                   PERFORM INCLUI-KIT
                   PERFORM EXIBE-MENU
               WHEN 2
                   PERFORM ALTERA-KIT
                   PERFORM EXIBE-MENU
               WHEN 3
                   PERFORM INATIVA-KIT
                   PERFORM EXIBE-MENU
               WHEN 4
                   PERFORM LISTA-KITS
                   PERFORM EXIBE-MENU
               WHEN 5
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
                   PERFORM EXIBE-MENU
           END-EVALUATE.

       INCLUI-KIT.
           OPEN I-O ARQUIVO-KIT.
           IF KIT-FILE-STATUS = "35"
               OPEN OUTPUT ARQUIVO-KIT
               CLOSE ARQUIVO-KIT
               OPEN I-O ARQUIVO-KIT
           END-IF.
           OPEN INPUT ARQUIVO-PRODUTO.

           DISPLAY "CODIGO DO PRODUTO KIT: ".
           ACCEPT CODIGO-PROCURADO.

           MOVE "S" TO KIT-VALIDO.
           PERFORM CONFERE-PRODUTO-KIT.
           IF KIT-VALIDO = "S"
               MOVE CODIGO-PROCURADO TO KIT-PRODUTO-CODIGO
               READ ARQUIVO-KIT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY "JA EXISTE KIT COM ESSE CODIGO. USE "
                               "A OPCAO 2."
                       MOVE "N" TO KIT-VALIDO
               END-READ
           END-IF.
           IF KIT-VALIDO = "S"
               PERFORM VERIFICA-USO-COMO-COMPONENTE
           END-IF.
           IF KIT-VALIDO = "S"
               PERFORM PEDE-COMPONENTES
           END-IF.
           IF KIT-VALIDO = "S"
               MOVE CODIGO-PROCURADO TO KIT-PRODUTO-CODIGO
               PERFORM MONTA-REGISTRO-KIT
               MOVE "A" TO KIT-STATUS
               WRITE KIT-REGISTRO
                   INVALID KEY
                       DISPLAY "JA EXISTE KIT COM ESSE CODIGO."
                   NOT INVALID KEY
                       DISPLAY "KIT INCLUIDO COM "
                               KIT-QTDE-COMPONENTES " COMPONENTE(S)."
               END-WRITE
           END-IF.

           CLOSE ARQUIVO-PRODUTO.
           CLOSE ARQUIVO-KIT.

      *    CONFERE-PRODUTO-KIT: O CODIGO DO KIT TEM DE ESTAR NO
      *    CATALOGO, COMO QUALQUER PRODUTO VENDIDO.
       CONFERE-PRODUTO-KIT.
           MOVE CODIGO-PROCURADO TO PRODUTO-CODIGO.
           READ ARQUIVO-PRODUTO
               INVALID KEY
                   DISPLAY "PRODUTO INEXISTENTE NO CATALOGO. CADASTRE "
                           "O KIT NO PROG64 ANTES."
                   MOVE "N" TO KIT-VALIDO
               NOT INVALID KEY
                   DISPLAY "KIT: " PRODUTO-DESCRICAO
           END-READ.

      *    VERIFICA-USO-COMO-COMPONENTE: PRODUTO QUE JA ENTRA EM
      *    OUTRO KIT NAO PODE VIRAR KIT (SERIA EXPLOSAO EM DOIS
      *    NIVEIS).
       VERIFICA-USO-COMO-COMPONENTE.
           MOVE "N" TO JA-E-COMPONENTE.
           MOVE ZERO TO KIT-PRODUTO-CODIGO.
           MOVE "N" TO FINAL-ARQUIVO.
           START ARQUIVO-KIT
               KEY IS NOT LESS THAN KIT-PRODUTO-CODIGO
               INVALID KEY
                   MOVE "S" TO FINAL-ARQUIVO
           END-START.
           PERFORM PROCURA-EM-PROXIMO-KIT
               UNTIL FINAL-ARQUIVO = "S".
           IF JA-E-COMPONENTE = "S"
               MOVE "N" TO KIT-VALIDO
           END-IF.

       PROCURA-EM-PROXIMO-KIT.
           READ ARQUIVO-KIT NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S" AND KIT-ATIVO
               MOVE 1 TO COMP-SUB
               PERFORM PROCURA-NO-COMPONENTE
                   UNTIL COMP-SUB > KIT-QTDE-COMPONENTES
           END-IF.

       PROCURA-NO-COMPONENTE.
           IF KIT-COMP-PRODUTO (COMP-SUB) = CODIGO-PROCURADO
               MOVE "S" TO JA-E-COMPONENTE
               DISPLAY "O PRODUTO JA E COMPONENTE DO KIT "
                       KIT-PRODUTO-CODIGO ". NAO PODE SER KIT."
           END-IF.
           ADD 1 TO COMP-SUB.

      *    PEDE-COMPONENTES: ATE 10 COMPONENTES; CODIGO ZERO ENCERRA.
      *    KIT SEM NENHUM COMPONENTE NAO E GRAVADO.
       PEDE-COMPONENTES.
           MOVE 0 TO QTDE-COMP-MONTADOS.
           MOVE ZERO TO TABELA-COMP-MONTADOS.
           MOVE "N" TO FIM-COMPONENTES.
           DISPLAY "COMPONENTES DO KIT (CODIGO ZERO ENCERRA):".
           PERFORM PEDE-UM-COMPONENTE
               UNTIL FIM-COMPONENTES = "S"
                  OR QTDE-COMP-MONTADOS = 10.
           IF QTDE-COMP-MONTADOS = 0
               DISPLAY "KIT SEM COMPONENTES. NADA GRAVADO."
               MOVE "N" TO KIT-VALIDO
           END-IF.

       PEDE-UM-COMPONENTE.
           MOVE ZERO TO COMPONENTE-INFORMADO.
           MOVE ZERO TO QTDE-COMP-INFORMADA.
           DISPLAY "CODIGO DO COMPONENTE: ".
           ACCEPT COMPONENTE-INFORMADO.
           IF COMPONENTE-INFORMADO = ZERO
               MOVE "S" TO FIM-COMPONENTES
           ELSE
               PERFORM CONFERE-COMPONENTE
               IF COMPONENTE-VALIDO = "S"
                   DISPLAY "QUANTIDADE POR KIT: "
                   ACCEPT QTDE-COMP-INFORMADA
                   IF QTDE-COMP-INFORMADA = ZERO
                       DISPLAY "QUANTIDADE ZERO. COMPONENTE IGNORADO."
                   ELSE
                       ADD 1 TO QTDE-COMP-MONTADOS
                       MOVE COMPONENTE-INFORMADO
                           TO COMP-MONT-PRODUTO (QTDE-COMP-MONTADOS)
                       MOVE QTDE-COMP-INFORMADA
                           TO COMP-MONT-QTDE (QTDE-COMP-MONTADOS)
                   END-IF
               END-IF
           END-IF.

       CONFERE-COMPONENTE.
           MOVE "S" TO COMPONENTE-VALIDO.
           MOVE 1 TO COMP-SUB.
           PERFORM CONFERE-REPETIDO
               UNTIL COMP-SUB > QTDE-COMP-MONTADOS.
           EVALUATE TRUE
               WHEN COMPONENTE-VALIDO NOT = "S"
                   DISPLAY "COMPONENTE JA INFORMADO NESTE KIT."
               WHEN COMPONENTE-INFORMADO = CODIGO-PROCURADO
                   DISPLAY "O KIT NAO PODE SER COMPONENTE DELE MESMO."
                   MOVE "N" TO COMPONENTE-VALIDO
               WHEN OTHER
                   MOVE COMPONENTE-INFORMADO TO PRODUTO-CODIGO
                   READ ARQUIVO-PRODUTO
                       INVALID KEY
                           DISPLAY "PRODUTO INEXISTENTE NO CATALOGO."
                           MOVE "N" TO COMPONENTE-VALIDO
                       NOT INVALID KEY
                           DISPLAY "  " PRODUTO-DESCRICAO
                   END-READ
           END-EVALUATE.
           IF COMPONENTE-VALIDO = "S"
               MOVE COMPONENTE-INFORMADO TO KIT-PRODUTO-CODIGO
               READ ARQUIVO-KIT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF KIT-ATIVO
                           DISPLAY "O PRODUTO E UM KIT. KIT NAO ENTRA "
                                   "EM OUTRO KIT."
                           MOVE "N" TO COMPONENTE-VALIDO
                       END-IF
               END-READ
           END-IF.

       CONFERE-REPETIDO.
           IF COMP-MONT-PRODUTO (COMP-SUB) = COMPONENTE-INFORMADO
               MOVE "N" TO COMPONENTE-VALIDO
           END-IF.
           ADD 1 TO COMP-SUB.

       MONTA-REGISTRO-KIT.
           MOVE QTDE-COMP-MONTADOS TO KIT-QTDE-COMPONENTES.
           MOVE 1 TO COMP-SUB.
           PERFORM PASSA-COMPONENTE
               UNTIL COMP-SUB > 10.

       PASSA-COMPONENTE.
           MOVE COMP-MONT-PRODUTO (COMP-SUB)
               TO KIT-COMP-PRODUTO (COMP-SUB).
           MOVE COMP-MONT-QTDE (COMP-SUB)
               TO KIT-COMP-QTDE (COMP-SUB).
           ADD 1 TO COMP-SUB.

      *    ALTERA-KIT: A ESTRUTURA E REFEITA INTEIRA - E ASSIM QUE O
      *    ALMOXARIFADO DESCREVE O KIT, DA LISTA DE SEPARACAO.
       ALTERA-KIT.
           DISPLAY "CODIGO DO KIT A REFAZER: ".
           ACCEPT CODIGO-PROCURADO.

           OPEN I-O ARQUIVO-KIT.
           IF KIT-FILE-STATUS = "35"
               DISPLAY "KITS.DAT NAO ENCONTRADO."
               CLOSE ARQUIVO-KIT
           ELSE
               OPEN INPUT ARQUIVO-PRODUTO
               MOVE "S" TO KIT-VALIDO
               MOVE CODIGO-PROCURADO TO KIT-PRODUTO-CODIGO
               READ ARQUIVO-KIT
                   INVALID KEY
                       DISPLAY "KIT NAO ENCONTRADO."
                       MOVE "N" TO KIT-VALIDO
                   NOT INVALID KEY
                       PERFORM LISTA-COMPONENTES-KIT
               END-READ
               IF KIT-VALIDO = "S"
                   PERFORM PEDE-COMPONENTES
               END-IF
               IF KIT-VALIDO = "S"
                   PERFORM EFETIVA-ALTERACAO
               END-IF
               CLOSE ARQUIVO-PRODUTO
               CLOSE ARQUIVO-KIT
           END-IF.

      *    EFETIVA-ALTERACAO: RELE O KIT (A CONFERENCIA DOS
      *    COMPONENTES MEXEU NA AREA DO FD) E REGRAVA.
       EFETIVA-ALTERACAO.
           MOVE CODIGO-PROCURADO TO KIT-PRODUTO-CODIGO.
           READ ARQUIVO-KIT
               INVALID KEY
                   DISPLAY "KIT NAO ENCONTRADO NA REGRAVACAO."
               NOT INVALID KEY
                   PERFORM MONTA-REGISTRO-KIT
                   MOVE "A" TO KIT-STATUS
                   REWRITE KIT-REGISTRO
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR A ALTERACAO."
                       NOT INVALID KEY
                           DISPLAY "KIT REFEITO COM "
                                   KIT-QTDE-COMPONENTES
                                   " COMPONENTE(S)."
                   END-REWRITE
           END-READ.

       INATIVA-KIT.
           DISPLAY "CODIGO DO KIT A INATIVAR: ".
           ACCEPT CODIGO-PROCURADO.

           OPEN I-O ARQUIVO-KIT.
           IF KIT-FILE-STATUS = "35"
               DISPLAY "KITS.DAT NAO ENCONTRADO."
               CLOSE ARQUIVO-KIT
           ELSE
               MOVE CODIGO-PROCURADO TO KIT-PRODUTO-CODIGO
               READ ARQUIVO-KIT
                   INVALID KEY
                       DISPLAY "KIT NAO ENCONTRADO."
                   NOT INVALID KEY
                       MOVE "I" TO KIT-STATUS
                       REWRITE KIT-REGISTRO
                           INVALID KEY
                               DISPLAY "ERRO AO GRAVAR A INATIVACAO."
                           NOT INVALID KEY
                               DISPLAY "KIT INATIVADO. O PRODUTO VOLTA "
                                       "A SER VENDIDO COMO ITEM COMUM."
                       END-REWRITE
               END-READ
               CLOSE ARQUIVO-KIT
           END-IF.

       LISTA-KITS.
           MOVE 0 TO TOTAL-LISTADOS.
           OPEN INPUT ARQUIVO-KIT.
           IF KIT-FILE-STATUS = "35"
               DISPLAY "KITS.DAT NAO ENCONTRADO. NENHUM KIT."
           ELSE
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LISTA-PROXIMO-KIT
                   UNTIL FINAL-ARQUIVO = "S"
               CLOSE ARQUIVO-KIT
               DISPLAY "KITS LISTADOS: " TOTAL-LISTADOS
           END-IF.

       LISTA-PROXIMO-KIT.
           READ ARQUIVO-KIT NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               ADD 1 TO TOTAL-LISTADOS
               DISPLAY "KIT " KIT-PRODUTO-CODIGO " "
                       KIT-QTDE-COMPONENTES " COMPONENTE(S) "
                       KIT-STATUS
               PERFORM LISTA-COMPONENTES-KIT
           END-IF.

       LISTA-COMPONENTES-KIT.
           MOVE 1 TO COMP-SUB.
           PERFORM LISTA-UM-COMPONENTE
               UNTIL COMP-SUB > KIT-QTDE-COMPONENTES.

       LISTA-UM-COMPONENTE.
           DISPLAY "       " KIT-COMP-PRODUTO (COMP-SUB)
                   " X " KIT-COMP-QTDE (COMP-SUB).
           ADD 1 TO COMP-SUB.
