       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG162.
      *    MANUTENCAO DO FORNECEDOR PREFERIDO POR PRODUTO
      *    (PRODFORN.DAT): QUEM FORNECE, EM QUANTOS DIAS ENTREGA E
      *    QUAL O LOTE MINIMO DE COMPRA. SO PRODUTO DO CATALOGO
      *    (PROG64) E FORNECEDOR ATIVO (PROG102) ENTRAM. FLUXO
      *    INCLUIR/ALTERAR/RETIRAR/LISTAR DO PROG125; A RETIRADA E
      *    FISICA - PRODUTO SEM FORNECEDOR PREFERIDO SAI DA SUGESTAO
      *    DE REPOSICAO (PROG163) COMO PENDENCIA DE CADASTRO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "PRFSEL.cob".
           COPY "PRODSEL.cob".
           COPY "FORSEL.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "PRFREG.cob".
           COPY "PRODREG.cob".
           COPY "FORREG.cob".

       WORKING-STORAGE SECTION.

       01  PRODFORN-FILE-STATUS   PIC XX.
       01  PRODFORN-PATH          PIC X(100).
       01  PRODUTO-FILE-STATUS    PIC XX.
       01  PRODUTO-PATH           PIC X(100).
       01  FORNECEDOR-FILE-STATUS PIC XX.
       01  FORNECEDOR-PATH        PIC X(100).
       01  OPCAO-MENU             PIC 9.
       01  FINAL-ARQUIVO          PIC X.
       01  DATA-HOJE              PIC 9(08).
       01  TOTAL-LISTADOS         PIC 9(05) VALUE 0.

       01  PRODUTO-INFORMADO      PIC 9(05).
       01  FORNECEDOR-INFORMADO   PIC 9(05).
       01  PRAZO-INFORMADO        PIC 9(03).
       01  LOTE-INFORMADO         PIC 9(05).
       01  PRODUTO-EXISTE         PIC X.
       01  FORNECEDOR-VALIDO      PIC X.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM INICIALIZA-CAMINHOS.
           PERFORM EXIBE-MENU.

       PROGRAM-DONE.
           STOP RUN.

       INICIALIZA-CAMINHOS.
           MOVE "prodforn.dat" TO PRODFORN-PATH.
           ACCEPT PRODFORN-PATH FROM ENVIRONMENT "PRODFORN_DAT".
           IF PRODFORN-PATH = SPACE
               MOVE "prodforn.dat" TO PRODFORN-PATH
           END-IF.

           MOVE "produtos.dat" TO PRODUTO-PATH.
           ACCEPT PRODUTO-PATH FROM ENVIRONMENT "PRODUTO_DAT".
           IF PRODUTO-PATH = SPACE
               MOVE "produtos.dat" TO PRODUTO-PATH
           END-IF.

           MOVE "fornecedores.dat" TO FORNECEDOR-PATH.
           ACCEPT FORNECEDOR-PATH FROM ENVIRONMENT "FORNECEDOR_DAT".
           IF FORNECEDOR-PATH = SPACE
               MOVE "fornecedores.dat" TO FORNECEDOR-PATH
           END-IF.

       EXIBE-MENU.
           DISPLAY "===== FORNECEDOR PREFERIDO POR PRODUTO =====".
           DISPLAY "1 - INCLUIR".
           DISPLAY "2 - ALTERAR".
           DISPLAY "3 - RETIRAR".
           DISPLAY "4 - LISTAR".
           DISPLAY "5 - SAIR".
           DISPLAY "INFORME A OPCAO: ".
           ACCEPT OPCAO-MENU.

           EVALUATE OPCAO-MENU
               WHEN 1
                   PERFORM INCLUI-PRODFORN
                   PERFORM EXIBE-MENU
               WHEN 2
                   PERFORM ALTERA-PRODFORN
                   PERFORM EXIBE-MENU
               WHEN 3
                   PERFORM EXCLUI-PRODFORN
                   PERFORM EXIBE-MENU
               WHEN 4
                   PERFORM LISTA-PRODFORN
                   PERFORM EXIBE-MENU
               WHEN 5
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
                   PERFORM EXIBE-MENU
           END-EVALUATE.

       INCLUI-PRODFORN.
           DISPLAY "CODIGO DO PRODUTO: ".
           ACCEPT PRODUTO-INFORMADO.
           PERFORM VERIFICA-PRODUTO-CATALOGO.
           IF PRODUTO-EXISTE NOT = "S"
               DISPLAY "PRODUTO INEXISTENTE NO CATALOGO. NADA "
                       "INCLUIDO."
           ELSE
               PERFORM CAPTURA-DADOS-COMPRA
               IF FORNECEDOR-VALIDO = "S"
                   PERFORM GRAVA-NOVO-PRODFORN
               END-IF
           END-IF.

       CAPTURA-DADOS-COMPRA.
           DISPLAY "FORNECEDOR PREFERIDO: ".
           ACCEPT FORNECEDOR-INFORMADO.
           PERFORM VERIFICA-FORNECEDOR.
           IF FORNECEDOR-VALIDO = "S"
               DISPLAY "PRAZO DE ENTREGA (DIAS CORRIDOS): "
               ACCEPT PRAZO-INFORMADO
               DISPLAY "LOTE MINIMO DE COMPRA: "
               ACCEPT LOTE-INFORMADO
           END-IF.

       GRAVA-NOVO-PRODFORN.
           OPEN I-O ARQUIVO-PRODFORN.
           IF PRODFORN-FILE-STATUS = "35"
               OPEN OUTPUT ARQUIVO-PRODFORN
               CLOSE ARQUIVO-PRODFORN
               OPEN I-O ARQUIVO-PRODFORN
           END-IF.
           MOVE PRODUTO-INFORMADO    TO PRODFORN-PRODUTO.
           MOVE FORNECEDOR-INFORMADO TO PRODFORN-FORNECEDOR.
           MOVE PRAZO-INFORMADO      TO PRODFORN-PRAZO-DIAS.
           MOVE LOTE-INFORMADO       TO PRODFORN-LOTE-MINIMO.
           MOVE DATA-HOJE            TO PRODFORN-DATA-ATUALIZACAO.
           WRITE PRODFORN-REGISTRO
               INVALID KEY
                   DISPLAY "PRODUTO JA TEM FORNECEDOR PREFERIDO. "
                           "USE A ALTERACAO."
               NOT INVALID KEY
                   DISPLAY "FORNECEDOR PREFERIDO INCLUIDO."
           END-WRITE.
           CLOSE ARQUIVO-PRODFORN.

       ALTERA-PRODFORN.
           DISPLAY "CODIGO DO PRODUTO: ".
           ACCEPT PRODUTO-INFORMADO.
           OPEN I-O ARQUIVO-PRODFORN.
           IF PRODFORN-FILE-STATUS = "35"
               DISPLAY "PRODFORN.DAT NAO ENCONTRADO."
               CLOSE ARQUIVO-PRODFORN
           ELSE
               MOVE PRODUTO-INFORMADO TO PRODFORN-PRODUTO
               READ ARQUIVO-PRODFORN
                   INVALID KEY
                       DISPLAY "PRODUTO SEM FORNECEDOR PREFERIDO."
                   NOT INVALID KEY
                       DISPLAY "ATUAL: FORNECEDOR " PRODFORN-FORNECEDOR
                               " PRAZO " PRODFORN-PRAZO-DIAS
                               " LOTE MINIMO " PRODFORN-LOTE-MINIMO
                       PERFORM CAPTURA-DADOS-COMPRA
                       IF FORNECEDOR-VALIDO = "S"
                           PERFORM REGRAVA-PRODFORN
                       END-IF
               END-READ
               CLOSE ARQUIVO-PRODFORN
           END-IF.

       REGRAVA-PRODFORN.
           MOVE FORNECEDOR-INFORMADO TO PRODFORN-FORNECEDOR.
           MOVE PRAZO-INFORMADO      TO PRODFORN-PRAZO-DIAS.
           MOVE LOTE-INFORMADO       TO PRODFORN-LOTE-MINIMO.
           MOVE DATA-HOJE            TO PRODFORN-DATA-ATUALIZACAO.
           REWRITE PRODFORN-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR A ALTERACAO."
               NOT INVALID KEY
                   DISPLAY "FORNECEDOR PREFERIDO ALTERADO."
           END-REWRITE.

       EXCLUI-PRODFORN.
           DISPLAY "CODIGO DO PRODUTO: ".
           ACCEPT PRODUTO-INFORMADO.
           OPEN I-O ARQUIVO-PRODFORN.
           IF PRODFORN-FILE-STATUS = "35"
               DISPLAY "PRODFORN.DAT NAO ENCONTRADO."
               CLOSE ARQUIVO-PRODFORN
           ELSE
               MOVE PRODUTO-INFORMADO TO PRODFORN-PRODUTO
               READ ARQUIVO-PRODFORN
                   INVALID KEY
                       DISPLAY "PRODUTO SEM FORNECEDOR PREFERIDO."
                   NOT INVALID KEY
                       DELETE ARQUIVO-PRODFORN
                           INVALID KEY
                               DISPLAY "ERRO AO RETIRAR O REGISTRO."
                           NOT INVALID KEY
                               DISPLAY "FORNECEDOR PREFERIDO RETIRADO."
                       END-DELETE
               END-READ
               CLOSE ARQUIVO-PRODFORN
           END-IF.

       LISTA-PRODFORN.
           MOVE 0 TO TOTAL-LISTADOS.
           OPEN INPUT ARQUIVO-PRODFORN.
           IF PRODFORN-FILE-STATUS = "35"
               DISPLAY "PRODFORN.DAT NAO ENCONTRADO. NENHUM REGISTRO."
           ELSE
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LISTA-PROXIMO-PRODFORN
                   UNTIL FINAL-ARQUIVO = "S"
               CLOSE ARQUIVO-PRODFORN
               DISPLAY "PRODUTOS LISTADOS: " TOTAL-LISTADOS
           END-IF.

       LISTA-PROXIMO-PRODFORN.
           READ ARQUIVO-PRODFORN NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               ADD 1 TO TOTAL-LISTADOS
               DISPLAY "PRODUTO " PRODFORN-PRODUTO
                       " FORNECEDOR " PRODFORN-FORNECEDOR
                       " PRAZO " PRODFORN-PRAZO-DIAS " DIA(S)"
                       " LOTE MINIMO " PRODFORN-LOTE-MINIMO
           END-IF.

       VERIFICA-PRODUTO-CATALOGO.
           MOVE "N" TO PRODUTO-EXISTE.
           OPEN INPUT ARQUIVO-PRODUTO.
           IF PRODUTO-FILE-STATUS = "35"
               CONTINUE
           ELSE
               MOVE PRODUTO-INFORMADO TO PRODUTO-CODIGO
               READ ARQUIVO-PRODUTO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO PRODUTO-EXISTE
                       DISPLAY "PRODUTO: " PRODUTO-DESCRICAO
               END-READ
               CLOSE ARQUIVO-PRODUTO
           END-IF.

       VERIFICA-FORNECEDOR.
           MOVE "N" TO FORNECEDOR-VALIDO.
           OPEN INPUT ARQUIVO-FORNECEDOR.
           IF FORNECEDOR-FILE-STATUS = "35"
               DISPLAY "FORNECEDORES.DAT NAO ENCONTRADO. CADASTRE "
                       "NO PROG102."
           ELSE
               MOVE FORNECEDOR-INFORMADO TO FORNECEDOR-CODIGO
               READ ARQUIVO-FORNECEDOR
                   INVALID KEY
                       DISPLAY "FORNECEDOR INEXISTENTE NO CADASTRO."
                   NOT INVALID KEY
                       IF FORNECEDOR-INATIVO
                           DISPLAY "FORNECEDOR RETIRADO DO CADASTRO."
                       ELSE
                           MOVE "S" TO FORNECEDOR-VALIDO
                           DISPLAY "FORNECEDOR: " FORNECEDOR-NOME
                       END-IF
               END-READ
               CLOSE ARQUIVO-FORNECEDOR
           END-IF.
