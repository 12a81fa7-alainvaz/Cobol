      *    MANUTENCAO DO CADASTRO DE PRODUTOS E PRECOS: O CATALOGO
      *    QUE ANTES VIVIA NUMA PASTA PASSA A VIVER EM PRODUTOS.DAT
      *    (CODIGO, DESCRICAO, PRECO UNITARIO, CUSTO DE COMPRA,
      *    FAMILIA, PESO DE EXPEDICAO E FLAG DE ATIVO), NO
      *    MESMO FLUXO INCLUIR/ALTERAR/EXCLUIR DO PROG41 - A
      *    EXCLUSAO E LOGICA, MARCANDO O PRODUTO COMO INATIVO PARA
      *    NAO QUEBRAR PEDIDOS ANTIGOS QUE APONTAM PARA ELE.
      *    CAMINHO DO ARQUIVO: VARIAVEL PRODUTO_DAT (PADRAO
      *    PRODUTOS.DAT).
      *    PRECO, CUSTO E RETIRADA DEIXAM RASTRO CAMPO A CAMPO EM
      *    ALTERACOES.DAT (ALTPROC) - VALOR ANTERIOR, VALOR NOVO,
      *    OPERADOR DA SESSAO DO PROG20 E MOMENTO - PARA A CONSULTA
      *    DO PROG219 E AS EXCECOES DO PROG220.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "PRODSEL.cob".
           COPY "SESSEL.cob".
           COPY "ALTSEL.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "PRODREG.cob".
           COPY "SESREG.cob".
           COPY "ALTREG.cob".

       WORKING-STORAGE SECTION.

       01  NOVO-PRECO           PIC 9(07)V9(02).
       01  NOVO-CUSTO           PIC 9(07)V9(02).
       01  NOVA-FAMILIA         PIC X(10).
       01  NOVO-PESO            PIC 9(04)V9(03).
       01  PRECO-EDITADO        PIC $$,$$$,$$9.99.

       01  SESSAO-FILE-STATUS   PIC XX.
       01  OPERADOR-ID          PIC X(10).
       01  PRECO-ANTERIOR       PIC 9(07)V9(02).
       01  CUSTO-ANTERIOR       PIC 9(07)V9(02).
       01  STATUS-ANTERIOR      PIC X(01).
           COPY "ALTWRK.cob".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM INICIALIZA-CAMINHO.
           PERFORM INICIALIZA-OPERADOR.
           PERFORM EXIBE-MENU.

       PROGRAM-DONE.
               MOVE "produtos.dat" TO PRODUTO-PATH
           END-IF.

      *    INICIALIZA-OPERADOR: A IDENTIDADE VEM DA SESSAO
      *    AUTENTICADA PELO PROG20 (SESSAO.DAT); A VARIAVEL DE
      *    AMBIENTE SO VALE COMO RESERVA QUANDO NAO HA SESSAO.
       INICIALIZA-OPERADOR.
           MOVE SPACE TO OPERADOR-ID.
           OPEN INPUT ARQUIVO-SESSAO.
           IF SESSAO-FILE-STATUS = "00"
               READ ARQUIVO-SESSAO
                   AT END
                       CONTINUE
               END-READ
               IF SESSAO-FILE-STATUS = "00"
                   MOVE SESSAO-OPERADOR TO OPERADOR-ID
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
           DISPLAY "===== MANUTENCAO DE PRODUTOS =====".
           DISPLAY "1 - INCLUIR PRODUTO".
           DISPLAY "INFORME A FAMILIA DO PRODUTO: ".
           ACCEPT PRODUTO-FAMILIA.

           DISPLAY "INFORME O PESO DE EXPEDICAO EM KG (0 SE "
                   "DESCONHECIDO): ".
           ACCEPT PRODUTO-PESO.

           MOVE "A" TO PRODUTO-STATUS.

           WRITE PRODUTO-REGISTRO
                   DISPLAY "JA EXISTE UM PRODUTO COM ESSE CODIGO."
               NOT INVALID KEY
                   DISPLAY "PRODUTO INCLUIDO NO CATALOGO."
                   MOVE "I" TO ALTERACAO-OPERACAO-WS
                   MOVE ZERO TO PRECO-ANTERIOR
                   MOVE ZERO TO CUSTO-ANTERIOR
                   PERFORM REGISTRA-ALTERACAO-PRODUTO
           END-WRITE.

           CLOSE ARQUIVO-PRODUTO.

           MOVE ZERO TO NOVO-CUSTO.
           MOVE SPACE TO NOVA-FAMILIA.
           MOVE ZERO TO NOVO-PESO.

           DISPLAY "NOVA DESCRICAO (ENTER MANTEM A ATUAL): ".
           ACCEPT NOVA-DESCRICAO.
           ACCEPT NOVO-CUSTO.
           DISPLAY "NOVA FAMILIA (ENTER MANTEM A ATUAL): ".
           ACCEPT NOVA-FAMILIA.
           DISPLAY "NOVO PESO EM KG (0 MANTEM O ATUAL): ".
           ACCEPT NOVO-PESO.

           OPEN I-O ARQUIVO-PRODUTO.
           MOVE CODIGO-PROCURADO TO PRODUTO-CODIGO.
           CLOSE ARQUIVO-PRODUTO.

       GRAVA-ALTERACAO-PRODUTO.
           MOVE PRODUTO-PRECO TO PRECO-ANTERIOR.
           IF PRODUTO-CUSTO IS NUMERIC
               MOVE PRODUTO-CUSTO TO CUSTO-ANTERIOR
           ELSE
               MOVE ZERO TO CUSTO-ANTERIOR
           END-IF.
           IF NOVA-DESCRICAO NOT = SPACE
               MOVE NOVA-DESCRICAO TO PRODUTO-DESCRICAO
           END-IF.
           IF NOVA-FAMILIA NOT = SPACE
               MOVE NOVA-FAMILIA TO PRODUTO-FAMILIA
           END-IF.
           IF NOVO-PESO NOT = ZERO
               MOVE NOVO-PESO TO PRODUTO-PESO
           END-IF.
           REWRITE PRODUTO-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR A ALTERACAO."
               NOT INVALID KEY
                   DISPLAY "PRODUTO ALTERADO."
                   MOVE "A" TO ALTERACAO-OPERACAO-WS
                   PERFORM REGISTRA-ALTERACAO-PRODUTO
           END-REWRITE.

      *    REGISTRA-ALTERACAO-PRODUTO: PRECO E CUSTO ANTES/DEPOIS NA
      *    TRILHA DE ALTERACOES; SO O QUE MUDOU VIRA LINHA. CUSTO EM
      *    BRANCO (REGISTRO ANTIGO) VALE ZERO.
       REGISTRA-ALTERACAO-PRODUTO.
           PERFORM PREPARA-ALTERACAO-PRODUTO.
           MOVE "PRECO" TO ALTERACAO-CAMPO-WS.
           MOVE PRECO-ANTERIOR TO ALTERACAO-NUM-ANTERIOR-WS.
           MOVE PRODUTO-PRECO TO ALTERACAO-NUM-NOVO-WS.
           PERFORM REGISTRA-ALTERACAO-VALOR.
           MOVE "CUSTO" TO ALTERACAO-CAMPO-WS.
           MOVE CUSTO-ANTERIOR TO ALTERACAO-NUM-ANTERIOR-WS.
           IF PRODUTO-CUSTO IS NUMERIC
               MOVE PRODUTO-CUSTO TO ALTERACAO-NUM-NOVO-WS
           ELSE
               MOVE ZERO TO ALTERACAO-NUM-NOVO-WS
           END-IF.
           PERFORM REGISTRA-ALTERACAO-VALOR.

       PREPARA-ALTERACAO-PRODUTO.
           MOVE "PRODUTOS" TO ALTERACAO-ARQUIVO-WS.
           MOVE PRODUTO-CODIGO TO ALTERACAO-CHAVE-WS.
           MOVE "PROG64" TO ALTERACAO-PROGRAMA-WS.
           MOVE OPERADOR-ID TO ALTERACAO-OPERADOR-WS.

      *    EXCLUI-PRODUTO: RETIRADA LOGICA, COMO O DESLIGAMENTO DO
      *    PROG41 - O REGISTRO FICA COM STATUS "I" E DEIXA DE SER
      *    ACEITO EM PEDIDOS NOVOS.
                   DISPLAY "CODIGO NAO ENCONTRADO. NENHUMA RETIRADA "
                           "FEITA."
               NOT INVALID KEY
                   MOVE PRODUTO-STATUS TO STATUS-ANTERIOR
                   MOVE "I" TO PRODUTO-STATUS
                   REWRITE PRODUTO-REGISTRO
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR A RETIRADA."
                       NOT INVALID KEY
                           DISPLAY "PRODUTO RETIRADO DO CATALOGO."
                           PERFORM REGISTRA-RETIRADA-PRODUTO
                   END-REWRITE
           END-READ.
           CLOSE ARQUIVO-PRODUTO.

       REGISTRA-RETIRADA-PRODUTO.
           PERFORM PREPARA-ALTERACAO-PRODUTO.
           MOVE "E" TO ALTERACAO-OPERACAO-WS.
           MOVE "STATUS" TO ALTERACAO-CAMPO-WS.
           MOVE STATUS-ANTERIOR TO ALTERACAO-ANTERIOR-WS.
           MOVE PRODUTO-STATUS TO ALTERACAO-NOVO-WS.
           PERFORM REGISTRA-ALTERACAO-TEXTO.

       LISTA-CATALOGO.
           MOVE 0 TO TOTAL-LISTADOS.
           OPEN INPUT ARQUIVO-PRODUTO.
                       PRECO-EDITADO " " PRODUTO-STATUS " "
                       PRODUTO-FAMILIA
           END-IF.

           COPY "ALTPROC.cob".
