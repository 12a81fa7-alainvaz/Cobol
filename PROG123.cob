      *    CARREGADA ERRADA, CONSULTA DO PRECO EM VIGOR NUMA DATA E
      *    LISTAGEM DO HISTORICO POR PRODUTO, NO ESTILO DO HISTORICO
      *    SALARIAL DO PROG75. SO PRODUTO DO CATALOGO GANHA LINHA.
      *    CARGA E RETIRADA DE LINHA DEIXAM RASTRO EM ALTERACOES.DAT
      *    (ALTPROC) COM O OPERADOR DA SESSAO; NA CARGA O VALOR
      *    ANTERIOR E O PRECO DO CATALOGO, PARA O PROG220 APONTAR
      *    PROMOCAO MUITO ABAIXO DELE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "PRCSEL.cob".
           COPY "PRODSEL.cob".
           COPY "SESSEL.cob".
           COPY "ALTSEL.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "PRCREG.cob".
           COPY "PRODREG.cob".
           COPY "SESREG.cob".
           COPY "ALTREG.cob".

       WORKING-STORAGE SECTION.

       01  ACHOU-VIGENTE        PIC X.
       01  PRECO-EDITADO        PIC $$,$$$,$$9.99.

       01  SESSAO-FILE-STATUS   PIC XX.
       01  OPERADOR-ID          PIC X(10).
       01  PRECO-CATALOGO       PIC 9(07)V9(02).
           COPY "ALTWRK.cob".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM INICIALIZA-CAMINHOS.
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
           DISPLAY "===== TABELA DE PRECOS COM VIGENCIA =====".
           DISPLAY "1 - CARREGAR PRECO (VIGENCIA FUTURA OU "

       VERIFICA-PRODUTO-CATALOGO.
           MOVE "N" TO PRODUTO-EXISTE.
           MOVE ZERO TO PRECO-CATALOGO.
           OPEN INPUT ARQUIVO-PRODUTO.
           IF PRODUTO-FILE-STATUS = "35"
               DISPLAY "PRODUTOS.DAT NAO ENCONTRADO."
                       DISPLAY "PRODUTO INEXISTENTE NO CATALOGO."
                   NOT INVALID KEY
                       MOVE "S" TO PRODUTO-EXISTE
                       MOVE PRODUTO-PRECO TO PRECO-CATALOGO
                       DISPLAY "PRODUTO: " PRODUTO-DESCRICAO
               END-READ
               CLOSE ARQUIVO-PRODUTO
                           "VIGENCIA. RETIRE-A ANTES DE RECARREGAR."
               NOT INVALID KEY
                   DISPLAY "PRECO CARREGADO."
                   PERFORM REGISTRA-CARGA-PRECO
           END-WRITE.
           CLOSE ARQUIVO-PRECO.

                               DISPLAY "ERRO AO RETIRAR A LINHA."
                           NOT INVALID KEY
                               DISPLAY "LINHA RETIRADA."
                               PERFORM REGISTRA-RETIRADA-PRECO
                       END-DELETE
               END-READ
               CLOSE ARQUIVO-PRECO
           END-IF.

      *    REGISTRA-CARGA-PRECO: A LINHA NOVA VAI PARA A TRILHA DE
      *    ALTERACOES COM O PRECO DO CATALOGO COMO REFERENCIA.
       REGISTRA-CARGA-PRECO.
           PERFORM PREPARA-ALTERACAO-PRECO.
           MOVE "I" TO ALTERACAO-OPERACAO-WS.
           MOVE "PRECO" TO ALTERACAO-CAMPO-WS.
           MOVE PRECO-CATALOGO TO ALTERACAO-NUM-ANTERIOR-WS.
           MOVE PRECO-VALOR TO ALTERACAO-NUM-NOVO-WS.
           PERFORM REGISTRA-ALTERACAO-VALOR.
           MOVE "VIGENCIA-ATE" TO ALTERACAO-CAMPO-WS.
           MOVE SPACE TO ALTERACAO-ANTERIOR-WS.
           MOVE PRECO-VIGENCIA-ATE TO ALTERACAO-NOVO-WS.
           PERFORM REGISTRA-ALTERACAO-TEXTO.

      *    REGISTRA-RETIRADA-PRECO: A LINHA APAGADA FICA NA TRILHA
      *    COM O PRECO QUE TINHA.
       REGISTRA-RETIRADA-PRECO.
           PERFORM PREPARA-ALTERACAO-PRECO.
           MOVE "E" TO ALTERACAO-OPERACAO-WS.
           MOVE "PRECO" TO ALTERACAO-CAMPO-WS.
           MOVE PRECO-VALOR TO ALTERACAO-NUM-ANTERIOR-WS.
           MOVE ZERO TO ALTERACAO-NUM-NOVO-WS.
           PERFORM REGISTRA-ALTERACAO-VALOR.

      *    PREPARA-ALTERACAO-PRECO: A CHAVE DA LINHA NA TRILHA E
      *    PRODUTO/VIGENCIA-DE.
       PREPARA-ALTERACAO-PRECO.
           MOVE "PRECOS" TO ALTERACAO-ARQUIVO-WS.
           MOVE SPACE TO ALTERACAO-CHAVE-WS.
           STRING PRECO-PRODUTO-CODIGO DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  PRECO-VIGENCIA-DE DELIMITED BY SIZE
               INTO ALTERACAO-CHAVE-WS.
           MOVE "PROG123" TO ALTERACAO-PROGRAMA-WS.
           MOVE OPERADOR-ID TO ALTERACAO-OPERADOR-WS.

      *    CONSULTA-PRECO-VIGENTE: A LINHA EM VIGOR E A DE MAIOR
      *    VIGENCIA-DE QUE JA COMECOU E AINDA NAO TERMINOU.
       CONSULTA-PRECO-VIGENTE.
                           " (CARGA " PRECO-DATA-CADASTRO ")"
               END-IF
           END-IF.

           COPY "ALTPROC.cob".
