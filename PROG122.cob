      *    ATE. FLUXO INCLUIR/ALTERAR/RETIRAR/LISTAR DO PROG64; A
      *    RETIRADA E LOGICA. O PROG65 E QUEM APLICA O ACORDO NA
      *    DIGITACAO DO PEDIDO.
      *    INCLUSAO, ALTERACAO E RETIRADA DE ACORDO DEIXAM RASTRO
      *    CAMPO A CAMPO EM ALTERACOES.DAT (ALTPROC) - PERCENTUAL,
      *    PRECO COMBINADO E VIGENCIA, ANTES E DEPOIS, COM O OPERADOR
      *    DA SESSAO; O PROG220 APONTA DESCONTO GRANDE AO SUPERVISOR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "DSCSEL.cob".
           COPY "CLISEL.cob".
           COPY "SESSEL.cob".
           COPY "ALTSEL.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "DSCREG.cob".
           COPY "CLIREG.cob".
           COPY "SESREG.cob".
           COPY "ALTREG.cob".

       WORKING-STORAGE SECTION.

       01  NOVA-VIGENCIA-DE     PIC 9(08).
       01  NOVA-VIGENCIA-ATE    PIC 9(08).

       01  SESSAO-FILE-STATUS   PIC XX.
       01  OPERADOR-ID          PIC X(10).
       01  DESCONTO-ANTERIOR.
           05 FILLER                    PIC X(13).
           05 ANTERIOR-PERCENTUAL       PIC 9(03)V9(02).
           05 ANTERIOR-PRECO            PIC 9(07)V9(02).
           05 ANTERIOR-VIGENCIA-DE      PIC 9(08).
           05 ANTERIOR-VIGENCIA-ATE     PIC 9(08).
           05 ANTERIOR-STATUS           PIC X(01).
           COPY "ALTWRK.cob".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM INICIALIZA-CAMINHOS.
           PERFORM INICIALIZA-OPERADOR.
           PERFORM EXIBE-MENU.

       PROGRAM-DONE.
               MOVE "clientes.dat" TO CLIENTE-PATH
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
           DISPLAY "===== ACORDOS COMERCIAIS DE DESCONTO =====".
           DISPLAY "1 - INCLUIR ACORDO".
                           "PRODUTO. USE A ALTERACAO."
               NOT INVALID KEY
                   DISPLAY "ACORDO INCLUIDO."
                   MOVE "I" TO ALTERACAO-OPERACAO-WS
                   MOVE ZERO TO DESCONTO-ANTERIOR
                   PERFORM REGISTRA-ALTERACAO-ACORDO
           END-WRITE.
           CLOSE ARQUIVO-DESCONTO.

           ACCEPT NOVO-PRECO.
           DISPLAY "NOVA VIGENCIA ATE (0 MANTEM A ATUAL): ".
           ACCEPT NOVA-VIGENCIA-ATE.
           MOVE DESCONTO-REGISTRO TO DESCONTO-ANTERIOR.
           IF NOVO-PERCENTUAL NOT = ZERO
               MOVE NOVO-PERCENTUAL TO DESCONTO-PERCENTUAL
           END-IF.
                   DISPLAY "ERRO AO GRAVAR A ALTERACAO."
               NOT INVALID KEY
                   DISPLAY "ACORDO ALTERADO."
                   MOVE "A" TO ALTERACAO-OPERACAO-WS
                   PERFORM REGISTRA-ALTERACAO-ACORDO
           END-REWRITE.

      *    REGISTRA-ALTERACAO-ACORDO: PERCENTUAL, PRECO COMBINADO E
      *    VIGENCIA ANTES/DEPOIS NA TRILHA DE ALTERACOES; SO O QUE
      *    MUDOU VIRA LINHA.
       REGISTRA-ALTERACAO-ACORDO.
           PERFORM PREPARA-ALTERACAO-ACORDO.
           MOVE "PERCENTUAL" TO ALTERACAO-CAMPO-WS.
           MOVE ANTERIOR-PERCENTUAL TO ALTERACAO-NUM-ANTERIOR-WS.
           MOVE DESCONTO-PERCENTUAL TO ALTERACAO-NUM-NOVO-WS.
           PERFORM REGISTRA-ALTERACAO-VALOR.
           MOVE "PRECO-ACORDADO" TO ALTERACAO-CAMPO-WS.
           MOVE ANTERIOR-PRECO TO ALTERACAO-NUM-ANTERIOR-WS.
           MOVE DESCONTO-PRECO TO ALTERACAO-NUM-NOVO-WS.
           PERFORM REGISTRA-ALTERACAO-VALOR.
           MOVE "VIGENCIA-DE" TO ALTERACAO-CAMPO-WS.
           MOVE SPACE TO ALTERACAO-ANTERIOR-WS.
           IF ALTERACAO-OPERACAO-WS NOT = "I"
               MOVE ANTERIOR-VIGENCIA-DE TO ALTERACAO-ANTERIOR-WS
           END-IF.
           MOVE DESCONTO-VIGENCIA-DE TO ALTERACAO-NOVO-WS.
           PERFORM REGISTRA-ALTERACAO-TEXTO.
           MOVE "VIGENCIA-ATE" TO ALTERACAO-CAMPO-WS.
           MOVE SPACE TO ALTERACAO-ANTERIOR-WS.
           IF ALTERACAO-OPERACAO-WS NOT = "I"
               MOVE ANTERIOR-VIGENCIA-ATE TO ALTERACAO-ANTERIOR-WS
           END-IF.
           MOVE DESCONTO-VIGENCIA-ATE TO ALTERACAO-NOVO-WS.
           PERFORM REGISTRA-ALTERACAO-TEXTO.

       REGISTRA-RETIRADA-ACORDO.
           PERFORM PREPARA-ALTERACAO-ACORDO.
           MOVE "E" TO ALTERACAO-OPERACAO-WS.
           MOVE "STATUS" TO ALTERACAO-CAMPO-WS.
           MOVE ANTERIOR-STATUS TO ALTERACAO-ANTERIOR-WS.
           MOVE DESCONTO-STATUS TO ALTERACAO-NOVO-WS.
           PERFORM REGISTRA-ALTERACAO-TEXTO.

      *    PREPARA-ALTERACAO-ACORDO: A CHAVE DO ACORDO NA TRILHA E
      *    CLIENTE/PRODUTO.
       PREPARA-ALTERACAO-ACORDO.
           MOVE "DESCONTOS" TO ALTERACAO-ARQUIVO-WS.
           MOVE SPACE TO ALTERACAO-CHAVE-WS.
           STRING DESCONTO-CLIENTE-CODIGO DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  DESCONTO-PRODUTO-CODIGO DELIMITED BY SIZE
               INTO ALTERACAO-CHAVE-WS.
           MOVE "PROG122" TO ALTERACAO-PROGRAMA-WS.
           MOVE OPERADOR-ID TO ALTERACAO-OPERADOR-WS.

       EXCLUI-ACORDO.
           PERFORM PEDE-CLIENTE-E-PRODUTO.
           OPEN I-O ARQUIVO-DESCONTO.
                   INVALID KEY
                       DISPLAY "ACORDO NAO ENCONTRADO."
                   NOT INVALID KEY
                       MOVE DESCONTO-REGISTRO TO DESCONTO-ANTERIOR
                       MOVE "I" TO DESCONTO-STATUS
                       REWRITE DESCONTO-REGISTRO
                           INVALID KEY
                               DISPLAY "ERRO AO GRAVAR A RETIRADA."
                           NOT INVALID KEY
                               DISPLAY "ACORDO RETIRADO."
                               PERFORM REGISTRA-RETIRADA-ACORDO
                       END-REWRITE
               END-READ
               CLOSE ARQUIVO-DESCONTO
                           " " DESCONTO-STATUS
               END-IF
           END-IF.

           COPY "ALTPROC.cob".
