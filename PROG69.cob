      *    ACHAR DIFERENCA. CAMINHO: CREDITO_DAT (PADRAO
      *    CREDITO.DAT). O CODIGO DO CLIENTE E CONFERIDO PELO DIGITO
      *    VERIFICADOR E CONTRA CLIENTES.DAT ANTES DE ACEITAR.
      *    A OPCAO 4 LIBERA O PEDIDO QUE O FATURAMENTO (PROG66)
      *    SEGUROU POR LIMITE DA LOJA OU DO GRUPO ECONOMICO: MOSTRA O
      *    PEDIDO CONTRA OS DOIS LIMITES E GRAVA A LIBERACAO EM
      *    LIBCRED.DAT. SO SUPERVISOR AUTENTICADO (NIVEL 3 NA SESSAO
      *    DO PROG20).
      *    TODA MUDANCA DE LIMITE E TODO ACERTO MANUAL DE EXPOSICAO
      *    DEIXAM RASTRO EM ALTERACOES.DAT (ALTPROC) COM O VALOR
      *    ANTERIOR, O NOVO, O OPERADOR E O MOMENTO; O PROG220 APONTA
      *    AO SUPERVISOR OS AUMENTOS DE LIMITE FORA DO NORMAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CLISEL.cob".
           COPY "CRDSEL.cob".
           COPY "PEDSEL.cob".
           COPY "SESSEL.cob".
           COPY "GRUSEL.cob".
           COPY "GRCSEL.cob".
           COPY "LCRSEL.cob".
           COPY "ALTSEL.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "CLIREG.cob".
           COPY "CRDREG.cob".
           COPY "PEDREG.cob".
           COPY "SESREG.cob".
           COPY "GRUREG.cob".
           COPY "GRCREG.cob".
           COPY "LCRREG.cob".
           COPY "ALTREG.cob".

       WORKING-STORAGE SECTION.

       01  CLIENTE-PATH         PIC X(100).
       01  CREDITO-FILE-STATUS  PIC XX.
       01  CREDITO-PATH         PIC X(100).
       01  PEDIDO-FILE-STATUS   PIC XX.
       01  PEDIDO-PATH          PIC X(100).
       01  SESSAO-FILE-STATUS   PIC XX.
       01  LIBCRED-FILE-STATUS  PIC XX.
       01  LIBCRED-PATH         PIC X(100).
           COPY "GRUWRK.cob".
       01  OPERADOR-ID          PIC X(10).
       01  NIVEL-OPERADOR       PIC 9(01) VALUE 0.
       01  TEM-SESSAO           PIC X VALUE "N".
       01  PEDIDO-INFORMADO     PIC 9(07).
       01  PEDIDO-LIBERAVEL     PIC X.
       01  CLIENTE-DO-PEDIDO    PIC 9(08).
       01  VALOR-DO-PEDIDO      PIC 9(09)V9(02).
       01  VALOR-ITEM-PEDIDO    PIC 9(09)V9(02).
       01  CONFIRMA-LIBERACAO   PIC X.
       01  OPCAO-MENU           PIC 9.
       01  FINAL-ARQUIVO        PIC X.
       01  CODIGO-INFORMADO     PIC 9(08).
       01  TOTAL-LISTADOS       PIC 9(05) VALUE 0.
       01  VALOR-EDITADO        PIC $$,$$$,$$$,$$9.99.
       01  VALOR-EDITADO-2      PIC $$,$$$,$$$,$$9.99.
       01  VALOR-ANTERIOR       PIC 9(09)V9(02).
           COPY "ALTWRK.cob".

           COPY "LUHNWRK.cob".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM INICIALIZA-CAMINHOS.
           PERFORM INICIALIZA-OPERADOR.
           PERFORM EXIBE-MENU.

       PROGRAM-DONE.
               MOVE "credito.dat" TO CREDITO-PATH
           END-IF.

           MOVE "pedidos.dat" TO PEDIDO-PATH.
           ACCEPT PEDIDO-PATH FROM ENVIRONMENT "PEDIDO_DAT".
           IF PEDIDO-PATH = SPACE
               MOVE "pedidos.dat" TO PEDIDO-PATH
           END-IF.

           MOVE "libcred.dat" TO LIBCRED-PATH.
           ACCEPT LIBCRED-PATH FROM ENVIRONMENT "LIBCRED_DAT".
           IF LIBCRED-PATH = SPACE
               MOVE "libcred.dat" TO LIBCRED-PATH
           END-IF.

           PERFORM INICIALIZA-CAMINHO-GRUPO.

      *    INICIALIZA-OPERADOR: A IDENTIDADE E O NIVEL VEM DA SESSAO
      *    AUTENTICADA PELO PROG20 (SESSAO.DAT); A VARIAVEL DE
      *    AMBIENTE SO VALE COMO RESERVA QUANDO NAO HA SESSAO.
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
           DISPLAY "===== MANUTENCAO DE LIMITES DE CREDITO =====".
           DISPLAY "1 - DEFINIR/ALTERAR LIMITE DE UM CLIENTE".
           DISPLAY "2 - LISTAR POSICAO DE CREDITO".
           DISPLAY "3 - ACERTAR EXPOSICAO MANUALMENTE".
           DISPLAY "4 - LIBERAR PEDIDO RETIDO NO FATURAMENTO".
           DISPLAY "5 - SAIR".
           DISPLAY "INFORME A OPCAO: ".
           ACCEPT OPCAO-MENU.

                   PERFORM ACERTA-EXPOSICAO
                   PERFORM EXIBE-MENU
               WHEN 4
                   PERFORM LIBERA-PEDIDO-RETIDO
                   PERFORM EXIBE-MENU
               WHEN 5
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
                       MOVE ZERO TO CREDITO-EXPOSICAO
                       ACCEPT CREDITO-DATA-ATUALIZACAO
                           FROM DATE YYYYMMDD
                       MOVE "N" TO CREDITO-RESTRICAO-CHEQUE
                       MOVE ZERO TO CREDITO-DATA-RESTRICAO
                       WRITE CREDITO-REGISTRO
                           INVALID KEY
                               DISPLAY "ERRO AO GRAVAR O LIMITE."
                           NOT INVALID KEY
                               DISPLAY "LIMITE DEFINIDO."
                               MOVE "I" TO ALTERACAO-OPERACAO-WS
                               MOVE ZERO TO VALOR-ANTERIOR
                               PERFORM REGISTRA-ALTERACAO-LIMITE
                       END-WRITE
                   NOT INVALID KEY
                       MOVE CREDITO-LIMITE TO VALOR-ANTERIOR
                       MOVE NOVO-LIMITE TO CREDITO-LIMITE
                       ACCEPT CREDITO-DATA-ATUALIZACAO
                           FROM DATE YYYYMMDD
                               DISPLAY "ERRO AO GRAVAR O LIMITE."
                           NOT INVALID KEY
                               DISPLAY "LIMITE ALTERADO."
                               MOVE "A" TO ALTERACAO-OPERACAO-WS
                               PERFORM REGISTRA-ALTERACAO-LIMITE
                       END-REWRITE
               END-READ
               CLOSE ARQUIVO-CREDITO
                       DISPLAY "EXPOSICAO ATUAL: " VALOR-EDITADO
                       DISPLAY "NOVA EXPOSICAO: "
                       ACCEPT NOVA-EXPOSICAO
                       MOVE CREDITO-EXPOSICAO TO VALOR-ANTERIOR
                       MOVE NOVA-EXPOSICAO TO CREDITO-EXPOSICAO
                       ACCEPT CREDITO-DATA-ATUALIZACAO
                           FROM DATE YYYYMMDD
                               DISPLAY "ERRO AO GRAVAR O ACERTO."
                           NOT INVALID KEY
                               DISPLAY "EXPOSICAO ACERTADA."
                               PERFORM REGISTRA-ACERTO-EXPOSICAO
                       END-REWRITE
               END-READ
               CLOSE ARQUIVO-CREDITO
           END-IF.

      *    REGISTRA-ALTERACAO-LIMITE / REGISTRA-ACERTO-EXPOSICAO:
      *    VALOR ANTERIOR E NOVO NA TRILHA DE ALTERACOES.
       REGISTRA-ALTERACAO-LIMITE.
           PERFORM PREPARA-ALTERACAO-CREDITO.
           MOVE "LIMITE" TO ALTERACAO-CAMPO-WS.
           MOVE VALOR-ANTERIOR TO ALTERACAO-NUM-ANTERIOR-WS.
           MOVE CREDITO-LIMITE TO ALTERACAO-NUM-NOVO-WS.
           PERFORM REGISTRA-ALTERACAO-VALOR.

       REGISTRA-ACERTO-EXPOSICAO.
           PERFORM PREPARA-ALTERACAO-CREDITO.
           MOVE "A" TO ALTERACAO-OPERACAO-WS.
           MOVE "EXPOSICAO" TO ALTERACAO-CAMPO-WS.
           MOVE VALOR-ANTERIOR TO ALTERACAO-NUM-ANTERIOR-WS.
           MOVE CREDITO-EXPOSICAO TO ALTERACAO-NUM-NOVO-WS.
           PERFORM REGISTRA-ALTERACAO-VALOR.

       PREPARA-ALTERACAO-CREDITO.
           MOVE "CREDITO" TO ALTERACAO-ARQUIVO-WS.
           MOVE CREDITO-CLIENTE-CODIGO TO ALTERACAO-CHAVE-WS.
           MOVE "PROG69" TO ALTERACAO-PROGRAMA-WS.
           MOVE OPERADOR-ID TO ALTERACAO-OPERADOR-WS.

       ABRE-CREDITO.
           OPEN I-O ARQUIVO-CREDITO.
           IF CREDITO-FILE-STATUS = "35"
               END-IF
           END-IF.

      *    LIBERA-PEDIDO-RETIDO: O PEDIDO EM ABERTO QUE O FATURAMENTO
      *    (PROG66) SEGUROU POR LIMITE DA LOJA OU DO GRUPO GANHA A
      *    LIBERACAO EM LIBCRED.DAT (ORIGEM "F") E SAI NO PROXIMO
      *    LOTE. SO SUPERVISOR AUTENTICADO (NIVEL 3) LIBERA.
       LIBERA-PEDIDO-RETIDO.
           IF TEM-SESSAO NOT = "S" OR NIVEL-OPERADOR NOT = 3
               DISPLAY "LIBERACAO EXIGE SUPERVISOR AUTENTICADO "
                       "(NIVEL 3)."
           ELSE
               DISPLAY "INFORME O NUMERO DO PEDIDO: "
               ACCEPT PEDIDO-INFORMADO
               PERFORM LE-PEDIDO-RETIDO
               IF PEDIDO-LIBERAVEL = "S"
                   PERFORM CONFERE-LIBERACAO-EXISTENTE
               END-IF
               IF PEDIDO-LIBERAVEL = "S"
                   PERFORM EXIBE-POSICAO-PEDIDO
                   DISPLAY "CONFIRMA A LIBERACAO DO PEDIDO? (S/N)"
                   ACCEPT CONFIRMA-LIBERACAO
                   IF CONFIRMA-LIBERACAO = "S"
                       PERFORM GRAVA-LIBERACAO-PEDIDO
                   ELSE
                       DISPLAY "LIBERACAO CANCELADA."
                   END-IF
               END-IF
           END-IF.

      *    LE-PEDIDO-RETIDO: CABECALHO (LINHA 000) E ITENS DO PEDIDO;
      *    SO PEDIDO "A" PODE SER LIBERADO. O VALOR E O DOS ITENS
      *    MAIS O FRETE, COMO O FATURAMENTO CONFERE.
       LE-PEDIDO-RETIDO.
           MOVE "N" TO PEDIDO-LIBERAVEL.
           MOVE 0 TO VALOR-DO-PEDIDO.
           OPEN INPUT ARQUIVO-PEDIDO.
           IF PEDIDO-FILE-STATUS = "35"
               DISPLAY "PEDIDOS.DAT NAO ENCONTRADO."
           ELSE
               MOVE PEDIDO-INFORMADO TO PEDIDO-NUMERO
               MOVE 0 TO PEDIDO-LINHA
               READ ARQUIVO-PEDIDO
                   INVALID KEY
                       DISPLAY "PEDIDO NAO ENCONTRADO."
                   NOT INVALID KEY
                       PERFORM EXAMINA-CABECALHO-RETIDO
               END-READ
               IF PEDIDO-LIBERAVEL = "S"
                   MOVE "N" TO FINAL-ARQUIVO
                   PERFORM SOMA-ITEM-PEDIDO-RETIDO
                       UNTIL FINAL-ARQUIVO = "S"
               END-IF
               CLOSE ARQUIVO-PEDIDO
           END-IF.

       EXAMINA-CABECALHO-RETIDO.
           IF PEDIDO-ABERTO
               MOVE "S" TO PEDIDO-LIBERAVEL
               MOVE PEDIDO-CLIENTE-CODIGO TO CLIENTE-DO-PEDIDO
               DISPLAY "CLIENTE: " PEDIDO-CLIENTE-CODIGO " "
                       PEDIDO-CLIENTE-NOME
               IF PEDIDO-VALOR-FRETE IS NUMERIC
                   ADD PEDIDO-VALOR-FRETE TO VALOR-DO-PEDIDO
               END-IF
           ELSE
               DISPLAY "PEDIDO NAO ESTA EM ABERTO (SITUACAO "
                       PEDIDO-SITUACAO "). NADA A LIBERAR."
           END-IF.

       SOMA-ITEM-PEDIDO-RETIDO.
           READ ARQUIVO-PEDIDO NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               IF PEDIDO-NUMERO NOT = PEDIDO-INFORMADO
                   MOVE "S" TO FINAL-ARQUIVO
               ELSE
                   IF PEDIDO-ITEM
                       COMPUTE VALOR-ITEM-PEDIDO ROUNDED =
                           ITEM-QUANTIDADE * ITEM-PRECO-UNITARIO
                       ADD VALOR-ITEM-PEDIDO TO VALOR-DO-PEDIDO
                   END-IF
               END-IF
           END-IF.

       CONFERE-LIBERACAO-EXISTENTE.
           OPEN INPUT ARQUIVO-LIBCRED.
           IF LIBCRED-FILE-STATUS = "00"
               MOVE PEDIDO-INFORMADO TO LIBCRED-PEDIDO
               READ ARQUIVO-LIBCRED
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "N" TO PEDIDO-LIBERAVEL
                       DISPLAY "PEDIDO JA LIBERADO EM " LIBCRED-DATA
                               " POR " LIBCRED-OPERADOR "."
               END-READ
               CLOSE ARQUIVO-LIBCRED
           ELSE
               IF LIBCRED-FILE-STATUS = "05"
                   CLOSE ARQUIVO-LIBCRED
               END-IF
           END-IF.

      *    EXIBE-POSICAO-PEDIDO: O SUPERVISOR VE O PEDIDO CONTRA O
      *    LIMITE DA LOJA E, SE HOUVER, O DO GRUPO.
       EXIBE-POSICAO-PEDIDO.
           MOVE VALOR-DO-PEDIDO TO VALOR-EDITADO.
           DISPLAY "VALOR DO PEDIDO (ITENS + FRETE): " VALOR-EDITADO.
           OPEN INPUT ARQUIVO-CREDITO.
           IF CREDITO-FILE-STATUS = "00"
               MOVE CLIENTE-DO-PEDIDO TO CREDITO-CLIENTE-CODIGO
               READ ARQUIVO-CREDITO
                   INVALID KEY
                       DISPLAY "CLIENTE SEM FICHA DE CREDITO."
                   NOT INVALID KEY
                       MOVE CREDITO-LIMITE TO VALOR-EDITADO
                       MOVE CREDITO-EXPOSICAO TO VALOR-EDITADO-2
                       DISPLAY "LOJA  - LIMITE: " VALOR-EDITADO
                               " EXPOSICAO: " VALOR-EDITADO-2
               END-READ
               CLOSE ARQUIVO-CREDITO
           ELSE
               IF CREDITO-FILE-STATUS = "05"
                   CLOSE ARQUIVO-CREDITO
               END-IF
           END-IF.
           MOVE CLIENTE-DO-PEDIDO TO GRUPO-CONS-CLIENTE.
           PERFORM BUSCA-GRUPO-CLIENTE.
           IF GRUPO-CONS-CODIGO NOT = 0
               PERFORM SOMA-EXPOSICAO-GRUPO
               MOVE GRUPO-CONS-LIMITE TO VALOR-EDITADO
               MOVE GRUPO-CONS-EXPOSICAO TO VALOR-EDITADO-2
               DISPLAY "GRUPO " GRUPO-CONS-CODIGO " "
                       GRUPO-CONS-NOME
               DISPLAY "GRUPO - LIMITE: " VALOR-EDITADO
                       " EXPOSICAO: " VALOR-EDITADO-2
           END-IF.

       GRAVA-LIBERACAO-PEDIDO.
           OPEN I-O ARQUIVO-LIBCRED.
           IF LIBCRED-FILE-STATUS = "35"
               OPEN OUTPUT ARQUIVO-LIBCRED
               CLOSE ARQUIVO-LIBCRED
               OPEN I-O ARQUIVO-LIBCRED
           END-IF.
           MOVE PEDIDO-INFORMADO TO LIBCRED-PEDIDO.
           MOVE CLIENTE-DO-PEDIDO TO LIBCRED-CLIENTE.
           MOVE GRUPO-CONS-CODIGO TO LIBCRED-GRUPO.
           MOVE VALOR-DO-PEDIDO TO LIBCRED-VALOR.
           MOVE "F" TO LIBCRED-ORIGEM.
           ACCEPT LIBCRED-DATA FROM DATE YYYYMMDD.
           MOVE OPERADOR-ID TO LIBCRED-OPERADOR.
           WRITE LIBCRED-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR A LIBERACAO."
               NOT INVALID KEY
                   DISPLAY "PEDIDO LIBERADO. SAI NO PROXIMO "
                           "FATURAMENTO."
           END-WRITE.
           CLOSE ARQUIVO-LIBCRED.

           COPY "LUHNPROC.cob".

           COPY "GRUPROC.cob".

           COPY "GRXPROC.cob".

           COPY "ALTPROC.cob".
