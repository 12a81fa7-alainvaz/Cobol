      *    OUTRA COISA), RECAPITULA E GRAVA UMA LINHA POR ITEM EM
      *    ORDEMCOMPRA.DAT, NO ESTILO DE CAPTURA DO PROG65. O NUMERO
      *    DA ORDEM VEM DA SEQUENCIA EM NUMOC.DAT E CADA ORDEM
      *    GRAVADA GERA UMA LINHA DE AUDITORIA. A ORDEM EM RASCUNHO
      *    GERADA PELA SUGESTAO DE REPOSICAO (PROG163) E COMPLETADA
      *    AQUI: OS ITENS SUGERIDOS SAO CONFERIDOS (MANTER, ALTERAR
      *    QUANTIDADE/PRECO OU RETIRAR), OUTROS PODEM SER INCLUIDOS
      *    E, CONFIRMADA, A ORDEM E REGRAVADA ABERTA COM O MESMO
      *    NUMERO.
      *    TODA ORDEM LEVA A DATA DE ENTREGA PROMETIDA PELO
      *    FORNECEDOR (NAO ANTERIOR A HOJE), CONTRA A QUAL A
      *    AVALIACAO DE FORNECEDORES (PROG182) MEDE A PONTUALIDADE.
      *    ORDEM ACIMA DO LIMITE DE VALOR DO NIVEL DO OPERADOR DA
      *    SESSAO (PROG103-LIMITE-1 E PROG103-LIMITE-2; NIVEL 3 SEM
      *    LIMITE) E GRAVADA AGUARDANDO APROVACAO ("E") E SO E
      *    LIBERADA PELO SUPERVISOR NO PROG211.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           COPY "PRODSEL.cob".
           COPY "OCSEL.cob".
           COPY "AUDSEL.cob".
           COPY "SESSEL.cob".
           SELECT OPTIONAL ARQUIVO-NUMERO-OC
               ASSIGN TO "numoc.dat"
               ORGANIZATION IS SEQUENTIAL
           COPY "PRODREG.cob".
           COPY "OCREG.cob".
           COPY "AUDREG.cob".
           COPY "SESREG.cob".

       FD  ARQUIVO-NUMERO-OC.
       01  NUMERO-OC-REGISTRO.
       01  ORDEM-COMPRA-PATH        PIC X(100).
       01  NUMERO-OC-FILE-STATUS    PIC XX.
       01  AUDITORIA-FILE-STATUS    PIC XX.
       01  SESSAO-FILE-STATUS       PIC XX.
       01  OPERADOR-ID              PIC X(10).
       01  NIVEL-OPERADOR           PIC 9(01) VALUE 0.
       01  TEM-SESSAO               PIC X VALUE "N".
       01  RESPOSTA                 PIC X.
       01  CONFIRMACAO              PIC X.
           88 CONFIRMOU-ORDEM           VALUE "S".
       01  FORNECEDOR-VALIDO        PIC X VALUE "N".
           88 FORNECEDOR-OK             VALUE "S".

       01  RASCUNHO-INFORMADO       PIC 9(07).
       01  ACAO-ITEM                PIC X.
       01  ITEM-DESTINO             PIC 9(03).
       01  LINHA-NAO-RASCUNHO       PIC X.
       01  FINAL-ARQUIVO            PIC X.

       01  PRODUTO-INFORMADO        PIC 9(05).
       01  QUANTIDADE-INFORMADA     PIC 9(05).
       01  PRECO-INFORMADO          PIC 9(07)V9(02).
       01  DATA-PREVISTA-INFORMADA  PIC 9(08).
       01  DATA-PREVISTA-R REDEFINES DATA-PREVISTA-INFORMADA.
           05 PREVISTA-ANO          PIC 9(04).
           05 PREVISTA-MES          PIC 9(02).
           05 PREVISTA-DIA          PIC 9(02).

       01  QTDE-ITENS-ORDEM         PIC 9(03) VALUE 0.
       01  TABELA-ITENS-ORDEM.
       01  PROXIMA-SEQUENCIA-OC     PIC 9(07) VALUE 0.

       01  TOTAL-ORDENS-SESSAO      PIC 9(05) VALUE 0.
       01  TOTAL-AGUARDANDO-SESSAO  PIC 9(05) VALUE 0.

      *    LIMITE DE VALOR DA ORDEM POR NIVEL DO OPERADOR (REAIS
      *    INTEIROS EM PROG103-LIMITE-1 E PROG103-LIMITE-2); O NIVEL 3
      *    NAO TEM LIMITE. ACIMA DELE A ORDEM ESPERA O SUPERVISOR.
       01  LIMITE-NIVEL-1           PIC 9(09)V9(02) VALUE 5000.
       01  LIMITE-NIVEL-2           PIC 9(09)V9(02) VALUE 20000.
       01  LIMITE-ENV               PIC X(09).
       01  LIMITE-ENV-NUM REDEFINES LIMITE-ENV PIC 9(09).
       01  LIMITE-OPERADOR          PIC 9(09)V9(02).
       01  SITUACAO-GRAVAR          PIC X(01).
           88 GRAVAR-AGUARDANDO         VALUE "E".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM INICIALIZA-CAMINHOS.
           PERFORM INICIALIZA-OPERADOR.

           PERFORM INICIALIZA-LIMITE.

           MOVE "S" TO RESPOSTA.
           PERFORM CAPTURA-ORDEM
               UNTIL RESPOSTA = "N".

           DISPLAY "ORDENS DE COMPRA GRAVADAS NESTA SESSAO: "
                   TOTAL-ORDENS-SESSAO.
           IF TOTAL-AGUARDANDO-SESSAO NOT = 0
               DISPLAY "DELAS, AGUARDANDO APROVACAO: "
                       TOTAL-AGUARDANDO-SESSAO
           END-IF.

       PROGRAM-DONE.
           STOP RUN.
               MOVE "ordemcompra.dat" TO ORDEM-COMPRA-PATH
           END-IF.

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

      *    INICIALIZA-LIMITE: SEM SESSAO O OPERADOR E TRATADO COMO
      *    NIVEL 1.
       INICIALIZA-LIMITE.
           MOVE SPACE TO LIMITE-ENV.
           ACCEPT LIMITE-ENV FROM ENVIRONMENT "PROG103-LIMITE-1".
           IF LIMITE-ENV IS NUMERIC
               MOVE LIMITE-ENV-NUM TO LIMITE-NIVEL-1
           END-IF.
           MOVE SPACE TO LIMITE-ENV.
           ACCEPT LIMITE-ENV FROM ENVIRONMENT "PROG103-LIMITE-2".
           IF LIMITE-ENV IS NUMERIC
               MOVE LIMITE-ENV-NUM TO LIMITE-NIVEL-2
           END-IF.
           EVALUATE TRUE
               WHEN NIVEL-OPERADOR = 3
                   MOVE 999999999.99 TO LIMITE-OPERADOR
               WHEN NIVEL-OPERADOR = 2
                   MOVE LIMITE-NIVEL-2 TO LIMITE-OPERADOR
               WHEN OTHER
                   MOVE LIMITE-NIVEL-1 TO LIMITE-OPERADOR
           END-EVALUATE.

       CAPTURA-ORDEM.
           MOVE 0 TO QTDE-ITENS-ORDEM.
           MOVE ZERO TO TOTAL-ORDEM.
           MOVE 0 TO RASCUNHO-INFORMADO.
           DISPLAY "NUMERO DO RASCUNHO A COMPLETAR (0 = ORDEM NOVA): ".
           ACCEPT RASCUNHO-INFORMADO.
           IF RASCUNHO-INFORMADO = 0
               PERFORM VALIDA-FORNECEDOR-ORDEM
           ELSE
               PERFORM CARREGA-RASCUNHO
           END-IF.
           IF FORNECEDOR-OK
               PERFORM CAPTURA-ITENS
               IF QTDE-ITENS-ORDEM = 0
                   DISPLAY "ORDEM SEM ITENS. NADA GRAVADO."
               ELSE
                   MOVE 0 TO DATA-PREVISTA-INFORMADA
                   PERFORM CAPTURA-DATA-PREVISTA
                       UNTIL DATA-PREVISTA-INFORMADA NOT = 0
                   PERFORM RECAPITULA-ORDEM
                   IF CONFIRMOU-ORDEM
                       PERFORM GRAVA-ORDEM
                   ELSE
                       IF RASCUNHO-INFORMADO = 0
                           DISPLAY "ORDEM DESCARTADA PELO OPERADOR."
                       ELSE
                           DISPLAY "RASCUNHO MANTIDO SEM ALTERACAO."
                       END-IF
                   END-IF
               END-IF
           END-IF.
               UNTIL RESPOSTA = "S" OR RESPOSTA = "N".

       VALIDA-FORNECEDOR-ORDEM.
           DISPLAY "INFORME O CODIGO DO FORNECEDOR: ".
           ACCEPT FORNECEDOR-INFORMADO.
           PERFORM VERIFICA-FORNECEDOR.

       VERIFICA-FORNECEDOR.
           MOVE "N" TO FORNECEDOR-VALIDO.
           OPEN INPUT ARQUIVO-FORNECEDOR.
           IF FORNECEDOR-FILE-STATUS = "35"
               DISPLAY "FORNECEDORES.DAT NAO ENCONTRADO. CADASTRE "
      *    O PRECO E O COMBINADO COM O FORNECEDOR, NAO O PRECO DE
      *    VENDA DO CATALOGO.
       CAPTURA-ITENS.
           OPEN INPUT ARQUIVO-PRODUTO.
           IF PRODUTO-FILE-STATUS = "35"
               DISPLAY "PRODUTOS.DAT NAO ENCONTRADO. CADASTRE O "
               DISPLAY "TOTAL DO ITEM: " TOTAL-LINHA-EDITADO
           END-IF.

      *    CAPTURA-DATA-PREVISTA: A DATA PROMETIDA PELO FORNECEDOR
      *    VALE PARA TODOS OS ITENS DA ORDEM.
       CAPTURA-DATA-PREVISTA.
           DISPLAY "DATA DE ENTREGA PROMETIDA PELO FORNECEDOR "
                   "(AAAAMMDD): ".
           ACCEPT DATA-PREVISTA-INFORMADA.
           IF DATA-PREVISTA-INFORMADA < DATA-HOJE
                   OR PREVISTA-MES < 1 OR PREVISTA-MES > 12
                   OR PREVISTA-DIA < 1 OR PREVISTA-DIA > 31
               DISPLAY "DATA INVALIDA OU ANTERIOR A HOJE."
               MOVE 0 TO DATA-PREVISTA-INFORMADA
           END-IF.

      *    CARREGA-RASCUNHO: AS LINHAS "D" DA ORDEM VAO PARA A
      *    TABELA DE ITENS COMO SE TIVESSEM SIDO DIGITADAS; O
      *    FORNECEDOR E REVALIDADO (PODE TER SIDO RETIRADO DESDE A
      *    SUGESTAO).
       CARREGA-RASCUNHO.
           MOVE "N" TO FORNECEDOR-VALIDO.
           MOVE "N" TO LINHA-NAO-RASCUNHO.
           OPEN INPUT ARQUIVO-ORDEM-COMPRA.
           IF ORDEM-COMPRA-FILE-STATUS = "35"
               DISPLAY "ORDEMCOMPRA.DAT NAO ENCONTRADO."
           ELSE
               OPEN INPUT ARQUIVO-PRODUTO
               MOVE RASCUNHO-INFORMADO TO OC-NUMERO
               MOVE 0 TO OC-ITEM-SEQ
               MOVE "N" TO FINAL-ARQUIVO
               START ARQUIVO-ORDEM-COMPRA
                   KEY IS GREATER THAN OC-CHAVE
                   INVALID KEY
                       MOVE "S" TO FINAL-ARQUIVO
               END-START
               PERFORM CARREGA-LINHA-RASCUNHO
                   UNTIL FINAL-ARQUIVO = "S"
               IF PRODUTO-FILE-STATUS NOT = "35"
                   CLOSE ARQUIVO-PRODUTO
               END-IF
               CLOSE ARQUIVO-ORDEM-COMPRA
           END-IF.
           EVALUATE TRUE
               WHEN LINHA-NAO-RASCUNHO = "S"
                   DISPLAY "ORDEM " RASCUNHO-INFORMADO " NAO ESTA EM "
                           "RASCUNHO. NADA A COMPLETAR."
                   MOVE 0 TO QTDE-ITENS-ORDEM
               WHEN QTDE-ITENS-ORDEM = 0
                   DISPLAY "RASCUNHO " RASCUNHO-INFORMADO
                           " NAO ENCONTRADO."
               WHEN OTHER
                   PERFORM VERIFICA-FORNECEDOR
                   IF FORNECEDOR-OK
                       PERFORM REVISA-ITENS-RASCUNHO
                   END-IF
           END-EVALUATE.

       CARREGA-LINHA-RASCUNHO.
           READ ARQUIVO-ORDEM-COMPRA NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               IF OC-NUMERO NOT = RASCUNHO-INFORMADO
                   MOVE "S" TO FINAL-ARQUIVO
               ELSE
                   IF NOT OC-RASCUNHO
                       MOVE "S" TO LINHA-NAO-RASCUNHO
                   ELSE
                       IF QTDE-ITENS-ORDEM < 20
                           PERFORM GUARDA-ITEM-RASCUNHO
                       END-IF
                   END-IF
               END-IF
           END-IF.

       GUARDA-ITEM-RASCUNHO.
           ADD 1 TO QTDE-ITENS-ORDEM.
           MOVE OC-FORNECEDOR-CODIGO TO FORNECEDOR-INFORMADO.
           MOVE OC-PRODUTO-CODIGO
               TO ITEM-OC-PRODUTO (QTDE-ITENS-ORDEM).
           MOVE SPACE TO ITEM-OC-DESCRICAO (QTDE-ITENS-ORDEM).
           IF PRODUTO-FILE-STATUS NOT = "35"
               MOVE OC-PRODUTO-CODIGO TO PRODUTO-CODIGO
               READ ARQUIVO-PRODUTO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PRODUTO-DESCRICAO
                           TO ITEM-OC-DESCRICAO (QTDE-ITENS-ORDEM)
               END-READ
           END-IF.
           MOVE OC-QUANTIDADE TO ITEM-OC-QTDE (QTDE-ITENS-ORDEM).
           MOVE OC-PRECO-COMBINADO
               TO ITEM-OC-PRECO (QTDE-ITENS-ORDEM).

      *    REVISA-ITENS-RASCUNHO: ITEM A ITEM - ENTER OU M MANTEM,
      *    A ALTERA QUANTIDADE E PRECO, R RETIRA. A TABELA E
      *    COMPACTADA NA MESMA PASSADA.
       REVISA-ITENS-RASCUNHO.
           DISPLAY "ITENS SUGERIDOS NO RASCUNHO " RASCUNHO-INFORMADO
                   ":".
           MOVE 0 TO ITEM-DESTINO.
           MOVE 1 TO ITEM-SUB.
           PERFORM REVISA-UM-ITEM-RASCUNHO
               UNTIL ITEM-SUB > QTDE-ITENS-ORDEM.
           MOVE ITEM-DESTINO TO QTDE-ITENS-ORDEM.
           DISPLAY "INCLUA OUTROS ITENS, SE HOUVER.".

       REVISA-UM-ITEM-RASCUNHO.
           DISPLAY ITEM-OC-PRODUTO (ITEM-SUB) " "
                   ITEM-OC-DESCRICAO (ITEM-SUB) " QTDE "
                   ITEM-OC-QTDE (ITEM-SUB) " PRECO "
                   ITEM-OC-PRECO (ITEM-SUB).
           DISPLAY "M=MANTER  A=ALTERAR  R=RETIRAR: ".
           MOVE "M" TO ACAO-ITEM.
           ACCEPT ACAO-ITEM.
           IF ACAO-ITEM = "A"
               DISPLAY "QUANTIDADE: "
               ACCEPT QUANTIDADE-INFORMADA
               DISPLAY "PRECO COMBINADO: "
               ACCEPT PRECO-INFORMADO
               MOVE QUANTIDADE-INFORMADA TO ITEM-OC-QTDE (ITEM-SUB)
               MOVE PRECO-INFORMADO TO ITEM-OC-PRECO (ITEM-SUB)
           END-IF.
           IF ACAO-ITEM = "R" OR ITEM-OC-QTDE (ITEM-SUB) = 0
               DISPLAY "ITEM RETIRADO."
           ELSE
               ADD 1 TO ITEM-DESTINO
               MOVE ITEM-OC-PENDENTE (ITEM-SUB)
                   TO ITEM-OC-PENDENTE (ITEM-DESTINO)
               COMPUTE ITEM-OC-TOTAL (ITEM-DESTINO) ROUNDED =
                   ITEM-OC-QTDE (ITEM-DESTINO)
                   * ITEM-OC-PRECO (ITEM-DESTINO)
               ADD ITEM-OC-TOTAL (ITEM-DESTINO) TO TOTAL-ORDEM
           END-IF.
           ADD 1 TO ITEM-SUB.

       RECAPITULA-ORDEM.
           DISPLAY "-------------------".
           DISPLAY "CONFIRA A ORDEM ANTES DE GRAVAR:".
               UNTIL ITEM-SUB > QTDE-ITENS-ORDEM.
           MOVE TOTAL-ORDEM TO TOTAL-ORDEM-EDITADO.
           DISPLAY "TOTAL DA ORDEM: " TOTAL-ORDEM-EDITADO.
           DISPLAY "ENTREGA PROMETIDA: " DATA-PREVISTA-INFORMADA.
           IF TOTAL-ORDEM > LIMITE-OPERADOR
               MOVE LIMITE-OPERADOR TO TOTAL-ORDEM-EDITADO
               DISPLAY "*** ACIMA DO SEU LIMITE DE " TOTAL-ORDEM-EDITADO
                       ": A ORDEM FICA AGUARDANDO APROVACAO DO "
                       "SUPERVISOR (PROG211). ***"
           END-IF.
           DISPLAY "CONFIRMA A GRAVACAO DESTA ORDEM? (S/N)".
           MOVE "N" TO CONFIRMACAO.
           ACCEPT CONFIRMACAO.
           ADD 1 TO ITEM-SUB.

       GRAVA-ORDEM.
           IF RASCUNHO-INFORMADO = 0
               PERFORM GERA-NUMERO-OC
           ELSE
               MOVE RASCUNHO-INFORMADO TO NUMERO-OC-GERADO
           END-IF.

           OPEN I-O ARQUIVO-ORDEM-COMPRA.
           IF ORDEM-COMPRA-FILE-STATUS = "35"
               OPEN I-O ARQUIVO-ORDEM-COMPRA
           END-IF.

           IF RASCUNHO-INFORMADO NOT = 0
               PERFORM APAGA-LINHAS-RASCUNHO
           END-IF.

           IF TOTAL-ORDEM > LIMITE-OPERADOR
               MOVE "E" TO SITUACAO-GRAVAR
           ELSE
               MOVE "A" TO SITUACAO-GRAVAR
           END-IF.

           MOVE 1 TO ITEM-SUB.
           PERFORM GRAVA-LINHA-ORDEM
               UNTIL ITEM-SUB > QTDE-ITENS-ORDEM.

           ADD 1 TO TOTAL-ORDENS-SESSAO.
           PERFORM GRAVA-AUDITORIA-ORDEM.
           IF GRAVAR-AGUARDANDO
               ADD 1 TO TOTAL-AGUARDANDO-SESSAO
               DISPLAY "ORDEM DE COMPRA " NUMERO-OC-GERADO
                       " GRAVADA AGUARDANDO APROVACAO. NAO ENVIE AO "
                       "FORNECEDOR ANTES DA LIBERACAO."
           ELSE
               DISPLAY "ORDEM DE COMPRA " NUMERO-OC-GERADO " GRAVADA."
           END-IF.

       GRAVA-LINHA-ORDEM.
           MOVE SPACE TO ORDEM-COMPRA-REGISTRO.
           MOVE ZERO TO OC-QTDE-RECEBIDA.
           MOVE DATA-HOJE TO OC-DATA-EMISSAO.
           MOVE ZERO TO OC-DATA-RECEBIMENTO.
           MOVE DATA-PREVISTA-INFORMADA TO OC-DATA-PREVISTA.
           MOVE OPERADOR-ID TO OC-EMITENTE.
           MOVE SPACE TO OC-APROVADOR.
           MOVE ZERO TO OC-DATA-APROVACAO.
           MOVE SITUACAO-GRAVAR TO OC-SITUACAO.
           WRITE ORDEM-COMPRA-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR A LINHA " OC-ITEM-SEQ
           END-WRITE.
           ADD 1 TO ITEM-SUB.

      *    APAGA-LINHAS-RASCUNHO: O RASCUNHO SAI INTEIRO E A ORDEM
      *    CONFERIDA ENTRA NO LUGAR, COM O MESMO NUMERO.
       APAGA-LINHAS-RASCUNHO.
           MOVE RASCUNHO-INFORMADO TO OC-NUMERO.
           MOVE 0 TO OC-ITEM-SEQ.
           MOVE "N" TO FINAL-ARQUIVO.
           START ARQUIVO-ORDEM-COMPRA
               KEY IS GREATER THAN OC-CHAVE
               INVALID KEY
                   MOVE "S" TO FINAL-ARQUIVO
           END-START.
           PERFORM APAGA-LINHA-RASCUNHO
               UNTIL FINAL-ARQUIVO = "S".

       APAGA-LINHA-RASCUNHO.
           READ ARQUIVO-ORDEM-COMPRA NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               IF OC-NUMERO NOT = RASCUNHO-INFORMADO
                   MOVE "S" TO FINAL-ARQUIVO
               ELSE
                   IF OC-RASCUNHO
                       DELETE ARQUIVO-ORDEM-COMPRA
                           INVALID KEY
                               DISPLAY "ERRO AO APAGAR A LINHA "
                                       OC-ITEM-SEQ " DO RASCUNHO."
                       END-DELETE
                   END-IF
               END-IF
           END-IF.

      *    GERA-NUMERO-OC: SEQUENCIA SIMPLES EM NUMOC.DAT, NO MESMO
      *    ESTILO LE-E-REGRAVA DE NUMPED.DAT (PROG65).
       GERA-NUMERO-OC.
