      *    DIGITADA ERRADA, ITEM A MAIS OU A MENOS, CLIENTE QUE
      *    DESISTIU - PASSA A TER PROGRAMA. SO PEDIDO COM SITUACAO
      *    "A" PODE SER MEXIDO; FATURADO E INTOCAVEL E CANCELADO
      *    FICA CANCELADO. TUDO E FEITO NO LUGAR, PELA CHAVE DE
      *    PEDIDOS.DAT (PEDIDO + LINHA): QUANTIDADE E CANCELAMENTO
      *    SAO REGRAVADOS, O ITEM INCLUIDO ENTRA NA LINHA SEGUINTE A
      *    ULTIMA DO PEDIDO E O RETIRADO E EXCLUIDO - O
      *    PEDIDO-QTDE-ITENS DO CABECALHO E MANTIDO HONESTO NOS DOIS
      *    CASOS. (ANTES DO ARQUIVO INDEXADO, INCLUIR E RETIRAR
      *    GERAVAM UMA COPIA EM PEDIDOS.NOVO PARA TROCA.) CADA ACAO
      *    GERA LINHA DE AUDITORIA COM O OPERADOR DA SESSAO.
      *    A RESERVA DE ESTOQUE DOS ITENS (ESTOQUE-RESERVADO, FEITA
      *    NA DIGITACAO) ACOMPANHA: CANCELAR DEVOLVE A RESERVA DOS
      *    ITENS E CANCELA AS ENCOMENDAS PENDENTES DO PEDIDO (PEDIDO
      *    "E", TODO EM ENCOMENDA, SO PODE SER CANCELADO); BAIXAR A
      *    QUANTIDADE DEVOLVE A DIFERENCA E AUMENTAR SO PASSA SE O
      *    DISPONIVEL COBRIR O AUMENTO; RETIRAR DEVOLVE A RESERVA DO
      *    ITEM EXCLUIDO. ITEM INCLUIDO ENTRA SEM RESERVA E E
      *    CONFERIDO PELO FATURAMENTO.
      *    A RESERVA E DEVOLVIDA E AUMENTADA TAMBEM NO DEPOSITO DE
      *    ONDE O ITEM SAI (ESTDEP.DAT), E O AUMENTO PRECISA CABER NO
      *    DISPONIVEL DELE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           COPY "PRODSEL.cob".
           COPY "AUDSEL.cob".
           COPY "SESSEL.cob".
           COPY "ESTSEL.cob".
           COPY "EMDSEL.cob".
           COPY "EDPSEL.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "PRODREG.cob".
           COPY "AUDREG.cob".
           COPY "SESREG.cob".
           COPY "ESTREG.cob".
           COPY "EMDREG.cob".
           COPY "EDPREG.cob".

       WORKING-STORAGE SECTION.


       01  PEDIDO-FILE-STATUS      PIC XX.
       01  PEDIDO-PATH             PIC X(100).
       01  PRODUTO-FILE-STATUS     PIC XX.
       01  PRODUTO-PATH            PIC X(100).
       01  ESTOQUE-FILE-STATUS     PIC XX.
       01  ESTOQUE-PATH            PIC X(100).
       01  ENCOMENDA-FILE-STATUS   PIC XX.
       01  ENCOMENDA-PATH          PIC X(100).
       01  AUDITORIA-FILE-STATUS   PIC XX.
       01  SESSAO-FILE-STATUS      PIC XX.
       01  OPERADOR-ID             PIC X(10).
       01  SITUACAO-DO-PEDIDO      PIC X.
       01  CLIENTE-DO-PEDIDO       PIC X(20).
       01  ACAO-FEITA              PIC X.
       01  ITEM-EXISTE-NO-PEDIDO   PIC X.

      *    LINHAS DO PEDIDO EM PEDIDOS.DAT (CHAVE PEDIDO + LINHA).
       01  ULTIMA-LINHA-PEDIDO     PIC 9(03).
       01  CLIENTE-CHAVE-PEDIDO    PIC 9(08).
       01  EMPRESA-DO-PEDIDO       PIC X(02).
       01  SENTIDO-AJUSTE          PIC X(01).
           88 AJUSTE-SOMA              VALUE "+".
           88 AJUSTE-DESCONTO          VALUE "-".

       01  DESCRICAO-ITEM-NOVO     PIC X(30).
       01  PRECO-ITEM-NOVO         PIC 9(07)V9(02).

      *    RESERVA DE ESTOQUE DO ITEM MEXIDO.
       01  PRODUTO-RESERVA         PIC 9(05).
       01  QTDE-RESERVA-DEVOLVER   PIC 9(05).
       01  QTDE-RESERVA-AUMENTO    PIC 9(05).
       01  DISPONIVEL-ESTOQUE      PIC S9(07).
       01  RESERVA-RECUSADA        PIC X.
       01  TOTAL-ENCOMENDAS-CANCEL PIC 9(05).
       01  DEPOSITO-RESERVA        PIC 9(02).

           COPY "EDPWRK.cob".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
               MOVE "produtos.dat" TO PRODUTO-PATH
           END-IF.

           MOVE "estoque.dat" TO ESTOQUE-PATH.
           ACCEPT ESTOQUE-PATH FROM ENVIRONMENT "ESTOQUE_DAT".
           IF ESTOQUE-PATH = SPACE
               MOVE "estoque.dat" TO ESTOQUE-PATH
           END-IF.

           MOVE "encomendas.dat" TO ENCOMENDA-PATH.
           ACCEPT ENCOMENDA-PATH FROM ENVIRONMENT "ENCOMENDA_DAT".
           IF ENCOMENDA-PATH = SPACE
               MOVE "encomendas.dat" TO ENCOMENDA-PATH
           END-IF.

           PERFORM INICIALIZA-CAMINHO-ESTDEP.

       INICIALIZA-OPERADOR.
           MOVE SPACE TO OPERADOR-ID.
           OPEN INPUT ARQUIVO-SESSAO.
       EXIBE-MENU.
           DISPLAY "===== MANUTENCAO DE PEDIDOS EM ABERTO =====".
           DISPLAY "1 - ALTERAR QUANTIDADE DE ITEM".
           DISPLAY "2 - INCLUIR ITEM".
           DISPLAY "3 - RETIRAR ITEM".
           DISPLAY "4 - CANCELAR PEDIDO".
           DISPLAY "5 - SAIR".
           DISPLAY "INFORME A OPCAO: ".
                   PERFORM EXIBE-MENU
           END-EVALUATE.

      *    VERIFICA-SITUACAO-PEDIDO: LEITURA DO CABECALHO PELA CHAVE
      *    PARA SABER SE O PEDIDO EXISTE E EM QUE SITUACAO ESTA.
       VERIFICA-SITUACAO-PEDIDO.
           MOVE SPACE TO SITUACAO-DO-PEDIDO.
           IF PEDIDO-FILE-STATUS = "35"
               DISPLAY "PEDIDOS.DAT NAO ENCONTRADO."
           ELSE
               MOVE NUMERO-INFORMADO TO PEDIDO-NUMERO
               MOVE 0 TO PEDIDO-LINHA
               READ ARQUIVO-PEDIDO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PEDIDO-CABECALHO
                           MOVE PEDIDO-SITUACAO TO SITUACAO-DO-PEDIDO
                           MOVE PEDIDO-CLIENTE-NOME
                               TO CLIENTE-DO-PEDIDO
                       END-IF
               END-READ
               CLOSE ARQUIVO-PEDIDO
           END-IF.

      *    POSICIONA-PEDIDO / LE-PROXIMA-LINHA-PEDIDO: START NO
      *    CABECALHO (LINHA 000) DE NUMERO-INFORMADO E LEITURA DAS
      *    LINHAS DELE ATE O PEDIDO MUDAR.
       POSICIONA-PEDIDO.
           MOVE "N" TO FINAL-ARQUIVO.
           MOVE NUMERO-INFORMADO TO PEDIDO-NUMERO.
           MOVE 0 TO PEDIDO-LINHA.
           START ARQUIVO-PEDIDO
               KEY IS NOT LESS THAN PEDIDO-CHAVE
               INVALID KEY
                   MOVE "S" TO FINAL-ARQUIVO
           END-START.

       LE-PROXIMA-LINHA-PEDIDO.
           READ ARQUIVO-PEDIDO NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               IF PEDIDO-NUMERO NOT = NUMERO-INFORMADO
                   MOVE "S" TO FINAL-ARQUIVO
               END-IF
           END-IF.
                   DISPLAY "PEDIDO JA FATURADO. INTOCAVEL."
               WHEN "X"
                   DISPLAY "PEDIDO JA CANCELADO."
               WHEN "E"
                   IF OPCAO-MENU = 4
                       MOVE "S" TO ACAO-FEITA
                   ELSE
                       DISPLAY "PEDIDO TODO EM ENCOMENDA, SEM ITEM "
                               "A MEXER. SO PODE SER CANCELADO."
                   END-IF
               WHEN SPACE
                   DISPLAY "PEDIDO NAO ENCONTRADO."
               WHEN OTHER

       REGRAVA-QUANTIDADE-ITEM.
           MOVE "N" TO ACAO-FEITA.
           MOVE "N" TO RESERVA-RECUSADA.
           OPEN I-O ARQUIVO-PEDIDO.
           PERFORM POSICIONA-PEDIDO.
           PERFORM REGRAVA-PROXIMO-ITEM
               UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-PEDIDO.
           EVALUATE TRUE
               WHEN ACAO-FEITA = "S"
                   PERFORM GRAVA-AUDITORIA-MANUTENCAO
                   DISPLAY "QUANTIDADE ALTERADA."
               WHEN RESERVA-RECUSADA = "S"
                   DISPLAY "NADA ALTERADO."
               WHEN OTHER
                   DISPLAY "ITEM NAO ENCONTRADO NO PEDIDO. NADA "
                           "ALTERADO."
           END-EVALUATE.

       REGRAVA-PROXIMO-ITEM.
           PERFORM LE-PROXIMA-LINHA-PEDIDO.
           IF FINAL-ARQUIVO NOT = "S"
               IF PEDIDO-ITEM
                       AND ITEM-PRODUTO-CODIGO = PRODUTO-INFORMADO
                   IF ITEM-RESERVADO
                       PERFORM AJUSTA-RESERVA-ITEM
                   END-IF
                   IF RESERVA-RECUSADA NOT = "S"
                       MOVE QUANTIDADE-NOVA TO ITEM-QUANTIDADE
                       REWRITE PEDIDO-REGISTRO
                       MOVE "S" TO ACAO-FEITA
                   END-IF
                   MOVE "S" TO FINAL-ARQUIVO
               END-IF
           END-IF.

      *    AJUSTA-RESERVA-ITEM: ITEM RESERVADO QUE MUDA DE QUANTIDADE
      *    - A BAIXA DEVOLVE A DIFERENCA; O AUMENTO SO PASSA SE O
      *    DISPONIVEL (SALDO MENOS RESERVADO) O COBRIR, SENAO O ITEM
      *    FICA COMO ESTAVA E O EXCEDENTE VAI EM PEDIDO NOVO.
       AJUSTA-RESERVA-ITEM.
           MOVE ITEM-PRODUTO-CODIGO TO PRODUTO-RESERVA.
           PERFORM DEFINE-DEPOSITO-RESERVA.
           IF QUANTIDADE-NOVA < ITEM-QUANTIDADE
               COMPUTE QTDE-RESERVA-DEVOLVER =
                   ITEM-QUANTIDADE - QUANTIDADE-NOVA
               PERFORM DEVOLVE-RESERVA-PRODUTO
           ELSE
               COMPUTE QTDE-RESERVA-AUMENTO =
                   QUANTIDADE-NOVA - ITEM-QUANTIDADE
               IF QTDE-RESERVA-AUMENTO NOT = 0
                   PERFORM AUMENTA-RESERVA-PRODUTO
               END-IF
           END-IF.

       AUMENTA-RESERVA-PRODUTO.
           OPEN I-O ARQUIVO-ESTOQUE.
           IF ESTOQUE-FILE-STATUS = "35"
               CLOSE ARQUIVO-ESTOQUE
           ELSE
               MOVE PRODUTO-RESERVA TO ESTOQUE-PRODUTO-CODIGO
               READ ARQUIVO-ESTOQUE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ESTOQUE-RESERVADO IS NOT NUMERIC
                           MOVE ZERO TO ESTOQUE-RESERVADO
                       END-IF
                       COMPUTE DISPONIVEL-ESTOQUE =
                           ESTOQUE-SALDO - ESTOQUE-RESERVADO
                       PERFORM LIMITA-DISPONIVEL-DEPOSITO
                       IF QTDE-RESERVA-AUMENTO > DISPONIVEL-ESTOQUE
                           MOVE "S" TO RESERVA-RECUSADA
                           DISPLAY "DISPONIVEL EM ESTOQUE ("
                                   DISPONIVEL-ESTOQUE ") NAO COBRE O "
                                   "AUMENTO DE " QTDE-RESERVA-AUMENTO
                                   ". DIGITE O EXCEDENTE EM PEDIDO "
                                   "NOVO (PROG65)."
                       ELSE
                           ADD QTDE-RESERVA-AUMENTO
                               TO ESTOQUE-RESERVADO
                           REWRITE ESTOQUE-REGISTRO
                               INVALID KEY
                                   MOVE "S" TO RESERVA-RECUSADA
                                   DISPLAY "ERRO AO RESERVAR O "
                                           "ESTOQUE DO PRODUTO "
                                           PRODUTO-RESERVA "."
                               NOT INVALID KEY
                                   MOVE DEPOSITO-RESERVA
                                       TO DEP-DEPOSITO
                                   MOVE PRODUTO-RESERVA TO DEP-PRODUTO
                                   MOVE QTDE-RESERVA-AUMENTO
                                       TO DEP-DELTA-RESERVA
                                   PERFORM MOVIMENTA-ESTOQUE-DEPOSITO
                           END-REWRITE
                       END-IF
               END-READ
               CLOSE ARQUIVO-ESTOQUE
           END-IF.

      *    DEVOLVE-RESERVA-PRODUTO: DESCONTA QTDE-RESERVA-DEVOLVER DO
      *    RESERVADO DE PRODUTO-RESERVA, SEM DEIXAR FICAR NEGATIVO.
       DEVOLVE-RESERVA-PRODUTO.
           OPEN I-O ARQUIVO-ESTOQUE.
           IF ESTOQUE-FILE-STATUS = "35"
               CLOSE ARQUIVO-ESTOQUE
           ELSE
               MOVE PRODUTO-RESERVA TO ESTOQUE-PRODUTO-CODIGO
               READ ARQUIVO-ESTOQUE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ESTOQUE-RESERVADO IS NOT NUMERIC
                           MOVE ZERO TO ESTOQUE-RESERVADO
                       END-IF
                       IF QTDE-RESERVA-DEVOLVER > ESTOQUE-RESERVADO
                           MOVE ZERO TO ESTOQUE-RESERVADO
                       ELSE
                           SUBTRACT QTDE-RESERVA-DEVOLVER
                               FROM ESTOQUE-RESERVADO
                       END-IF
                       REWRITE ESTOQUE-REGISTRO
                           INVALID KEY
                               DISPLAY "ERRO AO DEVOLVER A RESERVA DO "
                                       "PRODUTO " PRODUTO-RESERVA "."
                           NOT INVALID KEY
                               MOVE DEPOSITO-RESERVA TO DEP-DEPOSITO
                               MOVE PRODUTO-RESERVA TO DEP-PRODUTO
                               COMPUTE DEP-DELTA-RESERVA =
                                   0 - QTDE-RESERVA-DEVOLVER
                               PERFORM MOVIMENTA-ESTOQUE-DEPOSITO
                       END-REWRITE
               END-READ
               CLOSE ARQUIVO-ESTOQUE
           END-IF.

      *    LIMITA-DISPONIVEL-DEPOSITO: O AUMENTO TAMBEM PRECISA
      *    CABER NO DISPONIVEL DO DEPOSITO DE ONDE O ITEM SAI.
       LIMITA-DISPONIVEL-DEPOSITO.
           MOVE DEPOSITO-RESERVA TO DEP-DEPOSITO.
           MOVE PRODUTO-RESERVA TO DEP-PRODUTO.
           PERFORM CONSULTA-ESTOQUE-DEPOSITO.
           IF DEP-ARQUIVO-ESTDEP = "S"
                   AND DEP-DISPONIVEL < DISPONIVEL-ESTOQUE
               MOVE DEP-DISPONIVEL TO DISPONIVEL-ESTOQUE
           END-IF.

      *    DEFINE-DEPOSITO-RESERVA: O DEPOSITO DO ITEM LIDO; ITEM
      *    ANTERIOR AO CAMPO USA O DA EMPRESA DO PEDIDO (ZERO = A
      *    PRINCIPAL).
       DEFINE-DEPOSITO-RESERVA.
           EVALUATE TRUE
               WHEN ITEM-DEPOSITO IS NUMERIC AND ITEM-DEPOSITO NOT = 0
                   MOVE ITEM-DEPOSITO TO DEPOSITO-RESERVA
               WHEN PEDIDO-EMPRESA IS NUMERIC
                   MOVE PEDIDO-EMPRESA TO DEPOSITO-RESERVA
               WHEN OTHER
                   MOVE 0 TO DEPOSITO-RESERVA
           END-EVALUATE.

       CANCELA-PEDIDO.
           DISPLAY "NUMERO DO PEDIDO: ".
           ACCEPT NUMERO-INFORMADO.
       REGRAVA-CANCELAMENTO.
           MOVE "N" TO ACAO-FEITA.
           OPEN I-O ARQUIVO-PEDIDO.
           MOVE NUMERO-INFORMADO TO PEDIDO-NUMERO.
           MOVE 0 TO PEDIDO-LINHA.
           READ ARQUIVO-PEDIDO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PEDIDO-CABECALHO
                       MOVE "X" TO PEDIDO-SITUACAO
                       MOVE MOTIVO-INFORMADO TO PEDIDO-MOTIVO-CANCEL
                       REWRITE PEDIDO-REGISTRO
                       MOVE "S" TO ACAO-FEITA
                   END-IF
           END-READ.
           CLOSE ARQUIVO-PEDIDO.
           IF ACAO-FEITA = "S"
               PERFORM DEVOLVE-RESERVAS-PEDIDO
               PERFORM CANCELA-ENCOMENDAS-PEDIDO
               PERFORM GRAVA-AUDITORIA-MANUTENCAO
               DISPLAY "PEDIDO " NUMERO-INFORMADO " CANCELADO."
           END-IF.

      *    DEVOLVE-RESERVAS-PEDIDO: LEITURA DOS ITENS DO PEDIDO
      *    CANCELADO DEVOLVENDO A RESERVA DE CADA ITEM RESERVADO.
       DEVOLVE-RESERVAS-PEDIDO.
           OPEN INPUT ARQUIVO-PEDIDO.
           PERFORM POSICIONA-PEDIDO.
           PERFORM DEVOLVE-RESERVA-PROXIMO
               UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-PEDIDO.

       DEVOLVE-RESERVA-PROXIMO.
           PERFORM LE-PROXIMA-LINHA-PEDIDO.
           IF FINAL-ARQUIVO NOT = "S"
               IF PEDIDO-ITEM AND ITEM-RESERVADO
                   MOVE ITEM-PRODUTO-CODIGO TO PRODUTO-RESERVA
                   MOVE ITEM-QUANTIDADE TO QTDE-RESERVA-DEVOLVER
                   PERFORM DEFINE-DEPOSITO-RESERVA
                   PERFORM DEVOLVE-RESERVA-PRODUTO
               END-IF
           END-IF.

      *    CANCELA-ENCOMENDAS-PEDIDO: AS ENCOMENDAS AINDA PENDENTES DO
      *    PEDIDO FICAM "X" E NAO SAO MAIS LIBERADAS. A JA LIBERADA
      *    VIROU PEDIDO PROPRIO E E CANCELADA POR ELE.
       CANCELA-ENCOMENDAS-PEDIDO.
           MOVE 0 TO TOTAL-ENCOMENDAS-CANCEL.
           OPEN I-O ARQUIVO-ENCOMENDA.
           IF ENCOMENDA-FILE-STATUS = "35"
               CLOSE ARQUIVO-ENCOMENDA
           ELSE
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM CANCELA-PROXIMA-ENCOMENDA
                   UNTIL FINAL-ARQUIVO = "S"
               CLOSE ARQUIVO-ENCOMENDA
               IF TOTAL-ENCOMENDAS-CANCEL NOT = 0
                   DISPLAY "ENCOMENDAS CANCELADAS: "
                           TOTAL-ENCOMENDAS-CANCEL
               END-IF
           END-IF.

       CANCELA-PROXIMA-ENCOMENDA.
           READ ARQUIVO-ENCOMENDA NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               IF ENCOMENDA-PEDIDO = NUMERO-INFORMADO
                       AND ENCOMENDA-PENDENTE
                   MOVE "X" TO ENCOMENDA-SITUACAO
                   REWRITE ENCOMENDA-REGISTRO
                       INVALID KEY
                           DISPLAY "ERRO AO CANCELAR A ENCOMENDA DO "
                                   "PRODUTO " ENCOMENDA-PRODUTO "."
                       NOT INVALID KEY
                           ADD 1 TO TOTAL-ENCOMENDAS-CANCEL
                   END-REWRITE
               END-IF
           END-IF.

      *    INCLUI-ITEM: GRAVA O ITEM NOVO NA LINHA SEGUINTE A ULTIMA
      *    DO PEDIDO E SOMA 1 AO PEDIDO-QTDE-ITENS DO CABECALHO. O
      *    PRECO VEM DO CATALOGO, COMO NA DIGITACAO DO PROG65.
       INCLUI-ITEM.
           DISPLAY "NUMERO DO PEDIDO: ".
           ACCEPT NUMERO-INFORMADO.
               ELSE
                   PERFORM BUSCA-PRODUTO-CATALOGO
                   IF ACAO-FEITA = "S"
                       PERFORM INSERE-ITEM-NO-PEDIDO
                   END-IF
               END-IF
           END-IF.
               CLOSE ARQUIVO-PRODUTO
           END-IF.

       INSERE-ITEM-NO-PEDIDO.
           MOVE 0 TO ULTIMA-LINHA-PEDIDO.
           MOVE 0 TO CLIENTE-CHAVE-PEDIDO.
           MOVE SPACE TO EMPRESA-DO-PEDIDO.
           OPEN I-O ARQUIVO-PEDIDO.
           PERFORM POSICIONA-PEDIDO.
           PERFORM ACHA-ULTIMA-LINHA
               UNTIL FINAL-ARQUIVO = "S".
           PERFORM GRAVA-ITEM-NOVO.
           IF ACAO-FEITA = "S"
               MOVE "+" TO SENTIDO-AJUSTE
               PERFORM AJUSTA-QTDE-CABECALHO
           END-IF.
           CLOSE ARQUIVO-PEDIDO.
           IF ACAO-FEITA = "S"
               PERFORM GRAVA-AUDITORIA-MANUTENCAO
               DISPLAY "ITEM INCLUIDO NA LINHA " ULTIMA-LINHA-PEDIDO
                       " DO PEDIDO."
           END-IF.

      *    ACHA-ULTIMA-LINHA: A ULTIMA LINHA LIDA DO PEDIDO E A MAIOR
      *    (A CHAVE VEM EM ORDEM); O CABECALHO DA O CLIENTE E A
      *    EMPRESA QUE O ITEM NOVO REPETE.
       ACHA-ULTIMA-LINHA.
           PERFORM LE-PROXIMA-LINHA-PEDIDO.
           IF FINAL-ARQUIVO NOT = "S"
               MOVE PEDIDO-LINHA TO ULTIMA-LINHA-PEDIDO
               IF PEDIDO-CABECALHO
                   MOVE PEDIDO-CLIENTE-CHAVE TO CLIENTE-CHAVE-PEDIDO
                   MOVE PEDIDO-EMPRESA TO EMPRESA-DO-PEDIDO
               END-IF
           END-IF.

       GRAVA-ITEM-NOVO.
           MOVE SPACE TO PEDIDO-REGISTRO.
           MOVE "I" TO PEDIDO-TIPO.
           MOVE NUMERO-INFORMADO TO PEDIDO-NUMERO.
           ADD 1 TO ULTIMA-LINHA-PEDIDO.
           MOVE ULTIMA-LINHA-PEDIDO TO PEDIDO-LINHA.
           MOVE CLIENTE-CHAVE-PEDIDO TO PEDIDO-CLIENTE-CHAVE.
           MOVE EMPRESA-DO-PEDIDO TO PEDIDO-EMPRESA.
           MOVE PRODUTO-INFORMADO TO ITEM-PRODUTO-CODIGO.
           MOVE DESCRICAO-ITEM-NOVO TO ITEM-DESCRICAO.
           MOVE QUANTIDADE-NOVA TO ITEM-QUANTIDADE.
           MOVE PRECO-ITEM-NOVO TO ITEM-PRECO-UNITARIO.
           WRITE PEDIDO-REGISTRO
               INVALID KEY
                   MOVE "N" TO ACAO-FEITA
                   DISPLAY "ERRO AO GRAVAR O ITEM NA LINHA "
                           PEDIDO-LINHA ". NADA INCLUIDO."
               NOT INVALID KEY
                   MOVE "S" TO ACAO-FEITA
           END-WRITE.

      *    AJUSTA-QTDE-CABECALHO: RELE O CABECALHO PELA CHAVE E SOMA
      *    OU DESCONTA 1 DO PEDIDO-QTDE-ITENS (SENTIDO-AJUSTE).
       AJUSTA-QTDE-CABECALHO.
           MOVE NUMERO-INFORMADO TO PEDIDO-NUMERO.
           MOVE 0 TO PEDIDO-LINHA.
           READ ARQUIVO-PEDIDO
               INVALID KEY
                   DISPLAY "CABECALHO DO PEDIDO NAO ENCONTRADO PARA "
                           "AJUSTAR A QUANTIDADE DE ITENS."
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN AJUSTE-SOMA
                           ADD 1 TO PEDIDO-QTDE-ITENS
                       WHEN AJUSTE-DESCONTO AND PEDIDO-QTDE-ITENS > 0
                           SUBTRACT 1 FROM PEDIDO-QTDE-ITENS
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   REWRITE PEDIDO-REGISTRO
           END-READ.

      *    RETIRA-ITEM: EXCLUI A LINHA DO ITEM RETIRADO, DESCONTA 1
      *    DO PEDIDO-QTDE-ITENS E DEVOLVE A RESERVA DO ITEM.
       RETIRA-ITEM.
           DISPLAY "NUMERO DO PEDIDO: ".
           ACCEPT NUMERO-INFORMADO.
           IF ACAO-FEITA = "S"
               DISPLAY "CODIGO DO PRODUTO DO ITEM A RETIRAR: "
               ACCEPT PRODUTO-INFORMADO
               PERFORM EXCLUI-ITEM-DO-PEDIDO
           END-IF.

      *    EXCLUI-ITEM-DO-PEDIDO: O CABECALHO SO E DESCONTADO COM A
      *    LINHA DO ITEM DE FATO EXCLUIDA - SENAO SAIRIA DESCONTADO
      *    DE UM ITEM QUE CONTINUA LA (EXATAMENTE O QUE O PROG130
      *    ACUSA).
       EXCLUI-ITEM-DO-PEDIDO.
           MOVE "N" TO ITEM-EXISTE-NO-PEDIDO.
           MOVE 0 TO QTDE-RESERVA-DEVOLVER.
           OPEN I-O ARQUIVO-PEDIDO.
           PERFORM POSICIONA-PEDIDO.
           PERFORM PROCURA-ITEM-A-RETIRAR
               UNTIL FINAL-ARQUIVO = "S".
           IF ITEM-EXISTE-NO-PEDIDO = "S"
               MOVE "-" TO SENTIDO-AJUSTE
               PERFORM AJUSTA-QTDE-CABECALHO
           END-IF.
           CLOSE ARQUIVO-PEDIDO.
           IF ITEM-EXISTE-NO-PEDIDO = "S"
               IF QTDE-RESERVA-DEVOLVER NOT = 0
                   MOVE PRODUTO-INFORMADO TO PRODUTO-RESERVA
                   PERFORM DEVOLVE-RESERVA-PRODUTO
               END-IF
               PERFORM GRAVA-AUDITORIA-MANUTENCAO
               DISPLAY "ITEM RETIRADO DO PEDIDO."
           ELSE
               DISPLAY "ITEM NAO ENCONTRADO NO PEDIDO. NADA "
                       "ALTERADO."
           END-IF.

       PROCURA-ITEM-A-RETIRAR.
           PERFORM LE-PROXIMA-LINHA-PEDIDO.
           IF FINAL-ARQUIVO NOT = "S"
               IF PEDIDO-ITEM
                       AND ITEM-PRODUTO-CODIGO = PRODUTO-INFORMADO
                   IF ITEM-RESERVADO
                       MOVE ITEM-QUANTIDADE TO QTDE-RESERVA-DEVOLVER
                       PERFORM DEFINE-DEPOSITO-RESERVA
                   END-IF
                   DELETE ARQUIVO-PEDIDO RECORD
                       INVALID KEY
                           DISPLAY "ERRO AO EXCLUIR A LINHA "
                                   PEDIDO-LINHA " DO PEDIDO."
                           MOVE 0 TO QTDE-RESERVA-DEVOLVER
                       NOT INVALID KEY
                           MOVE "S" TO ITEM-EXISTE-NO-PEDIDO
                   END-DELETE
                   MOVE "S" TO FINAL-ARQUIVO
               END-IF
           END-IF.

       GRAVA-AUDITORIA-MANUTENCAO.
           OPEN EXTEND ARQUIVO-AUDITORIA.
           IF AUDITORIA-FILE-STATUS = "35"
           CLOSE ARQUIVO-AUDITORIA.

           COPY "AMBPROC.cob".

           COPY "EDPPROC.cob".
