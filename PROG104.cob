      *    ESTOQUE.DAT (FICHA CRIADA NA HORA SE NAO EXISTIR, COMO O
      *    PROG66 FAZ COM A FICHA DE CREDITO) E LINHA DE ENTRADA NO
      *    LIVRO DE MOVIMENTOS (MOVESTOQUE.DAT) COM O NUMERO DA
      *    ORDEM COMO DOCUMENTO. ORDEM EM RASCUNHO (SUGESTAO DE
      *    REPOSICAO AINDA NAO CONFERIDA) NAO E RECEBIDA.
      *    COM O SALDO NOVO, AS ENCOMENDAS PENDENTES DO PRODUTO
      *    (ENCOMENDAS.DAT) SAO LIBERADAS DA MAIS ANTIGA PARA A MAIS
      *    NOVA ENQUANTO O DISPONIVEL (SALDO MENOS RESERVADO) COBRIR A
      *    QUANTIDADE INTEIRA: CADA UMA VIRA UM PEDIDO NOVO EM
      *    PEDIDOS.DAT (NUMERO DE NUMPED.DAT), JA RESERVADO, E O
      *    CLIENTE E AVISADO PELA FILA DE E-MAIL (MODELO ENC). A
      *    PRIMEIRA QUE NAO CABE PARA A FILA - AS MAIS NOVAS NAO
      *    PASSAM NA FRENTE.
      *    SEQUENCIA 0 CANCELA O SALDO DA ORDEM INTEIRA: CONFIRMADO,
      *    TODA LINHA AINDA ABERTA VIRA "C" - O QUE JA CHEGOU FICA
      *    REGISTRADO (ENTREGA CURTA) E O RESTO NAO E MAIS ESPERADO.
      *    O PEDIDO LIBERADO E GRAVADO PELA CHAVE DE PEDIDOS.DAT:
      *    CABECALHO NA LINHA 000, ITEM NA 001, CLIENTE NA CHAVE
      *    ALTERNATIVA.
      *    ORDEM AGUARDANDO APROVACAO OU RECUSADA (PROG211) TAMBEM
      *    NAO E RECEBIDA.
      *    A ENTRADA VAI PARA O DEPOSITO ESCOLHIDO NO RECEBIMENTO
      *    (EMPRESA DONA DO ALMOXARIFADO, ESTDEP.DAT; ENTER = A DA
      *    SESSAO), A LINHA DO LIVRO LEVA O DEPOSITO E SO AS
      *    ENCOMENDAS DAQUELA EMPRESA SAO LIBERADAS PELO SALDO DELE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           COPY "MOVSEL.cob".
           COPY "SESSEL.cob".
           COPY "PRODSEL.cob".
           COPY "PEDSEL.cob".
           COPY "EMDSEL.cob".
           COPY "EMQSEL.cob".
           COPY "EMPSEL.cob".
           COPY "EDPSEL.cob".
           SELECT OPTIONAL ARQUIVO-NUMERO-PEDIDO
               ASSIGN TO "numped.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS NUMERO-PEDIDO-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "MOVREG.cob".
           COPY "SESREG.cob".
           COPY "PRODREG.cob".
           COPY "PEDREG.cob".
           COPY "EMDREG.cob".
           COPY "EMQREG.cob".
           COPY "EMPREG.cob".
           COPY "EDPREG.cob".

       FD  ARQUIVO-NUMERO-PEDIDO.
       01  NUMERO-PEDIDO-REGISTRO.
           05 NUMERO-PEDIDO-PROX-SEQ PIC 9(07).

       WORKING-STORAGE SECTION.

       01  SESSAO-FILE-STATUS       PIC XX.
       01  PRODUTO-FILE-STATUS      PIC XX.
       01  PRODUTO-PATH             PIC X(100).
       01  PEDIDO-FILE-STATUS       PIC XX.
       01  PEDIDO-PATH              PIC X(100).
       01  ENCOMENDA-FILE-STATUS    PIC XX.
       01  ENCOMENDA-PATH           PIC X(100).
       01  FILA-EMAIL-FILE-STATUS   PIC XX.
       01  NUMERO-PEDIDO-FILE-STATUS PIC XX.
       01  EMPRESA-FILE-STATUS      PIC XX.
       01  EMPRESA-PATH             PIC X(100).
           COPY "EMPWRK.cob".
           COPY "EDPWRK.cob".
       01  OPERADOR-ID              PIC X(10).
       01  RESPOSTA                 PIC X.
       01  DATA-HOJE                PIC 9(08).
       01  NUMERO-INFORMADO         PIC 9(07).
       01  ITEM-INFORMADO           PIC 9(03).
       01  QTDE-RECEBIDA-AGORA      PIC 9(05).
       01  DEPOSITO-RECEBIMENTO     PIC 9(02).
       01  DEPOSITO-ENCOMENDA       PIC 9(02).

       01  TOTAL-RECEBIMENTOS       PIC 9(05) VALUE 0.
       01  TOTAL-LINHAS-FECHADAS    PIC 9(05) VALUE 0.
       01  TOTAL-LINHAS-CANCELADAS  PIC 9(05) VALUE 0.

      *    CANCELAMENTO DO SALDO DA ORDEM.
       01  CONFIRMA-CANCELAMENTO    PIC X.
       01  FIM-LINHAS-ORDEM         PIC X.
       01  CANCELADAS-DA-ORDEM      PIC 9(03).

      *    LIBERACAO DE ENCOMENDAS DO PRODUTO RECEBIDO.
       01  DISPONIVEL-LIBERACAO     PIC S9(07).
       01  FIM-LIBERACAO            PIC X.
       01  LIBERADAS-DO-PRODUTO     PIC 9(05).
       01  TOTAL-ENCOMENDAS-LIBERADAS PIC 9(05) VALUE 0.
       01  NUMERO-PEDIDO-GERADO     PIC 9(07).
       01  PROXIMA-SEQUENCIA-PEDIDO PIC 9(07) VALUE 0.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM INICIALIZA-CAMINHOS.
           PERFORM INICIALIZA-OPERADOR.
           PERFORM OBTEM-EMPRESA-PADRAO.

           OPEN I-O ARQUIVO-ORDEM-COMPRA.
           IF ORDEM-COMPRA-FILE-STATUS = "35"
               DISPLAY "----------------------------------------------"
               DISPLAY "RECEBIMENTOS LANCADOS: " TOTAL-RECEBIMENTOS
               DISPLAY "LINHAS FECHADAS......: " TOTAL-LINHAS-FECHADAS
               DISPLAY "LINHAS CANCELADAS....: "
                       TOTAL-LINHAS-CANCELADAS
               DISPLAY "ENCOMENDAS LIBERADAS.: "
                       TOTAL-ENCOMENDAS-LIBERADAS
           END-IF.

       PROGRAM-DONE.
               MOVE "produtos.dat" TO PRODUTO-PATH
           END-IF.

           MOVE "pedidos.dat" TO PEDIDO-PATH.
           ACCEPT PEDIDO-PATH FROM ENVIRONMENT "PEDIDO_DAT".
           IF PEDIDO-PATH = SPACE
               MOVE "pedidos.dat" TO PEDIDO-PATH
           END-IF.

           MOVE "encomendas.dat" TO ENCOMENDA-PATH.
           ACCEPT ENCOMENDA-PATH FROM ENVIRONMENT "ENCOMENDA_DAT".
           IF ENCOMENDA-PATH = SPACE
               MOVE "encomendas.dat" TO ENCOMENDA-PATH
           END-IF.

           MOVE "empresa.dat" TO EMPRESA-PATH.
           ACCEPT EMPRESA-PATH FROM ENVIRONMENT "EMPRESA_DAT".
           IF EMPRESA-PATH = SPACE
               MOVE "empresa.dat" TO EMPRESA-PATH
           END-IF.

           PERFORM INICIALIZA-CAMINHO-ESTDEP.

       INICIALIZA-OPERADOR.
           MOVE SPACE TO OPERADOR-ID.
           OPEN INPUT ARQUIVO-SESSAO.
       RECEBE-UMA-LINHA.
           DISPLAY "NUMERO DA ORDEM DE COMPRA: ".
           ACCEPT NUMERO-INFORMADO.
           DISPLAY "SEQUENCIA DO ITEM (0 = CANCELAR O SALDO DA "
                   "ORDEM): ".
           ACCEPT ITEM-INFORMADO.

           IF ITEM-INFORMADO = 0
               PERFORM CANCELA-SALDO-ORDEM
           ELSE
               MOVE NUMERO-INFORMADO TO OC-NUMERO
               MOVE ITEM-INFORMADO TO OC-ITEM-SEQ
               READ ARQUIVO-ORDEM-COMPRA
                   INVALID KEY
                       DISPLAY "LINHA DE ORDEM NAO ENCONTRADA."
                   NOT INVALID KEY
                       PERFORM PROCESSA-LINHA-ORDEM
               END-READ
           END-IF.

           PERFORM PEDE-CONTINUACAO.
           PERFORM PEDE-CONTINUACAO
                           OC-DATA-RECEBIMENTO "."
               WHEN OC-CANCELADA
                   DISPLAY "LINHA CANCELADA. NADA A RECEBER."
               WHEN OC-RASCUNHO
                   DISPLAY "ORDEM AINDA EM RASCUNHO. COMPLETE NO "
                           "PROG103 ANTES DE RECEBER."
               WHEN OC-AGUARDANDO-APROVACAO
                   DISPLAY "ORDEM AGUARDANDO APROVACAO DO SUPERVISOR "
                           "(PROG211). NAO PODE SER RECEBIDA."
               WHEN OC-RECUSADA
                   DISPLAY "ORDEM RECUSADA NA APROVACAO. NADA A "
                           "RECEBER."
               WHEN OTHER
                   PERFORM LANCA-RECEBIMENTO
           END-EVALUATE.
           IF QTDE-RECEBIDA-AGORA = 0
               DISPLAY "QUANTIDADE ZERO. NADA LANCADO."
           ELSE
               DISPLAY "DEPOSITO QUE RECEBE - "
               MOVE "N" TO EMPRESA-ESCOLHIDA-OK
               PERFORM ESCOLHE-EMPRESA
                   UNTIL EMPRESA-ESCOLHIDA-OK = "S"
               MOVE EMPRESA-ESCOLHIDA TO DEPOSITO-RECEBIMENTO
               ADD QTDE-RECEBIDA-AGORA TO OC-QTDE-RECEBIDA
               IF OC-QTDE-RECEBIDA >= OC-QUANTIDADE
                   MOVE "R" TO OC-SITUACAO
                       PERFORM SOMA-ESTOQUE-RECEBIDO
                       PERFORM GRAVA-MOVIMENTO-ENTRADA
                       PERFORM ATUALIZA-CUSTO-PRODUTO
                       PERFORM LIBERA-ENCOMENDAS-PRODUTO
               END-REWRITE
           END-IF.

      *    CANCELA-SALDO-ORDEM: O FORNECEDOR NAO VAI ENTREGAR O QUE
      *    FALTA. AS LINHAS ABERTAS DA ORDEM VIRAM "C" COM A
      *    QUANTIDADE JA RECEBIDA PRESERVADA; LINHAS RECEBIDAS E
      *    RASCUNHO FICAM COMO ESTAO.
       CANCELA-SALDO-ORDEM.
           DISPLAY "CONFIRMA O CANCELAMENTO DO SALDO DA ORDEM "
                   NUMERO-INFORMADO "? (S/N)".
           MOVE "N" TO CONFIRMA-CANCELAMENTO.
           ACCEPT CONFIRMA-CANCELAMENTO.
           IF CONFIRMA-CANCELAMENTO NOT = "S"
               DISPLAY "CANCELAMENTO NAO CONFIRMADO."
           ELSE
               MOVE 0 TO CANCELADAS-DA-ORDEM
               MOVE "N" TO FIM-LINHAS-ORDEM
               MOVE NUMERO-INFORMADO TO OC-NUMERO
               MOVE ZERO TO OC-ITEM-SEQ
               START ARQUIVO-ORDEM-COMPRA
                   KEY IS NOT LESS THAN OC-CHAVE
                   INVALID KEY
                       MOVE "S" TO FIM-LINHAS-ORDEM
               END-START
               PERFORM CANCELA-PROXIMA-LINHA
                   UNTIL FIM-LINHAS-ORDEM = "S"
               IF CANCELADAS-DA-ORDEM = 0
                   DISPLAY "ORDEM SEM LINHAS ABERTAS. NADA CANCELADO."
               ELSE
                   DISPLAY "LINHAS CANCELADAS NA ORDEM: "
                           CANCELADAS-DA-ORDEM
               END-IF
           END-IF.

       CANCELA-PROXIMA-LINHA.
           READ ARQUIVO-ORDEM-COMPRA NEXT RECORD
               AT END
                   MOVE "S" TO FIM-LINHAS-ORDEM
           END-READ.
           IF FIM-LINHAS-ORDEM NOT = "S"
               IF OC-NUMERO NOT = NUMERO-INFORMADO
                   MOVE "S" TO FIM-LINHAS-ORDEM
               ELSE
                   IF OC-ABERTA
                       MOVE "C" TO OC-SITUACAO
                       MOVE DATA-HOJE TO OC-DATA-RECEBIMENTO
                       REWRITE ORDEM-COMPRA-REGISTRO
                           INVALID KEY
                               DISPLAY "ERRO AO CANCELAR O ITEM "
                                       OC-ITEM-SEQ "."
                           NOT INVALID KEY
                               ADD 1 TO CANCELADAS-DA-ORDEM
                               ADD 1 TO TOTAL-LINHAS-CANCELADAS
                       END-REWRITE
                   END-IF
               END-IF
           END-IF.

      *    SOMA-ESTOQUE-RECEBIDO: A ENTRADA SOBE O SALDO DO PRODUTO;
      *    PRODUTO SEM FICHA DE ESTOQUE GANHA UMA COM MINIMO ZERO,
      *    SO PARA ACOMPANHAR O SALDO ATE O PROG100 DEFINIR O MINIMO.
                   MOVE OC-PRODUTO-CODIGO TO ESTOQUE-PRODUTO-CODIGO
                   MOVE QTDE-RECEBIDA-AGORA TO ESTOQUE-SALDO
                   MOVE ZERO TO ESTOQUE-MINIMO
                   MOVE ZERO TO ESTOQUE-RESERVADO
                   MOVE DATA-HOJE TO ESTOQUE-DATA-ATUALIZACAO
                   WRITE ESTOQUE-REGISTRO
                       INVALID KEY
                   END-REWRITE
           END-READ.
           CLOSE ARQUIVO-ESTOQUE.
           MOVE DEPOSITO-RECEBIMENTO TO DEP-DEPOSITO.
           MOVE OC-PRODUTO-CODIGO TO DEP-PRODUTO.
           MOVE QTDE-RECEBIDA-AGORA TO DEP-DELTA-SALDO.
           PERFORM MOVIMENTA-ESTOQUE-DEPOSITO.

       GRAVA-MOVIMENTO-ENTRADA.
           OPEN EXTEND ARQUIVO-MOVESTOQUE.
           MOVE DATA-HOJE           TO MOVESTOQUE-DATA.
           ACCEPT MOVESTOQUE-HORA FROM TIME.
           MOVE OPERADOR-ID         TO MOVESTOQUE-OPERADOR.
           MOVE OC-PRECO-COMBINADO  TO MOVESTOQUE-CUSTO.
           MOVE DEPOSITO-RECEBIMENTO TO MOVESTOQUE-DEPOSITO.
           WRITE MOVESTOQUE-REGISTRO.
           CLOSE ARQUIVO-MOVESTOQUE.

               CLOSE ARQUIVO-PRODUTO
           END-IF.

      *    LIBERA-ENCOMENDAS-PRODUTO: LE AS ENCOMENDAS DO PRODUTO NA
      *    ORDEM DA CHAVE (DATA E HORA DE ENTRADA) E LIBERA AS
      *    PENDENTES ENQUANTO O DISPONIVEL COBRE CADA UMA INTEIRA. A
      *    RESERVA DAS LIBERADAS E GRAVADA NA FICHA NO FIM.
      *    COM ESTOQUE POR DEPOSITO, SO AS ENCOMENDAS DA EMPRESA DONA
      *    DO DEPOSITO QUE RECEBEU ENTRAM NA VEZ, E O DISPONIVEL E O
      *    DESSE DEPOSITO; AS DAS OUTRAS FILIAIS ESPERAM UMA ENTRADA
      *    (OU TRANSFERENCIA) NO DEPOSITO DELAS.
       LIBERA-ENCOMENDAS-PRODUTO.
           OPEN I-O ARQUIVO-ENCOMENDA.
           IF ENCOMENDA-FILE-STATUS = "35"
               CLOSE ARQUIVO-ENCOMENDA
           ELSE
               OPEN I-O ARQUIVO-ESTOQUE
               IF ESTOQUE-FILE-STATUS = "35"
                   CLOSE ARQUIVO-ESTOQUE
               ELSE
                   MOVE OC-PRODUTO-CODIGO TO ESTOQUE-PRODUTO-CODIGO
                   READ ARQUIVO-ESTOQUE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM LIBERA-PELO-DISPONIVEL
                   END-READ
                   CLOSE ARQUIVO-ESTOQUE
               END-IF
               CLOSE ARQUIVO-ENCOMENDA
           END-IF.

       LIBERA-PELO-DISPONIVEL.
           IF ESTOQUE-RESERVADO IS NOT NUMERIC
               MOVE ZERO TO ESTOQUE-RESERVADO
           END-IF.
           COMPUTE DISPONIVEL-LIBERACAO =
               ESTOQUE-SALDO - ESTOQUE-RESERVADO.
           MOVE DEPOSITO-RECEBIMENTO TO DEP-DEPOSITO.
           MOVE OC-PRODUTO-CODIGO TO DEP-PRODUTO.
           PERFORM CONSULTA-ESTOQUE-DEPOSITO.
           IF DEP-ARQUIVO-ESTDEP = "S"
                   AND DEP-DISPONIVEL < DISPONIVEL-LIBERACAO
               MOVE DEP-DISPONIVEL TO DISPONIVEL-LIBERACAO
           END-IF.
           MOVE 0 TO LIBERADAS-DO-PRODUTO.
           MOVE "N" TO FIM-LIBERACAO.
           MOVE OC-PRODUTO-CODIGO TO ENCOMENDA-PRODUTO.
           MOVE ZERO TO ENCOMENDA-DATA.
           MOVE ZERO TO ENCOMENDA-HORA.
           MOVE ZERO TO ENCOMENDA-PEDIDO.
           MOVE ZERO TO ENCOMENDA-ITEM.
           START ARQUIVO-ENCOMENDA
               KEY IS NOT LESS THAN ENCOMENDA-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-LIBERACAO
           END-START.
           PERFORM LIBERA-PROXIMA-ENCOMENDA
               UNTIL FIM-LIBERACAO = "S".
           IF LIBERADAS-DO-PRODUTO NOT = 0
               MOVE DATA-HOJE TO ESTOQUE-DATA-ATUALIZACAO
               REWRITE ESTOQUE-REGISTRO
                   INVALID KEY
                       DISPLAY "ERRO AO RESERVAR O ESTOQUE DAS "
                               "ENCOMENDAS DO PRODUTO "
                               ESTOQUE-PRODUTO-CODIGO "."
               END-REWRITE
           END-IF.

       LIBERA-PROXIMA-ENCOMENDA.
           READ ARQUIVO-ENCOMENDA NEXT RECORD
               AT END
                   MOVE "S" TO FIM-LIBERACAO
           END-READ.
           IF FIM-LIBERACAO NOT = "S"
               IF ENCOMENDA-PRODUTO NOT = OC-PRODUTO-CODIGO
                   MOVE "S" TO FIM-LIBERACAO
               ELSE
                   PERFORM DEFINE-DEPOSITO-ENCOMENDA
                   IF ENCOMENDA-PENDENTE
                           AND (DEP-ARQUIVO-ESTDEP NOT = "S"
                           OR DEPOSITO-ENCOMENDA = DEPOSITO-RECEBIMENTO)
                       IF ENCOMENDA-QUANTIDADE > DISPONIVEL-LIBERACAO
                           DISPLAY "ENCOMENDA DO PEDIDO "
                                   ENCOMENDA-PEDIDO " ("
                                   ENCOMENDA-QUANTIDADE
                                   ") AINDA SEM SALDO - AS SEGUINTES "
                                   "ESPERAM A VEZ."
                           MOVE "S" TO FIM-LIBERACAO
                       ELSE
                           PERFORM LIBERA-ENCOMENDA
                       END-IF
                   END-IF
               END-IF
           END-IF.

       LIBERA-ENCOMENDA.
           PERFORM GERA-NUMERO-PEDIDO.
           PERFORM GRAVA-PEDIDO-LIBERADO.
           SUBTRACT ENCOMENDA-QUANTIDADE FROM DISPONIVEL-LIBERACAO.
           ADD ENCOMENDA-QUANTIDADE TO ESTOQUE-RESERVADO.
           MOVE DEPOSITO-RECEBIMENTO TO DEP-DEPOSITO.
           MOVE OC-PRODUTO-CODIGO TO DEP-PRODUTO.
           MOVE ENCOMENDA-QUANTIDADE TO DEP-DELTA-RESERVA.
           PERFORM MOVIMENTA-ESTOQUE-DEPOSITO.
           ADD 1 TO LIBERADAS-DO-PRODUTO.
           ADD 1 TO TOTAL-ENCOMENDAS-LIBERADAS.
           MOVE "L" TO ENCOMENDA-SITUACAO.
           MOVE DATA-HOJE TO ENCOMENDA-DATA-LIBERACAO.
           MOVE NUMERO-PEDIDO-GERADO TO ENCOMENDA-PEDIDO-LIBERADO.
           REWRITE ENCOMENDA-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO MARCAR A ENCOMENDA DO PEDIDO "
                           ENCOMENDA-PEDIDO " COMO LIBERADA."
           END-REWRITE.
           PERFORM ENFILEIRA-EMAIL-ENCOMENDA.
           DISPLAY "ENCOMENDA DO PEDIDO " ENCOMENDA-PEDIDO
                   " LIBERADA NO PEDIDO " NUMERO-PEDIDO-GERADO
                   " - " ENCOMENDA-CLIENTE-NOME.

      *    GRAVA-PEDIDO-LIBERADO: PEDIDO DE UM ITEM SO, COM OS DADOS
      *    DO PEDIDO DE ORIGEM GUARDADOS NA ENCOMENDA; O ITEM JA SAI
      *    RESERVADO E O PROG66 FATURA NO PROXIMO LOTE.
       GRAVA-PEDIDO-LIBERADO.
           OPEN I-O ARQUIVO-PEDIDO.
           IF PEDIDO-FILE-STATUS = "35"
               OPEN OUTPUT ARQUIVO-PEDIDO
               CLOSE ARQUIVO-PEDIDO
               OPEN I-O ARQUIVO-PEDIDO
           END-IF.

           MOVE SPACE TO PEDIDO-REGISTRO.
           MOVE "C" TO PEDIDO-TIPO.
           MOVE NUMERO-PEDIDO-GERADO TO PEDIDO-NUMERO.
           MOVE 0 TO PEDIDO-LINHA.
           MOVE ENCOMENDA-CLIENTE-CODIGO TO PEDIDO-CLIENTE-CHAVE.
           MOVE ENCOMENDA-CLIENTE-CODIGO TO PEDIDO-CLIENTE-CODIGO.
           MOVE ENCOMENDA-CLIENTE-NOME TO PEDIDO-CLIENTE-NOME.
           MOVE DATA-HOJE TO PEDIDO-DATA.
           ACCEPT PEDIDO-HORA FROM TIME.
           MOVE 1 TO PEDIDO-QTDE-ITENS.
           MOVE "A" TO PEDIDO-SITUACAO.
           MOVE ENCOMENDA-ENDER-ENTREGA TO PEDIDO-ENDER-ENTREGA.
           MOVE ENCOMENDA-VENDEDOR TO PEDIDO-VENDEDOR.
           MOVE ENCOMENDA-DESC-PERCENTUAL TO PEDIDO-DESC-PERCENTUAL.
           PERFORM DEFINE-EMPRESA-LIBERADO.
           PERFORM ESCREVE-PEDIDO-LIBERADO.

           MOVE SPACE TO PEDIDO-REGISTRO.
           MOVE "I" TO PEDIDO-TIPO.
           MOVE NUMERO-PEDIDO-GERADO TO PEDIDO-NUMERO.
           MOVE 1 TO PEDIDO-LINHA.
           MOVE ENCOMENDA-CLIENTE-CODIGO TO PEDIDO-CLIENTE-CHAVE.
           MOVE ENCOMENDA-PRODUTO TO ITEM-PRODUTO-CODIGO.
           MOVE ENCOMENDA-DESCRICAO TO ITEM-DESCRICAO.
           MOVE ENCOMENDA-QUANTIDADE TO ITEM-QUANTIDADE.
           MOVE ENCOMENDA-PRECO-UNITARIO TO ITEM-PRECO-UNITARIO.
           MOVE ENCOMENDA-PRECO-LISTA TO ITEM-PRECO-LISTA.
           MOVE "R" TO ITEM-RESERVA.
           MOVE DEPOSITO-RECEBIMENTO TO ITEM-DEPOSITO.
           PERFORM DEFINE-EMPRESA-LIBERADO.
           PERFORM ESCREVE-PEDIDO-LIBERADO.

           CLOSE ARQUIVO-PEDIDO.

       ESCREVE-PEDIDO-LIBERADO.
           WRITE PEDIDO-REGISTRO
               INVALID KEY
                   DISPLAY "*** PEDIDO " PEDIDO-NUMERO " LINHA "
                           PEDIDO-LINHA " JA EXISTE EM PEDIDOS.DAT. "
                           "CONFIRA O NUMPED.DAT. ***"
           END-WRITE.

      *    DEFINE-EMPRESA-LIBERADO: O PEDIDO NOVO FICA NA EMPRESA DO
      *    PEDIDO DE ORIGEM; ENCOMENDA ANTIGA, SEM EMPRESA, SAI COM
      *    ZERO - A PRINCIPAL PARA QUEM LE.
       DEFINE-EMPRESA-LIBERADO.
           IF ENCOMENDA-EMPRESA IS NUMERIC
               MOVE ENCOMENDA-EMPRESA TO PEDIDO-EMPRESA
           ELSE
               MOVE ZERO TO PEDIDO-EMPRESA
           END-IF.

      *    DEFINE-DEPOSITO-ENCOMENDA: A ENCOMENDA ESPERA NO DEPOSITO
      *    DA EMPRESA DO PEDIDO DE ORIGEM (SEM EMPRESA, A PRINCIPAL).
       DEFINE-DEPOSITO-ENCOMENDA.
           IF ENCOMENDA-EMPRESA IS NUMERIC
                   AND ENCOMENDA-EMPRESA NOT = 0
               MOVE ENCOMENDA-EMPRESA TO DEPOSITO-ENCOMENDA
           ELSE
               MOVE DEP-PRINCIPAL TO DEPOSITO-ENCOMENDA
           END-IF.

      *    ENFILEIRA-EMAIL-ENCOMENDA: AVISO AO CLIENTE DE QUE A
      *    MERCADORIA EM ENCOMENDA CHEGOU E O PEDIDO FOI LIBERADO.
       ENFILEIRA-EMAIL-ENCOMENDA.
           OPEN EXTEND ARQUIVO-FILA-EMAIL.
           IF FILA-EMAIL-FILE-STATUS = "35"
               CLOSE ARQUIVO-FILA-EMAIL
               OPEN OUTPUT ARQUIVO-FILA-EMAIL
           END-IF.
           MOVE SPACE TO FILA-EMAIL-REGISTRO.
           MOVE ZERO TO FILA-SEQ.
           MOVE "ENC" TO FILA-TEMPLATE.
           MOVE ENCOMENDA-CLIENTE-CODIGO TO FILA-CLIENTE-CODIGO.
           MOVE SPACE TO FILA-CAMPOS.
           STRING "PEDIDO " NUMERO-PEDIDO-GERADO
                  " PRODUTO " ENCOMENDA-PRODUTO
                  " QTDE " ENCOMENDA-QUANTIDADE
               DELIMITED BY SIZE INTO FILA-CAMPOS.
           MOVE DATA-HOJE TO FILA-DATA.
           ACCEPT FILA-HORA FROM TIME.
           MOVE "P" TO FILA-SITUACAO.
           WRITE FILA-EMAIL-REGISTRO.
           CLOSE ARQUIVO-FILA-EMAIL.

       GERA-NUMERO-PEDIDO.
           MOVE 0 TO PROXIMA-SEQUENCIA-PEDIDO.
           OPEN INPUT ARQUIVO-NUMERO-PEDIDO.
           IF NUMERO-PEDIDO-FILE-STATUS = "00"
                   OR NUMERO-PEDIDO-FILE-STATUS = "05"
               READ ARQUIVO-NUMERO-PEDIDO
                   AT END
                       CONTINUE
               END-READ
               IF NUMERO-PEDIDO-FILE-STATUS = "00"
                   MOVE NUMERO-PEDIDO-PROX-SEQ
                       TO PROXIMA-SEQUENCIA-PEDIDO
               END-IF
               CLOSE ARQUIVO-NUMERO-PEDIDO
           END-IF.

           ADD 1 TO PROXIMA-SEQUENCIA-PEDIDO.
           MOVE PROXIMA-SEQUENCIA-PEDIDO TO NUMERO-PEDIDO-GERADO.

           OPEN OUTPUT ARQUIVO-NUMERO-PEDIDO.
           MOVE PROXIMA-SEQUENCIA-PEDIDO TO NUMERO-PEDIDO-PROX-SEQ.
           WRITE NUMERO-PEDIDO-REGISTRO.
           CLOSE ARQUIVO-NUMERO-PEDIDO.

       PEDE-CONTINUACAO.
           DISPLAY "-------------------".
           DISPLAY "DESEJA RECEBER OUTRA LINHA? (S/N)".
           IF RESPOSTA NOT = "S" AND RESPOSTA NOT = "N"
               DISPLAY "RESPOSTA INVALIDA. DIGITE S OU N."
           END-IF.

           COPY "EMPPROC.cob".

           COPY "EDPPROC.cob".
