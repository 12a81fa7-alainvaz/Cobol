       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG213.
      *    TRANSFERENCIA DE MERCADORIA ENTRE DEPOSITOS (ALMOXARIFADOS
      *    DAS EMPRESAS, ESTDEP.DAT). A EMISSAO INFORMA ORIGEM,
      *    DESTINO E OS PRODUTOS; CADA ITEM PRECISA CABER NO
      *    DISPONIVEL DA ORIGEM (SALDO MENOS RESERVADO), SAI DO SALDO
      *    DA ORIGEM E ENTRA NO TRANSITO DO DESTINO, E DEIXA NO LIVRO
      *    (MOVESTOQUE.DAT) UMA LINHA "T" MOTIVO 06 NEGATIVA NA
      *    ORIGEM. O RECEBIMENTO E CONFIRMADO PELA FILIAL DE DESTINO
      *    (EMPRESA DA SESSAO IGUAL AO DESTINO, OU SUPERVISOR NIVEL
      *    3): O TRANSITO VIRA SALDO E O LIVRO GANHA A LINHA "T"
      *    POSITIVA NO DESTINO. O SALDO DA EMPRESA (ESTOQUE.DAT) NAO
      *    MUDA - A MERCADORIA SO TROCA DE LUGAR. A LISTA DO QUE
      *    ESTA EM TRANSITO MOSTRA HA QUANTOS DIAS (30/360) CADA
      *    ITEM SAIU. NUMERO EM NUMTRF.DAT. SEGUE O FLUXO DE MENU DO
      *    PROG100.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "PRODSEL.cob".
           COPY "MOVSEL.cob".
           COPY "SESSEL.cob".
           COPY "EMPSEL.cob".
           COPY "EDPSEL.cob".
           COPY "TRSSEL.cob".
           SELECT OPTIONAL ARQUIVO-NUMERO-TRANSF
               ASSIGN TO "numtrf.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS NUMERO-TRANSF-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "PRODREG.cob".
           COPY "MOVREG.cob".
           COPY "SESREG.cob".
           COPY "EMPREG.cob".
           COPY "EDPREG.cob".
           COPY "TRSREG.cob".

       FD  ARQUIVO-NUMERO-TRANSF.
       01  NUMERO-TRANSF-REGISTRO.
           05 NUMERO-TRANSF-PROX-SEQ PIC 9(07).

       WORKING-STORAGE SECTION.

       01  PRODUTO-FILE-STATUS    PIC XX.
       01  PRODUTO-PATH           PIC X(100).
       01  MOVESTOQUE-FILE-STATUS PIC XX.
       01  MOVESTOQUE-PATH        PIC X(100).
       01  SESSAO-FILE-STATUS     PIC XX.
       01  EMPRESA-FILE-STATUS    PIC XX.
       01  EMPRESA-PATH           PIC X(100).
       01  TRANSF-FILE-STATUS     PIC XX.
       01  TRANSF-PATH            PIC X(100).
       01  NUMERO-TRANSF-FILE-STATUS PIC XX.
           COPY "EMPWRK.cob".
           COPY "EDPWRK.cob".
       01  OPERADOR-ID            PIC X(10).
       01  NIVEL-OPERADOR         PIC 9(01) VALUE 0.
       01  TEM-SESSAO             PIC X VALUE "N".
       01  OPCAO-MENU             PIC 9.
       01  FINAL-ARQUIVO          PIC X.
       01  RESPOSTA               PIC X.

       01  DATA-HOJE              PIC 9(08).
       01  DATA-HOJE-R REDEFINES DATA-HOJE.
           05 HOJE-ANO            PIC 9(04).
           05 HOJE-MES            PIC 9(02).
           05 HOJE-DIA            PIC 9(02).
       01  DATA-ENVIO-WS          PIC 9(08).
       01  DATA-ENVIO-R REDEFINES DATA-ENVIO-WS.
           05 ENVIO-ANO           PIC 9(04).
           05 ENVIO-MES           PIC 9(02).
           05 ENVIO-DIA           PIC 9(02).
       01  DIAS-EM-TRANSITO       PIC S9(05).
       01  DIAS-EDITADO           PIC ZZZ9.

       01  DEPOSITO-ORIGEM        PIC 9(02).
       01  DEPOSITO-DESTINO       PIC 9(02).
       01  CODIGO-INFORMADO       PIC 9(05).
       01  QTDE-INFORMADA         PIC 9(07).
       01  NUMERO-INFORMADO       PIC 9(07).
       01  PRODUTO-EXISTE         PIC X.
       01  FIM-ITENS              PIC X.
       01  PROXIMA-SEQUENCIA-TRANSF PIC 9(07).
       01  NUMERO-TRANSF-GERADO   PIC 9(07).
       01  ITEM-TRANSF            PIC 9(03).

      *    LINHA DO LIVRO: DEPOSITO E QUANTIDADE COM SINAL (NEGATIVA
      *    NA SAIDA DA ORIGEM, POSITIVA NA ENTRADA DO DESTINO).
       01  DEPOSITO-LIVRO         PIC 9(02).
       01  QTDE-LIVRO             PIC S9(07).

       01  ITENS-A-RECEBER        PIC 9(03).
       01  ITENS-RECEBIDOS        PIC 9(03).
       01  TOTAL-EM-TRANSITO      PIC 9(05).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM INICIALIZA-CAMINHOS.
           PERFORM INICIALIZA-OPERADOR.
           PERFORM OBTEM-EMPRESA-PADRAO.
           PERFORM EXIBE-MENU.

       PROGRAM-DONE.
           STOP RUN.

       INICIALIZA-CAMINHOS.
           MOVE "produtos.dat" TO PRODUTO-PATH.
           ACCEPT PRODUTO-PATH FROM ENVIRONMENT "PRODUTO_DAT".
           IF PRODUTO-PATH = SPACE
               MOVE "produtos.dat" TO PRODUTO-PATH
           END-IF.

           MOVE "movestoque.dat" TO MOVESTOQUE-PATH.
           ACCEPT MOVESTOQUE-PATH FROM ENVIRONMENT "MOVESTOQUE_DAT".
           IF MOVESTOQUE-PATH = SPACE
               MOVE "movestoque.dat" TO MOVESTOQUE-PATH
           END-IF.

           MOVE "empresa.dat" TO EMPRESA-PATH.
           ACCEPT EMPRESA-PATH FROM ENVIRONMENT "EMPRESA_DAT".
           IF EMPRESA-PATH = SPACE
               MOVE "empresa.dat" TO EMPRESA-PATH
           END-IF.

           MOVE "transf.dat" TO TRANSF-PATH.
           ACCEPT TRANSF-PATH FROM ENVIRONMENT "TRANSF_DAT".
           IF TRANSF-PATH = SPACE
               MOVE "transf.dat" TO TRANSF-PATH
           END-IF.

           PERFORM INICIALIZA-CAMINHO-ESTDEP.

      *    INICIALIZA-OPERADOR: A IDENTIDADE VEM DA SESSAO
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
           DISPLAY "===== TRANSFERENCIA ENTRE DEPOSITOS =====".
           DISPLAY "1 - EMITIR TRANSFERENCIA".
           DISPLAY "2 - CONFIRMAR RECEBIMENTO".
           DISPLAY "3 - LISTAR TRANSFERENCIAS EM TRANSITO".
           DISPLAY "4 - SAIR".
           DISPLAY "INFORME A OPCAO: ".
           ACCEPT OPCAO-MENU.

           EVALUATE OPCAO-MENU
               WHEN 1
                   PERFORM EMITE-TRANSFERENCIA
                   PERFORM EXIBE-MENU
               WHEN 2
                   PERFORM CONFIRMA-RECEBIMENTO
                   PERFORM EXIBE-MENU
               WHEN 3
                   PERFORM LISTA-EM-TRANSITO
                   PERFORM EXIBE-MENU
               WHEN 4
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
                   PERFORM EXIBE-MENU
           END-EVALUATE.

      *    EMITE-TRANSFERENCIA: SEM ESTDEP.DAT NAO HA SALDO POR
      *    DEPOSITO PARA TIRAR DA ORIGEM. O NUMERO SO E TOMADO NO
      *    PRIMEIRO ITEM ACEITO.
       EMITE-TRANSFERENCIA.
           MOVE 0 TO DEP-DEPOSITO.
           MOVE 0 TO DEP-PRODUTO.
           PERFORM CONSULTA-ESTOQUE-DEPOSITO.
           IF DEP-ARQUIVO-ESTDEP NOT = "S"
               DISPLAY "ESTDEP.DAT NAO ENCONTRADO. FACA A CARGA "
                       "INICIAL DOS DEPOSITOS (PROG214) ANTES DE "
                       "TRANSFERIR."
           ELSE
               DISPLAY "DEPOSITO DE ORIGEM - "
               MOVE "N" TO EMPRESA-ESCOLHIDA-OK
               PERFORM ESCOLHE-EMPRESA
                   UNTIL EMPRESA-ESCOLHIDA-OK = "S"
               MOVE EMPRESA-ESCOLHIDA TO DEPOSITO-ORIGEM
               DISPLAY "DEPOSITO DE DESTINO - "
               MOVE "N" TO EMPRESA-ESCOLHIDA-OK
               PERFORM ESCOLHE-EMPRESA
                   UNTIL EMPRESA-ESCOLHIDA-OK = "S"
               MOVE EMPRESA-ESCOLHIDA TO DEPOSITO-DESTINO
               IF DEPOSITO-DESTINO = DEPOSITO-ORIGEM
                   DISPLAY "ORIGEM E DESTINO IGUAIS. NADA A "
                           "TRANSFERIR."
               ELSE
                   MOVE 0 TO ITEM-TRANSF
                   MOVE "N" TO FIM-ITENS
                   PERFORM DIGITA-ITEM-TRANSF
                       UNTIL FIM-ITENS = "S"
                   IF ITEM-TRANSF = 0
                       DISPLAY "NENHUM ITEM. TRANSFERENCIA NAO "
                               "EMITIDA."
                   ELSE
                       DISPLAY "TRANSFERENCIA " NUMERO-TRANSF-GERADO
                               " EMITIDA COM " ITEM-TRANSF
                               " ITEM(NS) - EM TRANSITO ATE A "
                               "CONFIRMACAO DO DESTINO."
                   END-IF
               END-IF
           END-IF.

       DIGITA-ITEM-TRANSF.
           DISPLAY "PRODUTO (ZERO ENCERRA): ".
           ACCEPT CODIGO-INFORMADO.
           IF CODIGO-INFORMADO = 0
               MOVE "S" TO FIM-ITENS
           ELSE
               PERFORM VERIFICA-PRODUTO-CATALOGO
               IF PRODUTO-EXISTE NOT = "S"
                   DISPLAY "PRODUTO INEXISTENTE NO CATALOGO."
               ELSE
                   PERFORM CONFERE-QTDE-TRANSF
               END-IF
           END-IF.

      *    CONFERE-QTDE-TRANSF: SO SAI DA ORIGEM O QUE NAO ESTA
      *    RESERVADO PARA PEDIDO DELA.
       CONFERE-QTDE-TRANSF.
           DISPLAY "QUANTIDADE A TRANSFERIR: ".
           ACCEPT QTDE-INFORMADA.
           MOVE DEPOSITO-ORIGEM TO DEP-DEPOSITO.
           MOVE CODIGO-INFORMADO TO DEP-PRODUTO.
           PERFORM CONSULTA-ESTOQUE-DEPOSITO.
           EVALUATE TRUE
               WHEN QTDE-INFORMADA = 0
                   DISPLAY "QUANTIDADE ZERO. ITEM IGNORADO."
               WHEN QTDE-INFORMADA > DEP-DISPONIVEL
                   DISPLAY "DISPONIVEL NO DEPOSITO DE ORIGEM: "
                           DEP-DISPONIVEL ". ITEM RECUSADO."
               WHEN OTHER
                   PERFORM GRAVA-ITEM-TRANSF
           END-EVALUATE.

       GRAVA-ITEM-TRANSF.
           IF ITEM-TRANSF = 0
               PERFORM GERA-NUMERO-TRANSF
           END-IF.
           ADD 1 TO ITEM-TRANSF.
           OPEN I-O ARQUIVO-TRANSF.
           IF TRANSF-FILE-STATUS = "35"
               OPEN OUTPUT ARQUIVO-TRANSF
               CLOSE ARQUIVO-TRANSF
               OPEN I-O ARQUIVO-TRANSF
           END-IF.
           MOVE NUMERO-TRANSF-GERADO TO TRANSF-NUMERO.
           MOVE ITEM-TRANSF          TO TRANSF-ITEM.
           MOVE DEPOSITO-ORIGEM      TO TRANSF-ORIGEM.
           MOVE DEPOSITO-DESTINO     TO TRANSF-DESTINO.
           MOVE CODIGO-INFORMADO     TO TRANSF-PRODUTO.
           MOVE QTDE-INFORMADA       TO TRANSF-QTDE.
           MOVE DATA-HOJE            TO TRANSF-DATA-ENVIO.
           MOVE OPERADOR-ID          TO TRANSF-OPERADOR-ENVIO.
           MOVE ZERO                 TO TRANSF-DATA-RECEBIMENTO.
           MOVE SPACE                TO TRANSF-OPERADOR-RECEBE.
           MOVE "T"                  TO TRANSF-SITUACAO.
           WRITE TRANSF-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR O ITEM " ITEM-TRANSF
                           " DA TRANSFERENCIA."
                   SUBTRACT 1 FROM ITEM-TRANSF
               NOT INVALID KEY
                   PERFORM ENVIA-ITEM-TRANSF
           END-WRITE.
           CLOSE ARQUIVO-TRANSF.
           IF ITEM-TRANSF = 999
               DISPLAY "LIMITE DE ITENS DA TRANSFERENCIA."
               MOVE "S" TO FIM-ITENS
           END-IF.

      *    ENVIA-ITEM-TRANSF: SALDO SAI DA ORIGEM, TRANSITO ENTRA NO
      *    DESTINO, LINHA NEGATIVA NO LIVRO DA ORIGEM.
       ENVIA-ITEM-TRANSF.
           MOVE DEPOSITO-ORIGEM  TO DEP-DEPOSITO.
           MOVE CODIGO-INFORMADO TO DEP-PRODUTO.
           COMPUTE DEP-DELTA-SALDO = 0 - QTDE-INFORMADA.
           PERFORM MOVIMENTA-ESTOQUE-DEPOSITO.
           MOVE DEPOSITO-DESTINO TO DEP-DEPOSITO.
           MOVE CODIGO-INFORMADO TO DEP-PRODUTO.
           MOVE QTDE-INFORMADA   TO DEP-DELTA-TRANSITO.
           PERFORM MOVIMENTA-ESTOQUE-DEPOSITO.
           MOVE DEPOSITO-ORIGEM  TO DEPOSITO-LIVRO.
           COMPUTE QTDE-LIVRO = 0 - QTDE-INFORMADA.
           PERFORM GRAVA-MOVIMENTO-TRANSF.

       GERA-NUMERO-TRANSF.
           MOVE 0 TO PROXIMA-SEQUENCIA-TRANSF.
           OPEN INPUT ARQUIVO-NUMERO-TRANSF.
           IF NUMERO-TRANSF-FILE-STATUS = "00"
                   OR NUMERO-TRANSF-FILE-STATUS = "05"
               READ ARQUIVO-NUMERO-TRANSF
                   AT END
                       CONTINUE
               END-READ
               IF NUMERO-TRANSF-FILE-STATUS = "00"
                   MOVE NUMERO-TRANSF-PROX-SEQ
                       TO PROXIMA-SEQUENCIA-TRANSF
               END-IF
               CLOSE ARQUIVO-NUMERO-TRANSF
           END-IF.
           ADD 1 TO PROXIMA-SEQUENCIA-TRANSF.
           MOVE PROXIMA-SEQUENCIA-TRANSF TO NUMERO-TRANSF-GERADO.
           OPEN OUTPUT ARQUIVO-NUMERO-TRANSF.
           MOVE PROXIMA-SEQUENCIA-TRANSF TO NUMERO-TRANSF-PROX-SEQ.
           WRITE NUMERO-TRANSF-REGISTRO.
           CLOSE ARQUIVO-NUMERO-TRANSF.

      *    CONFIRMA-RECEBIMENTO: MOSTRA OS ITENS AINDA EM TRANSITO DA
      *    TRANSFERENCIA E, CONFIRMADO, RECEBE TODOS DE UMA VEZ. QUEM
      *    CONFIRMA E O DESTINO (EMPRESA DA SESSAO) OU O SUPERVISOR;
      *    DIFERENCA NA CHEGADA SE ACERTA DEPOIS NO PROG100.
       CONFIRMA-RECEBIMENTO.
           DISPLAY "NUMERO DA TRANSFERENCIA: ".
           ACCEPT NUMERO-INFORMADO.
           OPEN I-O ARQUIVO-TRANSF.
           IF TRANSF-FILE-STATUS NOT = "00"
               DISPLAY "TRANSF.DAT NAO ENCONTRADO. NENHUMA "
                       "TRANSFERENCIA EMITIDA."
               IF TRANSF-FILE-STATUS = "05"
                   CLOSE ARQUIVO-TRANSF
               END-IF
           ELSE
               MOVE 0 TO ITENS-A-RECEBER
               MOVE 0 TO DEPOSITO-DESTINO
               PERFORM POSICIONA-TRANSFERENCIA
               PERFORM LISTA-ITEM-A-RECEBER
                   UNTIL FINAL-ARQUIVO = "S"
               EVALUATE TRUE
                   WHEN ITENS-A-RECEBER = 0
                       DISPLAY "TRANSFERENCIA INEXISTENTE OU JA "
                               "RECEBIDA."
                   WHEN DEPOSITO-DESTINO NOT = EMPRESA-PADRAO
                        AND (TEM-SESSAO NOT = "S"
                             OR NIVEL-OPERADOR < 3)
                       DISPLAY "SO O DEPOSITO DE DESTINO ("
                               DEPOSITO-DESTINO ") OU O SUPERVISOR "
                               "CONFIRMA O RECEBIMENTO."
                   WHEN OTHER
                       PERFORM PERGUNTA-RECEBIMENTO
               END-EVALUATE
               CLOSE ARQUIVO-TRANSF
           END-IF.

       POSICIONA-TRANSFERENCIA.
           MOVE "N" TO FINAL-ARQUIVO.
           MOVE NUMERO-INFORMADO TO TRANSF-NUMERO.
           MOVE 0 TO TRANSF-ITEM.
           START ARQUIVO-TRANSF
               KEY IS NOT LESS THAN TRANSF-CHAVE
               INVALID KEY
                   MOVE "S" TO FINAL-ARQUIVO
           END-START.

       LISTA-ITEM-A-RECEBER.
           PERFORM LE-ITEM-DA-TRANSFERENCIA.
           IF FINAL-ARQUIVO NOT = "S" AND TRANSF-EM-TRANSITO
               ADD 1 TO ITENS-A-RECEBER
               MOVE TRANSF-DESTINO TO DEPOSITO-DESTINO
               DISPLAY TRANSF-ITEM " PRODUTO " TRANSF-PRODUTO
                       " QTDE " TRANSF-QTDE " DE " TRANSF-ORIGEM
                       " PARA " TRANSF-DESTINO
                       " ENVIADO EM " TRANSF-DATA-ENVIO
           END-IF.

       LE-ITEM-DA-TRANSFERENCIA.
           READ ARQUIVO-TRANSF NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
                   AND TRANSF-NUMERO NOT = NUMERO-INFORMADO
               MOVE "S" TO FINAL-ARQUIVO
           END-IF.

       PERGUNTA-RECEBIMENTO.
           DISPLAY "CONFIRMA O RECEBIMENTO DOS " ITENS-A-RECEBER
                   " ITEM(NS) (S/N)? ".
           ACCEPT RESPOSTA.
           IF RESPOSTA = "S" OR RESPOSTA = "s"
               MOVE 0 TO ITENS-RECEBIDOS
               PERFORM POSICIONA-TRANSFERENCIA
               PERFORM RECEBE-PROXIMO-ITEM
                   UNTIL FINAL-ARQUIVO = "S"
               DISPLAY "RECEBIDOS " ITENS-RECEBIDOS " ITEM(NS) NO "
                       "DEPOSITO " DEPOSITO-DESTINO "."
           ELSE
               DISPLAY "RECEBIMENTO NAO CONFIRMADO."
           END-IF.

      *    RECEBE-PROXIMO-ITEM: TRANSITO VIRA SALDO NO DESTINO E O
      *    LIVRO GANHA A LINHA POSITIVA DO DESTINO.
       RECEBE-PROXIMO-ITEM.
           PERFORM LE-ITEM-DA-TRANSFERENCIA.
           IF FINAL-ARQUIVO NOT = "S" AND TRANSF-EM-TRANSITO
               MOVE "R" TO TRANSF-SITUACAO
               MOVE DATA-HOJE TO TRANSF-DATA-RECEBIMENTO
               MOVE OPERADOR-ID TO TRANSF-OPERADOR-RECEBE
               REWRITE TRANSF-REGISTRO
                   INVALID KEY
                       DISPLAY "ERRO AO RECEBER O ITEM " TRANSF-ITEM
                               "."
                   NOT INVALID KEY
                       PERFORM ENTRA-ITEM-TRANSF
               END-REWRITE
           END-IF.

       ENTRA-ITEM-TRANSF.
           ADD 1 TO ITENS-RECEBIDOS.
           MOVE TRANSF-DESTINO TO DEP-DEPOSITO.
           MOVE TRANSF-PRODUTO TO DEP-PRODUTO.
           MOVE TRANSF-QTDE    TO DEP-DELTA-SALDO.
           COMPUTE DEP-DELTA-TRANSITO = 0 - TRANSF-QTDE.
           PERFORM MOVIMENTA-ESTOQUE-DEPOSITO.
           MOVE TRANSF-PRODUTO TO CODIGO-INFORMADO.
           MOVE TRANSF-NUMERO  TO NUMERO-TRANSF-GERADO.
           MOVE TRANSF-DESTINO TO DEPOSITO-LIVRO.
           MOVE TRANSF-QTDE    TO QTDE-LIVRO.
           PERFORM GRAVA-MOVIMENTO-TRANSF.

      *    LISTA-EM-TRANSITO: TUDO QUE SAIU E AINDA NAO CHEGOU, COM
      *    OS DIAS DESDE O ENVIO.
       LISTA-EM-TRANSITO.
           MOVE 0 TO TOTAL-EM-TRANSITO.
           OPEN INPUT ARQUIVO-TRANSF.
           IF TRANSF-FILE-STATUS NOT = "00"
               DISPLAY "TRANSF.DAT NAO ENCONTRADO. NADA EM TRANSITO."
               IF TRANSF-FILE-STATUS = "05"
                   CLOSE ARQUIVO-TRANSF
               END-IF
           ELSE
               DISPLAY "TRANSF. ITEM PRODUTO    QTDE  DE PARA   "
                       "ENVIO  DIAS"
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LISTA-PROXIMA-TRANSF
                   UNTIL FINAL-ARQUIVO = "S"
               CLOSE ARQUIVO-TRANSF
               DISPLAY "ITENS EM TRANSITO: " TOTAL-EM-TRANSITO
           END-IF.

       LISTA-PROXIMA-TRANSF.
           READ ARQUIVO-TRANSF NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S" AND TRANSF-EM-TRANSITO
               ADD 1 TO TOTAL-EM-TRANSITO
               MOVE TRANSF-DATA-ENVIO TO DATA-ENVIO-WS
               COMPUTE DIAS-EM-TRANSITO =
                   (HOJE-ANO - ENVIO-ANO) * 360
                   + (HOJE-MES - ENVIO-MES) * 30
                   + (HOJE-DIA - ENVIO-DIA)
               MOVE DIAS-EM-TRANSITO TO DIAS-EDITADO
               DISPLAY TRANSF-NUMERO " " TRANSF-ITEM " "
                       TRANSF-PRODUTO " " TRANSF-QTDE " "
                       TRANSF-ORIGEM "   " TRANSF-DESTINO " "
                       TRANSF-DATA-ENVIO " " DIAS-EDITADO
           END-IF.

       VERIFICA-PRODUTO-CATALOGO.
           MOVE "N" TO PRODUTO-EXISTE.
           OPEN INPUT ARQUIVO-PRODUTO.
           IF PRODUTO-FILE-STATUS = "35"
               CONTINUE
           ELSE
               MOVE CODIGO-INFORMADO TO PRODUTO-CODIGO
               READ ARQUIVO-PRODUTO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO PRODUTO-EXISTE
                       DISPLAY "PRODUTO: " PRODUTO-DESCRICAO
               END-READ
               CLOSE ARQUIVO-PRODUTO
           END-IF.

      *    GRAVA-MOVIMENTO-TRANSF: LINHA "T" MOTIVO 06, COM O NUMERO
      *    DA TRANSFERENCIA COMO DOCUMENTO.
       GRAVA-MOVIMENTO-TRANSF.
           OPEN EXTEND ARQUIVO-MOVESTOQUE.
           IF MOVESTOQUE-FILE-STATUS = "35"
               CLOSE ARQUIVO-MOVESTOQUE
               OPEN OUTPUT ARQUIVO-MOVESTOQUE
           END-IF.
           MOVE "T"                  TO MOVESTOQUE-TIPO.
           MOVE CODIGO-INFORMADO     TO MOVESTOQUE-PRODUTO.
           MOVE QTDE-LIVRO           TO MOVESTOQUE-QTDE.
           MOVE "06"                 TO MOVESTOQUE-MOTIVO.
           MOVE NUMERO-TRANSF-GERADO TO MOVESTOQUE-DOCUMENTO.
           MOVE DATA-HOJE            TO MOVESTOQUE-DATA.
           ACCEPT MOVESTOQUE-HORA FROM TIME.
           MOVE OPERADOR-ID          TO MOVESTOQUE-OPERADOR.
           MOVE ZERO                 TO MOVESTOQUE-CUSTO.
           MOVE DEPOSITO-LIVRO       TO MOVESTOQUE-DEPOSITO.
           WRITE MOVESTOQUE-REGISTRO.
           CLOSE ARQUIVO-MOVESTOQUE.

           COPY "EMPPROC.cob".

           COPY "EDPPROC.cob".
