       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG161.
      *    INVENTARIO FISICO: O CICLO DE CONTAGEM QUE SUBSTITUI O
      *    AJUSTE AVULSO DO PROG100. A CONTAGEM E CONGELADA (SALDO DE
      *    ESTOQUE.DAT DE CADA PRODUTO GUARDADO EM CONTAGEM.DAT COM
      *    DATA E HORA, TODAS AS FAMILIAS OU UMA SO), AS FOLHAS DE
      *    CONTAGEM SAEM POR PRODUTO-FAMILIA SEM O SALDO DO SISTEMA,
      *    AS QUANTIDADES CONTADAS SAO DIGITADAS E O RELATORIO DE
      *    DIVERGENCIAS MOSTRA QUANTIDADE E VALOR AO PRODUTO-CUSTO.
      *    O SUPERVISOR (SESSAO-NIVEL 3) APROVA OU RECUSA CADA
      *    DIVERGENCIA; A APROVADA ENTRA EM ESTOQUE.DAT E NO LIVRO
      *    (MOVESTOQUE.DAT) COMO AJUSTE "A", MOTIVO 01 (CONTAGEM),
      *    DOCUMENTO = NUMERO DA CONTAGEM. O AJUSTE E A DIFERENCA
      *    CONTADO MENOS CONGELADO SOMADA AO SALDO DO MOMENTO, ENTAO
      *    O QUE FOI VENDIDO OU RECEBIDO DEPOIS DO CONGELAMENTO NAO
      *    SE PERDE. UMA CONTAGEM ABERTA POR VEZ; NUMERO EM
      *    NUMCONT.DAT.
      *    A CONTAGEM E DO DEPOSITO PRINCIPAL: O AJUSTE APROVADO
      *    ENTRA TAMBEM NA FICHA DELE EM ESTDEP.DAT. CONTAGEM DE
      *    FILIAL SE ACERTA PELO PROG100, ESCOLHENDO O DEPOSITO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "PRODSEL.cob".
           COPY "ESTSEL.cob".
           COPY "MOVSEL.cob".
           COPY "CNTSEL.cob".
           COPY "SESSEL.cob".
           COPY "EDPSEL.cob".
           SELECT OPTIONAL ARQUIVO-NUMERO-CONTAGEM
               ASSIGN TO "numcont.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS NUMERO-CONTAGEM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "PRODREG.cob".
           COPY "ESTREG.cob".
           COPY "MOVREG.cob".
           COPY "CNTREG.cob".
           COPY "SESREG.cob".
           COPY "EDPREG.cob".

       FD  ARQUIVO-NUMERO-CONTAGEM.
       01  NUMERO-CONTAGEM-REGISTRO.
           05 NUMERO-CONTAGEM-PROX-SEQ PIC 9(07).

       WORKING-STORAGE SECTION.

       01  PRODUTO-FILE-STATUS     PIC XX.
       01  PRODUTO-PATH            PIC X(100).
       01  ESTOQUE-FILE-STATUS     PIC XX.
       01  ESTOQUE-PATH            PIC X(100).
       01  MOVESTOQUE-FILE-STATUS  PIC XX.
       01  MOVESTOQUE-PATH         PIC X(100).
       01  CONTAGEM-FILE-STATUS    PIC XX.
       01  CONTAGEM-PATH           PIC X(100).
       01  NUMERO-CONTAGEM-FILE-STATUS PIC XX.
       01  SESSAO-FILE-STATUS      PIC XX.
       01  OPERADOR-ID             PIC X(10).
       01  TEM-SESSAO              PIC X VALUE "N".
       01  NIVEL-OPERADOR          PIC 9(01) VALUE 0.
       01  OPCAO-MENU              PIC 9.
       01  FINAL-ARQUIVO           PIC X.
       01  DATA-HOJE               PIC 9(08).
       01  HORA-AGORA              PIC 9(08).
       01  RESPOSTA                PIC X.
       01  TEM-ESTOQUE             PIC X.

       01  CONTAGEM-ABERTA         PIC 9(07) VALUE 0.
       01  CONTAGEM-GERADA         PIC 9(07).
       01  PROXIMA-SEQUENCIA-CONTAGEM PIC 9(07).
       01  FAMILIA-INFORMADA       PIC X(10).
       01  PRODUTO-INFORMADO       PIC 9(05).
       01  QTDE-INFORMADA          PIC 9(07).
       01  CUSTO-PRODUTO           PIC 9(07)V9(02).
       01  DESCRICAO-PRODUTO       PIC X(30).

      *    FAMILIAS DA CONTAGEM, UMA FOLHA PARA CADA.
       01  QTDE-FAMILIAS           PIC 9(03) VALUE 0.
       01  TABELA-FAMILIAS.
           05 FAMILIA-ENTRADA OCCURS 100 TIMES
                              INDEXED BY FAMILIA-IDX.
              10 FAMILIA-NOME      PIC X(10).
       01  FAMILIA-SUB             PIC 9(03).
       01  FAMILIA-DA-FOLHA        PIC X(10).

       01  DIVERGENCIA             PIC S9(07).
       01  VALOR-DIVERGENCIA       PIC S9(11)V9(02).
       01  TOTAL-LINHAS            PIC 9(05) VALUE 0.
       01  TOTAL-CONTADAS          PIC 9(05) VALUE 0.
       01  TOTAL-PENDENTES         PIC 9(05) VALUE 0.
       01  TOTAL-DIVERGENTES       PIC 9(05) VALUE 0.
       01  TOTAL-APROVADAS         PIC 9(05) VALUE 0.
       01  TOTAL-RECUSADAS         PIC 9(05) VALUE 0.
       01  VALOR-SOBRAS            PIC S9(11)V9(02) VALUE 0.
       01  VALOR-FALTAS            PIC S9(11)V9(02) VALUE 0.
       01  VALOR-LIQUIDO           PIC S9(11)V9(02) VALUE 0.

       01  DIVERGENCIA-EDITADA     PIC -Z,ZZZ,ZZ9.
       01  VALOR-EDITADO           PIC -ZZZ,ZZZ,ZZ9.99.
       01  CUSTO-EDITADO           PIC Z,ZZZ,ZZ9.99.

           COPY "EDPWRK.cob".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM INICIALIZA-CAMINHOS.
           PERFORM INICIALIZA-OPERADOR.
           PERFORM EXIBE-MENU.

       PROGRAM-DONE.
           STOP RUN.

       INICIALIZA-CAMINHOS.
           MOVE "produtos.dat" TO PRODUTO-PATH.
           ACCEPT PRODUTO-PATH FROM ENVIRONMENT "PRODUTO_DAT".
           IF PRODUTO-PATH = SPACE
               MOVE "produtos.dat" TO PRODUTO-PATH
           END-IF.

           MOVE "estoque.dat" TO ESTOQUE-PATH.
           ACCEPT ESTOQUE-PATH FROM ENVIRONMENT "ESTOQUE_DAT".
           IF ESTOQUE-PATH = SPACE
               MOVE "estoque.dat" TO ESTOQUE-PATH
           END-IF.

           MOVE "movestoque.dat" TO MOVESTOQUE-PATH.
           ACCEPT MOVESTOQUE-PATH FROM ENVIRONMENT "MOVESTOQUE_DAT".
           IF MOVESTOQUE-PATH = SPACE
               MOVE "movestoque.dat" TO MOVESTOQUE-PATH
           END-IF.

           MOVE "contagem.dat" TO CONTAGEM-PATH.
           ACCEPT CONTAGEM-PATH FROM ENVIRONMENT "CONTAGEM_DAT".
           IF CONTAGEM-PATH = SPACE
               MOVE "contagem.dat" TO CONTAGEM-PATH
           END-IF.

           PERFORM INICIALIZA-CAMINHO-ESTDEP.

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
           PERFORM LOCALIZA-CONTAGEM-ABERTA.
           DISPLAY "===== INVENTARIO FISICO =====".
           IF CONTAGEM-ABERTA NOT = 0
               DISPLAY "CONTAGEM ABERTA: " CONTAGEM-ABERTA
           END-IF.
           DISPLAY "1 - CONGELAR NOVA CONTAGEM".
           DISPLAY "2 - IMPRIMIR FOLHAS DE CONTAGEM".
           DISPLAY "3 - DIGITAR QUANTIDADES CONTADAS".
           DISPLAY "4 - RELATORIO DE DIVERGENCIAS".
           DISPLAY "5 - APROVAR DIVERGENCIAS E ENCERRAR (SUPERVISOR)".
           DISPLAY "6 - SAIR".
           DISPLAY "INFORME A OPCAO: ".
           ACCEPT OPCAO-MENU.

           EVALUATE OPCAO-MENU
               WHEN 1
                   PERFORM CONGELA-CONTAGEM
                   PERFORM EXIBE-MENU
               WHEN 2
                   PERFORM IMPRIME-FOLHAS-CONTAGEM
                   PERFORM EXIBE-MENU
               WHEN 3
                   PERFORM DIGITA-CONTAGEM
                   PERFORM EXIBE-MENU
               WHEN 4
                   PERFORM RELATORIO-DIVERGENCIAS
                   PERFORM EXIBE-MENU
               WHEN 5
                   PERFORM APROVA-DIVERGENCIAS
                   PERFORM EXIBE-MENU
               WHEN 6
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
                   PERFORM EXIBE-MENU
           END-EVALUATE.

      *    LOCALIZA-CONTAGEM-ABERTA: A CONTAGEM COM LINHA PENDENTE
      *    OU CONTADA AINDA NAO FOI ENCERRADA PELO SUPERVISOR.
       LOCALIZA-CONTAGEM-ABERTA.
           MOVE 0 TO CONTAGEM-ABERTA.
           OPEN INPUT ARQUIVO-CONTAGEM.
           IF CONTAGEM-FILE-STATUS NOT = "35"
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM PROCURA-LINHA-ABERTA
                   UNTIL FINAL-ARQUIVO = "S"
               CLOSE ARQUIVO-CONTAGEM
           END-IF.

       PROCURA-LINHA-ABERTA.
           READ ARQUIVO-CONTAGEM NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               IF CONTAGEM-PENDENTE OR CONTAGEM-CONTADA
                   MOVE CONTAGEM-NUMERO TO CONTAGEM-ABERTA
                   MOVE "S" TO FINAL-ARQUIVO
               END-IF
           END-IF.

      *    POSICIONA-CONTAGEM: PRIMEIRA LINHA DA CONTAGEM ABERTA; A
      *    LEITURA SEGUE COM READ NEXT ATE MUDAR O NUMERO.
       POSICIONA-CONTAGEM.
           MOVE CONTAGEM-ABERTA TO CONTAGEM-NUMERO.
           MOVE 0 TO CONTAGEM-PRODUTO.
           MOVE "N" TO FINAL-ARQUIVO.
           START ARQUIVO-CONTAGEM
               KEY IS GREATER THAN CONTAGEM-CHAVE
               INVALID KEY
                   MOVE "S" TO FINAL-ARQUIVO
           END-START.

       LE-PROXIMA-LINHA-CONTAGEM.
           READ ARQUIVO-CONTAGEM NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
                   AND CONTAGEM-NUMERO NOT = CONTAGEM-ABERTA
               MOVE "S" TO FINAL-ARQUIVO
           END-IF.

      *    CONGELA-CONTAGEM: FOTOGRAFIA DO SALDO DE CADA FICHA DE
      *    ESTOQUE DA FAMILIA (OU DE TODAS) NESTE INSTANTE.
       CONGELA-CONTAGEM.
           IF CONTAGEM-ABERTA NOT = 0
               DISPLAY "CONTAGEM " CONTAGEM-ABERTA " AINDA ABERTA. "
                       "ENCERRE-A ANTES DE CONGELAR OUTRA."
           ELSE
               MOVE SPACE TO FAMILIA-INFORMADA
               DISPLAY "FAMILIA A CONTAR (ENTER = TODAS): "
               ACCEPT FAMILIA-INFORMADA
               OPEN INPUT ARQUIVO-ESTOQUE
               IF ESTOQUE-FILE-STATUS = "35"
                   DISPLAY "ESTOQUE.DAT NAO ENCONTRADO. NADA A "
                           "CONTAR."
               ELSE
                   PERFORM GRAVA-LINHAS-CONGELADAS
                   CLOSE ARQUIVO-ESTOQUE
               END-IF
           END-IF.

       GRAVA-LINHAS-CONGELADAS.
           PERFORM GERA-NUMERO-CONTAGEM.
           ACCEPT HORA-AGORA FROM TIME.
           MOVE 0 TO TOTAL-LINHAS.
           OPEN INPUT ARQUIVO-PRODUTO.
           OPEN I-O ARQUIVO-CONTAGEM.
           IF CONTAGEM-FILE-STATUS = "35"
               OPEN OUTPUT ARQUIVO-CONTAGEM
               CLOSE ARQUIVO-CONTAGEM
               OPEN I-O ARQUIVO-CONTAGEM
           END-IF.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM CONGELA-PROXIMA-FICHA
               UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-CONTAGEM.
           IF PRODUTO-FILE-STATUS NOT = "35"
               CLOSE ARQUIVO-PRODUTO
           END-IF.
           IF TOTAL-LINHAS = 0
               DISPLAY "NENHUMA FICHA DE ESTOQUE NA FAMILIA "
                       "INFORMADA. CONTAGEM " CONTAGEM-GERADA
                       " SEM LINHAS."
           ELSE
               DISPLAY "CONTAGEM " CONTAGEM-GERADA " CONGELADA EM "
                       DATA-HOJE " " HORA-AGORA " COM " TOTAL-LINHAS
                       " PRODUTO(S)."
           END-IF.

       CONGELA-PROXIMA-FICHA.
           READ ARQUIVO-ESTOQUE NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               MOVE SPACE TO CONTAGEM-FAMILIA
               IF PRODUTO-FILE-STATUS NOT = "35"
                   MOVE ESTOQUE-PRODUTO-CODIGO TO PRODUTO-CODIGO
                   READ ARQUIVO-PRODUTO
                       INVALID KEY
                           MOVE SPACE TO PRODUTO-FAMILIA
                   END-READ
                   MOVE PRODUTO-FAMILIA TO CONTAGEM-FAMILIA
               END-IF
               IF FAMILIA-INFORMADA = SPACE
                       OR CONTAGEM-FAMILIA = FAMILIA-INFORMADA
                   PERFORM GRAVA-LINHA-CONGELADA
               END-IF
           END-IF.

       GRAVA-LINHA-CONGELADA.
           MOVE CONTAGEM-GERADA TO CONTAGEM-NUMERO.
           MOVE ESTOQUE-PRODUTO-CODIGO TO CONTAGEM-PRODUTO.
           MOVE DATA-HOJE TO CONTAGEM-DATA-CONGELA.
           MOVE HORA-AGORA TO CONTAGEM-HORA-CONGELA.
           MOVE ESTOQUE-SALDO TO CONTAGEM-SALDO-CONGELADO.
           MOVE 0 TO CONTAGEM-QTDE-CONTADA.
           MOVE "P" TO CONTAGEM-SITUACAO.
           MOVE SPACE TO CONTAGEM-OPERADOR.
           MOVE SPACE TO CONTAGEM-APROVADOR.
           MOVE 0 TO CONTAGEM-DATA-APROVACAO.
           WRITE CONTAGEM-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO CONGELAR O PRODUTO "
                           ESTOQUE-PRODUTO-CODIGO "."
               NOT INVALID KEY
                   ADD 1 TO TOTAL-LINHAS
           END-WRITE.

       GERA-NUMERO-CONTAGEM.
           MOVE 0 TO PROXIMA-SEQUENCIA-CONTAGEM.
           OPEN INPUT ARQUIVO-NUMERO-CONTAGEM.
           IF NUMERO-CONTAGEM-FILE-STATUS = "00"
                   OR NUMERO-CONTAGEM-FILE-STATUS = "05"
               READ ARQUIVO-NUMERO-CONTAGEM
                   AT END
                       CONTINUE
               END-READ
               IF NUMERO-CONTAGEM-FILE-STATUS = "00"
                   MOVE NUMERO-CONTAGEM-PROX-SEQ
                       TO PROXIMA-SEQUENCIA-CONTAGEM
               END-IF
               CLOSE ARQUIVO-NUMERO-CONTAGEM
           END-IF.

           ADD 1 TO PROXIMA-SEQUENCIA-CONTAGEM.
           MOVE PROXIMA-SEQUENCIA-CONTAGEM TO CONTAGEM-GERADA.

           OPEN OUTPUT ARQUIVO-NUMERO-CONTAGEM.
           MOVE PROXIMA-SEQUENCIA-CONTAGEM TO NUMERO-CONTAGEM-PROX-SEQ.
           WRITE NUMERO-CONTAGEM-REGISTRO.
           CLOSE ARQUIVO-NUMERO-CONTAGEM.

      *    IMPRIME-FOLHAS-CONTAGEM: UMA FOLHA POR FAMILIA, SEM O
      *    SALDO DO SISTEMA - QUEM CONTA NAO DEVE SABER O NUMERO
      *    ESPERADO.
       IMPRIME-FOLHAS-CONTAGEM.
           IF CONTAGEM-ABERTA = 0
               DISPLAY "NENHUMA CONTAGEM ABERTA. CONGELE UMA ANTES."
           ELSE
               MOVE SPACE TO FAMILIA-INFORMADA
               DISPLAY "FAMILIA DA FOLHA (ENTER = TODAS): "
               ACCEPT FAMILIA-INFORMADA
               PERFORM CARREGA-FAMILIAS-CONTAGEM
               OPEN INPUT ARQUIVO-PRODUTO
               MOVE 1 TO FAMILIA-SUB
               PERFORM IMPRIME-FOLHA-FAMILIA
                   UNTIL FAMILIA-SUB > QTDE-FAMILIAS
               IF PRODUTO-FILE-STATUS NOT = "35"
                   CLOSE ARQUIVO-PRODUTO
               END-IF
           END-IF.

       CARREGA-FAMILIAS-CONTAGEM.
           MOVE 0 TO QTDE-FAMILIAS.
           OPEN INPUT ARQUIVO-CONTAGEM.
           PERFORM POSICIONA-CONTAGEM.
           PERFORM CARREGA-PROXIMA-FAMILIA
               UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-CONTAGEM.

       CARREGA-PROXIMA-FAMILIA.
           PERFORM LE-PROXIMA-LINHA-CONTAGEM.
           IF FINAL-ARQUIVO NOT = "S"
               IF FAMILIA-INFORMADA = SPACE
                       OR CONTAGEM-FAMILIA = FAMILIA-INFORMADA
                   SET FAMILIA-IDX TO 1
                   SEARCH FAMILIA-ENTRADA
                       AT END
                           PERFORM ACRESCENTA-FAMILIA
                       WHEN FAMILIA-IDX > QTDE-FAMILIAS
                           PERFORM ACRESCENTA-FAMILIA
                       WHEN FAMILIA-NOME (FAMILIA-IDX)
                               = CONTAGEM-FAMILIA
                           CONTINUE
                   END-SEARCH
               END-IF
           END-IF.

       ACRESCENTA-FAMILIA.
           IF QTDE-FAMILIAS < 100
               ADD 1 TO QTDE-FAMILIAS
               MOVE CONTAGEM-FAMILIA TO FAMILIA-NOME (QTDE-FAMILIAS)
           END-IF.

       IMPRIME-FOLHA-FAMILIA.
           MOVE FAMILIA-NOME (FAMILIA-SUB) TO FAMILIA-DA-FOLHA.
           DISPLAY " ".
           DISPLAY "===== FOLHA DE CONTAGEM " CONTAGEM-ABERTA
                   " - FAMILIA " FAMILIA-DA-FOLHA " =====".
           DISPLAY "CONTADOR: ____________________  DATA: ___/___/___".
           DISPLAY "PRODUTO DESCRICAO                      QTDE "
                   "CONTADA".
           OPEN INPUT ARQUIVO-CONTAGEM.
           PERFORM POSICIONA-CONTAGEM.
           PERFORM IMPRIME-LINHA-FOLHA
               UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-CONTAGEM.
           ADD 1 TO FAMILIA-SUB.

       IMPRIME-LINHA-FOLHA.
           PERFORM LE-PROXIMA-LINHA-CONTAGEM.
           IF FINAL-ARQUIVO NOT = "S"
                   AND CONTAGEM-FAMILIA = FAMILIA-DA-FOLHA
               PERFORM BUSCA-DADOS-PRODUTO
               DISPLAY CONTAGEM-PRODUTO "   " DESCRICAO-PRODUTO
                       " __________"
           END-IF.

       BUSCA-DADOS-PRODUTO.
           MOVE SPACE TO DESCRICAO-PRODUTO.
           MOVE 0 TO CUSTO-PRODUTO.
           IF PRODUTO-FILE-STATUS NOT = "35"
               MOVE CONTAGEM-PRODUTO TO PRODUTO-CODIGO
               READ ARQUIVO-PRODUTO
                   INVALID KEY
                       MOVE "(FORA DO CATALOGO)" TO DESCRICAO-PRODUTO
                   NOT INVALID KEY
                       MOVE PRODUTO-DESCRICAO TO DESCRICAO-PRODUTO
                       IF PRODUTO-CUSTO IS NUMERIC
                           MOVE PRODUTO-CUSTO TO CUSTO-PRODUTO
                       END-IF
               END-READ
           END-IF.

      *    DIGITA-CONTAGEM: PRODUTO A PRODUTO, CODIGO 0 ENCERRA.
      *    RECONTAGEM SUBSTITUI A QUANTIDADE COM CONFIRMACAO.
       DIGITA-CONTAGEM.
           IF CONTAGEM-ABERTA = 0
               DISPLAY "NENHUMA CONTAGEM ABERTA. CONGELE UMA ANTES."
           ELSE
               OPEN I-O ARQUIVO-CONTAGEM
               MOVE 1 TO PRODUTO-INFORMADO
               PERFORM DIGITA-PROXIMO-PRODUTO
                   UNTIL PRODUTO-INFORMADO = 0
               CLOSE ARQUIVO-CONTAGEM
           END-IF.

       DIGITA-PROXIMO-PRODUTO.
           DISPLAY "CODIGO DO PRODUTO (0 = ENCERRA): ".
           ACCEPT PRODUTO-INFORMADO.
           IF PRODUTO-INFORMADO NOT = 0
               MOVE CONTAGEM-ABERTA TO CONTAGEM-NUMERO
               MOVE PRODUTO-INFORMADO TO CONTAGEM-PRODUTO
               READ ARQUIVO-CONTAGEM
                   INVALID KEY
                       DISPLAY "PRODUTO FORA DA CONTAGEM "
                               CONTAGEM-ABERTA "."
                   NOT INVALID KEY
                       PERFORM REGISTRA-QTDE-CONTADA
               END-READ
           END-IF.

       REGISTRA-QTDE-CONTADA.
           MOVE "S" TO RESPOSTA.
           IF CONTAGEM-CONTADA
               DISPLAY "PRODUTO JA CONTADO: " CONTAGEM-QTDE-CONTADA
                       " POR " CONTAGEM-OPERADOR
               DISPLAY "SUBSTITUIR PELA RECONTAGEM? (S/N)"
               ACCEPT RESPOSTA
           END-IF.
           IF RESPOSTA = "S"
               DISPLAY "QUANTIDADE CONTADA: "
               ACCEPT QTDE-INFORMADA
               MOVE QTDE-INFORMADA TO CONTAGEM-QTDE-CONTADA
               MOVE "C" TO CONTAGEM-SITUACAO
               MOVE OPERADOR-ID TO CONTAGEM-OPERADOR
               REWRITE CONTAGEM-REGISTRO
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR A CONTAGEM."
                   NOT INVALID KEY
                       DISPLAY "CONTAGEM REGISTRADA."
               END-REWRITE
           END-IF.

      *    RELATORIO-DIVERGENCIAS: CONTADO MENOS CONGELADO, EM
      *    QUANTIDADE E EM VALOR AO CUSTO DO CADASTRO (PROG64).
       RELATORIO-DIVERGENCIAS.
           IF CONTAGEM-ABERTA = 0
               DISPLAY "NENHUMA CONTAGEM ABERTA."
           ELSE
               MOVE 0 TO TOTAL-CONTADAS
               MOVE 0 TO TOTAL-PENDENTES
               MOVE 0 TO TOTAL-DIVERGENTES
               MOVE 0 TO VALOR-SOBRAS
               MOVE 0 TO VALOR-FALTAS
               DISPLAY "===== DIVERGENCIAS DA CONTAGEM "
                       CONTAGEM-ABERTA " ====="
               DISPLAY "PRODUTO DESCRICAO                      "
                       "DIVERGENCIA           VALOR"
               OPEN INPUT ARQUIVO-PRODUTO
               OPEN INPUT ARQUIVO-CONTAGEM
               PERFORM POSICIONA-CONTAGEM
               PERFORM LISTA-PROXIMA-DIVERGENCIA
                   UNTIL FINAL-ARQUIVO = "S"
               CLOSE ARQUIVO-CONTAGEM
               IF PRODUTO-FILE-STATUS NOT = "35"
                   CLOSE ARQUIVO-PRODUTO
               END-IF
               COMPUTE VALOR-LIQUIDO = VALOR-SOBRAS + VALOR-FALTAS
               DISPLAY "--------------------------------------------"
               DISPLAY "PRODUTOS CONTADOS:     " TOTAL-CONTADAS
               DISPLAY "COM DIVERGENCIA:       " TOTAL-DIVERGENTES
               DISPLAY "AINDA NAO CONTADOS:    " TOTAL-PENDENTES
               MOVE VALOR-SOBRAS TO VALOR-EDITADO
               DISPLAY "VALOR DAS SOBRAS:      " VALOR-EDITADO
               MOVE VALOR-FALTAS TO VALOR-EDITADO
               DISPLAY "VALOR DAS FALTAS:      " VALOR-EDITADO
               MOVE VALOR-LIQUIDO TO VALOR-EDITADO
               DISPLAY "VALOR LIQUIDO:         " VALOR-EDITADO
           END-IF.

       LISTA-PROXIMA-DIVERGENCIA.
           PERFORM LE-PROXIMA-LINHA-CONTAGEM.
           IF FINAL-ARQUIVO NOT = "S"
               EVALUATE TRUE
                   WHEN CONTAGEM-PENDENTE
                       ADD 1 TO TOTAL-PENDENTES
                       PERFORM BUSCA-DADOS-PRODUTO
                       DISPLAY CONTAGEM-PRODUTO "   "
                               DESCRICAO-PRODUTO " NAO CONTADO"
                   WHEN CONTAGEM-CONTADA
                       ADD 1 TO TOTAL-CONTADAS
                       PERFORM CALCULA-DIVERGENCIA
                       IF DIVERGENCIA NOT = 0
                           ADD 1 TO TOTAL-DIVERGENTES
                           PERFORM EXIBE-DIVERGENCIA
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       CALCULA-DIVERGENCIA.
           COMPUTE DIVERGENCIA =
               CONTAGEM-QTDE-CONTADA - CONTAGEM-SALDO-CONGELADO.
           MOVE 0 TO VALOR-DIVERGENCIA.
           IF DIVERGENCIA NOT = 0
               PERFORM BUSCA-DADOS-PRODUTO
               COMPUTE VALOR-DIVERGENCIA =
                   DIVERGENCIA * CUSTO-PRODUTO
               IF VALOR-DIVERGENCIA > 0
                   ADD VALOR-DIVERGENCIA TO VALOR-SOBRAS
               ELSE
                   ADD VALOR-DIVERGENCIA TO VALOR-FALTAS
               END-IF
           END-IF.

       EXIBE-DIVERGENCIA.
           MOVE DIVERGENCIA TO DIVERGENCIA-EDITADA.
           MOVE VALOR-DIVERGENCIA TO VALOR-EDITADO.
           DISPLAY CONTAGEM-PRODUTO "   " DESCRICAO-PRODUTO " "
                   DIVERGENCIA-EDITADA " " VALOR-EDITADO.
           MOVE CUSTO-PRODUTO TO CUSTO-EDITADO.
           DISPLAY "        CONGELADO " CONTAGEM-SALDO-CONGELADO
                   " CONTADO " CONTAGEM-QTDE-CONTADA
                   " CUSTO " CUSTO-EDITADO.

      *    APROVA-DIVERGENCIAS: SO SUPERVISOR. CADA DIVERGENCIA E
      *    APROVADA (AJUSTE LANCADO) OU RECUSADA (NADA LANCADO); O
      *    PRODUTO QUE NINGUEM CONTOU FECHA COMO "N". NO FIM A
      *    CONTAGEM ESTA ENCERRADA.
       APROVA-DIVERGENCIAS.
           EVALUATE TRUE
               WHEN TEM-SESSAO NOT = "S" OR NIVEL-OPERADOR < 3
                   DISPLAY "APROVACAO EXIGE SUPERVISOR AUTENTICADO "
                           "(NIVEL 3)."
               WHEN CONTAGEM-ABERTA = 0
                   DISPLAY "NENHUMA CONTAGEM ABERTA."
               WHEN OTHER
                   PERFORM CONTA-LINHAS-PENDENTES
                   MOVE "S" TO RESPOSTA
                   IF TOTAL-PENDENTES NOT = 0
                       DISPLAY TOTAL-PENDENTES " PRODUTO(S) NAO "
                               "CONTADO(S) FICAM SEM AJUSTE."
                       DISPLAY "ENCERRAR A CONTAGEM ASSIM MESMO? "
                               "(S/N)"
                       ACCEPT RESPOSTA
                   END-IF
                   IF RESPOSTA = "S"
                       PERFORM ENCERRA-CONTAGEM
                   ELSE
                       DISPLAY "CONTAGEM CONTINUA ABERTA."
                   END-IF
           END-EVALUATE.

       CONTA-LINHAS-PENDENTES.
           MOVE 0 TO TOTAL-PENDENTES.
           OPEN INPUT ARQUIVO-CONTAGEM.
           PERFORM POSICIONA-CONTAGEM.
           PERFORM CONTA-PROXIMA-PENDENTE
               UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-CONTAGEM.

       CONTA-PROXIMA-PENDENTE.
           PERFORM LE-PROXIMA-LINHA-CONTAGEM.
           IF FINAL-ARQUIVO NOT = "S" AND CONTAGEM-PENDENTE
               ADD 1 TO TOTAL-PENDENTES
           END-IF.

       ENCERRA-CONTAGEM.
           MOVE 0 TO TOTAL-APROVADAS.
           MOVE 0 TO TOTAL-RECUSADAS.
           OPEN INPUT ARQUIVO-PRODUTO.
           MOVE "S" TO TEM-ESTOQUE.
           OPEN I-O ARQUIVO-ESTOQUE.
           IF ESTOQUE-FILE-STATUS = "35"
               MOVE "N" TO TEM-ESTOQUE
           END-IF.
           OPEN EXTEND ARQUIVO-MOVESTOQUE.
           IF MOVESTOQUE-FILE-STATUS = "35"
               CLOSE ARQUIVO-MOVESTOQUE
               OPEN OUTPUT ARQUIVO-MOVESTOQUE
           END-IF.
           OPEN I-O ARQUIVO-CONTAGEM.
           PERFORM POSICIONA-CONTAGEM.
           PERFORM ENCERRA-PROXIMA-LINHA
               UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-CONTAGEM.
           CLOSE ARQUIVO-MOVESTOQUE.
           IF TEM-ESTOQUE = "S"
               CLOSE ARQUIVO-ESTOQUE
           END-IF.
           IF PRODUTO-FILE-STATUS NOT = "35"
               CLOSE ARQUIVO-PRODUTO
           END-IF.
           DISPLAY "CONTAGEM " CONTAGEM-ABERTA " ENCERRADA. AJUSTES "
                   "APROVADOS: " TOTAL-APROVADAS " RECUSADOS: "
                   TOTAL-RECUSADAS.

       ENCERRA-PROXIMA-LINHA.
           PERFORM LE-PROXIMA-LINHA-CONTAGEM.
           IF FINAL-ARQUIVO NOT = "S"
               EVALUATE TRUE
                   WHEN CONTAGEM-PENDENTE
                       MOVE "N" TO CONTAGEM-SITUACAO
                       PERFORM REGRAVA-LINHA-CONTAGEM
                   WHEN CONTAGEM-CONTADA
                       PERFORM DECIDE-DIVERGENCIA
                       PERFORM REGRAVA-LINHA-CONTAGEM
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       DECIDE-DIVERGENCIA.
           PERFORM CALCULA-DIVERGENCIA.
           MOVE OPERADOR-ID TO CONTAGEM-APROVADOR.
           MOVE DATA-HOJE TO CONTAGEM-DATA-APROVACAO.
           IF DIVERGENCIA = 0
               MOVE "A" TO CONTAGEM-SITUACAO
           ELSE
               PERFORM EXIBE-DIVERGENCIA
               DISPLAY "APROVAR ESTE AJUSTE? (S/N)"
               ACCEPT RESPOSTA
               IF RESPOSTA = "S"
                   PERFORM LANCA-AJUSTE-CONTAGEM
               ELSE
                   MOVE "R" TO CONTAGEM-SITUACAO
                   ADD 1 TO TOTAL-RECUSADAS
               END-IF
           END-IF.

      *    LANCA-AJUSTE-CONTAGEM: A DIVERGENCIA ENTRA SOBRE O SALDO
      *    ATUAL, NAO O SALDO VIRA O CONTADO - OS MOVIMENTOS FEITOS
      *    DEPOIS DO CONGELAMENTO CONTINUAM NO SALDO.
       LANCA-AJUSTE-CONTAGEM.
           IF TEM-ESTOQUE NOT = "S"
               DISPLAY "ESTOQUE.DAT NAO ENCONTRADO. AJUSTE RECUSADO."
               MOVE "R" TO CONTAGEM-SITUACAO
               ADD 1 TO TOTAL-RECUSADAS
           ELSE
               PERFORM LANCA-AJUSTE-FICHA
           END-IF.

       LANCA-AJUSTE-FICHA.
           MOVE CONTAGEM-PRODUTO TO ESTOQUE-PRODUTO-CODIGO.
           READ ARQUIVO-ESTOQUE
               INVALID KEY
                   DISPLAY "PRODUTO " CONTAGEM-PRODUTO " SEM FICHA "
                           "DE ESTOQUE. AJUSTE RECUSADO."
                   MOVE "R" TO CONTAGEM-SITUACAO
                   ADD 1 TO TOTAL-RECUSADAS
               NOT INVALID KEY
                   ADD DIVERGENCIA TO ESTOQUE-SALDO
                   MOVE DATA-HOJE TO ESTOQUE-DATA-ATUALIZACAO
                   REWRITE ESTOQUE-REGISTRO
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR O SALDO DO "
                                   "PRODUTO " CONTAGEM-PRODUTO "."
                           MOVE "R" TO CONTAGEM-SITUACAO
                           ADD 1 TO TOTAL-RECUSADAS
                       NOT INVALID KEY
                           PERFORM GRAVA-MOVIMENTO-CONTAGEM
                           MOVE 0 TO DEP-DEPOSITO
                           MOVE CONTAGEM-PRODUTO TO DEP-PRODUTO
                           MOVE DIVERGENCIA TO DEP-DELTA-SALDO
                           PERFORM MOVIMENTA-ESTOQUE-DEPOSITO
                           MOVE "A" TO CONTAGEM-SITUACAO
                           ADD 1 TO TOTAL-APROVADAS
                   END-REWRITE
           END-READ.

       GRAVA-MOVIMENTO-CONTAGEM.
           MOVE "A"              TO MOVESTOQUE-TIPO.
           MOVE CONTAGEM-PRODUTO TO MOVESTOQUE-PRODUTO.
           MOVE DIVERGENCIA      TO MOVESTOQUE-QTDE.
           MOVE "01"             TO MOVESTOQUE-MOTIVO.
           MOVE CONTAGEM-NUMERO  TO MOVESTOQUE-DOCUMENTO.
           MOVE DATA-HOJE        TO MOVESTOQUE-DATA.
           ACCEPT MOVESTOQUE-HORA FROM TIME.
           MOVE OPERADOR-ID      TO MOVESTOQUE-OPERADOR.
           MOVE ZERO             TO MOVESTOQUE-CUSTO.
           MOVE DEP-PRINCIPAL    TO MOVESTOQUE-DEPOSITO.
           WRITE MOVESTOQUE-REGISTRO.

       REGRAVA-LINHA-CONTAGEM.
           REWRITE CONTAGEM-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO ENCERRAR O PRODUTO "
                           CONTAGEM-PRODUTO "."
           END-REWRITE.

           COPY "EDPPROC.cob".
