      *    ALUGUEL EM DOBRO E TAO RUIM QUANTO ALUGUEL ESQUECIDO.
      *    COMPETENCIA: PROG155-COMPETENCIA (AAAAMM), PADRAO O MES
      *    CORRENTE.
      *    CONTRATO: TERMINAL COM CONTRATO ATIVO EM CONTRATOS.DAT
      *    (PROG174) E COBRADO PELO VALOR MENSAL DO CONTRATO, JA
      *    REAJUSTADO NO ANIVERSARIO (PROG175 - RODAR ANTES); A
      *    TARIFA DO TIPO FICA SO COMO PRODUTO DO ITEM. SEM CONTRATO,
      *    VALE A TARIFA COMO SEMPRE, CONTADO A PARTE; CONTRATO
      *    ENCERRADO TIRA O TERMINAL DA COBRANCA.
      *    O PEDIDO SAI NA EMPRESA DONA DO TERMINAL (TERMINAL-EMPRESA;
      *    ZERO FICA COM A PRINCIPAL): CLIENTE COM TERMINAIS DE DUAS
      *    EMPRESAS RECEBE UM PEDIDO DE CADA.
      *    O PEDIDO DE ALUGUEL E GRAVADO PELA CHAVE DE PEDIDOS.DAT
      *    (CABECALHO NA LINHA 000, ITENS A PARTIR DA 001, CLIENTE NA
      *    CHAVE ALTERNATIVA).
      *    PRO RATA: TERMINAL INSTALADO NO MEIO DA COMPETENCIA
      *    (ATRIB-DATA DENTRO DO MES) PAGA DO DIA DA INSTALACAO AO
      *    FIM DO MES; TERMINAL RETIRADO OU TROCADO NO MEIO DELA JA
      *    NAO ESTA NA ATRIBUICAO E VEM DO HISTORICO (HISTTERM.DAT),
      *    PAGANDO DO PRIMEIRO DIA (OU DA INSTALACAO NO MES) ATE A
      *    VESPERA DA RETIRADA. O VALOR E O MENSAL VEZES OS DIAS
      *    SOBRE OS DIAS DO MES. RODAR NO FIM DA COMPETENCIA: O QUE
      *    SAIR DEPOIS DA GERACAO JA FOI COBRADO COMO MES CHEIO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           COPY "TERMSEL.cob".
           COPY "TRFSEL.cob".
           COPY "PEDSEL.cob".
           COPY "CTRSEL.cob".
           COPY "HTMSEL.cob".
           SELECT OPTIONAL ARQUIVO-NUMERO-PEDIDO
               ASSIGN TO "numped.dat"
               ORGANIZATION IS SEQUENTIAL
           COPY "TERMREG.cob".
           COPY "TRFREG.cob".
           COPY "PEDREG.cob".
           COPY "CTRREG.cob".
           COPY "HTMREG.cob".

       FD  ARQUIVO-NUMERO-PEDIDO.
       01  NUMERO-PEDIDO-REGISTRO.
       01  PEDIDO-PATH               PIC X(100).
       01  NUMERO-PEDIDO-FILE-STATUS PIC XX.
       01  ALUGMES-FILE-STATUS       PIC XX.
       01  CONTRATO-FILE-STATUS      PIC XX.
       01  CONTRATO-PATH             PIC X(100).
       01  TEM-CONTRATOS             PIC X VALUE "N".
       01  PRECO-DO-TERMINAL         PIC 9(07)V9(02).
       01  ORIGEM-DO-PRECO           PIC X(01).
       01  OPCAO-MENU                PIC 9.
       01  FINAL-ARQUIVO             PIC X.
       01  DATA-HOJE                 PIC 9(08).
       01  COMPETENCIA               PIC 9(06).
       01  COMPETENCIA-R REDEFINES COMPETENCIA.
           05 COMPETENCIA-ANO        PIC 9(04).
           05 COMPETENCIA-MES        PIC 9(02).
       01  COMPETENCIA-ENV           PIC X(06).
       01  MODO-FORCA                PIC X VALUE "N".
       01  JA-GERADO-NO-MES          PIC X.
              10 ALUG-CLIENTE        PIC 9(08).
              10 ALUG-NOME           PIC X(20).
              10 ALUG-QTDE-ITENS     PIC 9(03).
              10 ALUG-EMPRESA        PIC 9(02).
              10 ALUG-ITEM OCCURS 20 TIMES.
                 15 ALUG-PRODUTO     PIC 9(05).
                 15 ALUG-TERMINAL    PIC X(10).
                 15 ALUG-PRECO       PIC 9(07)V9(02).
                 15 ALUG-ORIGEM      PIC X(01).
                 15 ALUG-DIAS        PIC 9(02).
       01  ALUG-SUB                  PIC 9(03).
       01  EMPRESA-DO-TERMINAL       PIC 9(02).
       01  ITEM-SUB                  PIC 9(03).

      *    QUEM ESTA SENDO COBRADO: A ATRIBUICAO DE HOJE OU A
      *    RETIRADA DO MES TIRADA DO HISTORICO.
       01  COBRANCA-TERMINAL         PIC X(10).
       01  COBRANCA-CLIENTE          PIC 9(08).
       01  COBRANCA-NOME             PIC X(20).
      *    NA SAIDA POR TROCA, O TERMINAL QUE ENTROU NO LUGAR - O
      *    CONTRATO JA FOI REGRAVADO NA CHAVE DELE (HTMPROC).
       01  COBRANCA-PAR              PIC X(10).

      *    PRO RATA DA COMPETENCIA.
       01  DIAS-DO-MES               PIC 9(02).
       01  DIAS-COBRADOS             PIC 9(02).
       01  DIA-INICIO                PIC 9(02).
       01  RESTO-BISSEXTO            PIC 9(03).
       01  QUOCIENTE-BISSEXTO        PIC 9(04).
       01  DATA-MOVIMENTO            PIC 9(08).
       01  DATA-MOVIMENTO-R REDEFINES DATA-MOVIMENTO.
           05 MOVIMENTO-ANO-MES      PIC 9(06).
           05 MOVIMENTO-DIA          PIC 9(02).
       01  TOTAL-PRO-RATA            PIC 9(04) VALUE 0.
       01  FIM-HISTORICO             PIC X.
       01  QTDE-INSTALACOES-MES      PIC 9(03) VALUE 0.
       01  TABELA-INSTALACOES-MES.
           05 INST-ENTRADA OCCURS 200 TIMES INDEXED BY INST-IDX.
              10 INST-TERMINAL       PIC X(10).
              10 INST-CLIENTE        PIC 9(08).
              10 INST-DIA            PIC 9(02).

           COPY "HTMWRK.cob".

       01  TOTAL-SEM-TARIFA          PIC 9(04) VALUE 0.
       01  TOTAL-POR-CONTRATO        PIC 9(04) VALUE 0.
       01  TOTAL-SEM-CONTRATO        PIC 9(04) VALUE 0.
       01  DESCRICAO-ORIGEM          PIC X(08).
       01  TOTAL-PEDIDOS-GERADOS     PIC 9(05) VALUE 0.
       01  VALOR-TOTAL-PREVIA        PIC 9(11)V9(02) VALUE 0.
       01  VALOR-EDITADO             PIC $$,$$$,$$$,$$9.99.
               MOVE "N" TO MODO-FORCA
           END-IF.
           PERFORM INICIALIZA-CAMINHOS.
           PERFORM CALCULA-DIAS-DO-MES.
           PERFORM EXIBE-MENU.

       PROGRAM-DONE.
               MOVE "pedidos.dat" TO PEDIDO-PATH
           END-IF.

           MOVE "contratos.dat" TO CONTRATO-PATH.
           ACCEPT CONTRATO-PATH FROM ENVIRONMENT "CONTRATO_DAT".
           IF CONTRATO-PATH = SPACE
               MOVE "contratos.dat" TO CONTRATO-PATH
           END-IF.

      *    CALCULA-DIAS-DO-MES: FEVEREIRO TEM 29 DIAS NO ANO
      *    DIVISIVEL POR 4, MENOS NOS SECULOS NAO DIVISIVEIS POR 400.
       CALCULA-DIAS-DO-MES.
           EVALUATE COMPETENCIA-MES
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO DIAS-DO-MES
               WHEN 2
                   MOVE 28 TO DIAS-DO-MES
                   DIVIDE COMPETENCIA-ANO BY 4
                       GIVING QUOCIENTE-BISSEXTO
                       REMAINDER RESTO-BISSEXTO
                   IF RESTO-BISSEXTO = 0
                       MOVE 29 TO DIAS-DO-MES
                       DIVIDE COMPETENCIA-ANO BY 100
                           GIVING QUOCIENTE-BISSEXTO
                           REMAINDER RESTO-BISSEXTO
                       IF RESTO-BISSEXTO = 0
                           DIVIDE COMPETENCIA-ANO BY 400
                               GIVING QUOCIENTE-BISSEXTO
                               REMAINDER RESTO-BISSEXTO
                           IF RESTO-BISSEXTO NOT = 0
                               MOVE 28 TO DIAS-DO-MES
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 31 TO DIAS-DO-MES
           END-EVALUATE.

       EXIBE-MENU.
           DISPLAY "===== ALUGUEL MENSAL DE TERMINAIS - "
                   "COMPETENCIA " COMPETENCIA " =====".

      *    MONTA-COBRANCAS: PERCORRE AS ATRIBUICOES, PRECIFICA CADA
      *    TERMINAL PELA TARIFA DO TIPO E AGRUPA POR CLIENTE;
      *    TERMINAL SEM TARIFA SAI AVISADO E FICA FORA. DEPOIS VEM
      *    AS RETIRADAS E TROCAS DA COMPETENCIA, PELO HISTORICO.
       MONTA-COBRANCAS.
           MOVE 0 TO QTDE-CLIENTES-ALUG.
           MOVE 0 TO TOTAL-PRO-RATA.
           MOVE 0 TO TOTAL-SEM-TARIFA.
           MOVE 0 TO TOTAL-POR-CONTRATO.
           MOVE 0 TO TOTAL-SEM-CONTRATO.
           MOVE ZERO TO VALOR-TOTAL-PREVIA.
           OPEN INPUT ARQUIVO-ATRIBUICAO.
           IF ATRIBUICAO-FILE-STATUS = "35"
           ELSE
               OPEN INPUT ARQUIVO-TERMINAL
               OPEN INPUT ARQUIVO-TARIFA
               MOVE "N" TO TEM-CONTRATOS
               OPEN INPUT ARQUIVO-CONTRATO
               IF CONTRATO-FILE-STATUS = "00"
                   MOVE "S" TO TEM-CONTRATOS
               END-IF
               IF CONTRATO-FILE-STATUS = "05"
                   CLOSE ARQUIVO-CONTRATO
               END-IF
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM MONTA-PROXIMA-ATRIBUICAO
                   UNTIL FINAL-ARQUIVO = "S"
               PERFORM MONTA-RETIRADAS-DO-MES
               IF TEM-CONTRATOS = "S"
                   CLOSE ARQUIVO-CONTRATO
               END-IF
               IF TARIFA-FILE-STATUS NOT = "35"
                   CLOSE ARQUIVO-TARIFA
               END-IF
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               MOVE ATRIB-TERMINAL-CHAVE TO COBRANCA-TERMINAL
               MOVE ATRIB-CLIENTE-CODIGO TO COBRANCA-CLIENTE
               MOVE ATRIB-CLIENTE-NOME TO COBRANCA-NOME
               MOVE SPACE TO COBRANCA-PAR
               PERFORM CALCULA-DIAS-ATRIBUICAO
               IF DIAS-COBRADOS NOT = 0
                   PERFORM PRECIFICA-ATRIBUICAO
               END-IF
           END-IF.

      *    CALCULA-DIAS-ATRIBUICAO: ATRIBUIDO ANTES DA COMPETENCIA
      *    PAGA O MES CHEIO; DENTRO DELA, DO DIA DA ATRIBUICAO AO
      *    FIM; DEPOIS DELA, NADA.
       CALCULA-DIAS-ATRIBUICAO.
           MOVE DIAS-DO-MES TO DIAS-COBRADOS.
           IF ATRIB-DATA IS NUMERIC
               MOVE ATRIB-DATA TO DATA-MOVIMENTO
               IF MOVIMENTO-ANO-MES = COMPETENCIA
                   COMPUTE DIAS-COBRADOS =
                       DIAS-DO-MES - MOVIMENTO-DIA + 1
               END-IF
               IF MOVIMENTO-ANO-MES > COMPETENCIA
                   MOVE 0 TO DIAS-COBRADOS
               END-IF
           END-IF.

      *    MONTA-RETIRADAS-DO-MES: O HISTORICO E LIDO EM ORDEM DE
      *    GRAVACAO; A INSTALACAO NO MES MARCA O INICIO E A RETIRADA
      *    OU TROCA NO MES COBRA O PERIODO ATE A VESPERA DELA.
       MONTA-RETIRADAS-DO-MES.
           MOVE 0 TO QTDE-INSTALACOES-MES.
           PERFORM INICIALIZA-CAMINHO-HISTTERM.
           OPEN INPUT ARQUIVO-HISTTERM.
           IF HISTTERM-FILE-STATUS = "00"
               MOVE "N" TO FIM-HISTORICO
               PERFORM EXAMINA-PROXIMO-MOVIMENTO
                   UNTIL FIM-HISTORICO = "S"
           END-IF.
           CLOSE ARQUIVO-HISTTERM.

       EXAMINA-PROXIMO-MOVIMENTO.
           READ ARQUIVO-HISTTERM
               AT END
                   MOVE "S" TO FIM-HISTORICO
           END-READ.
           IF FIM-HISTORICO NOT = "S"
                   AND HISTTERM-DATA IS NUMERIC
               MOVE HISTTERM-DATA TO DATA-MOVIMENTO
               IF MOVIMENTO-ANO-MES = COMPETENCIA
                   EVALUATE TRUE
                       WHEN HISTTERM-INSTALACAO
                           PERFORM GUARDA-INSTALACAO-DO-MES
                       WHEN HISTTERM-RETIRADA
                       WHEN HISTTERM-TROCA
                           PERFORM COBRA-RETIRADA-DO-MES
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF.

      *    GUARDA-INSTALACAO-DO-MES: UMA LINHA POR TERMINAL, COM A
      *    ULTIMA INSTALACAO DELE NO MES.
       GUARDA-INSTALACAO-DO-MES.
           SET INST-IDX TO 1.
           SEARCH INST-ENTRADA
               AT END
                   CONTINUE
               WHEN INST-IDX > QTDE-INSTALACOES-MES
                   ADD 1 TO QTDE-INSTALACOES-MES
                   MOVE HISTTERM-TERMINAL TO INST-TERMINAL (INST-IDX)
                   MOVE HISTTERM-CLIENTE-CODIGO
                       TO INST-CLIENTE (INST-IDX)
                   MOVE MOVIMENTO-DIA TO INST-DIA (INST-IDX)
               WHEN INST-TERMINAL (INST-IDX) = HISTTERM-TERMINAL
                   MOVE HISTTERM-CLIENTE-CODIGO
                       TO INST-CLIENTE (INST-IDX)
                   MOVE MOVIMENTO-DIA TO INST-DIA (INST-IDX)
           END-SEARCH.

       COBRA-RETIRADA-DO-MES.
           MOVE 1 TO DIA-INICIO.
           SET INST-IDX TO 1.
           SEARCH INST-ENTRADA
               AT END
                   CONTINUE
               WHEN INST-IDX > QTDE-INSTALACOES-MES
                   CONTINUE
               WHEN INST-TERMINAL (INST-IDX) = HISTTERM-TERMINAL
                   IF INST-CLIENTE (INST-IDX) = HISTTERM-CLIENTE-CODIGO
                       MOVE INST-DIA (INST-IDX) TO DIA-INICIO
                   END-IF
           END-SEARCH.
           IF MOVIMENTO-DIA > DIA-INICIO
               COMPUTE DIAS-COBRADOS = MOVIMENTO-DIA - DIA-INICIO
               MOVE HISTTERM-TERMINAL TO COBRANCA-TERMINAL
               MOVE HISTTERM-CLIENTE-CODIGO TO COBRANCA-CLIENTE
               MOVE HISTTERM-CLIENTE-NOME TO COBRANCA-NOME
               MOVE SPACE TO COBRANCA-PAR
               IF HISTTERM-TROCA
                   MOVE HISTTERM-TERMINAL-PAR TO COBRANCA-PAR
               END-IF
               PERFORM PRECIFICA-ATRIBUICAO
           END-IF.

                   OR TARIFA-FILE-STATUS = "35"
               ADD 1 TO TOTAL-SEM-TARIFA
           ELSE
               MOVE COBRANCA-TERMINAL TO TERMINAL-CHAVE
               READ ARQUIVO-TERMINAL
                   INVALID KEY
                       ADD 1 TO TOTAL-SEM-TARIFA
                       DISPLAY "TERMINAL " COBRANCA-TERMINAL
                               " ATRIBUIDO MAS FORA DO CADASTRO."
                   NOT INVALID KEY
                       MOVE TERMINAL-LOCALIDADE TO TARIFA-LOCALIDADE
                               ADD 1 TO TOTAL-SEM-TARIFA
                               DISPLAY "TIPO " TERMINAL-LOCALIDADE
                                       " SEM TARIFA - TERMINAL "
                                       COBRANCA-TERMINAL " FORA "
                                       "DA COBRANCA."
                           NOT INVALID KEY
                               PERFORM BUSCA-PRECO-CONTRATO
                       END-READ
               END-READ
           END-IF.

      *    BUSCA-PRECO-CONTRATO: CONTRATO ATIVO DO CLIENTE PARA O
      *    TERMINAL MANDA NO PRECO; SEM CONTRATO, A TARIFA ATIVA.
      *    TERMINAL QUE SAIU POR TROCA NO MES PROCURA O CONTRATO
      *    TAMBEM NA CHAVE DO SUBSTITUTO, PARA ONDE ELE FOI LEVADO.
       BUSCA-PRECO-CONTRATO.
           MOVE SPACE TO ORIGEM-DO-PRECO.
           IF TEM-CONTRATOS = "S"
               MOVE COBRANCA-CLIENTE TO CONTRATO-CLIENTE-CODIGO
               MOVE COBRANCA-TERMINAL TO CONTRATO-TERMINAL
               READ ARQUIVO-CONTRATO
                   INVALID KEY
                       IF COBRANCA-PAR NOT = SPACE
                           PERFORM BUSCA-CONTRATO-DO-PAR
                       END-IF
                   NOT INVALID KEY
                       PERFORM VERIFICA-CONTRATO-ACHADO
               END-READ
           END-IF.
           EVALUATE TRUE
               WHEN ORIGEM-DO-PRECO = "C"
                   ADD 1 TO TOTAL-POR-CONTRATO
                   PERFORM GUARDA-ITEM-ALUGUEL
               WHEN ORIGEM-DO-PRECO = "E"
                   ADD 1 TO TOTAL-SEM-TARIFA
                   DISPLAY "CONTRATO ENCERRADO - TERMINAL "
                           COBRANCA-TERMINAL " FORA DA COBRANCA."
               WHEN TARIFA-ATIVA
                   MOVE "T" TO ORIGEM-DO-PRECO
                   MOVE TARIFA-PRECO TO PRECO-DO-TERMINAL
                   ADD 1 TO TOTAL-SEM-CONTRATO
                   PERFORM GUARDA-ITEM-ALUGUEL
               WHEN OTHER
                   ADD 1 TO TOTAL-SEM-TARIFA
           END-EVALUATE.

       BUSCA-CONTRATO-DO-PAR.
           MOVE COBRANCA-CLIENTE TO CONTRATO-CLIENTE-CODIGO.
           MOVE COBRANCA-PAR TO CONTRATO-TERMINAL.
           READ ARQUIVO-CONTRATO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM VERIFICA-CONTRATO-ACHADO
           END-READ.

       VERIFICA-CONTRATO-ACHADO.
           IF CONTRATO-ATIVO
               MOVE "C" TO ORIGEM-DO-PRECO
               MOVE CONTRATO-VALOR-MENSAL TO PRECO-DO-TERMINAL
           ELSE
               MOVE "E" TO ORIGEM-DO-PRECO
           END-IF.

       GUARDA-ITEM-ALUGUEL.
           IF DIAS-COBRADOS < DIAS-DO-MES
               COMPUTE PRECO-DO-TERMINAL ROUNDED =
                   PRECO-DO-TERMINAL * DIAS-COBRADOS / DIAS-DO-MES
               ADD 1 TO TOTAL-PRO-RATA
           END-IF.
           IF TERMINAL-EMPRESA IS NUMERIC
               MOVE TERMINAL-EMPRESA TO EMPRESA-DO-TERMINAL
           ELSE
               MOVE ZERO TO EMPRESA-DO-TERMINAL
           END-IF.
           SET ALUG-IDX TO 1.
           SEARCH ALUG-ENTRADA
               AT END
                   IF QTDE-CLIENTES-ALUG < 100
                       ADD 1 TO QTDE-CLIENTES-ALUG
                       SET ALUG-IDX TO QTDE-CLIENTES-ALUG
                       MOVE COBRANCA-CLIENTE
                           TO ALUG-CLIENTE (ALUG-IDX)
                       MOVE COBRANCA-NOME
                           TO ALUG-NOME (ALUG-IDX)
                       MOVE ZERO TO ALUG-QTDE-ITENS (ALUG-IDX)
                       MOVE EMPRESA-DO-TERMINAL
                           TO ALUG-EMPRESA (ALUG-IDX)
                       PERFORM GUARDA-ITEM-NA-ENTRADA
                   ELSE
                       ADD 1 TO TOTAL-SEM-TARIFA
                   END-IF
               WHEN ALUG-CLIENTE (ALUG-IDX) = COBRANCA-CLIENTE
                       AND ALUG-EMPRESA (ALUG-IDX)
                           = EMPRESA-DO-TERMINAL
                   PERFORM GUARDA-ITEM-NA-ENTRADA
           END-SEARCH.

               ADD 1 TO ALUG-QTDE-ITENS (ALUG-IDX)
               MOVE TARIFA-PRODUTO-CODIGO TO
                   ALUG-PRODUTO (ALUG-IDX, ALUG-QTDE-ITENS (ALUG-IDX))
               MOVE COBRANCA-TERMINAL TO
                   ALUG-TERMINAL (ALUG-IDX,
                       ALUG-QTDE-ITENS (ALUG-IDX))
               MOVE PRECO-DO-TERMINAL TO
                   ALUG-PRECO (ALUG-IDX, ALUG-QTDE-ITENS (ALUG-IDX))
               MOVE ORIGEM-DO-PRECO TO
                   ALUG-ORIGEM (ALUG-IDX, ALUG-QTDE-ITENS (ALUG-IDX))
               MOVE DIAS-COBRADOS TO
                   ALUG-DIAS (ALUG-IDX, ALUG-QTDE-ITENS (ALUG-IDX))
               ADD PRECO-DO-TERMINAL TO VALOR-TOTAL-PREVIA
           ELSE
               ADD 1 TO TOTAL-SEM-TARIFA
               DISPLAY "CLIENTE " COBRANCA-CLIENTE " PASSOU DE "
                       "20 TERMINAIS - EXCEDENTE FORA DO PEDIDO."
           END-IF.

           MOVE VALOR-TOTAL-PREVIA TO VALOR-EDITADO.
           DISPLAY "VALOR TOTAL DA PREVIA.: " VALOR-EDITADO.
           DISPLAY "FORA DA COBRANCA......: " TOTAL-SEM-TARIFA.
           DISPLAY "PELO CONTRATO.........: " TOTAL-POR-CONTRATO.
           DISPLAY "PELA TARIFA (SEM CONTRATO): " TOTAL-SEM-CONTRATO.
           DISPLAY "PRO RATA (PARTE DO MES): " TOTAL-PRO-RATA.
           DISPLAY "NADA FOI GRAVADO - E SO A PREVIA.".

       IMPRIME-UMA-PREVIA.
           DISPLAY "CLIENTE " ALUG-CLIENTE (ALUG-IDX) " - "
                   ALUG-NOME (ALUG-IDX) " ("
                   ALUG-QTDE-ITENS (ALUG-IDX) " TERMINAL(IS))"
                   " EMPRESA " ALUG-EMPRESA (ALUG-IDX).
           MOVE 1 TO ITEM-SUB.
           PERFORM IMPRIME-UM-ITEM-PREVIA
               UNTIL ITEM-SUB > ALUG-QTDE-ITENS (ALUG-IDX).

       IMPRIME-UM-ITEM-PREVIA.
           MOVE ALUG-PRECO (ALUG-IDX, ITEM-SUB) TO VALOR-EDITADO.
           IF ALUG-ORIGEM (ALUG-IDX, ITEM-SUB) = "C"
               MOVE "CONTRATO" TO DESCRICAO-ORIGEM
           ELSE
               MOVE "TARIFA" TO DESCRICAO-ORIGEM
           END-IF.
           IF ALUG-DIAS (ALUG-IDX, ITEM-SUB) < DIAS-DO-MES
               DISPLAY "  " ALUG-TERMINAL (ALUG-IDX, ITEM-SUB) " "
                       VALOR-EDITADO " " DESCRICAO-ORIGEM
                       " PRO RATA " ALUG-DIAS (ALUG-IDX, ITEM-SUB)
                       "/" DIAS-DO-MES " DIAS"
           ELSE
               DISPLAY "  " ALUG-TERMINAL (ALUG-IDX, ITEM-SUB) " "
                       VALOR-EDITADO " " DESCRICAO-ORIGEM
           END-IF.
           ADD 1 TO ITEM-SUB.

      *    GERA-PEDIDOS-ALUGUEL: A MESMA MONTAGEM DA PREVIA, SO QUE
       GRAVA-PEDIDO-DE-UM-CLIENTE.
           PERFORM GERA-NUMERO-PEDIDO.

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
           MOVE ALUG-CLIENTE (ALUG-IDX) TO PEDIDO-CLIENTE-CHAVE.
           MOVE ALUG-CLIENTE (ALUG-IDX) TO PEDIDO-CLIENTE-CODIGO.
           MOVE ALUG-NOME (ALUG-IDX) TO PEDIDO-CLIENTE-NOME.
           ACCEPT PEDIDO-DATA FROM DATE YYYYMMDD.
           ACCEPT PEDIDO-HORA FROM TIME.
           MOVE ALUG-QTDE-ITENS (ALUG-IDX) TO PEDIDO-QTDE-ITENS.
           MOVE "A" TO PEDIDO-SITUACAO.
           MOVE ALUG-EMPRESA (ALUG-IDX) TO PEDIDO-EMPRESA.
           PERFORM ESCREVE-PEDIDO-ALUGUEL.

           MOVE 1 TO ITEM-SUB.
           PERFORM GRAVA-ITEM-ALUGUEL
           MOVE SPACE TO PEDIDO-REGISTRO.
           MOVE "I" TO PEDIDO-TIPO.
           MOVE NUMERO-PEDIDO-GERADO TO PEDIDO-NUMERO.
           MOVE ITEM-SUB TO PEDIDO-LINHA.
           MOVE ALUG-CLIENTE (ALUG-IDX) TO PEDIDO-CLIENTE-CHAVE.
           MOVE ALUG-PRODUTO (ALUG-IDX, ITEM-SUB)
               TO ITEM-PRODUTO-CODIGO.
           MOVE SPACE TO DESCRICAO-TARIFA.
           IF ALUG-DIAS (ALUG-IDX, ITEM-SUB) < DIAS-DO-MES
               STRING "ALUG TERMINAL " DELIMITED BY SIZE
                      ALUG-TERMINAL (ALUG-IDX, ITEM-SUB)
                          DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      ALUG-DIAS (ALUG-IDX, ITEM-SUB)
                          DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      DIAS-DO-MES DELIMITED BY SIZE
                   INTO DESCRICAO-TARIFA
           ELSE
               STRING "ALUGUEL TERMINAL " DELIMITED BY SIZE
                      ALUG-TERMINAL (ALUG-IDX, ITEM-SUB)
                          DELIMITED BY SIZE
                   INTO DESCRICAO-TARIFA
           END-IF.
           MOVE DESCRICAO-TARIFA TO ITEM-DESCRICAO.
           MOVE 1 TO ITEM-QUANTIDADE.
           MOVE ALUG-PRECO (ALUG-IDX, ITEM-SUB)
               TO ITEM-PRECO-UNITARIO.
           MOVE ALUG-PRECO (ALUG-IDX, ITEM-SUB)
               TO ITEM-PRECO-LISTA.
           MOVE ALUG-EMPRESA (ALUG-IDX) TO PEDIDO-EMPRESA.
           PERFORM ESCREVE-PEDIDO-ALUGUEL.
           ADD 1 TO ITEM-SUB.

       ESCREVE-PEDIDO-ALUGUEL.
           WRITE PEDIDO-REGISTRO
               INVALID KEY
                   DISPLAY "*** PEDIDO " PEDIDO-NUMERO " LINHA "
                           PEDIDO-LINHA " JA EXISTE EM PEDIDOS.DAT. "
                           "CONFIRA O NUMPED.DAT. ***"
           END-WRITE.

       GERA-NUMERO-PEDIDO.
           MOVE 0 TO PROXIMA-SEQUENCIA-PEDIDO.
           OPEN INPUT ARQUIVO-NUMERO-PEDIDO.
           MOVE TOTAL-PEDIDOS-GERADOS TO ALUGMES-PEDIDOS.
           WRITE ALUGMES-REGISTRO.
           CLOSE ARQUIVO-ALUGMES.

           COPY "HTMPROC.cob".
