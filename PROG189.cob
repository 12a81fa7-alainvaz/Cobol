       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG189.
      *    LISTA DIARIA DE LIGACOES DE COBRANCA: O COBRADOR DEIXA DE
      *    TRABALHAR COM O AGING IMPRESSO (PROG68) E PROMESSA EM
      *    BILHETE. A LISTA JUNTA POR CLIENTE O SALDO VENCIDO DE
      *    FATURAS.DAT (POR PARCELA, COMO O AGING) E O MAIOR ATRASO, E
      *    ORDENA: PRIMEIRO QUEM QUEBROU PROMESSA E AINDA NAO FOI
      *    LIGADO DE NOVO, DEPOIS O RESTO PELO SALDO VENCIDO E PELOS
      *    DIAS DE ATRASO; QUEM TEM PROMESSA EM ABERTO (AINDA NO
      *    PRAZO) VAI PARA O FIM - NAO SE COBRA QUEM PROMETEU PARA
      *    SEMANA QUE VEM. CADA LINHA MOSTRA O TELEFONE (OU "NAO
      *    LIGAR" QUANDO O CLIENTE RECUSA CONTATO POR TELEFONE - LGPD,
      *    CLIENTE-CONSENTE-FONE), O ULTIMO CONTATO E AS PROMESSAS
      *    QUEBRADAS. DEPOIS DA LISTA O COBRADOR REGISTRA CADA
      *    LIGACAO EM CONTATOS.DAT: RESULTADO E, SE HOUVE, A DATA E O
      *    VALOR PROMETIDOS. A CONFERENCIA DAS PROMESSAS E DO PROG190.
      *    TAMANHO DA LISTA: PROG189-LINHAS (PADRAO 20).
      *    FATURAS.DAT E LIDO PELAS CHAVES ALTERNATIVAS: SITUACAO +
      *    VENCIMENTO PARA OS TITULOS EM ABERTO, CLIENTE PARA A BASE
      *    DA PROMESSA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FATSEL.cob".
           COPY "CLISEL.cob".
           COPY "CTTSEL.cob".
           COPY "SESSEL.cob".
           COPY "PARSEL.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FATREG.cob".
           COPY "CLIREG.cob".
           COPY "CTTREG.cob".
           COPY "SESREG.cob".
           COPY "PARREG.cob".

       WORKING-STORAGE SECTION.

           COPY "AMBWRK.cob".

       01  FATURA-FILE-STATUS      PIC XX.
       01  FATURA-PATH             PIC X(100).
       01  CLIENTE-FILE-STATUS     PIC XX.
       01  CLIENTE-PATH            PIC X(100).
       01  CONTATO-FILE-STATUS     PIC XX.
       01  CONTATO-PATH            PIC X(100).
       01  SESSAO-FILE-STATUS      PIC XX.
       01  OPERADOR-ID             PIC X(10).
       01  FINAL-ARQUIVO           PIC X.
       01  SITUACAO-PERCORRIDA     PIC X(01).
       01  DATA-HOJE               PIC 9(08).
       01  DATA-HOJE-R REDEFINES DATA-HOJE.
           05 HOJE-ANO             PIC 9(04).
           05 HOJE-MES             PIC 9(02).
           05 HOJE-DIA             PIC 9(02).
       01  DATA-VENCIMENTO-WS      PIC 9(08).
       01  DATA-VENCTO-R REDEFINES DATA-VENCIMENTO-WS.
           05 VENCTO-ANO           PIC 9(04).
           05 VENCTO-MES           PIC 9(02).
           05 VENCTO-DIA           PIC 9(02).
       01  DIAS-DECORRIDOS         PIC S9(07).
       01  SALDO-ABERTO            PIC S9(09)V9(02).

       01  LINHAS-LISTA            PIC 9(03) VALUE 20.
       01  LINHAS-LISTA-ENV        PIC X(03).

      *    FILA DE COBRANCA. PRIORIDADE: 1 = PROMESSA QUEBRADA SEM
      *    LIGACAO DEPOIS, 2 = NORMAL, 3 = PROMESSA EM ABERTO.
       01  QTDE-FILA               PIC 9(03) VALUE 0.
       01  TABELA-FILA.
           05 FILA-ENTRADA OCCURS 300 TIMES INDEXED BY FILA-IDX.
              10 FILA-CLIENTE         PIC 9(08).
              10 FILA-SALDO-VENCIDO   PIC 9(11)V9(02).
              10 FILA-DIAS-ATRASO     PIC 9(05).
              10 FILA-PRIORIDADE      PIC 9(01).
              10 FILA-ULTIMO-CONTATO  PIC 9(08).
              10 FILA-ULTIMO-RESULTADO PIC X(01).
              10 FILA-QUEBRADAS       PIC 9(03).
              10 FILA-DATA-QUEBRA     PIC 9(08).
              10 FILA-PROMESSA-DATA   PIC 9(08).
       01  FILA-SUB                PIC 9(03).
       01  FILA-SUB-2              PIC 9(03).
       01  FILA-SUB-MAIOR          PIC 9(03).
       01  FILA-TEMP               PIC X(55).
       01  FILA-CHEIA              PIC X VALUE "N".
           88 AVISO-FILA-CHEIA-JA-EXIBIDO VALUE "S".
       01  CLIENTE-ACHADO          PIC X.
       01  CLIENTE-PROCURADO       PIC 9(08).
       01  TROCA-POSICAO           PIC X.

       01  CLIENTE-INFORMADO       PIC 9(08).
       01  RESULTADO-INFORMADO     PIC X(01).
       01  DATA-INFORMADA          PIC 9(08).
       01  FILLER REDEFINES DATA-INFORMADA.
           05 INFORMADA-ANO        PIC 9(04).
           05 INFORMADA-MES        PIC 9(02).
           05 INFORMADA-DIA        PIC 9(02).
       01  VALOR-INFORMADO         PIC 9(09)V9(02).
       01  SOMA-PAGO-CLIENTE       PIC 9(11)V9(02).
       01  TOTAL-LIGACOES          PIC 9(05) VALUE 0.
       01  TOTAL-PROMESSAS         PIC 9(05) VALUE 0.

       01  VALOR-EDITADO           PIC $$,$$$,$$$,$$9.99.
       01  TELEFONE-EXIBIDO        PIC X(15).
       01  NOME-EXIBIDO            PIC X(20).

           COPY "PARWRK.cob".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM INICIALIZA-AMBIENTE.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM INICIALIZA-CAMINHOS.
           PERFORM INICIALIZA-OPERADOR.

           OPEN INPUT ARQUIVO-FATURA.
           IF FATURA-FILE-STATUS = "35"
               DISPLAY "FATURAS.DAT NAO ENCONTRADO. NADA A COBRAR."
               GO TO PROGRAM-DONE
           END-IF.
           MOVE "A" TO SITUACAO-PERCORRIDA.
           PERFORM POSICIONA-SITUACAO.
           PERFORM SOMA-PROXIMA-FATURA
               UNTIL FINAL-ARQUIVO = "S".
           MOVE "P" TO SITUACAO-PERCORRIDA.
           PERFORM POSICIONA-SITUACAO.
           PERFORM SOMA-PROXIMA-FATURA
               UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-FATURA.

           PERFORM LE-HISTORICO-CONTATOS.
           MOVE 1 TO FILA-SUB.
           PERFORM ORDENA-UMA-POSICAO
               UNTIL FILA-SUB >= QTDE-FILA.

           OPEN INPUT ARQUIVO-CLIENTE.
           PERFORM IMPRIME-LISTA.

           MOVE 1 TO CLIENTE-INFORMADO.
           PERFORM REGISTRA-UMA-LIGACAO
               UNTIL CLIENTE-INFORMADO = 0.
           CLOSE ARQUIVO-CLIENTE.

           DISPLAY "LIGACOES REGISTRADAS: " TOTAL-LIGACOES
                   "  PROMESSAS: " TOTAL-PROMESSAS.

       PROGRAM-DONE.
           STOP RUN.

       INICIALIZA-CAMINHOS.
           MOVE "faturas.dat" TO FATURA-PATH.
           ACCEPT FATURA-PATH FROM ENVIRONMENT "FATURA_DAT".
           IF FATURA-PATH = SPACE
               MOVE "faturas.dat" TO FATURA-PATH
           END-IF.

           MOVE "clientes.dat" TO CLIENTE-PATH.
           ACCEPT CLIENTE-PATH FROM ENVIRONMENT "CLIENTE_DAT".
           IF CLIENTE-PATH = SPACE
               MOVE "clientes.dat" TO CLIENTE-PATH
           END-IF.

           MOVE "contatos.dat" TO CONTATO-PATH.
           ACCEPT CONTATO-PATH FROM ENVIRONMENT "CONTATO_DAT".
           IF CONTATO-PATH = SPACE
               MOVE "contatos.dat" TO CONTATO-PATH
           END-IF.

           PERFORM INICIALIZA-CAMINHO-PARCELA.

           MOVE SPACE TO LINHAS-LISTA-ENV.
           ACCEPT LINHAS-LISTA-ENV FROM ENVIRONMENT "PROG189-LINHAS".
           IF LINHAS-LISTA-ENV IS NUMERIC
               MOVE LINHAS-LISTA-ENV TO LINHAS-LISTA
           END-IF.

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

      *    POSICIONA-SITUACAO: OS TITULOS EM ABERTO ("A") E OS PAGOS
      *    EM PARTE ("P") SAEM PELA CHAVE ALTERNATIVA SITUACAO +
      *    VENCIMENTO, UMA SITUACAO POR VEZ.
       POSICIONA-SITUACAO.
           MOVE "N" TO FINAL-ARQUIVO.
           MOVE SITUACAO-PERCORRIDA TO FATURA-SITUACAO.
           MOVE ZERO TO FATURA-DATA-VENCIMENTO.
           START ARQUIVO-FATURA
               KEY IS NOT LESS THAN FATURA-CHAVE-SITUACAO
               INVALID KEY
                   MOVE "S" TO FINAL-ARQUIVO
           END-START.

       SOMA-PROXIMA-FATURA.
           READ ARQUIVO-FATURA NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               IF FATURA-SITUACAO NOT = SITUACAO-PERCORRIDA
                   MOVE "S" TO FINAL-ARQUIVO
               ELSE
                   COMPUTE SALDO-ABERTO =
                       FATURA-VALOR-TOTAL - FATURA-VALOR-PAGO
                   IF SALDO-ABERTO > 0
                       PERFORM CARREGA-PARCELAS-TITULO
                       MOVE 1 TO PARC-TIT-SUB
                       PERFORM SOMA-PARCELA-VENCIDA
                           UNTIL PARC-TIT-SUB > QTDE-PARCELAS-TITULO
                   END-IF
               END-IF
           END-IF.

      *    SOMA-PARCELA-VENCIDA: SO O SALDO JA VENCIDO ENTRA NA FILA;
      *    ATRASO EM DIAS CORRIDOS NA CONVENCAO 30/360 DO AGING.
       SOMA-PARCELA-VENCIDA.
           IF PARC-TIT-SALDO (PARC-TIT-SUB) > 0
                   AND PARC-TIT-VENCIMENTO (PARC-TIT-SUB) < DATA-HOJE
               MOVE PARC-TIT-VENCIMENTO (PARC-TIT-SUB)
                   TO DATA-VENCIMENTO-WS
               COMPUTE DIAS-DECORRIDOS =
                   (HOJE-ANO - VENCTO-ANO) * 360
                   + (HOJE-MES - VENCTO-MES) * 30
                   + (HOJE-DIA - VENCTO-DIA)
               MOVE FATURA-CLIENTE-CODIGO TO CLIENTE-PROCURADO
               PERFORM LOCALIZA-CLIENTE-FILA
               IF CLIENTE-ACHADO NOT = "S"
                   PERFORM INCLUI-CLIENTE-FILA
               END-IF
               IF CLIENTE-ACHADO = "S"
                   ADD PARC-TIT-SALDO (PARC-TIT-SUB)
                       TO FILA-SALDO-VENCIDO (FILA-IDX)
                   IF DIAS-DECORRIDOS > FILA-DIAS-ATRASO (FILA-IDX)
                       MOVE DIAS-DECORRIDOS
                           TO FILA-DIAS-ATRASO (FILA-IDX)
                   END-IF
               END-IF
           END-IF.
           ADD 1 TO PARC-TIT-SUB.

       LOCALIZA-CLIENTE-FILA.
           MOVE "N" TO CLIENTE-ACHADO.
           SET FILA-IDX TO 1.
           SEARCH FILA-ENTRADA
               AT END
                   CONTINUE
               WHEN FILA-IDX > QTDE-FILA
                   CONTINUE
               WHEN FILA-CLIENTE (FILA-IDX) = CLIENTE-PROCURADO
                   MOVE "S" TO CLIENTE-ACHADO
           END-SEARCH.

       INCLUI-CLIENTE-FILA.
           IF QTDE-FILA < 300
               ADD 1 TO QTDE-FILA
               SET FILA-IDX TO QTDE-FILA
               MOVE CLIENTE-PROCURADO TO FILA-CLIENTE (FILA-IDX)
               MOVE ZERO TO FILA-SALDO-VENCIDO (FILA-IDX)
                            FILA-DIAS-ATRASO (FILA-IDX)
                            FILA-ULTIMO-CONTATO (FILA-IDX)
                            FILA-QUEBRADAS (FILA-IDX)
                            FILA-DATA-QUEBRA (FILA-IDX)
                            FILA-PROMESSA-DATA (FILA-IDX)
               MOVE 2 TO FILA-PRIORIDADE (FILA-IDX)
               MOVE SPACE TO FILA-ULTIMO-RESULTADO (FILA-IDX)
               MOVE "S" TO CLIENTE-ACHADO
           ELSE
               IF NOT AVISO-FILA-CHEIA-JA-EXIBIDO
                   DISPLAY "*** ATENCAO: LIMITE DE 300 CLIENTES NA "
                           "LISTA ATINGIDO ***"
                   MOVE "S" TO FILA-CHEIA
               END-IF
           END-IF.

      *    LE-HISTORICO-CONTATOS: ULTIMO CONTATO, PROMESSAS QUEBRADAS
      *    E PROMESSA EM ABERTO DE QUEM ESTA NA FILA. A PRIORIDADE SAI
      *    DEPOIS DE LER TUDO: QUEBRA MAIS NOVA QUE O ULTIMO CONTATO
      *    SOBE; PROMESSA EM ABERTO DESCE.
       LE-HISTORICO-CONTATOS.
           OPEN INPUT ARQUIVO-CONTATO.
           IF CONTATO-FILE-STATUS = "35"
               CONTINUE
           ELSE
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LE-PROXIMO-CONTATO
                   UNTIL FINAL-ARQUIVO = "S"
               CLOSE ARQUIVO-CONTATO
           END-IF.
           SET FILA-IDX TO 1.
           PERFORM DEFINE-PRIORIDADE
               UNTIL FILA-IDX > QTDE-FILA.

       LE-PROXIMO-CONTATO.
           READ ARQUIVO-CONTATO
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               MOVE CONTATO-CLIENTE-CODIGO TO CLIENTE-PROCURADO
               PERFORM LOCALIZA-CLIENTE-FILA
               IF CLIENTE-ACHADO = "S"
                   PERFORM ANOTA-CONTATO-FILA
               END-IF
           END-IF.

       ANOTA-CONTATO-FILA.
           IF CONTATO-DATA NOT < FILA-ULTIMO-CONTATO (FILA-IDX)
               MOVE CONTATO-DATA TO FILA-ULTIMO-CONTATO (FILA-IDX)
               MOVE CONTATO-RESULTADO
                   TO FILA-ULTIMO-RESULTADO (FILA-IDX)
           END-IF.
           EVALUATE TRUE
               WHEN CONTATO-PROMESSA-QUEBRADA
                   ADD 1 TO FILA-QUEBRADAS (FILA-IDX)
                   IF CONTATO-DATA-APURACAO >
                           FILA-DATA-QUEBRA (FILA-IDX)
                       MOVE CONTATO-DATA-APURACAO
                           TO FILA-DATA-QUEBRA (FILA-IDX)
                   END-IF
               WHEN CONTATO-PROMESSA-ABERTA
                   IF CONTATO-PROMESSA-DATA >
                           FILA-PROMESSA-DATA (FILA-IDX)
                       MOVE CONTATO-PROMESSA-DATA
                           TO FILA-PROMESSA-DATA (FILA-IDX)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       DEFINE-PRIORIDADE.
           EVALUATE TRUE
               WHEN FILA-PROMESSA-DATA (FILA-IDX) NOT < DATA-HOJE
                   MOVE 3 TO FILA-PRIORIDADE (FILA-IDX)
               WHEN FILA-DATA-QUEBRA (FILA-IDX) NOT = 0
                       AND FILA-DATA-QUEBRA (FILA-IDX) >
                           FILA-ULTIMO-CONTATO (FILA-IDX)
                   MOVE 1 TO FILA-PRIORIDADE (FILA-IDX)
               WHEN OTHER
                   MOVE 2 TO FILA-PRIORIDADE (FILA-IDX)
           END-EVALUATE.
           SET FILA-IDX UP BY 1.

      *    ORDENA-UMA-POSICAO: SELECAO SIMPLES, COMO NO PROG70 -
      *    PRIORIDADE, DEPOIS SALDO VENCIDO E DIAS DE ATRASO.
       ORDENA-UMA-POSICAO.
           MOVE FILA-SUB TO FILA-SUB-MAIOR.
           COMPUTE FILA-SUB-2 = FILA-SUB + 1.
           PERFORM ENCONTRA-PRIMEIRO-DA-FILA
               UNTIL FILA-SUB-2 > QTDE-FILA.
           IF FILA-SUB-MAIOR NOT = FILA-SUB
               MOVE FILA-ENTRADA (FILA-SUB) TO FILA-TEMP
               MOVE FILA-ENTRADA (FILA-SUB-MAIOR)
                   TO FILA-ENTRADA (FILA-SUB)
               MOVE FILA-TEMP TO FILA-ENTRADA (FILA-SUB-MAIOR)
           END-IF.
           ADD 1 TO FILA-SUB.

       ENCONTRA-PRIMEIRO-DA-FILA.
           MOVE "N" TO TROCA-POSICAO.
           EVALUATE TRUE
               WHEN FILA-PRIORIDADE (FILA-SUB-2) <
                       FILA-PRIORIDADE (FILA-SUB-MAIOR)
                   MOVE "S" TO TROCA-POSICAO
               WHEN FILA-PRIORIDADE (FILA-SUB-2) >
                       FILA-PRIORIDADE (FILA-SUB-MAIOR)
                   CONTINUE
               WHEN FILA-SALDO-VENCIDO (FILA-SUB-2) >
                       FILA-SALDO-VENCIDO (FILA-SUB-MAIOR)
                   MOVE "S" TO TROCA-POSICAO
               WHEN FILA-SALDO-VENCIDO (FILA-SUB-2) =
                       FILA-SALDO-VENCIDO (FILA-SUB-MAIOR)
                       AND FILA-DIAS-ATRASO (FILA-SUB-2) >
                           FILA-DIAS-ATRASO (FILA-SUB-MAIOR)
                   MOVE "S" TO TROCA-POSICAO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF TROCA-POSICAO = "S"
               MOVE FILA-SUB-2 TO FILA-SUB-MAIOR
           END-IF.
           ADD 1 TO FILA-SUB-2.

       IMPRIME-LISTA.
           DISPLAY " ".
           DISPLAY "LISTA DE COBRANCA - DATA " DATA-HOJE
                   " - COBRADOR " OPERADOR-ID.
           DISPLAY "--------------------------------------------".
           IF QTDE-FILA = 0
               DISPLAY "NENHUM CLIENTE COM SALDO VENCIDO."
           END-IF.
           MOVE 1 TO FILA-SUB.
           PERFORM IMPRIME-UMA-LINHA
               UNTIL FILA-SUB > QTDE-FILA
                  OR FILA-SUB > LINHAS-LISTA.
           DISPLAY "--------------------------------------------".

       IMPRIME-UMA-LINHA.
           MOVE FILA-CLIENTE (FILA-SUB) TO CLIENTE-CODIGO.
           PERFORM LE-CLIENTE-LISTA.
           MOVE FILA-SALDO-VENCIDO (FILA-SUB) TO VALOR-EDITADO.
           DISPLAY FILA-SUB ". " FILA-CLIENTE (FILA-SUB) " "
                   NOME-EXIBIDO " VENCIDO " VALOR-EDITADO
                   " HA " FILA-DIAS-ATRASO (FILA-SUB) " DIAS".
           DISPLAY "     FONE: " TELEFONE-EXIBIDO.
           IF FILA-ULTIMO-CONTATO (FILA-SUB) = 0
               DISPLAY "     SEM CONTATO ANTERIOR"
           ELSE
               DISPLAY "     ULTIMO CONTATO " FILA-ULTIMO-CONTATO
                       (FILA-SUB) " RESULTADO "
                       FILA-ULTIMO-RESULTADO (FILA-SUB)
           END-IF.
           IF FILA-QUEBRADAS (FILA-SUB) NOT = 0
               DISPLAY "     *** PROMESSAS QUEBRADAS: "
                       FILA-QUEBRADAS (FILA-SUB)
           END-IF.
           IF FILA-PRIORIDADE (FILA-SUB) = 3
               DISPLAY "     PROMESSA EM ABERTO ATE "
                       FILA-PROMESSA-DATA (FILA-SUB)
           END-IF.
           ADD 1 TO FILA-SUB.

       LE-CLIENTE-LISTA.
           MOVE "(NAO CADASTRADO)" TO NOME-EXIBIDO.
           MOVE "(SEM CADASTRO)" TO TELEFONE-EXIBIDO.
           READ ARQUIVO-CLIENTE
               INVALID KEY
                   MOVE SPACE TO CLIENTE-CONSENTE-FONE
               NOT INVALID KEY
                   MOVE CLIENTE-NOME TO NOME-EXIBIDO
                   IF RECUSA-FONE
                       MOVE "NAO LIGAR-LGPD" TO TELEFONE-EXIBIDO
                   ELSE
                       MOVE CLIENTE-TELEFONE TO TELEFONE-EXIBIDO
                   END-IF
           END-READ.

      *    REGISTRA-UMA-LIGACAO: SO CLIENTE DA FILA; CLIENTE QUE
      *    RECUSA TELEFONE NAO TEM LIGACAO REGISTRADA.
       REGISTRA-UMA-LIGACAO.
           DISPLAY "CLIENTE LIGADO (CODIGO, 0 = ENCERRA): ".
           ACCEPT CLIENTE-INFORMADO.
           IF CLIENTE-INFORMADO NOT = 0
               MOVE CLIENTE-INFORMADO TO CLIENTE-PROCURADO
               PERFORM LOCALIZA-CLIENTE-FILA
               MOVE CLIENTE-INFORMADO TO CLIENTE-CODIGO
               PERFORM LE-CLIENTE-LISTA
               EVALUATE TRUE
                   WHEN CLIENTE-ACHADO NOT = "S"
                       DISPLAY "CLIENTE FORA DA LISTA DE COBRANCA."
                   WHEN RECUSA-FONE
                       DISPLAY "CLIENTE NAO AUTORIZA CONTATO POR "
                               "TELEFONE. LIGACAO NAO REGISTRADA."
                   WHEN OTHER
                       PERFORM PEDE-RESULTADO
               END-EVALUATE
           END-IF.

       PEDE-RESULTADO.
           DISPLAY NOME-EXIBIDO " - FONE " TELEFONE-EXIBIDO.
           DISPLAY "RESULTADO (P=PROMETEU N=NAO ATENDEU M=RECADO "
                   "R=RECUSOU E=NUMERO ERRADO): ".
           ACCEPT RESULTADO-INFORMADO.
           MOVE RESULTADO-INFORMADO TO CONTATO-RESULTADO.
           IF NOT CONTATO-RESULTADO-VALIDO
               DISPLAY "RESULTADO INVALIDO. LIGACAO NAO REGISTRADA."
           ELSE
               MOVE ZERO TO DATA-INFORMADA VALOR-INFORMADO
               IF CONTATO-PROMETEU
                   PERFORM PEDE-PROMESSA
               ELSE
                   PERFORM GRAVA-CONTATO
               END-IF
           END-IF.

       PEDE-PROMESSA.
           DISPLAY "DATA PROMETIDA (AAAAMMDD): ".
           ACCEPT DATA-INFORMADA.
           DISPLAY "VALOR PROMETIDO: ".
           ACCEPT VALOR-INFORMADO.
           EVALUATE TRUE
               WHEN DATA-INFORMADA < DATA-HOJE
                       OR INFORMADA-MES < 1 OR INFORMADA-MES > 12
                       OR INFORMADA-DIA < 1 OR INFORMADA-DIA > 31
                   DISPLAY "DATA PROMETIDA INVALIDA OU PASSADA. "
                           "LIGACAO NAO REGISTRADA."
               WHEN VALOR-INFORMADO = 0
                   DISPLAY "VALOR PROMETIDO ZERO. LIGACAO NAO "
                           "REGISTRADA."
               WHEN OTHER
                   PERFORM SOMA-PAGO-DO-CLIENTE
                   PERFORM GRAVA-CONTATO
           END-EVALUATE.

      *    SOMA-PAGO-DO-CLIENTE: A BASE DA PROMESSA - TUDO O QUE O
      *    CLIENTE JA PAGOU NAS FATURAS ATE AGORA, LIDAS PELA CHAVE
      *    ALTERNATIVA DO CLIENTE.
       SOMA-PAGO-DO-CLIENTE.
           MOVE ZERO TO SOMA-PAGO-CLIENTE.
           OPEN INPUT ARQUIVO-FATURA.
           MOVE "N" TO FINAL-ARQUIVO.
           MOVE CLIENTE-INFORMADO TO FATURA-CLIENTE-CODIGO.
           START ARQUIVO-FATURA
               KEY IS EQUAL TO FATURA-CLIENTE-CODIGO
               INVALID KEY
                   MOVE "S" TO FINAL-ARQUIVO
           END-START.
           PERFORM SOMA-PAGO-PROXIMA-FATURA
               UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-FATURA.

       SOMA-PAGO-PROXIMA-FATURA.
           READ ARQUIVO-FATURA NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               IF FATURA-CLIENTE-CODIGO NOT = CLIENTE-INFORMADO
                   MOVE "S" TO FINAL-ARQUIVO
               ELSE
                   ADD FATURA-VALOR-PAGO TO SOMA-PAGO-CLIENTE
               END-IF
           END-IF.

       GRAVA-CONTATO.
           OPEN EXTEND ARQUIVO-CONTATO.
           IF CONTATO-FILE-STATUS = "35"
               CLOSE ARQUIVO-CONTATO
               OPEN OUTPUT ARQUIVO-CONTATO
           END-IF.
           MOVE CLIENTE-INFORMADO   TO CONTATO-CLIENTE-CODIGO.
           MOVE DATA-HOJE           TO CONTATO-DATA.
           ACCEPT CONTATO-HORA FROM TIME.
           MOVE OPERADOR-ID         TO CONTATO-COBRADOR.
           MOVE RESULTADO-INFORMADO TO CONTATO-RESULTADO.
           MOVE FILA-SALDO-VENCIDO (FILA-IDX) TO CONTATO-SALDO-VENCIDO.
           MOVE DATA-INFORMADA      TO CONTATO-PROMESSA-DATA.
           MOVE VALOR-INFORMADO     TO CONTATO-PROMESSA-VALOR.
           MOVE ZERO                TO CONTATO-DATA-APURACAO.
           MOVE ZERO                TO CONTATO-VALOR-RECEBIDO.
           IF CONTATO-PROMETEU
               MOVE SOMA-PAGO-CLIENTE TO CONTATO-PAGO-BASE
               MOVE "A" TO CONTATO-SITUACAO
               ADD 1 TO TOTAL-PROMESSAS
           ELSE
               MOVE ZERO TO CONTATO-PAGO-BASE
               MOVE SPACE TO CONTATO-SITUACAO
           END-IF.
           WRITE CONTATO-REGISTRO.
           CLOSE ARQUIVO-CONTATO.
           ADD 1 TO TOTAL-LIGACOES.
           DISPLAY "LIGACAO REGISTRADA.".

           COPY "AMBPROC.cob".
           COPY "PARPROC.cob".
