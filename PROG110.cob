      *    ATRIBUICAO DA CONDICAO AO CLIENTE (CLIENTE-COND-PAGTO EM
      *    CLIENTES.DAT) - E ESSA CONDICAO QUE O FATURAMENTO
      *    (PROG66) USA PARA DAR VENCIMENTO DE VERDADE AO TITULO EM
      *    VEZ DO PRAZO UNICO DE 30 DIAS. A CONDICAO PODE SER EM
      *    PARCELAS (ATE 6, CADA UMA COM DIAS DESDE A EMISSAO E
      *    PERCENTUAL DO TOTAL - POR EXEMPLO 30/60/90 EM TRES TERCOS):
      *    OS PERCENTUAIS TEM DE SOMAR 100 E OS DIAS TEM DE CRESCER
      *    DE UMA PARCELA PARA A SEGUINTE.
      *    INCLUSAO, ALTERACAO E RETIRADA DA CONDICAO (DIAS, PARCELAS
      *    E SEUS DIAS E PERCENTUAIS) E A TROCA DA CONDICAO DO CLIENTE
      *    DEIXAM RASTRO CAMPO A CAMPO EM ALTERACOES.DAT (ALTPROC),
      *    COM VALOR ANTERIOR, NOVO, OPERADOR DA SESSAO E MOMENTO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CPGSEL.cob".
           COPY "CLISEL.cob".
           COPY "SESSEL.cob".
           COPY "ALTSEL.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "CPGREG.cob".
           COPY "CLIREG.cob".
           COPY "SESREG.cob".
           COPY "ALTREG.cob".

       WORKING-STORAGE SECTION.

       01  NOVA-DESCRICAO       PIC X(30).
       01  CONDICAO-EXISTE      PIC X.

      *    CRONOGRAMA DIGITADO, CONFERIDO ANTES DE IR PARA O REGISTRO.
       01  REDEFINE-PARCELAS    PIC X.
       01  NOVA-QTDE-PARCELAS   PIC 9(02).
       01  NOVAS-PARCELAS.
           05 NOVA-PARCELA OCCURS 6 TIMES.
              10 NOVA-PARCELA-DIAS       PIC 9(03).
              10 NOVA-PARCELA-PERCENTUAL PIC 9(03)V9(02).
       01  PARCELA-SUB          PIC 9(02).
       01  SOMA-PERCENTUAIS     PIC 9(05)V9(02).
       01  PARCELAS-VALIDAS     PIC X.
       01  PERCENTUAL-EDITADO   PIC ZZ9,99.

       01  SESSAO-FILE-STATUS   PIC XX.
       01  OPERADOR-ID          PIC X(10).
       01  COND-PAGTO-ANTERIOR  PIC X(02).
       01  CONDICAO-ANTERIOR.
           05 ANTERIOR-CODIGO            PIC 9(02).
           05 ANTERIOR-DIAS              PIC 9(03).
           05 FILLER                     PIC X(30).
           05 ANTERIOR-STATUS            PIC X(01).
           05 ANTERIOR-QTDE-PARCELAS     PIC 9(02).
           05 ANTERIOR-PARCELA OCCURS 6 TIMES.
              10 ANTERIOR-PARCELA-DIAS       PIC 9(03).
              10 ANTERIOR-PARCELA-PERCENTUAL PIC 9(03)V9(02).
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
           DISPLAY "===== CONDICOES DE PAGAMENTO =====".
           DISPLAY "1 - INCLUIR CONDICAO".

           MOVE "A" TO CONDICAO-STATUS.

           PERFORM PEDE-PARCELAS-CONDICAO.
           PERFORM COPIA-PARCELAS-CONDICAO.

           EVALUATE TRUE
               WHEN CONDICAO-CODIGO = 0
                   DISPLAY "CODIGO ZERO E RESERVADO PARA 'SEM "
                           "CONDICAO'. NADA INCLUIDO."
               WHEN PARCELAS-VALIDAS NOT = "S"
                   DISPLAY "CRONOGRAMA DE PARCELAS INVALIDO. NADA "
                           "INCLUIDO."
               WHEN OTHER
                   WRITE CONDICAO-REGISTRO
                       INVALID KEY
                           DISPLAY "JA EXISTE UMA CONDICAO COM ESSE "
                                   "CODIGO."
                       NOT INVALID KEY
                           DISPLAY "CONDICAO INCLUIDA."
                           MOVE "I" TO ALTERACAO-OPERACAO-WS
                           MOVE ZERO TO CONDICAO-ANTERIOR
                           PERFORM REGISTRA-ALTERACAO-CONDICAO
                   END-WRITE
           END-EVALUATE.

           CLOSE ARQUIVO-CONDICAO.

           ACCEPT NOVOS-DIAS.
           DISPLAY "NOVA DESCRICAO (ENTER MANTEM A ATUAL): ".
           ACCEPT NOVA-DESCRICAO.
           MOVE "N" TO REDEFINE-PARCELAS.
           DISPLAY "REDEFINIR PARCELAS? (S/N)".
           ACCEPT REDEFINE-PARCELAS.
           IF REDEFINE-PARCELAS = "S"
               PERFORM PEDE-PARCELAS-CONDICAO
           ELSE
               MOVE "S" TO PARCELAS-VALIDAS
           END-IF.

           OPEN I-O ARQUIVO-CONDICAO.
           MOVE CODIGO-PROCURADO TO CONDICAO-CODIGO.
                   DISPLAY "CODIGO NAO ENCONTRADO. NENHUMA ALTERACAO "
                           "FEITA."
               NOT INVALID KEY
                   MOVE CONDICAO-REGISTRO TO CONDICAO-ANTERIOR
                   IF NOVOS-DIAS NOT = ZERO
                       MOVE NOVOS-DIAS TO CONDICAO-DIAS
                   END-IF
                   IF NOVA-DESCRICAO NOT = SPACE
                       MOVE NOVA-DESCRICAO TO CONDICAO-DESCRICAO
                   END-IF
                   IF REDEFINE-PARCELAS = "S"
                       PERFORM COPIA-PARCELAS-CONDICAO
                   ELSE
                       PERFORM AJUSTA-PARCELA-UNICA
                   END-IF
                   IF PARCELAS-VALIDAS NOT = "S"
                       DISPLAY "CRONOGRAMA DE PARCELAS INVALIDO. "
                               "NENHUMA ALTERACAO FEITA."
                   ELSE
                       REWRITE CONDICAO-REGISTRO
                           INVALID KEY
                               DISPLAY "ERRO AO GRAVAR A ALTERACAO."
                           NOT INVALID KEY
                               DISPLAY "CONDICAO ALTERADA."
                               MOVE "A" TO ALTERACAO-OPERACAO-WS
                               PERFORM REGISTRA-ALTERACAO-CONDICAO
                       END-REWRITE
                   END-IF
           END-READ.
           CLOSE ARQUIVO-CONDICAO.

                   DISPLAY "CODIGO NAO ENCONTRADO. NENHUMA RETIRADA "
                           "FEITA."
               NOT INVALID KEY
                   MOVE CONDICAO-REGISTRO TO CONDICAO-ANTERIOR
                   MOVE "I" TO CONDICAO-STATUS
                   REWRITE CONDICAO-REGISTRO
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR A RETIRADA."
                       NOT INVALID KEY
                           DISPLAY "CONDICAO RETIRADA."
                           PERFORM REGISTRA-RETIRADA-CONDICAO
                   END-REWRITE
           END-READ.
           CLOSE ARQUIVO-CONDICAO.

      *    REGISTRA-ALTERACAO-CONDICAO: DIAS, QUANTIDADE DE PARCELAS
      *    E DIAS/PERCENTUAL DE CADA PARCELA, ANTES E DEPOIS, NA
      *    TRILHA DE ALTERACOES. CONDICAO ANTIGA COM O CRONOGRAMA EM
      *    BRANCO CONTA COMO ZERO.
       REGISTRA-ALTERACAO-CONDICAO.
           PERFORM PREPARA-ALTERACAO-CONDICAO.
           IF CONDICAO-ANTERIOR (37:50) IS NOT NUMERIC
               MOVE ZERO TO CONDICAO-ANTERIOR (37:50)
           END-IF.
           MOVE "DIAS" TO ALTERACAO-CAMPO-WS.
           MOVE SPACE TO ALTERACAO-ANTERIOR-WS.
           IF ALTERACAO-OPERACAO-WS NOT = "I"
               MOVE ANTERIOR-DIAS TO ALTERACAO-ANTERIOR-WS
           END-IF.
           MOVE CONDICAO-DIAS TO ALTERACAO-NOVO-WS.
           PERFORM REGISTRA-ALTERACAO-TEXTO.
           MOVE "QTDE-PARCELAS" TO ALTERACAO-CAMPO-WS.
           MOVE SPACE TO ALTERACAO-ANTERIOR-WS.
           IF ALTERACAO-OPERACAO-WS NOT = "I"
               MOVE ANTERIOR-QTDE-PARCELAS TO ALTERACAO-ANTERIOR-WS
           END-IF.
           MOVE CONDICAO-QTDE-PARCELAS TO ALTERACAO-NOVO-WS.
           PERFORM REGISTRA-ALTERACAO-TEXTO.
           MOVE 1 TO PARCELA-SUB.
           PERFORM REGISTRA-PARCELA-CONDICAO
               UNTIL PARCELA-SUB > 6.

      *    REGISTRA-PARCELA-CONDICAO: NA INCLUSAO SO AS PARCELAS
      *    PREENCHIDAS VIRAM LINHA; NA ALTERACAO, SO AS QUE MUDARAM.
       REGISTRA-PARCELA-CONDICAO.
           IF ALTERACAO-OPERACAO-WS NOT = "I"
                   OR CONDICAO-PARCELA-PERCENTUAL (PARCELA-SUB)
                       NOT = ZERO
               MOVE SPACE TO ALTERACAO-CAMPO-WS
               STRING "PARCELA-" DELIMITED BY SIZE
                      PARCELA-SUB DELIMITED BY SIZE
                      "-DIAS" DELIMITED BY SIZE
                   INTO ALTERACAO-CAMPO-WS
               MOVE SPACE TO ALTERACAO-ANTERIOR-WS
               IF ALTERACAO-OPERACAO-WS NOT = "I"
                   MOVE ANTERIOR-PARCELA-DIAS (PARCELA-SUB)
                       TO ALTERACAO-ANTERIOR-WS
               END-IF
               MOVE CONDICAO-PARCELA-DIAS (PARCELA-SUB)
                   TO ALTERACAO-NOVO-WS
               PERFORM REGISTRA-ALTERACAO-TEXTO
               MOVE SPACE TO ALTERACAO-CAMPO-WS
               STRING "PARCELA-" DELIMITED BY SIZE
                      PARCELA-SUB DELIMITED BY SIZE
                      "-PERC" DELIMITED BY SIZE
                   INTO ALTERACAO-CAMPO-WS
               MOVE ANTERIOR-PARCELA-PERCENTUAL (PARCELA-SUB)
                   TO ALTERACAO-NUM-ANTERIOR-WS
               MOVE CONDICAO-PARCELA-PERCENTUAL (PARCELA-SUB)
                   TO ALTERACAO-NUM-NOVO-WS
               PERFORM REGISTRA-ALTERACAO-VALOR
           END-IF.
           ADD 1 TO PARCELA-SUB.

       REGISTRA-RETIRADA-CONDICAO.
           PERFORM PREPARA-ALTERACAO-CONDICAO.
           MOVE "E" TO ALTERACAO-OPERACAO-WS.
           MOVE "STATUS" TO ALTERACAO-CAMPO-WS.
           MOVE ANTERIOR-STATUS TO ALTERACAO-ANTERIOR-WS.
           MOVE CONDICAO-STATUS TO ALTERACAO-NOVO-WS.
           PERFORM REGISTRA-ALTERACAO-TEXTO.

       PREPARA-ALTERACAO-CONDICAO.
           MOVE "CONDPAGTO" TO ALTERACAO-ARQUIVO-WS.
           MOVE CONDICAO-CODIGO TO ALTERACAO-CHAVE-WS.
           MOVE "PROG110" TO ALTERACAO-PROGRAMA-WS.
           MOVE OPERADOR-ID TO ALTERACAO-OPERADOR-WS.

       LISTA-CONDICOES.
           MOVE 0 TO TOTAL-LISTADOS.
           OPEN INPUT ARQUIVO-CONDICAO.
               ADD 1 TO TOTAL-LISTADOS
               DISPLAY CONDICAO-CODIGO " " CONDICAO-DIAS " DIAS - "
                       CONDICAO-DESCRICAO " " CONDICAO-STATUS
               IF CONDICAO-QTDE-PARCELAS IS NUMERIC
                       AND CONDICAO-QTDE-PARCELAS > 1
                       AND CONDICAO-QTDE-PARCELAS NOT > 6
                   MOVE 1 TO PARCELA-SUB
                   PERFORM LISTA-UMA-PARCELA
                       UNTIL PARCELA-SUB > CONDICAO-QTDE-PARCELAS
               END-IF
           END-IF.

       LISTA-UMA-PARCELA.
           MOVE CONDICAO-PARCELA-PERCENTUAL (PARCELA-SUB)
               TO PERCENTUAL-EDITADO.
           DISPLAY "     PARCELA " PARCELA-SUB ": "
                   CONDICAO-PARCELA-DIAS (PARCELA-SUB) " DIAS - "
                   PERCENTUAL-EDITADO "%".
           ADD 1 TO PARCELA-SUB.

      *    PEDE-PARCELAS-CONDICAO: QUANTIDADE E, SE MAIS DE UMA, DIAS
      *    E PERCENTUAL DE CADA PARCELA; ZERO OU UM E PARCELA UNICA
      *    NOS DIAS DE PRAZO DA CONDICAO.
       PEDE-PARCELAS-CONDICAO.
           MOVE ZERO TO NOVA-QTDE-PARCELAS.
           MOVE ZERO TO NOVAS-PARCELAS.
           DISPLAY "QUANTIDADE DE PARCELAS (1 A 6, 0 = UNICA): ".
           ACCEPT NOVA-QTDE-PARCELAS.
           IF NOVA-QTDE-PARCELAS > 1
               MOVE 1 TO PARCELA-SUB
               PERFORM PEDE-UMA-PARCELA
                   UNTIL PARCELA-SUB > NOVA-QTDE-PARCELAS
                      OR PARCELA-SUB > 6
           END-IF.
           PERFORM VALIDA-PARCELAS-CONDICAO.

       PEDE-UMA-PARCELA.
           DISPLAY "PARCELA " PARCELA-SUB " - DIAS DESDE A EMISSAO: ".
           ACCEPT NOVA-PARCELA-DIAS (PARCELA-SUB).
           DISPLAY "PARCELA " PARCELA-SUB " - PERCENTUAL DO TOTAL: ".
           ACCEPT NOVA-PARCELA-PERCENTUAL (PARCELA-SUB).
           ADD 1 TO PARCELA-SUB.

      *    VALIDA-PARCELAS-CONDICAO: NO MAXIMO 6, PERCENTUAIS
      *    SOMANDO 100 E DIAS ESTRITAMENTE CRESCENTES.
       VALIDA-PARCELAS-CONDICAO.
           MOVE "S" TO PARCELAS-VALIDAS.
           IF NOVA-QTDE-PARCELAS > 6
               DISPLAY "NO MAXIMO 6 PARCELAS."
               MOVE "N" TO PARCELAS-VALIDAS
           ELSE
               IF NOVA-QTDE-PARCELAS > 1
                   MOVE ZERO TO SOMA-PERCENTUAIS
                   MOVE 1 TO PARCELA-SUB
                   PERFORM CONFERE-UMA-PARCELA
                       UNTIL PARCELA-SUB > NOVA-QTDE-PARCELAS
                   IF SOMA-PERCENTUAIS NOT = 100
                       DISPLAY "OS PERCENTUAIS DAS PARCELAS NAO "
                               "SOMAM 100."
                       MOVE "N" TO PARCELAS-VALIDAS
                   END-IF
               END-IF
           END-IF.

       CONFERE-UMA-PARCELA.
           ADD NOVA-PARCELA-PERCENTUAL (PARCELA-SUB)
               TO SOMA-PERCENTUAIS.
           IF NOVA-PARCELA-PERCENTUAL (PARCELA-SUB) = ZERO
               DISPLAY "PARCELA " PARCELA-SUB " SEM PERCENTUAL."
               MOVE "N" TO PARCELAS-VALIDAS
           END-IF.
           IF PARCELA-SUB > 1
               IF NOVA-PARCELA-DIAS (PARCELA-SUB) NOT >
                       NOVA-PARCELA-DIAS (PARCELA-SUB - 1)
                   DISPLAY "OS DIAS DA PARCELA " PARCELA-SUB
                           " TEM DE SER MAIORES QUE OS DA ANTERIOR."
                   MOVE "N" TO PARCELAS-VALIDAS
               END-IF
           END-IF.
           ADD 1 TO PARCELA-SUB.

      *    COPIA-PARCELAS-CONDICAO: PASSA O CRONOGRAMA CONFERIDO PARA
      *    O REGISTRO; CONDICAO-DIAS FICA COM OS DIAS DA ULTIMA.
       COPIA-PARCELAS-CONDICAO.
           IF NOVA-QTDE-PARCELAS > 1 AND PARCELAS-VALIDAS = "S"
               MOVE NOVA-QTDE-PARCELAS TO CONDICAO-QTDE-PARCELAS
               MOVE ZERO TO PARCELA-SUB
               PERFORM COPIA-UMA-PARCELA 6 TIMES
               MOVE CONDICAO-PARCELA-DIAS (NOVA-QTDE-PARCELAS)
                   TO CONDICAO-DIAS
           ELSE
               MOVE ZERO TO CONDICAO-QTDE-PARCELAS
               PERFORM AJUSTA-PARCELA-UNICA
           END-IF.

       COPIA-UMA-PARCELA.
           ADD 1 TO PARCELA-SUB.
           MOVE NOVA-PARCELA-DIAS (PARCELA-SUB)
               TO CONDICAO-PARCELA-DIAS (PARCELA-SUB).
           MOVE NOVA-PARCELA-PERCENTUAL (PARCELA-SUB)
               TO CONDICAO-PARCELA-PERCENTUAL (PARCELA-SUB).

      *    AJUSTA-PARCELA-UNICA: CONDICAO DE PARCELA UNICA (OU AINDA
      *    SEM O CRONOGRAMA GRAVADO) FICA COM UMA PARCELA DE 100% NOS
      *    DIAS DE PRAZO DA CONDICAO.
       AJUSTA-PARCELA-UNICA.
           IF CONDICAO-QTDE-PARCELAS IS NOT NUMERIC
                   OR CONDICAO-QTDE-PARCELAS NOT > 1
               MOVE 1 TO CONDICAO-QTDE-PARCELAS
               MOVE ZERO TO PARCELA-SUB
               PERFORM LIMPA-UMA-PARCELA 6 TIMES
               MOVE CONDICAO-DIAS TO CONDICAO-PARCELA-DIAS (1)
               MOVE 100 TO CONDICAO-PARCELA-PERCENTUAL (1)
           ELSE
               IF CONDICAO-QTDE-PARCELAS NOT > 6
                   MOVE CONDICAO-PARCELA-DIAS (CONDICAO-QTDE-PARCELAS)
                       TO CONDICAO-DIAS
               END-IF
           END-IF.

       LIMPA-UMA-PARCELA.
           ADD 1 TO PARCELA-SUB.
           MOVE ZERO TO CONDICAO-PARCELA-DIAS (PARCELA-SUB).
           MOVE ZERO TO CONDICAO-PARCELA-PERCENTUAL (PARCELA-SUB).

      *    ATRIBUI-CONDICAO-CLIENTE: GRAVA O CODIGO DA CONDICAO NA
      *    FICHA DO CLIENTE. SO CONDICAO ATIVA DA TABELA E ACEITA;
      *    ZERO VOLTA O CLIENTE AO PRAZO PADRAO.
                   INVALID KEY
                       DISPLAY "CLIENTE NAO ENCONTRADO."
                   NOT INVALID KEY
                       MOVE CLIENTE-COND-PAGTO TO COND-PAGTO-ANTERIOR
                       MOVE CODIGO-PROCURADO TO CLIENTE-COND-PAGTO
                       REWRITE CLIENTE-REGISTRO
                           INVALID KEY
                           NOT INVALID KEY
                               DISPLAY "CONDICAO ATRIBUIDA AO "
                                       "CLIENTE " CLIENTE-NOME "."
                               PERFORM REGISTRA-CONDICAO-CLIENTE
                       END-REWRITE
               END-READ
               CLOSE ARQUIVO-CLIENTE
           END-IF.

      *    REGISTRA-CONDICAO-CLIENTE: A TROCA DE CONDICAO DO CLIENTE
      *    E MUDANCA NO CADASTRO DE CLIENTES, COM O CODIGO DO CLIENTE
      *    COMO CHAVE.
       REGISTRA-CONDICAO-CLIENTE.
           MOVE "CLIENTES" TO ALTERACAO-ARQUIVO-WS.
           MOVE CLIENTE-CODIGO TO ALTERACAO-CHAVE-WS.
           MOVE "PROG110" TO ALTERACAO-PROGRAMA-WS.
           MOVE OPERADOR-ID TO ALTERACAO-OPERADOR-WS.
           MOVE "A" TO ALTERACAO-OPERACAO-WS.
           MOVE "COND-PAGTO" TO ALTERACAO-CAMPO-WS.
           MOVE COND-PAGTO-ANTERIOR TO ALTERACAO-ANTERIOR-WS.
           MOVE CLIENTE-COND-PAGTO TO ALTERACAO-NOVO-WS.
           PERFORM REGISTRA-ALTERACAO-TEXTO.

           COPY "ALTPROC.cob".
