       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG197.
      *    RELATORIO MENSAL DO CUSTO DE CONSERTO DE TERMINAIS: SOMA
      *    AS PECAS E A MAO DE OBRA GRAVADAS NAS ORDENS DE SERVICO
      *    FECHADAS NA COMPETENCIA (ORDEMSERV.DAT, PROG154), POR
      *    TERMINAL E POR CLIENTE, E POE AO LADO O ALUGUEL MENSAL -
      *    O VALOR DO CONTRATO ATIVO (CONTRATOS.DAT) OU, SEM
      *    CONTRATO, A TARIFA DO TIPO (TARIFATERM.DAT), A MESMA
      *    REGRA DO FATURAMENTO DE ALUGUEL (PROG155).
      *    POR TERMINAL SAI TAMBEM O CUSTO ACUMULADO DE TODAS AS
      *    ORDENS FECHADAS; ACUMULADO ACIMA DE 12 ALUGUEIS MARCA
      *    "AVALIAR TROCA". POR CLIENTE, O CUSTO DO MES CONTRA O
      *    ALUGUEL DE TODOS OS SEUS TERMINAIS (ATRIBTERM.DAT); CUSTO
      *    MAIOR QUE O ALUGUEL MARCA "ALUGUEL NAO PAGA". TERMINAL
      *    SEM ATRIBUICAO ENTRA COMO CLIENTE ZERO.
      *    COMPETENCIA: PROG197-COMPETENCIA (AAAAMM), PADRAO O MES
      *    ANTERIOR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "OSSEL.cob".
           COPY "ATRSEL.cob".
           COPY "TERMSEL.cob".
           COPY "TRFSEL.cob".
           COPY "CTRSEL.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "OSREG.cob".
           COPY "ATRREG.cob".
           COPY "TERMREG.cob".
           COPY "TRFREG.cob".
           COPY "CTRREG.cob".

       WORKING-STORAGE SECTION.

       01  ORDEM-SERVICO-FILE-STATUS PIC XX.
       01  ORDEM-SERVICO-PATH        PIC X(100).
       01  ATRIBUICAO-FILE-STATUS    PIC XX.
       01  TERMINAL-FILE-STATUS      PIC XX.
       01  TARIFA-FILE-STATUS        PIC XX.
       01  TARIFA-PATH               PIC X(100).
       01  CONTRATO-FILE-STATUS      PIC XX.
       01  CONTRATO-PATH             PIC X(100).
       01  TEM-CONTRATOS             PIC X.
       01  FINAL-ARQUIVO             PIC X.
       01  DATA-HOJE                 PIC 9(08).

       01  COMPETENCIA-ENV           PIC X(06).
       01  COMPETENCIA               PIC 9(06).
       01  COMPETENCIA-R REDEFINES COMPETENCIA.
           05 COMPETENCIA-ANO        PIC 9(04).
           05 COMPETENCIA-MES        PIC 9(02).
       01  COMPETENCIA-FECHAMENTO    PIC 9(06).

       01  CUSTO-DA-ORDEM            PIC 9(08)V9(02).
       01  PECAS-DA-ORDEM            PIC 9(07)V9(02).
       01  MAO-OBRA-DA-ORDEM         PIC 9(07)V9(02).
       01  PRECO-DO-TERMINAL         PIC 9(07)V9(02).

      *    TERMINAIS COM ORDEM FECHADA.
       01  QTDE-TERMINAIS            PIC 9(03) VALUE 0.
       01  TABELA-TERMINAIS.
           05 TRM-ENTRADA OCCURS 500 TIMES INDEXED BY TRM-IDX.
              10 TRM-TERMINAL        PIC X(10).
              10 TRM-CLIENTE         PIC 9(08).
              10 TRM-ORDENS-MES      PIC 9(04).
              10 TRM-PECAS-MES       PIC 9(09)V9(02).
              10 TRM-MAO-OBRA-MES    PIC 9(09)V9(02).
              10 TRM-CUSTO-TOTAL     PIC 9(09)V9(02).
              10 TRM-ALUGUEL         PIC 9(07)V9(02).
       01  TERMINAIS-CHEIA           PIC X VALUE "N".
           88 AVISO-TERMINAIS-EXIBIDO    VALUE "S".
       01  TERMINAL-ACHADO           PIC X.
       01  TRM-SUB                   PIC 9(03).

      *    CLIENTES COM TERMINAL ATRIBUIDO.
       01  QTDE-CLIENTES             PIC 9(03) VALUE 0.
       01  TABELA-CLIENTES.
           05 CLI-ENTRADA OCCURS 500 TIMES INDEXED BY CLI-IDX.
              10 CLI-CODIGO          PIC 9(08).
              10 CLI-NOME            PIC X(20).
              10 CLI-TERMINAIS       PIC 9(04).
              10 CLI-ALUGUEL         PIC 9(09)V9(02).
              10 CLI-CUSTO-MES       PIC 9(09)V9(02).
       01  CLIENTES-CHEIA            PIC X VALUE "N".
           88 AVISO-CLIENTES-EXIBIDO     VALUE "S".
       01  CLIENTE-ACHADO            PIC X.
       01  CLIENTE-PROCURADO         PIC 9(08).
       01  NOME-PROCURADO            PIC X(20).
       01  CLI-SUB                   PIC 9(03).

       01  TOTAL-ORDENS-MES          PIC 9(05) VALUE 0.
       01  TOTAL-PECAS-MES           PIC 9(09)V9(02) VALUE 0.
       01  TOTAL-MAO-OBRA-MES        PIC 9(09)V9(02) VALUE 0.
       01  TOTAL-TROCAR              PIC 9(04) VALUE 0.
       01  TOTAL-NAO-PAGA            PIC 9(04) VALUE 0.
       01  LIMITE-TROCA              PIC 9(09)V9(02).
       01  SALDO-CLIENTE             PIC S9(09)V9(02).
       01  VALOR-EDITADO             PIC $$,$$$,$$$,$$9.99.
       01  VALOR-EDITADO-2           PIC $$,$$$,$$$,$$9.99.
       01  VALOR-EDITADO-3           PIC $$,$$$,$$$,$$9.99.
       01  SALDO-EDITADO             PIC -$$$,$$$,$$9.99.
       01  MARCA-LINHA               PIC X(16).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE 0 TO RETURN-CODE.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM INICIALIZA-CAMINHOS.
           PERFORM INICIALIZA-PARAMETROS.

           OPEN INPUT ARQUIVO-ORDEM-SERVICO.
           IF ORDEM-SERVICO-FILE-STATUS = "35"
               DISPLAY "ORDEMSERV.DAT NAO ENCONTRADO. NENHUMA "
                       "ORDEM DE SERVICO."
               GO TO PROGRAM-DONE
           END-IF.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM ACUMULA-PROXIMA-ORDEM
               UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-ORDEM-SERVICO.

           OPEN INPUT ARQUIVO-ATRIBUICAO.
           IF ATRIBUICAO-FILE-STATUS NOT = "35"
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
               PERFORM EXAMINA-PROXIMA-ATRIBUICAO
                   UNTIL FINAL-ARQUIVO = "S"
               IF TEM-CONTRATOS = "S"
                   CLOSE ARQUIVO-CONTRATO
               END-IF
               IF TARIFA-FILE-STATUS NOT = "35"
                   CLOSE ARQUIVO-TARIFA
               END-IF
               IF TERMINAL-FILE-STATUS NOT = "35"
                   CLOSE ARQUIVO-TERMINAL
               END-IF
               CLOSE ARQUIVO-ATRIBUICAO
           END-IF.

           MOVE 1 TO TRM-SUB.
           PERFORM DISTRIBUI-CUSTO-CLIENTE
               UNTIL TRM-SUB > QTDE-TERMINAIS.

           PERFORM IMPRIME-RELATORIO.

       PROGRAM-DONE.
           GOBACK.

       INICIALIZA-CAMINHOS.
           MOVE "ordemserv.dat" TO ORDEM-SERVICO-PATH.
           ACCEPT ORDEM-SERVICO-PATH FROM ENVIRONMENT "ORDEMSERV_DAT".
           IF ORDEM-SERVICO-PATH = SPACE
               MOVE "ordemserv.dat" TO ORDEM-SERVICO-PATH
           END-IF.

           MOVE "tarifaterm.dat" TO TARIFA-PATH.
           ACCEPT TARIFA-PATH FROM ENVIRONMENT "TARIFATERM_DAT".
           IF TARIFA-PATH = SPACE
               MOVE "tarifaterm.dat" TO TARIFA-PATH
           END-IF.

           MOVE "contratos.dat" TO CONTRATO-PATH.
           ACCEPT CONTRATO-PATH FROM ENVIRONMENT "CONTRATO_DAT".
           IF CONTRATO-PATH = SPACE
               MOVE "contratos.dat" TO CONTRATO-PATH
           END-IF.

      *    INICIALIZA-PARAMETROS: SEM A COMPETENCIA, O MES ANTERIOR
      *    (O RELATORIO RODA NO COMECO DO MES SEGUINTE).
       INICIALIZA-PARAMETROS.
           COMPUTE COMPETENCIA = DATA-HOJE / 100.
           IF COMPETENCIA-MES = 1
               SUBTRACT 1 FROM COMPETENCIA-ANO
               MOVE 12 TO COMPETENCIA-MES
           ELSE
               SUBTRACT 1 FROM COMPETENCIA-MES
           END-IF.

           MOVE SPACE TO COMPETENCIA-ENV.
           ACCEPT COMPETENCIA-ENV
               FROM ENVIRONMENT "PROG197-COMPETENCIA".
           IF COMPETENCIA-ENV IS NUMERIC
               MOVE COMPETENCIA-ENV TO COMPETENCIA
           END-IF.

      *    ACUMULA-PROXIMA-ORDEM: ORDEM FECHADA ENTRA NO ACUMULADO DO
      *    TERMINAL; SE FECHOU NA COMPETENCIA, TAMBEM NO MES. ORDEM
      *    ANTERIOR AOS CAMPOS DE CUSTO (EM BRANCO) CONTA SO A ORDEM.
       ACUMULA-PROXIMA-ORDEM.
           READ ARQUIVO-ORDEM-SERVICO NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S" AND OS-FECHADA
               MOVE ZERO TO PECAS-DA-ORDEM
               MOVE ZERO TO MAO-OBRA-DA-ORDEM
               IF OS-CUSTO-PECAS IS NUMERIC
                   MOVE OS-CUSTO-PECAS TO PECAS-DA-ORDEM
               END-IF
               IF OS-CUSTO-MAO-OBRA IS NUMERIC
                   MOVE OS-CUSTO-MAO-OBRA TO MAO-OBRA-DA-ORDEM
               END-IF
               COMPUTE CUSTO-DA-ORDEM =
                   PECAS-DA-ORDEM + MAO-OBRA-DA-ORDEM
               PERFORM LOCALIZA-TERMINAL
               IF TERMINAL-ACHADO = "S"
                   ADD CUSTO-DA-ORDEM TO TRM-CUSTO-TOTAL (TRM-IDX)
                   COMPUTE COMPETENCIA-FECHAMENTO =
                       OS-DATA-FECHAMENTO / 100
                   IF COMPETENCIA-FECHAMENTO = COMPETENCIA
                       ADD 1 TO TRM-ORDENS-MES (TRM-IDX)
                       ADD PECAS-DA-ORDEM TO TRM-PECAS-MES (TRM-IDX)
                       ADD MAO-OBRA-DA-ORDEM
                           TO TRM-MAO-OBRA-MES (TRM-IDX)
                   END-IF
               END-IF
           END-IF.

       LOCALIZA-TERMINAL.
           MOVE "N" TO TERMINAL-ACHADO.
           SET TRM-IDX TO 1.
           SEARCH TRM-ENTRADA
               AT END
                   CONTINUE
               WHEN TRM-IDX > QTDE-TERMINAIS
                   CONTINUE
               WHEN TRM-TERMINAL (TRM-IDX) = OS-TERMINAL-CHAVE
                   MOVE "S" TO TERMINAL-ACHADO
           END-SEARCH.
           IF TERMINAL-ACHADO NOT = "S"
               IF QTDE-TERMINAIS < 500
                   ADD 1 TO QTDE-TERMINAIS
                   SET TRM-IDX TO QTDE-TERMINAIS
                   MOVE OS-TERMINAL-CHAVE TO TRM-TERMINAL (TRM-IDX)
                   MOVE ZERO TO TRM-CLIENTE (TRM-IDX)
                   MOVE ZERO TO TRM-ORDENS-MES (TRM-IDX)
                   MOVE ZERO TO TRM-PECAS-MES (TRM-IDX)
                   MOVE ZERO TO TRM-MAO-OBRA-MES (TRM-IDX)
                   MOVE ZERO TO TRM-CUSTO-TOTAL (TRM-IDX)
                   MOVE ZERO TO TRM-ALUGUEL (TRM-IDX)
                   MOVE "S" TO TERMINAL-ACHADO
               ELSE
                   IF NOT AVISO-TERMINAIS-EXIBIDO
                       DISPLAY "*** ATENCAO: LIMITE DE 500 TERMINAIS "
                               "ATINGIDO - O RESTO FICA DE FORA ***"
                       MOVE "S" TO TERMINAIS-CHEIA
                   END-IF
               END-IF
           END-IF.

      *    EXAMINA-PROXIMA-ATRIBUICAO: PRECIFICA O TERMINAL, SOMA O
      *    ALUGUEL NO CLIENTE E, SE O TERMINAL TEVE CONSERTO, GUARDA
      *    NELE O CLIENTE E O ALUGUEL.
       EXAMINA-PROXIMA-ATRIBUICAO.
           READ ARQUIVO-ATRIBUICAO NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               PERFORM PRECIFICA-ATRIBUICAO
               MOVE ATRIB-CLIENTE-CODIGO TO CLIENTE-PROCURADO
               MOVE ATRIB-CLIENTE-NOME TO NOME-PROCURADO
               PERFORM LOCALIZA-CLIENTE
               IF CLIENTE-ACHADO = "S"
                   ADD 1 TO CLI-TERMINAIS (CLI-IDX)
                   ADD PRECO-DO-TERMINAL TO CLI-ALUGUEL (CLI-IDX)
               END-IF
               SET TRM-IDX TO 1
               SEARCH TRM-ENTRADA
                   AT END
                       CONTINUE
                   WHEN TRM-IDX > QTDE-TERMINAIS
                       CONTINUE
                   WHEN TRM-TERMINAL (TRM-IDX) = ATRIB-TERMINAL-CHAVE
                       MOVE ATRIB-CLIENTE-CODIGO
                           TO TRM-CLIENTE (TRM-IDX)
                       MOVE PRECO-DO-TERMINAL TO TRM-ALUGUEL (TRM-IDX)
               END-SEARCH
           END-IF.

      *    PRECIFICA-ATRIBUICAO: CONTRATO ATIVO MANDA NO PRECO; SEM
      *    CONTRATO, A TARIFA ATIVA DO TIPO; CONTRATO ENCERRADO OU
      *    TIPO SEM TARIFA NAO RENDE ALUGUEL.
       PRECIFICA-ATRIBUICAO.
           MOVE ZERO TO PRECO-DO-TERMINAL.
           MOVE SPACE TO CONTRATO-SITUACAO.
           IF TEM-CONTRATOS = "S"
               MOVE ATRIB-CLIENTE-CODIGO TO CONTRATO-CLIENTE-CODIGO
               MOVE ATRIB-TERMINAL-CHAVE TO CONTRATO-TERMINAL
               READ ARQUIVO-CONTRATO
                   INVALID KEY
                       MOVE SPACE TO CONTRATO-SITUACAO
               END-READ
           END-IF.
           EVALUATE TRUE
               WHEN CONTRATO-ATIVO
                   MOVE CONTRATO-VALOR-MENSAL TO PRECO-DO-TERMINAL
               WHEN CONTRATO-ENCERRADO
                   CONTINUE
               WHEN TERMINAL-FILE-STATUS = "35"
                       OR TARIFA-FILE-STATUS = "35"
                   CONTINUE
               WHEN OTHER
                   PERFORM BUSCA-TARIFA-TERMINAL
           END-EVALUATE.

       BUSCA-TARIFA-TERMINAL.
           MOVE ATRIB-TERMINAL-CHAVE TO TERMINAL-CHAVE.
           READ ARQUIVO-TERMINAL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE TERMINAL-LOCALIDADE TO TARIFA-LOCALIDADE
                   READ ARQUIVO-TARIFA
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF TARIFA-ATIVA
                               MOVE TARIFA-PRECO TO PRECO-DO-TERMINAL
                           END-IF
                   END-READ
           END-READ.

       LOCALIZA-CLIENTE.
           MOVE "N" TO CLIENTE-ACHADO.
           SET CLI-IDX TO 1.
           SEARCH CLI-ENTRADA
               AT END
                   CONTINUE
               WHEN CLI-IDX > QTDE-CLIENTES
                   CONTINUE
               WHEN CLI-CODIGO (CLI-IDX) = CLIENTE-PROCURADO
                   MOVE "S" TO CLIENTE-ACHADO
           END-SEARCH.
           IF CLIENTE-ACHADO NOT = "S"
               IF QTDE-CLIENTES < 500
                   ADD 1 TO QTDE-CLIENTES
                   SET CLI-IDX TO QTDE-CLIENTES
                   MOVE CLIENTE-PROCURADO TO CLI-CODIGO (CLI-IDX)
                   MOVE NOME-PROCURADO TO CLI-NOME (CLI-IDX)
                   MOVE ZERO TO CLI-TERMINAIS (CLI-IDX)
                   MOVE ZERO TO CLI-ALUGUEL (CLI-IDX)
                   MOVE ZERO TO CLI-CUSTO-MES (CLI-IDX)
                   MOVE "S" TO CLIENTE-ACHADO
               ELSE
                   IF NOT AVISO-CLIENTES-EXIBIDO
                       DISPLAY "*** ATENCAO: LIMITE DE 500 CLIENTES "
                               "ATINGIDO - O RESTO FICA DE FORA ***"
                       MOVE "S" TO CLIENTES-CHEIA
                   END-IF
               END-IF
           END-IF.

       DISTRIBUI-CUSTO-CLIENTE.
           IF TRM-ORDENS-MES (TRM-SUB) NOT = 0
               MOVE TRM-CLIENTE (TRM-SUB) TO CLIENTE-PROCURADO
               MOVE "(SEM CLIENTE)" TO NOME-PROCURADO
               PERFORM LOCALIZA-CLIENTE
               IF CLIENTE-ACHADO = "S"
                   COMPUTE CLI-CUSTO-MES (CLI-IDX) =
                       CLI-CUSTO-MES (CLI-IDX)
                       + TRM-PECAS-MES (TRM-SUB)
                       + TRM-MAO-OBRA-MES (TRM-SUB)
               END-IF
           END-IF.
           ADD 1 TO TRM-SUB.

       IMPRIME-RELATORIO.
           DISPLAY "CUSTO DE CONSERTO DE TERMINAIS - COMPETENCIA "
                   COMPETENCIA.
           DISPLAY "============================================".
           DISPLAY "POR TERMINAL:".
           DISPLAY "TERMINAL   ORDENS        PECAS    MAO DE OBRA"
                   "     ACUMULADO        ALUGUEL".
           MOVE 1 TO TRM-SUB.
           PERFORM IMPRIME-UM-TERMINAL
               UNTIL TRM-SUB > QTDE-TERMINAIS.
           DISPLAY "--------------------------------------------".
           DISPLAY "ORDENS FECHADAS NO MES..: " TOTAL-ORDENS-MES.
           MOVE TOTAL-PECAS-MES TO VALOR-EDITADO.
           DISPLAY "CUSTO DAS PECAS.........: " VALOR-EDITADO.
           MOVE TOTAL-MAO-OBRA-MES TO VALOR-EDITADO.
           DISPLAY "CUSTO DA MAO DE OBRA....: " VALOR-EDITADO.
           DISPLAY "TERMINAIS A AVALIAR TROCA: " TOTAL-TROCAR.

           DISPLAY " ".
           DISPLAY "POR CLIENTE:".
           DISPLAY "CLIENTE  NOME                 TERM       ALUGUEL"
                   "    CUSTO DO MES           SALDO".
           MOVE 1 TO CLI-SUB.
           PERFORM IMPRIME-UM-CLIENTE
               UNTIL CLI-SUB > QTDE-CLIENTES.
           DISPLAY "--------------------------------------------".
           DISPLAY "CLIENTES CUJO ALUGUEL NAO PAGA: " TOTAL-NAO-PAGA.

       IMPRIME-UM-TERMINAL.
           IF TRM-ORDENS-MES (TRM-SUB) NOT = 0
               ADD TRM-ORDENS-MES (TRM-SUB) TO TOTAL-ORDENS-MES
               ADD TRM-PECAS-MES (TRM-SUB) TO TOTAL-PECAS-MES
               ADD TRM-MAO-OBRA-MES (TRM-SUB) TO TOTAL-MAO-OBRA-MES
               MOVE SPACE TO MARCA-LINHA
               COMPUTE LIMITE-TROCA = TRM-ALUGUEL (TRM-SUB) * 12
               IF TRM-ALUGUEL (TRM-SUB) NOT = 0
                       AND TRM-CUSTO-TOTAL (TRM-SUB) > LIMITE-TROCA
                   MOVE "AVALIAR TROCA" TO MARCA-LINHA
                   ADD 1 TO TOTAL-TROCAR
               END-IF
               MOVE TRM-PECAS-MES (TRM-SUB) TO VALOR-EDITADO
               MOVE TRM-MAO-OBRA-MES (TRM-SUB) TO VALOR-EDITADO-2
               MOVE TRM-CUSTO-TOTAL (TRM-SUB) TO VALOR-EDITADO-3
               DISPLAY TRM-TERMINAL (TRM-SUB) " "
                       TRM-ORDENS-MES (TRM-SUB) " " VALOR-EDITADO
                       " " VALOR-EDITADO-2 " " VALOR-EDITADO-3
               MOVE TRM-ALUGUEL (TRM-SUB) TO VALOR-EDITADO
               DISPLAY "           ALUGUEL MENSAL " VALOR-EDITADO
                       " CLIENTE " TRM-CLIENTE (TRM-SUB) " "
                       MARCA-LINHA
           END-IF.
           ADD 1 TO TRM-SUB.

       IMPRIME-UM-CLIENTE.
           IF CLI-CUSTO-MES (CLI-SUB) NOT = 0
               MOVE SPACE TO MARCA-LINHA
               COMPUTE SALDO-CLIENTE =
                   CLI-ALUGUEL (CLI-SUB) - CLI-CUSTO-MES (CLI-SUB)
               IF SALDO-CLIENTE < 0
                   MOVE "ALUGUEL NAO PAGA" TO MARCA-LINHA
                   ADD 1 TO TOTAL-NAO-PAGA
               END-IF
               MOVE CLI-ALUGUEL (CLI-SUB) TO VALOR-EDITADO
               MOVE CLI-CUSTO-MES (CLI-SUB) TO VALOR-EDITADO-2
               MOVE SALDO-CLIENTE TO SALDO-EDITADO
               DISPLAY CLI-CODIGO (CLI-SUB) " " CLI-NOME (CLI-SUB)
                       " " CLI-TERMINAIS (CLI-SUB) " " VALOR-EDITADO
                       " " VALOR-EDITADO-2 " " SALDO-EDITADO
               IF MARCA-LINHA NOT = SPACE
                   DISPLAY "         *** " MARCA-LINHA " ***"
               END-IF
           END-IF.
           ADD 1 TO CLI-SUB.
