       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG191.
      *    RELATORIO SEMANAL DE PROMESSAS POR COBRADOR: DAS LIGACOES
      *    DE CONTATOS.DAT FEITAS NOS ULTIMOS 7 DIAS (ATE HOJE), CONTA
      *    POR COBRADOR AS LIGACOES, AS PROMESSAS FEITAS E COMO ELAS
      *    ESTAO DEPOIS DA CONFERENCIA DIARIA (PROG190) - CUMPRIDAS,
      *    QUEBRADAS, AINDA EM ABERTO - COM O VALOR PROMETIDO E O
      *    RECEBIDO. O PERCENTUAL CUMPRIDO E SOBRE AS PROMESSAS JA
      *    VENCIDAS (CUMPRIDAS MAIS QUEBRADAS). O INICIO DO PERIODO
      *    PODE VIR EM PROG191-INICIO (AAAAMMDD); SEM ELE, HOJE MENOS
      *    6 DIAS, CONTADOS PELO CALENDARIO DO PROG97.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CTTSEL.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "CTTREG.cob".

       WORKING-STORAGE SECTION.

       01  CONTATO-FILE-STATUS     PIC XX.
       01  CONTATO-PATH            PIC X(100).
       01  FINAL-ARQUIVO           PIC X.
       01  DATA-HOJE               PIC 9(08).
       01  DATA-INICIO             PIC 9(08).
       01  DATA-INICIO-ENV         PIC X(08).
       01  DATA-TRABALHO           PIC 9(08).
       01  DATA-TRABALHO-R REDEFINES DATA-TRABALHO.
           05 TRAB-ANO             PIC 9(04).
           05 TRAB-MES             PIC 9(02).
           05 TRAB-DIA             PIC 9(02).
       01  DIAS-ATE-HOJE           PIC 9(03).
       01  DIAS-AVANCADOS          PIC 9(03).

       01  DU-FUNCAO-WS            PIC X(01).
       01  DU-DATA-1-WS            PIC 9(08).
       01  DU-DATA-2-WS            PIC 9(08).
       01  DU-RESULTADO-WS         PIC S9(05).

       01  QTDE-COBRADORES         PIC 9(03) VALUE 0.
       01  TABELA-COBRADORES.
           05 COB-ENTRADA OCCURS 50 TIMES INDEXED BY COB-IDX.
              10 COB-OPERADOR      PIC X(10).
              10 COB-LIGACOES      PIC 9(05).
              10 COB-PROMESSAS     PIC 9(05).
              10 COB-CUMPRIDAS     PIC 9(05).
              10 COB-QUEBRADAS     PIC 9(05).
              10 COB-ABERTAS       PIC 9(05).
              10 COB-PROMETIDO     PIC 9(11)V9(02).
              10 COB-RECEBIDO      PIC 9(11)V9(02).
       01  TABELA-CHEIA            PIC X VALUE "N".
           88 AVISO-CHEIA-JA-EXIBIDO   VALUE "S".
       01  COBRADOR-ACHADO         PIC X.

       01  TOTAL-LIGACOES          PIC 9(05) VALUE 0.
       01  TOTAL-PROMESSAS         PIC 9(05) VALUE 0.
       01  TOTAL-CUMPRIDAS         PIC 9(05) VALUE 0.
       01  TOTAL-QUEBRADAS         PIC 9(05) VALUE 0.
       01  PERC-CUMPRIDO           PIC 9(03).

       01  VALOR-EDITADO           PIC $$,$$$,$$$,$$9.99.
       01  VALOR-EDITADO-2         PIC $$,$$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE 0 TO RETURN-CODE.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM INICIALIZA-CAMINHOS.
           PERFORM INICIALIZA-PERIODO.

           OPEN INPUT ARQUIVO-CONTATO.
           IF CONTATO-FILE-STATUS = "35"
               DISPLAY "CONTATOS.DAT NAO ENCONTRADO. NENHUMA LIGACAO "
                       "REGISTRADA."
               GO TO PROGRAM-DONE
           END-IF.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM ACUMULA-PROXIMO-CONTATO
               UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-CONTATO.
           PERFORM IMPRIME-RELATORIO.

       PROGRAM-DONE.
           GOBACK.

       INICIALIZA-CAMINHOS.
           MOVE "contatos.dat" TO CONTATO-PATH.
           ACCEPT CONTATO-PATH FROM ENVIRONMENT "CONTATO_DAT".
           IF CONTATO-PATH = SPACE
               MOVE "contatos.dat" TO CONTATO-PATH
           END-IF.

      *    INICIALIZA-PERIODO: SEM PROG191-INICIO, RECUA UM MES (DIA
      *    LIMITADO A 28, SEMPRE DATA VALIDA), CONTA PELO PROG97 OS
      *    DIAS DALI ATE HOJE E AVANCA O QUE SOBRA ALEM DE 6.
       INICIALIZA-PERIODO.
           MOVE SPACE TO DATA-INICIO-ENV.
           ACCEPT DATA-INICIO-ENV FROM ENVIRONMENT "PROG191-INICIO".
           IF DATA-INICIO-ENV IS NUMERIC
               MOVE DATA-INICIO-ENV TO DATA-INICIO
           ELSE
               MOVE DATA-HOJE TO DATA-TRABALHO
               IF TRAB-MES = 1
                   MOVE 12 TO TRAB-MES
                   SUBTRACT 1 FROM TRAB-ANO
               ELSE
                   SUBTRACT 1 FROM TRAB-MES
               END-IF
               IF TRAB-DIA > 28
                   MOVE 28 TO TRAB-DIA
               END-IF
               MOVE DATA-TRABALHO TO DATA-INICIO
               MOVE 0 TO DIAS-ATE-HOJE
               PERFORM CONTA-DIA-ATE-HOJE
                   UNTIL DATA-TRABALHO NOT < DATA-HOJE
               MOVE DATA-INICIO TO DATA-TRABALHO
               MOVE 0 TO DIAS-AVANCADOS
               PERFORM AVANCA-UM-DIA
                   UNTIL DIAS-AVANCADOS + 6 NOT < DIAS-ATE-HOJE
               MOVE DATA-TRABALHO TO DATA-INICIO
           END-IF.

       CONTA-DIA-ATE-HOJE.
           PERFORM PROXIMO-DIA-CALENDARIO.
           ADD 1 TO DIAS-ATE-HOJE.

       AVANCA-UM-DIA.
           PERFORM PROXIMO-DIA-CALENDARIO.
           ADD 1 TO DIAS-AVANCADOS.

       PROXIMO-DIA-CALENDARIO.
           MOVE "P" TO DU-FUNCAO-WS.
           MOVE DATA-TRABALHO TO DU-DATA-1-WS.
           MOVE 0 TO DU-DATA-2-WS.
           MOVE 0 TO DU-RESULTADO-WS.
           CALL "PROG97" USING DU-FUNCAO-WS DU-DATA-1-WS
               DU-DATA-2-WS DU-RESULTADO-WS.
           MOVE DU-DATA-2-WS TO DATA-TRABALHO.

       ACUMULA-PROXIMO-CONTATO.
           READ ARQUIVO-CONTATO
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
                   AND CONTATO-DATA NOT < DATA-INICIO
                   AND CONTATO-DATA NOT > DATA-HOJE
               PERFORM LOCALIZA-COBRADOR
               IF COBRADOR-ACHADO = "S"
                   PERFORM ACUMULA-CONTATO
               END-IF
           END-IF.

       LOCALIZA-COBRADOR.
           MOVE "N" TO COBRADOR-ACHADO.
           SET COB-IDX TO 1.
           SEARCH COB-ENTRADA
               AT END
                   CONTINUE
               WHEN COB-IDX > QTDE-COBRADORES
                   CONTINUE
               WHEN COB-OPERADOR (COB-IDX) = CONTATO-COBRADOR
                   MOVE "S" TO COBRADOR-ACHADO
           END-SEARCH.
           IF COBRADOR-ACHADO NOT = "S"
               PERFORM INCLUI-COBRADOR
           END-IF.

       INCLUI-COBRADOR.
           IF QTDE-COBRADORES < 50
               ADD 1 TO QTDE-COBRADORES
               SET COB-IDX TO QTDE-COBRADORES
               MOVE CONTATO-COBRADOR TO COB-OPERADOR (COB-IDX)
               MOVE ZERO TO COB-LIGACOES (COB-IDX)
                            COB-PROMESSAS (COB-IDX)
                            COB-CUMPRIDAS (COB-IDX)
                            COB-QUEBRADAS (COB-IDX)
                            COB-ABERTAS (COB-IDX)
                            COB-PROMETIDO (COB-IDX)
                            COB-RECEBIDO (COB-IDX)
               MOVE "S" TO COBRADOR-ACHADO
           ELSE
               IF NOT AVISO-CHEIA-JA-EXIBIDO
                   DISPLAY "*** ATENCAO: LIMITE DE 50 COBRADORES NO "
                           "RELATORIO ATINGIDO ***"
                   MOVE "S" TO TABELA-CHEIA
               END-IF
           END-IF.

       ACUMULA-CONTATO.
           ADD 1 TO COB-LIGACOES (COB-IDX).
           ADD 1 TO TOTAL-LIGACOES.
           IF NOT CONTATO-SEM-PROMESSA
               ADD 1 TO COB-PROMESSAS (COB-IDX)
               ADD 1 TO TOTAL-PROMESSAS
               ADD CONTATO-PROMESSA-VALOR TO COB-PROMETIDO (COB-IDX)
               EVALUATE TRUE
                   WHEN CONTATO-PROMESSA-CUMPRIDA
                       ADD 1 TO COB-CUMPRIDAS (COB-IDX)
                       ADD 1 TO TOTAL-CUMPRIDAS
                       ADD CONTATO-VALOR-RECEBIDO
                           TO COB-RECEBIDO (COB-IDX)
                   WHEN CONTATO-PROMESSA-QUEBRADA
                       ADD 1 TO COB-QUEBRADAS (COB-IDX)
                       ADD 1 TO TOTAL-QUEBRADAS
                       ADD CONTATO-VALOR-RECEBIDO
                           TO COB-RECEBIDO (COB-IDX)
                   WHEN OTHER
                       ADD 1 TO COB-ABERTAS (COB-IDX)
               END-EVALUATE
           END-IF.

       IMPRIME-RELATORIO.
           DISPLAY " ".
           DISPLAY "PROMESSAS DE PAGAMENTO POR COBRADOR - DE "
                   DATA-INICIO " A " DATA-HOJE.
           DISPLAY "--------------------------------------------".
           SET COB-IDX TO 1.
           PERFORM IMPRIME-COBRADOR
               UNTIL COB-IDX > QTDE-COBRADORES.
           DISPLAY "--------------------------------------------".
           DISPLAY "LIGACOES NA SEMANA.....: " TOTAL-LIGACOES.
           DISPLAY "PROMESSAS FEITAS.......: " TOTAL-PROMESSAS.
           DISPLAY "PROMESSAS CUMPRIDAS....: " TOTAL-CUMPRIDAS.
           DISPLAY "PROMESSAS QUEBRADAS....: " TOTAL-QUEBRADAS.
           IF TOTAL-CUMPRIDAS + TOTAL-QUEBRADAS > 0
               COMPUTE PERC-CUMPRIDO ROUNDED =
                   TOTAL-CUMPRIDAS * 100
                   / (TOTAL-CUMPRIDAS + TOTAL-QUEBRADAS)
               DISPLAY "CUMPRIDAS SOBRE VENCIDAS: " PERC-CUMPRIDO "%"
           END-IF.

       IMPRIME-COBRADOR.
           DISPLAY "COBRADOR " COB-OPERADOR (COB-IDX)
                   "  LIGACOES " COB-LIGACOES (COB-IDX)
                   "  PROMESSAS " COB-PROMESSAS (COB-IDX).
           DISPLAY "  CUMPRIDAS " COB-CUMPRIDAS (COB-IDX)
                   "  QUEBRADAS " COB-QUEBRADAS (COB-IDX)
                   "  EM ABERTO " COB-ABERTAS (COB-IDX).
           MOVE COB-PROMETIDO (COB-IDX) TO VALOR-EDITADO.
           MOVE COB-RECEBIDO (COB-IDX) TO VALOR-EDITADO-2.
           DISPLAY "  PROMETIDO " VALOR-EDITADO
                   "  RECEBIDO " VALOR-EDITADO-2.
           IF COB-CUMPRIDAS (COB-IDX) + COB-QUEBRADAS (COB-IDX) > 0
               COMPUTE PERC-CUMPRIDO ROUNDED =
                   COB-CUMPRIDAS (COB-IDX) * 100
                   / (COB-CUMPRIDAS (COB-IDX) + COB-QUEBRADAS (COB-IDX))
               DISPLAY "  CUMPRIDAS SOBRE VENCIDAS: " PERC-CUMPRIDO "%"
           END-IF.
           SET COB-IDX UP BY 1.
