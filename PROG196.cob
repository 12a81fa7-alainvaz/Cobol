       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG196.
      *    RELATORIO MENSAL DO EFEITO DA MANUTENCAO PREVENTIVA: PARA
      *    CADA TERMINAL QUE JA RECEBEU VISITA PREVENTIVA (ORDEM
      *    PREVENTIVA FECHADA EM ORDEMSERV.DAT, PROGRAMADA PELO
      *    PROG195), A DATA DA PRIMEIRA VISITA MARCA O INICIO DA
      *    PREVENTIVA. CONTA AS ORDENS CORRETIVAS ABERTAS NUMA JANELA
      *    ANTES DESSA DATA E NA JANELA DE MESMO TAMANHO DEPOIS DELA,
      *    PARA A COMPARACAO SER JUSTA: A JANELA E O TEMPO DECORRIDO
      *    DESDE A PRIMEIRA VISITA, LIMITADO A PROG196-DIAS (PADRAO
      *    360 DIAS). DIAS CORRIDOS EM 30/360, COMO NO PROG154.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "OSSEL.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "OSREG.cob".

       WORKING-STORAGE SECTION.

       01  ORDEM-SERVICO-FILE-STATUS PIC XX.
       01  ORDEM-SERVICO-PATH        PIC X(100).
       01  FINAL-ARQUIVO             PIC X.
       01  DATA-HOJE                 PIC 9(08).

       01  PARAMETRO-DIAS            PIC X(04).
       01  DIAS-LIMITE               PIC 9(04) VALUE 360.

       01  DATA-DIAS                 PIC 9(08).
       01  DATA-DIAS-R REDEFINES DATA-DIAS.
           05 DIAS-ANO               PIC 9(04).
           05 DIAS-MES               PIC 9(02).
           05 DIAS-DIA               PIC 9(02).
       01  NUMERO-DIAS               PIC 9(07).
       01  DIAS-HOJE                 PIC 9(07).

      *    TERMINAIS COM PREVENTIVA: INICIO, JANELA E AS CONTAGENS.
       01  QTDE-TERMINAIS            PIC 9(04) VALUE 0.
       01  TABELA-TERMINAIS.
           05 TRM-ENTRADA OCCURS 1000 TIMES INDEXED BY TRM-IDX.
              10 TRM-TERMINAL        PIC X(10).
              10 TRM-INICIO          PIC 9(08).
              10 TRM-DIAS-INICIO     PIC 9(07).
              10 TRM-JANELA          PIC 9(04).
              10 TRM-VISITAS         PIC 9(04).
              10 TRM-ANTES           PIC 9(04).
              10 TRM-DEPOIS          PIC 9(04).
       01  TERMINAIS-CHEIA           PIC X VALUE "N".
           88 AVISO-TERMINAIS-EXIBIDO    VALUE "S".
       01  TERMINAL-ACHADO           PIC X.
       01  TRM-SUB                   PIC 9(04).

       01  TOTAL-ANTES               PIC 9(06) VALUE 0.
       01  TOTAL-DEPOIS              PIC 9(06) VALUE 0.
       01  TOTAL-MELHORARAM          PIC 9(04) VALUE 0.
       01  TOTAL-PIORARAM            PIC 9(04) VALUE 0.
       01  VARIACAO                  PIC S9(04).
       01  VARIACAO-EDITADA          PIC -ZZZ9.
       01  PERCENTUAL-EDITADO        PIC -ZZZ9.9.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE 0 TO RETURN-CODE.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           MOVE DATA-HOJE TO DATA-DIAS.
           PERFORM CONVERTE-EM-DIAS.
           MOVE NUMERO-DIAS TO DIAS-HOJE.

           MOVE SPACE TO PARAMETRO-DIAS.
           ACCEPT PARAMETRO-DIAS FROM ENVIRONMENT "PROG196-DIAS".
           IF PARAMETRO-DIAS NUMERIC AND PARAMETRO-DIAS NOT = ZERO
               MOVE PARAMETRO-DIAS TO DIAS-LIMITE
           END-IF.

           MOVE "ordemserv.dat" TO ORDEM-SERVICO-PATH.
           ACCEPT ORDEM-SERVICO-PATH FROM ENVIRONMENT "ORDEMSERV_DAT".
           IF ORDEM-SERVICO-PATH = SPACE
               MOVE "ordemserv.dat" TO ORDEM-SERVICO-PATH
           END-IF.

           OPEN INPUT ARQUIVO-ORDEM-SERVICO.
           IF ORDEM-SERVICO-FILE-STATUS = "35"
               DISPLAY "ORDEMSERV.DAT NAO ENCONTRADO. NENHUMA "
                       "ORDEM DE SERVICO."
               GO TO PROGRAM-DONE
           END-IF.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM ACHA-INICIO-PREVENTIVA
               UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-ORDEM-SERVICO.

           IF QTDE-TERMINAIS = 0
               DISPLAY "NENHUM TERMINAL RECEBEU VISITA PREVENTIVA "
                       "AINDA."
               GO TO PROGRAM-DONE
           END-IF.

           MOVE 1 TO TRM-SUB.
           PERFORM CALCULA-JANELA
               UNTIL TRM-SUB > QTDE-TERMINAIS.

           OPEN INPUT ARQUIVO-ORDEM-SERVICO.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM CONTA-CORRETIVA
               UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-ORDEM-SERVICO.

           PERFORM IMPRIME-RELATORIO.

       PROGRAM-DONE.
           GOBACK.

       CONVERTE-EM-DIAS.
           COMPUTE NUMERO-DIAS =
               DIAS-ANO * 360 + (DIAS-MES - 1) * 30 + DIAS-DIA.

      *    ACHA-INICIO-PREVENTIVA: A VISITA CONTA QUANDO A ORDEM
      *    PREVENTIVA FECHA; O INICIO E A VISITA MAIS ANTIGA.
       ACHA-INICIO-PREVENTIVA.
           READ ARQUIVO-ORDEM-SERVICO NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
                   AND OS-PREVENTIVA AND OS-FECHADA
               PERFORM LOCALIZA-TERMINAL
               IF TERMINAL-ACHADO = "S"
                   ADD 1 TO TRM-VISITAS (TRM-IDX)
                   IF OS-DATA-FECHAMENTO < TRM-INICIO (TRM-IDX)
                       MOVE OS-DATA-FECHAMENTO TO TRM-INICIO (TRM-IDX)
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
               IF QTDE-TERMINAIS < 1000
                   ADD 1 TO QTDE-TERMINAIS
                   SET TRM-IDX TO QTDE-TERMINAIS
                   MOVE OS-TERMINAL-CHAVE TO TRM-TERMINAL (TRM-IDX)
                   MOVE 99999999 TO TRM-INICIO (TRM-IDX)
                   MOVE ZERO TO TRM-DIAS-INICIO (TRM-IDX)
                   MOVE ZERO TO TRM-JANELA (TRM-IDX)
                   MOVE ZERO TO TRM-VISITAS (TRM-IDX)
                   MOVE ZERO TO TRM-ANTES (TRM-IDX)
                   MOVE ZERO TO TRM-DEPOIS (TRM-IDX)
                   MOVE "S" TO TERMINAL-ACHADO
               ELSE
                   IF NOT AVISO-TERMINAIS-EXIBIDO
                       DISPLAY "*** ATENCAO: LIMITE DE 1000 "
                               "TERMINAIS ATINGIDO - O RESTO FICA DE "
                               "FORA ***"
                       MOVE "S" TO TERMINAIS-CHEIA
                   END-IF
               END-IF
           END-IF.

       CALCULA-JANELA.
           MOVE TRM-INICIO (TRM-SUB) TO DATA-DIAS.
           PERFORM CONVERTE-EM-DIAS.
           MOVE NUMERO-DIAS TO TRM-DIAS-INICIO (TRM-SUB).
           IF DIAS-HOJE - NUMERO-DIAS < DIAS-LIMITE
               COMPUTE TRM-JANELA (TRM-SUB) = DIAS-HOJE - NUMERO-DIAS
           ELSE
               MOVE DIAS-LIMITE TO TRM-JANELA (TRM-SUB)
           END-IF.
           ADD 1 TO TRM-SUB.

      *    CONTA-CORRETIVA: ANTES = ABERTA NOS N DIAS QUE PRECEDEM A
      *    PRIMEIRA VISITA; DEPOIS = ABERTA DO DIA DA VISITA ATE N
      *    DIAS ADIANTE.
       CONTA-CORRETIVA.
           READ ARQUIVO-ORDEM-SERVICO NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S" AND OS-CORRETIVA
               SET TRM-IDX TO 1
               SEARCH TRM-ENTRADA
                   AT END
                       CONTINUE
                   WHEN TRM-IDX > QTDE-TERMINAIS
                       CONTINUE
                   WHEN TRM-TERMINAL (TRM-IDX) = OS-TERMINAL-CHAVE
                       PERFORM CLASSIFICA-CORRETIVA
               END-SEARCH
           END-IF.

       CLASSIFICA-CORRETIVA.
           MOVE OS-DATA-ABERTURA TO DATA-DIAS.
           PERFORM CONVERTE-EM-DIAS.
           EVALUATE TRUE
               WHEN NUMERO-DIAS < TRM-DIAS-INICIO (TRM-IDX)
                       AND NUMERO-DIAS + TRM-JANELA (TRM-IDX)
                           >= TRM-DIAS-INICIO (TRM-IDX)
                   ADD 1 TO TRM-ANTES (TRM-IDX)
               WHEN NUMERO-DIAS >= TRM-DIAS-INICIO (TRM-IDX)
                       AND NUMERO-DIAS <= TRM-DIAS-INICIO (TRM-IDX)
                           + TRM-JANELA (TRM-IDX)
                   ADD 1 TO TRM-DEPOIS (TRM-IDX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       IMPRIME-RELATORIO.
           DISPLAY "CORRETIVAS ANTES E DEPOIS DA PREVENTIVA - "
                   DATA-HOJE.
           DISPLAY "JANELA MAXIMA: " DIAS-LIMITE " DIAS".
           DISPLAY "--------------------------------------------".
           DISPLAY "TERMINAL   1A VISITA VISITAS JANELA ANTES "
                   "DEPOIS VARIACAO".
           MOVE 1 TO TRM-SUB.
           PERFORM IMPRIME-UM-TERMINAL
               UNTIL TRM-SUB > QTDE-TERMINAIS.
           DISPLAY "--------------------------------------------".
           DISPLAY "TERMINAIS COM PREVENTIVA: " QTDE-TERMINAIS.
           DISPLAY "CORRETIVAS ANTES........: " TOTAL-ANTES.
           DISPLAY "CORRETIVAS DEPOIS.......: " TOTAL-DEPOIS.
           IF TOTAL-ANTES NOT = 0
               COMPUTE PERCENTUAL-EDITADO ROUNDED =
                   (TOTAL-DEPOIS - TOTAL-ANTES) * 100 / TOTAL-ANTES
               DISPLAY "VARIACAO................: "
                       PERCENTUAL-EDITADO "%"
           END-IF.
           DISPLAY "TERMINAIS QUE MELHORARAM: " TOTAL-MELHORARAM.
           DISPLAY "TERMINAIS QUE PIORARAM..: " TOTAL-PIORARAM.

       IMPRIME-UM-TERMINAL.
           COMPUTE VARIACAO =
               TRM-DEPOIS (TRM-SUB) - TRM-ANTES (TRM-SUB).
           MOVE VARIACAO TO VARIACAO-EDITADA.
           ADD TRM-ANTES (TRM-SUB) TO TOTAL-ANTES.
           ADD TRM-DEPOIS (TRM-SUB) TO TOTAL-DEPOIS.
           EVALUATE TRUE
               WHEN VARIACAO < 0
                   ADD 1 TO TOTAL-MELHORARAM
               WHEN VARIACAO > 0
                   ADD 1 TO TOTAL-PIORARAM
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           DISPLAY TRM-TERMINAL (TRM-SUB) " " TRM-INICIO (TRM-SUB)
                   "  " TRM-VISITAS (TRM-SUB) "    "
                   TRM-JANELA (TRM-SUB) "   " TRM-ANTES (TRM-SUB)
                   "  " TRM-DEPOIS (TRM-SUB) "   " VARIACAO-EDITADA.
           ADD 1 TO TRM-SUB.
