       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG195.
      *    PROGRAMACAO SEMANAL DA MANUTENCAO PREVENTIVA: PARA CADA
      *    TERMINAL INSTALADO EM CLIENTE (ATRIBTERM.DAT, PROG86),
      *    ACHA O PLANO ATIVO DE PLANOPREV.DAT (PELO MODELO DO
      *    TERMINAL; SEM PLANO DO MODELO, PELA LOCALIDADE) E A DATA
      *    DA ULTIMA VISITA PREVENTIVA - A ORDEM PREVENTIVA FECHADA
      *    MAIS RECENTE DE ORDEMSERV.DAT, OU A DATA DA INSTALACAO
      *    QUANDO O TERMINAL NUNCA RECEBEU VISITA. PASSADO O
      *    INTERVALO DO PLANO (DIAS CORRIDOS, 30/360 COMO NO
      *    PROG154), ABRE A ORDEM PREVENTIVA (NUMERO DE NUMOS.DAT,
      *    O MESMO DO PROG154) - A MENOS QUE JA HAJA UMA PREVENTIVA
      *    EM ABERTO PARA O TERMINAL. NO FIM, A AGENDA DE VISITAS
      *    AGRUPADA PELA CIDADE DO CLIENTE E O ROTEIRO DE CADA
      *    PLANO USADO, PARA O TECNICO LEVAR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "OSSEL.cob".
           COPY "PPVSEL.cob".
           COPY "TERMSEL.cob".
           COPY "ATRSEL.cob".
           COPY "CLISEL.cob".
           SELECT OPTIONAL ARQUIVO-NUMERO-OS
               ASSIGN TO "numos.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS NUMERO-OS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "OSREG.cob".
           COPY "PPVREG.cob".
           COPY "TERMREG.cob".
           COPY "ATRREG.cob".
           COPY "CLIREG.cob".

       FD  ARQUIVO-NUMERO-OS.
       01  NUMERO-OS-REGISTRO.
           05 NUMERO-OS-PROX-SEQ PIC 9(07).

       WORKING-STORAGE SECTION.

       01  ORDEM-SERVICO-FILE-STATUS PIC XX.
       01  ORDEM-SERVICO-PATH        PIC X(100).
       01  PLANO-PREV-FILE-STATUS    PIC XX.
       01  PLANO-PREV-PATH           PIC X(100).
       01  TERMINAL-FILE-STATUS      PIC XX.
       01  ATRIBUICAO-FILE-STATUS    PIC XX.
       01  CLIENTE-FILE-STATUS       PIC XX.
       01  CLIENTE-PATH              PIC X(100).
       01  NUMERO-OS-FILE-STATUS     PIC XX.
       01  FINAL-ARQUIVO             PIC X.
       01  DATA-HOJE                 PIC 9(08).

       01  NUMERO-OS-GERADO          PIC 9(07).
       01  PROXIMA-SEQUENCIA-OS      PIC 9(07) VALUE 0.

       01  DATA-DIAS                 PIC 9(08).
       01  DATA-DIAS-R REDEFINES DATA-DIAS.
           05 DIAS-ANO               PIC 9(04).
           05 DIAS-MES               PIC 9(02).
           05 DIAS-DIA               PIC 9(02).
       01  NUMERO-DIAS               PIC 9(07).
       01  DIAS-HOJE                 PIC 9(07).
       01  DIAS-DESDE-VISITA         PIC S9(07).

      *    PLANOS ATIVOS.
       01  QTDE-PLANOS               PIC 9(03) VALUE 0.
       01  TABELA-PLANOS.
           05 PLN-ENTRADA OCCURS 50 TIMES INDEXED BY PLN-IDX.
              10 PLN-CODIGO          PIC X(06).
              10 PLN-ABRANGENCIA     PIC X(01).
              10 PLN-ALVO            PIC X(10).
              10 PLN-INTERVALO       PIC 9(04).
              10 PLN-USADO           PIC X(01).
       01  PLANOS-CHEIA              PIC X VALUE "N".
           88 AVISO-PLANOS-EXIBIDO       VALUE "S".
       01  PLANO-ACHADO              PIC X.
       01  PLANO-SUB                 PIC 9(03).
       01  ITEM-SUB                  PIC 9(02).

      *    SITUACAO PREVENTIVA DE CADA TERMINAL COM ORDEM.
       01  QTDE-TERMINAIS-PV         PIC 9(04) VALUE 0.
       01  TABELA-TERMINAIS-PV.
           05 TPV-ENTRADA OCCURS 1000 TIMES INDEXED BY TPV-IDX.
              10 TPV-TERMINAL        PIC X(10).
              10 TPV-ULTIMA-VISITA   PIC 9(08).
              10 TPV-EM-ABERTO       PIC X(01).
       01  TERMINAIS-CHEIA           PIC X VALUE "N".
           88 AVISO-TERMINAIS-EXIBIDO    VALUE "S".
       01  TERMINAL-ACHADO           PIC X.
       01  TERMINAL-PROCURADO        PIC X(10).
       01  DATA-BASE-VISITA          PIC 9(08).
       01  PREVENTIVA-EM-ABERTO      PIC X.

      *    AGENDA DE VISITAS DA SEMANA, ORDENADA POR CIDADE E CLIENTE.
       01  QTDE-VISITAS              PIC 9(03) VALUE 0.
       01  TABELA-VISITAS.
           05 VIS-ENTRADA OCCURS 500 TIMES.
              10 VIS-CHAVE.
                 15 VIS-CIDADE       PIC X(20).
                 15 VIS-UF           PIC X(02).
                 15 VIS-CLIENTE      PIC 9(08).
              10 VIS-NOME            PIC X(20).
              10 VIS-TERMINAL        PIC X(10).
              10 VIS-OS              PIC 9(07).
              10 VIS-PLANO           PIC X(06).
              10 VIS-ULTIMA          PIC 9(08).
       01  VISITAS-CHEIA             PIC X VALUE "N".
           88 AVISO-VISITAS-EXIBIDO      VALUE "S".
       01  VIS-SUB                   PIC 9(03).
       01  VIS-SUB-2                 PIC 9(03).
       01  VIS-SUB-MENOR             PIC 9(03).
       01  VIS-TEMP                  PIC X(81).
       01  CIDADE-ANTERIOR           PIC X(22).

       01  TOTAL-INSTALADOS          PIC 9(05) VALUE 0.
       01  TOTAL-SEM-PLANO           PIC 9(05) VALUE 0.
       01  TOTAL-JA-PENDENTES        PIC 9(05) VALUE 0.
       01  TOTAL-EM-DIA              PIC 9(05) VALUE 0.
       01  TOTAL-ABERTAS             PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE 0 TO RETURN-CODE.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           MOVE DATA-HOJE TO DATA-DIAS.
           PERFORM CONVERTE-EM-DIAS.
           MOVE NUMERO-DIAS TO DIAS-HOJE.
           PERFORM INICIALIZA-CAMINHOS.

           OPEN INPUT ARQUIVO-PLANO-PREV.
           IF PLANO-PREV-FILE-STATUS = "35"
               DISPLAY "PLANOPREV.DAT NAO ENCONTRADO. NENHUM PLANO "
                       "PREVENTIVO CADASTRADO (PROG194)."
               GO TO PROGRAM-DONE
           END-IF.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM CARREGA-PROXIMO-PLANO
               UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-PLANO-PREV.
           IF QTDE-PLANOS = 0
               DISPLAY "NENHUM PLANO PREVENTIVO ATIVO."
               GO TO PROGRAM-DONE
           END-IF.

           OPEN INPUT ARQUIVO-ORDEM-SERVICO.
           IF ORDEM-SERVICO-FILE-STATUS NOT = "35"
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM CARREGA-PROXIMA-ORDEM
                   UNTIL FINAL-ARQUIVO = "S"
               CLOSE ARQUIVO-ORDEM-SERVICO
           END-IF.

           OPEN INPUT ARQUIVO-ATRIBUICAO.
           IF ATRIBUICAO-FILE-STATUS = "35"
               DISPLAY "ATRIBTERM.DAT NAO ENCONTRADO. NENHUM "
                       "TERMINAL INSTALADO."
               GO TO PROGRAM-DONE
           END-IF.
           OPEN INPUT ARQUIVO-TERMINAL.
           OPEN INPUT ARQUIVO-CLIENTE.
           OPEN I-O ARQUIVO-ORDEM-SERVICO.
           IF ORDEM-SERVICO-FILE-STATUS = "35"
               OPEN OUTPUT ARQUIVO-ORDEM-SERVICO
               CLOSE ARQUIVO-ORDEM-SERVICO
               OPEN I-O ARQUIVO-ORDEM-SERVICO
           END-IF.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM EXAMINA-PROXIMO-INSTALADO
               UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-ORDEM-SERVICO.
           CLOSE ARQUIVO-CLIENTE.
           CLOSE ARQUIVO-TERMINAL.
           CLOSE ARQUIVO-ATRIBUICAO.

           PERFORM ORDENA-VISITAS.
           PERFORM IMPRIME-AGENDA.

       PROGRAM-DONE.
           GOBACK.

       INICIALIZA-CAMINHOS.
           MOVE "ordemserv.dat" TO ORDEM-SERVICO-PATH.
           ACCEPT ORDEM-SERVICO-PATH FROM ENVIRONMENT "ORDEMSERV_DAT".
           IF ORDEM-SERVICO-PATH = SPACE
               MOVE "ordemserv.dat" TO ORDEM-SERVICO-PATH
           END-IF.

           MOVE "planoprev.dat" TO PLANO-PREV-PATH.
           ACCEPT PLANO-PREV-PATH FROM ENVIRONMENT "PLANOPREV_DAT".
           IF PLANO-PREV-PATH = SPACE
               MOVE "planoprev.dat" TO PLANO-PREV-PATH
           END-IF.

           MOVE "clientes.dat" TO CLIENTE-PATH.
           ACCEPT CLIENTE-PATH FROM ENVIRONMENT "CLIENTE_DAT".
           IF CLIENTE-PATH = SPACE
               MOVE "clientes.dat" TO CLIENTE-PATH
           END-IF.

       CONVERTE-EM-DIAS.
           COMPUTE NUMERO-DIAS =
               DIAS-ANO * 360 + (DIAS-MES - 1) * 30 + DIAS-DIA.

       CARREGA-PROXIMO-PLANO.
           READ ARQUIVO-PLANO-PREV NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S" AND PLANO-ATIVO
               IF QTDE-PLANOS < 50
                   ADD 1 TO QTDE-PLANOS
                   SET PLN-IDX TO QTDE-PLANOS
                   MOVE PLANO-CODIGO TO PLN-CODIGO (PLN-IDX)
                   MOVE PLANO-ABRANGENCIA TO PLN-ABRANGENCIA (PLN-IDX)
                   MOVE PLANO-ALVO TO PLN-ALVO (PLN-IDX)
                   MOVE PLANO-INTERVALO-DIAS
                       TO PLN-INTERVALO (PLN-IDX)
                   MOVE "N" TO PLN-USADO (PLN-IDX)
               ELSE
                   IF NOT AVISO-PLANOS-EXIBIDO
                       DISPLAY "*** ATENCAO: LIMITE DE 50 PLANOS "
                               "ATINGIDO - O RESTO FICA DE FORA ***"
                       MOVE "S" TO PLANOS-CHEIA
                   END-IF
               END-IF
           END-IF.

      *    CARREGA-PROXIMA-ORDEM: SO AS PREVENTIVAS INTERESSAM - A
      *    FECHADA MAIS RECENTE E SE HA ALGUMA EM ABERTO.
       CARREGA-PROXIMA-ORDEM.
           READ ARQUIVO-ORDEM-SERVICO NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S" AND OS-PREVENTIVA
               MOVE OS-TERMINAL-CHAVE TO TERMINAL-PROCURADO
               PERFORM LOCALIZA-TERMINAL-PV
               IF TERMINAL-ACHADO = "S"
                   IF OS-ABERTA
                       MOVE "S" TO TPV-EM-ABERTO (TPV-IDX)
                   ELSE
                       IF OS-DATA-FECHAMENTO
                               > TPV-ULTIMA-VISITA (TPV-IDX)
                           MOVE OS-DATA-FECHAMENTO
                               TO TPV-ULTIMA-VISITA (TPV-IDX)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       LOCALIZA-TERMINAL-PV.
           MOVE "N" TO TERMINAL-ACHADO.
           SET TPV-IDX TO 1.
           SEARCH TPV-ENTRADA
               AT END
                   CONTINUE
               WHEN TPV-IDX > QTDE-TERMINAIS-PV
                   CONTINUE
               WHEN TPV-TERMINAL (TPV-IDX) = TERMINAL-PROCURADO
                   MOVE "S" TO TERMINAL-ACHADO
           END-SEARCH.
           IF TERMINAL-ACHADO NOT = "S"
               IF QTDE-TERMINAIS-PV < 1000
                   ADD 1 TO QTDE-TERMINAIS-PV
                   SET TPV-IDX TO QTDE-TERMINAIS-PV
                   MOVE TERMINAL-PROCURADO TO TPV-TERMINAL (TPV-IDX)
                   MOVE ZERO TO TPV-ULTIMA-VISITA (TPV-IDX)
                   MOVE "N" TO TPV-EM-ABERTO (TPV-IDX)
                   MOVE "S" TO TERMINAL-ACHADO
               ELSE
                   IF NOT AVISO-TERMINAIS-EXIBIDO
                       DISPLAY "*** ATENCAO: LIMITE DE 1000 "
                               "TERMINAIS COM PREVENTIVA ATINGIDO ***"
                       MOVE "S" TO TERMINAIS-CHEIA
                   END-IF
               END-IF
           END-IF.

       EXAMINA-PROXIMO-INSTALADO.
           READ ARQUIVO-ATRIBUICAO NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               ADD 1 TO TOTAL-INSTALADOS
               MOVE ATRIB-TERMINAL-CHAVE TO TERMINAL-CHAVE
               READ ARQUIVO-TERMINAL
                   INVALID KEY
                       MOVE SPACE TO TERMINAL-LOCALIDADE
                       MOVE SPACE TO TERMINAL-MODELO
               END-READ
               PERFORM LOCALIZA-PLANO
               IF PLANO-ACHADO NOT = "S"
                   ADD 1 TO TOTAL-SEM-PLANO
               ELSE
                   PERFORM VERIFICA-VENCIMENTO
               END-IF
           END-IF.

      *    LOCALIZA-PLANO: PRIMEIRO O PLANO DO MODELO; SEM ELE, O DA
      *    LOCALIDADE DO TERMINAL.
       LOCALIZA-PLANO.
           MOVE "N" TO PLANO-ACHADO.
           IF TERMINAL-MODELO NOT = SPACE
               SET PLN-IDX TO 1
               SEARCH PLN-ENTRADA
                   AT END
                       CONTINUE
                   WHEN PLN-IDX > QTDE-PLANOS
                       CONTINUE
                   WHEN PLN-ABRANGENCIA (PLN-IDX) = "M"
                           AND PLN-ALVO (PLN-IDX) = TERMINAL-MODELO
                       MOVE "S" TO PLANO-ACHADO
               END-SEARCH
           END-IF.
           IF PLANO-ACHADO NOT = "S"
                   AND TERMINAL-LOCALIDADE NOT = SPACE
               SET PLN-IDX TO 1
               SEARCH PLN-ENTRADA
                   AT END
                       CONTINUE
                   WHEN PLN-IDX > QTDE-PLANOS
                       CONTINUE
                   WHEN PLN-ABRANGENCIA (PLN-IDX) = "L"
                           AND PLN-ALVO (PLN-IDX) (1:4)
                               = TERMINAL-LOCALIDADE
                       MOVE "S" TO PLANO-ACHADO
               END-SEARCH
           END-IF.

       VERIFICA-VENCIMENTO.
           MOVE ATRIB-DATA TO DATA-BASE-VISITA.
           MOVE "N" TO PREVENTIVA-EM-ABERTO.
           MOVE ATRIB-TERMINAL-CHAVE TO TERMINAL-PROCURADO.
           SET TPV-IDX TO 1.
           SEARCH TPV-ENTRADA
               AT END
                   CONTINUE
               WHEN TPV-IDX > QTDE-TERMINAIS-PV
                   CONTINUE
               WHEN TPV-TERMINAL (TPV-IDX) = TERMINAL-PROCURADO
                   MOVE TPV-EM-ABERTO (TPV-IDX)
                       TO PREVENTIVA-EM-ABERTO
                   IF TPV-ULTIMA-VISITA (TPV-IDX) NOT = ZERO
                       MOVE TPV-ULTIMA-VISITA (TPV-IDX)
                           TO DATA-BASE-VISITA
                   END-IF
           END-SEARCH.
           MOVE DATA-BASE-VISITA TO DATA-DIAS.
           PERFORM CONVERTE-EM-DIAS.
           COMPUTE DIAS-DESDE-VISITA = DIAS-HOJE - NUMERO-DIAS.
           EVALUATE TRUE
               WHEN PREVENTIVA-EM-ABERTO = "S"
                   ADD 1 TO TOTAL-JA-PENDENTES
               WHEN DIAS-DESDE-VISITA < PLN-INTERVALO (PLN-IDX)
                   ADD 1 TO TOTAL-EM-DIA
               WHEN OTHER
                   PERFORM ABRE-ORDEM-PREVENTIVA
           END-EVALUATE.

       ABRE-ORDEM-PREVENTIVA.
           PERFORM GERA-NUMERO-OS.
           MOVE SPACE TO ORDEM-SERVICO-REGISTRO.
           MOVE NUMERO-OS-GERADO TO OS-NUMERO.
           MOVE ATRIB-TERMINAL-CHAVE TO OS-TERMINAL-CHAVE.
           MOVE DATA-HOJE TO OS-DATA-ABERTURA.
           MOVE ZERO TO OS-DATA-FECHAMENTO.
           MOVE "A" TO OS-SITUACAO.
           MOVE "P" TO OS-TIPO.
           MOVE PLN-CODIGO (PLN-IDX) TO OS-PLANO.
           MOVE ZERO TO OS-QTDE-PECAS.
           MOVE ZERO TO OS-CUSTO-PECAS.
           MOVE ZERO TO OS-CUSTO-MAO-OBRA.
           MOVE ZERO TO OS-TECNICO-CODIGO.
           WRITE ORDEM-SERVICO-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR A ORDEM PREVENTIVA DO "
                           "TERMINAL " ATRIB-TERMINAL-CHAVE "."
               NOT INVALID KEY
                   ADD 1 TO TOTAL-ABERTAS
                   MOVE "S" TO PLN-USADO (PLN-IDX)
                   PERFORM GUARDA-VISITA
           END-WRITE.

       GERA-NUMERO-OS.
           MOVE 0 TO PROXIMA-SEQUENCIA-OS.
           OPEN INPUT ARQUIVO-NUMERO-OS.
           IF NUMERO-OS-FILE-STATUS = "00"
                   OR NUMERO-OS-FILE-STATUS = "05"
               READ ARQUIVO-NUMERO-OS
                   AT END
                       CONTINUE
               END-READ
               IF NUMERO-OS-FILE-STATUS = "00"
                   MOVE NUMERO-OS-PROX-SEQ TO PROXIMA-SEQUENCIA-OS
               END-IF
               CLOSE ARQUIVO-NUMERO-OS
           END-IF.
           ADD 1 TO PROXIMA-SEQUENCIA-OS.
           MOVE PROXIMA-SEQUENCIA-OS TO NUMERO-OS-GERADO.
           OPEN OUTPUT ARQUIVO-NUMERO-OS.
           MOVE PROXIMA-SEQUENCIA-OS TO NUMERO-OS-PROX-SEQ.
           WRITE NUMERO-OS-REGISTRO.
           CLOSE ARQUIVO-NUMERO-OS.

       GUARDA-VISITA.
           IF QTDE-VISITAS < 500
               ADD 1 TO QTDE-VISITAS
               MOVE SPACE TO VIS-ENTRADA (QTDE-VISITAS)
               MOVE ATRIB-CLIENTE-CODIGO TO VIS-CLIENTE (QTDE-VISITAS)
               MOVE ATRIB-CLIENTE-NOME TO VIS-NOME (QTDE-VISITAS)
               MOVE "(SEM CIDADE)" TO VIS-CIDADE (QTDE-VISITAS)
               IF CLIENTE-FILE-STATUS NOT = "35"
                   MOVE ATRIB-CLIENTE-CODIGO TO CLIENTE-CODIGO
                   READ ARQUIVO-CLIENTE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF CLIENTE-CIDADE NOT = SPACE
                               MOVE CLIENTE-CIDADE
                                   TO VIS-CIDADE (QTDE-VISITAS)
                               MOVE CLIENTE-UF
                                   TO VIS-UF (QTDE-VISITAS)
                           END-IF
                   END-READ
               END-IF
               MOVE ATRIB-TERMINAL-CHAVE TO VIS-TERMINAL (QTDE-VISITAS)
               MOVE NUMERO-OS-GERADO TO VIS-OS (QTDE-VISITAS)
               MOVE PLN-CODIGO (PLN-IDX) TO VIS-PLANO (QTDE-VISITAS)
               MOVE DATA-BASE-VISITA TO VIS-ULTIMA (QTDE-VISITAS)
           ELSE
               IF NOT AVISO-VISITAS-EXIBIDO
                   DISPLAY "*** ATENCAO: LIMITE DE 500 VISITAS NA "
                           "AGENDA - ORDENS ABERTAS, MAS FORA DA "
                           "LISTA ***"
                   MOVE "S" TO VISITAS-CHEIA
               END-IF
           END-IF.

       ORDENA-VISITAS.
           MOVE 1 TO VIS-SUB.
           PERFORM ORDENA-UMA-VISITA
               UNTIL VIS-SUB >= QTDE-VISITAS.

       ORDENA-UMA-VISITA.
           MOVE VIS-SUB TO VIS-SUB-MENOR.
           COMPUTE VIS-SUB-2 = VIS-SUB + 1.
           PERFORM ENCONTRA-MENOR-VISITA
               UNTIL VIS-SUB-2 > QTDE-VISITAS.
           IF VIS-SUB-MENOR NOT = VIS-SUB
               MOVE VIS-ENTRADA (VIS-SUB) TO VIS-TEMP
               MOVE VIS-ENTRADA (VIS-SUB-MENOR)
                   TO VIS-ENTRADA (VIS-SUB)
               MOVE VIS-TEMP TO VIS-ENTRADA (VIS-SUB-MENOR)
           END-IF.
           ADD 1 TO VIS-SUB.

       ENCONTRA-MENOR-VISITA.
           IF VIS-CHAVE (VIS-SUB-2) < VIS-CHAVE (VIS-SUB-MENOR)
               MOVE VIS-SUB-2 TO VIS-SUB-MENOR
           END-IF.
           ADD 1 TO VIS-SUB-2.

       IMPRIME-AGENDA.
           DISPLAY "AGENDA DE MANUTENCAO PREVENTIVA - SEMANA DE "
                   DATA-HOJE.
           DISPLAY "============================================".
           MOVE HIGH-VALUES TO CIDADE-ANTERIOR.
           MOVE 1 TO VIS-SUB.
           PERFORM IMPRIME-UMA-VISITA
               UNTIL VIS-SUB > QTDE-VISITAS.
           DISPLAY "--------------------------------------------".
           DISPLAY "TERMINAIS INSTALADOS.......: " TOTAL-INSTALADOS.
           DISPLAY "SEM PLANO PREVENTIVO.......: " TOTAL-SEM-PLANO.
           DISPLAY "PREVENTIVA JA EM ABERTO....: " TOTAL-JA-PENDENTES.
           DISPLAY "DENTRO DO INTERVALO........: " TOTAL-EM-DIA.
           DISPLAY "ORDENS PREVENTIVAS ABERTAS.: " TOTAL-ABERTAS.

           IF TOTAL-ABERTAS NOT = 0
               DISPLAY " "
               DISPLAY "ROTEIROS DE VERIFICACAO DOS PLANOS DA AGENDA"
               DISPLAY "--------------------------------------------"
               OPEN INPUT ARQUIVO-PLANO-PREV
               MOVE 1 TO PLANO-SUB
               PERFORM IMPRIME-UM-ROTEIRO
                   UNTIL PLANO-SUB > QTDE-PLANOS
               CLOSE ARQUIVO-PLANO-PREV
           END-IF.

       IMPRIME-UMA-VISITA.
           IF VIS-CIDADE (VIS-SUB) NOT = CIDADE-ANTERIOR (1:20)
                   OR VIS-UF (VIS-SUB) NOT = CIDADE-ANTERIOR (21:2)
               MOVE VIS-CIDADE (VIS-SUB) TO CIDADE-ANTERIOR (1:20)
               MOVE VIS-UF (VIS-SUB) TO CIDADE-ANTERIOR (21:2)
               DISPLAY " "
               DISPLAY "CIDADE: " VIS-CIDADE (VIS-SUB) " "
                       VIS-UF (VIS-SUB)
               DISPLAY "  CLIENTE  NOME                 TERMINAL   "
                       "OS      PLANO  ULT.VISITA"
           END-IF.
           DISPLAY "  " VIS-CLIENTE (VIS-SUB) " " VIS-NOME (VIS-SUB)
                   " " VIS-TERMINAL (VIS-SUB) " " VIS-OS (VIS-SUB)
                   " " VIS-PLANO (VIS-SUB) " " VIS-ULTIMA (VIS-SUB).
           ADD 1 TO VIS-SUB.

       IMPRIME-UM-ROTEIRO.
           IF PLN-USADO (PLANO-SUB) = "S"
               MOVE PLN-CODIGO (PLANO-SUB) TO PLANO-CODIGO
               READ ARQUIVO-PLANO-PREV
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY "PLANO " PLANO-CODIGO " - "
                               PLANO-DESCRICAO
                       MOVE 1 TO ITEM-SUB
                       PERFORM IMPRIME-ITEM-ROTEIRO
                           UNTIL ITEM-SUB > 8
               END-READ
           END-IF.
           ADD 1 TO PLANO-SUB.

       IMPRIME-ITEM-ROTEIRO.
           IF PLANO-CHECKLIST (ITEM-SUB) NOT = SPACE
               DISPLAY "   [ ] " PLANO-CHECKLIST (ITEM-SUB)
           END-IF.
           ADD 1 TO ITEM-SUB.
