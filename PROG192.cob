       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG192.
      *    RELATORIO MENSAL DE SATISFACAO POS-ATENDIMENTO DO SAC
      *    (NPS): DAS RESPOSTAS DE RESULTADOS.DAT QUE VOLTARAM COM O
      *    NUMERO DO CHAMADO (PROG10, CAMPANHA POS-SAC), TOMA A NOTA
      *    DE 0 A 10 DA PERGUNTA DE RECOMENDACAO E CLASSIFICA:
      *    9-10 PROMOTOR, 7-8 NEUTRO, 0-6 DETRATOR. NPS = PERCENTUAL
      *    DE PROMOTORES MENOS PERCENTUAL DE DETRATORES, NO GERAL,
      *    POR MOTIVO DO CHAMADO (MOTIVOSAC.DAT) E POR OPERADOR QUE
      *    FECHOU O CHAMADO (QUEM ABRIU, NOS CHAMADOS ANTIGOS). NO
      *    FIM, A LISTA DOS DETRATORES COM O TELEFONE PARA O
      *    SUPERVISOR RETORNAR A LIGACAO - QUEM RECUSOU TELEFONE
      *    (LGPD) APARECE MARCADO, SEM NUMERO.
      *    PARAMETROS: PROG192-COMPETENCIA (AAAAMM, PADRAO O MES
      *    ANTERIOR) E PROG192-PERGUNTA (NUMERO DA PERGUNTA DA NOTA,
      *    PADRAO 1).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "RESSEL.cob".
           COPY "SACSEL.cob".
           COPY "MTSSEL.cob".
           COPY "CLISEL.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "RESREG.cob".
           COPY "SACREG.cob".
           COPY "MTSREG.cob".
           COPY "CLIREG.cob".

       WORKING-STORAGE SECTION.

           COPY "AMBWRK.cob".

       01  RESULTADO-FILE-STATUS   PIC XX.
       01  SAC-FILE-STATUS         PIC XX.
       01  SAC-PATH                PIC X(100).
       01  MOTIVO-SAC-FILE-STATUS  PIC XX.
       01  MOTIVO-SAC-PATH         PIC X(100).
       01  CLIENTE-FILE-STATUS     PIC XX.
       01  CLIENTE-PATH            PIC X(100).
       01  FINAL-ARQUIVO           PIC X.
       01  DATA-HOJE               PIC 9(08).

       01  COMPETENCIA-ENV         PIC X(06).
       01  COMPETENCIA             PIC 9(06).
       01  COMPETENCIA-R REDEFINES COMPETENCIA.
           05 COMPETENCIA-ANO      PIC 9(04).
           05 COMPETENCIA-MES      PIC 9(02).
       01  ANO-MES-RESPOSTA        PIC 9(06).
       01  PERGUNTA-ENV            PIC X(02).
       01  PERGUNTA-NOTA           PIC 9(02) VALUE 1.

       01  NOTA-RESPOSTA           PIC 9(02).
       01  NOTA-VALIDA             PIC X.
       01  OPERADOR-DO-CHAMADO     PIC X(10).
       01  CLASSE-NOTA             PIC X(01).
           88 NOTA-PROMOTOR            VALUE "P".
           88 NOTA-NEUTRO              VALUE "N".
           88 NOTA-DETRATOR            VALUE "D".

       01  GERAL-RESPOSTAS         PIC 9(05) VALUE 0.
       01  GERAL-PROMOTORES        PIC 9(05) VALUE 0.
       01  GERAL-NEUTROS           PIC 9(05) VALUE 0.
       01  GERAL-DETRATORES        PIC 9(05) VALUE 0.
       01  TOTAL-SEM-CHAMADO       PIC 9(05) VALUE 0.
       01  TOTAL-NOTA-INVALIDA     PIC 9(05) VALUE 0.

       01  QTDE-MOTIVOS            PIC 9(03) VALUE 0.
       01  TABELA-MOTIVOS.
           05 MOT-ENTRADA OCCURS 50 TIMES INDEXED BY MOT-IDX.
              10 MOT-CODIGO        PIC X(02).
              10 MOT-RESPOSTAS     PIC 9(05).
              10 MOT-PROMOTORES    PIC 9(05).
              10 MOT-NEUTROS       PIC 9(05).
              10 MOT-DETRATORES    PIC 9(05).
       01  MOTIVOS-CHEIA           PIC X VALUE "N".
           88 AVISO-MOTIVOS-EXIBIDO    VALUE "S".
       01  MOTIVO-ACHADO           PIC X.

       01  QTDE-OPERADORES         PIC 9(03) VALUE 0.
       01  TABELA-OPERADORES.
           05 OPR-ENTRADA OCCURS 50 TIMES INDEXED BY OPR-IDX.
              10 OPR-OPERADOR      PIC X(10).
              10 OPR-RESPOSTAS     PIC 9(05).
              10 OPR-PROMOTORES    PIC 9(05).
              10 OPR-NEUTROS       PIC 9(05).
              10 OPR-DETRATORES    PIC 9(05).
       01  OPERADORES-CHEIA        PIC X VALUE "N".
           88 AVISO-OPERADORES-EXIBIDO VALUE "S".
       01  OPERADOR-ACHADO         PIC X.

       01  QTDE-DETRATORES         PIC 9(03) VALUE 0.
       01  TABELA-DETRATORES.
           05 DET-ENTRADA OCCURS 300 TIMES INDEXED BY DET-IDX.
              10 DET-SAC-NUMERO    PIC 9(07).
              10 DET-CLIENTE       PIC 9(08).
              10 DET-NOTA          PIC 9(02).
              10 DET-MOTIVO        PIC X(02).
              10 DET-OPERADOR      PIC X(10).
              10 DET-DATA          PIC 9(08).
       01  DETRATORES-CHEIA        PIC X VALUE "N".
           88 AVISO-DETRATORES-EXIBIDO VALUE "S".

      *    CALCULO DO NPS DE UMA LINHA DO RELATORIO.
       01  CALC-RESPOSTAS          PIC 9(05).
       01  CALC-PROMOTORES         PIC 9(05).
       01  CALC-NEUTROS            PIC 9(05).
       01  CALC-DETRATORES         PIC 9(05).
       01  CALC-NPS                PIC S9(03).
       01  NPS-EDITADO             PIC +ZZ9.
       01  DESCRICAO-MOTIVO        PIC X(30).
       01  TELEFONE-DETRATOR       PIC X(15).
       01  NOME-DETRATOR           PIC X(20).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE 0 TO RETURN-CODE.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM INICIALIZA-AMBIENTE.
           PERFORM INICIALIZA-CAMINHOS.
           PERFORM INICIALIZA-PARAMETROS.

           OPEN INPUT ARQUIVO-RESULTADO.
           IF RESULTADO-FILE-STATUS = "35"
               DISPLAY "RESULTADOS.DAT NAO ENCONTRADO. NENHUMA "
                       "RESPOSTA A APURAR."
               GO TO PROGRAM-DONE
           END-IF.
           OPEN INPUT ARQUIVO-SAC.
           IF SAC-FILE-STATUS = "35"
               DISPLAY "SAC.DAT NAO ENCONTRADO. NADA A APURAR."
               CLOSE ARQUIVO-RESULTADO
               MOVE 1 TO RETURN-CODE
               GO TO PROGRAM-DONE
           END-IF.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM APURA-PROXIMA-RESPOSTA
               UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-SAC.
           CLOSE ARQUIVO-RESULTADO.

           PERFORM IMPRIME-RELATORIO.

       PROGRAM-DONE.
           GOBACK.

       INICIALIZA-CAMINHOS.
           MOVE "sac.dat" TO SAC-PATH.
           ACCEPT SAC-PATH FROM ENVIRONMENT "SAC_DAT".
           IF SAC-PATH = SPACE
               MOVE "sac.dat" TO SAC-PATH
           END-IF.

           MOVE "motivosac.dat" TO MOTIVO-SAC-PATH.
           ACCEPT MOTIVO-SAC-PATH FROM ENVIRONMENT "MOTIVOSAC_DAT".
           IF MOTIVO-SAC-PATH = SPACE
               MOVE "motivosac.dat" TO MOTIVO-SAC-PATH
           END-IF.

           MOVE "clientes.dat" TO CLIENTE-PATH.
           ACCEPT CLIENTE-PATH FROM ENVIRONMENT "CLIENTE_DAT".
           IF CLIENTE-PATH = SPACE
               MOVE "clientes.dat" TO CLIENTE-PATH
           END-IF.

      *    INICIALIZA-PARAMETROS: SEM A COMPETENCIA, O MES ANTERIOR
      *    AO CORRENTE (COM A VIRADA DE ANO TRATADA).
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
               FROM ENVIRONMENT "PROG192-COMPETENCIA".
           IF COMPETENCIA-ENV IS NUMERIC
               MOVE COMPETENCIA-ENV TO COMPETENCIA
           END-IF.

           MOVE SPACE TO PERGUNTA-ENV.
           ACCEPT PERGUNTA-ENV FROM ENVIRONMENT "PROG192-PERGUNTA".
           IF PERGUNTA-ENV IS NUMERIC
               MOVE PERGUNTA-ENV TO PERGUNTA-NOTA
           END-IF.

       APURA-PROXIMA-RESPOSTA.
           READ ARQUIVO-RESULTADO
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               COMPUTE ANO-MES-RESPOSTA = RESULTADO-DATA / 100
               IF RESULTADO-SAC-NUMERO IS NUMERIC
                       AND RESULTADO-SAC-NUMERO NOT = 0
                       AND ANO-MES-RESPOSTA = COMPETENCIA
                       AND RESULTADO-PERGUNTA-NUM = PERGUNTA-NOTA
                   PERFORM APURA-RESPOSTA-SAC
               END-IF
           END-IF.

       APURA-RESPOSTA-SAC.
           PERFORM CONVERTE-NOTA.
           IF NOTA-VALIDA NOT = "S"
               ADD 1 TO TOTAL-NOTA-INVALIDA
           ELSE
               MOVE RESULTADO-SAC-NUMERO TO SAC-NUMERO
               READ ARQUIVO-SAC
                   INVALID KEY
                       ADD 1 TO TOTAL-SEM-CHAMADO
                   NOT INVALID KEY
                       PERFORM CLASSIFICA-RESPOSTA
               END-READ
           END-IF.

      *    CONVERTE-NOTA: O PROG10 GRAVA A RESPOSTA NUMERICA SEM OS
      *    ZEROS A ESQUERDA ("7  ", "10 "); SO VALE DE 0 A 10.
       CONVERTE-NOTA.
           MOVE "N" TO NOTA-VALIDA.
           MOVE 0 TO NOTA-RESPOSTA.
           EVALUATE TRUE
               WHEN RESULTADO-RESPOSTA (1:1) IS NUMERIC
                       AND RESULTADO-RESPOSTA (2:2) = SPACE
                   MOVE RESULTADO-RESPOSTA (1:1) TO NOTA-RESPOSTA
                   MOVE "S" TO NOTA-VALIDA
               WHEN RESULTADO-RESPOSTA (1:2) IS NUMERIC
                       AND RESULTADO-RESPOSTA (3:1) = SPACE
                   MOVE RESULTADO-RESPOSTA (1:2) TO NOTA-RESPOSTA
                   IF NOTA-RESPOSTA <= 10
                       MOVE "S" TO NOTA-VALIDA
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       CLASSIFICA-RESPOSTA.
           EVALUATE TRUE
               WHEN NOTA-RESPOSTA >= 9
                   MOVE "P" TO CLASSE-NOTA
               WHEN NOTA-RESPOSTA >= 7
                   MOVE "N" TO CLASSE-NOTA
               WHEN OTHER
                   MOVE "D" TO CLASSE-NOTA
           END-EVALUATE.
           MOVE SAC-OPERADOR-FECHAMENTO TO OPERADOR-DO-CHAMADO.
           IF OPERADOR-DO-CHAMADO = SPACE
               MOVE SAC-OPERADOR TO OPERADOR-DO-CHAMADO
           END-IF.

           ADD 1 TO GERAL-RESPOSTAS.
           EVALUATE TRUE
               WHEN NOTA-PROMOTOR
                   ADD 1 TO GERAL-PROMOTORES
               WHEN NOTA-NEUTRO
                   ADD 1 TO GERAL-NEUTROS
               WHEN OTHER
                   ADD 1 TO GERAL-DETRATORES
           END-EVALUATE.

           PERFORM LOCALIZA-MOTIVO.
           IF MOTIVO-ACHADO = "S"
               ADD 1 TO MOT-RESPOSTAS (MOT-IDX)
               EVALUATE TRUE
                   WHEN NOTA-PROMOTOR
                       ADD 1 TO MOT-PROMOTORES (MOT-IDX)
                   WHEN NOTA-NEUTRO
                       ADD 1 TO MOT-NEUTROS (MOT-IDX)
                   WHEN OTHER
                       ADD 1 TO MOT-DETRATORES (MOT-IDX)
               END-EVALUATE
           END-IF.

           PERFORM LOCALIZA-OPERADOR.
           IF OPERADOR-ACHADO = "S"
               ADD 1 TO OPR-RESPOSTAS (OPR-IDX)
               EVALUATE TRUE
                   WHEN NOTA-PROMOTOR
                       ADD 1 TO OPR-PROMOTORES (OPR-IDX)
                   WHEN NOTA-NEUTRO
                       ADD 1 TO OPR-NEUTROS (OPR-IDX)
                   WHEN OTHER
                       ADD 1 TO OPR-DETRATORES (OPR-IDX)
               END-EVALUATE
           END-IF.

           IF NOTA-DETRATOR
               PERFORM GUARDA-DETRATOR
           END-IF.

       LOCALIZA-MOTIVO.
           MOVE "N" TO MOTIVO-ACHADO.
           SET MOT-IDX TO 1.
           SEARCH MOT-ENTRADA
               AT END
                   CONTINUE
               WHEN MOT-IDX > QTDE-MOTIVOS
                   CONTINUE
               WHEN MOT-CODIGO (MOT-IDX) = SAC-MOTIVO
                   MOVE "S" TO MOTIVO-ACHADO
           END-SEARCH.
           IF MOTIVO-ACHADO NOT = "S"
               IF QTDE-MOTIVOS < 50
                   ADD 1 TO QTDE-MOTIVOS
                   SET MOT-IDX TO QTDE-MOTIVOS
                   MOVE SAC-MOTIVO TO MOT-CODIGO (MOT-IDX)
                   MOVE ZERO TO MOT-RESPOSTAS (MOT-IDX)
                   MOVE ZERO TO MOT-PROMOTORES (MOT-IDX)
                   MOVE ZERO TO MOT-NEUTROS (MOT-IDX)
                   MOVE ZERO TO MOT-DETRATORES (MOT-IDX)
                   MOVE "S" TO MOTIVO-ACHADO
               ELSE
                   IF NOT AVISO-MOTIVOS-EXIBIDO
                       DISPLAY "*** ATENCAO: LIMITE DE 50 MOTIVOS "
                               "ATINGIDO - O RESTO SO ENTRA NO "
                               "GERAL ***"
                       MOVE "S" TO MOTIVOS-CHEIA
                   END-IF
               END-IF
           END-IF.

       LOCALIZA-OPERADOR.
           MOVE "N" TO OPERADOR-ACHADO.
           SET OPR-IDX TO 1.
           SEARCH OPR-ENTRADA
               AT END
                   CONTINUE
               WHEN OPR-IDX > QTDE-OPERADORES
                   CONTINUE
               WHEN OPR-OPERADOR (OPR-IDX) = OPERADOR-DO-CHAMADO
                   MOVE "S" TO OPERADOR-ACHADO
           END-SEARCH.
           IF OPERADOR-ACHADO NOT = "S"
               IF QTDE-OPERADORES < 50
                   ADD 1 TO QTDE-OPERADORES
                   SET OPR-IDX TO QTDE-OPERADORES
                   MOVE OPERADOR-DO-CHAMADO TO OPR-OPERADOR (OPR-IDX)
                   MOVE ZERO TO OPR-RESPOSTAS (OPR-IDX)
                   MOVE ZERO TO OPR-PROMOTORES (OPR-IDX)
                   MOVE ZERO TO OPR-NEUTROS (OPR-IDX)
                   MOVE ZERO TO OPR-DETRATORES (OPR-IDX)
                   MOVE "S" TO OPERADOR-ACHADO
               ELSE
                   IF NOT AVISO-OPERADORES-EXIBIDO
                       DISPLAY "*** ATENCAO: LIMITE DE 50 OPERADORES "
                               "ATINGIDO - O RESTO SO ENTRA NO "
                               "GERAL ***"
                       MOVE "S" TO OPERADORES-CHEIA
                   END-IF
               END-IF
           END-IF.

       GUARDA-DETRATOR.
           IF QTDE-DETRATORES < 300
               ADD 1 TO QTDE-DETRATORES
               SET DET-IDX TO QTDE-DETRATORES
               MOVE SAC-NUMERO TO DET-SAC-NUMERO (DET-IDX)
               MOVE SAC-CLIENTE-CODIGO TO DET-CLIENTE (DET-IDX)
               MOVE NOTA-RESPOSTA TO DET-NOTA (DET-IDX)
               MOVE SAC-MOTIVO TO DET-MOTIVO (DET-IDX)
               MOVE OPERADOR-DO-CHAMADO TO DET-OPERADOR (DET-IDX)
               MOVE RESULTADO-DATA TO DET-DATA (DET-IDX)
           ELSE
               IF NOT AVISO-DETRATORES-EXIBIDO
                   DISPLAY "*** ATENCAO: LIMITE DE 300 DETRATORES "
                           "NA LISTA ATINGIDO ***"
                   MOVE "S" TO DETRATORES-CHEIA
               END-IF
           END-IF.

      *    CALCULA-NPS: PERCENTUAL DE PROMOTORES MENOS PERCENTUAL DE
      *    DETRATORES, DE -100 A +100.
       CALCULA-NPS.
           IF CALC-RESPOSTAS = 0
               MOVE 0 TO CALC-NPS
           ELSE
               COMPUTE CALC-NPS ROUNDED =
                   (CALC-PROMOTORES - CALC-DETRATORES) * 100
                       / CALC-RESPOSTAS
           END-IF.
           MOVE CALC-NPS TO NPS-EDITADO.

       IMPRIME-RELATORIO.
           DISPLAY "SATISFACAO POS-ATENDIMENTO SAC (NPS) - "
                   "COMPETENCIA " COMPETENCIA
                   " - PERGUNTA " PERGUNTA-NOTA.
           DISPLAY "============================================".
           MOVE GERAL-RESPOSTAS TO CALC-RESPOSTAS.
           MOVE GERAL-PROMOTORES TO CALC-PROMOTORES.
           MOVE GERAL-NEUTROS TO CALC-NEUTROS.
           MOVE GERAL-DETRATORES TO CALC-DETRATORES.
           PERFORM CALCULA-NPS.
           DISPLAY "GERAL: RESPOSTAS " GERAL-RESPOSTAS
                   " PROMOTORES " GERAL-PROMOTORES
                   " NEUTROS " GERAL-NEUTROS
                   " DETRATORES " GERAL-DETRATORES
                   " NPS " NPS-EDITADO.
           IF TOTAL-SEM-CHAMADO NOT = 0
               DISPLAY "RESPOSTAS DE CHAMADO NAO ENCONTRADO: "
                       TOTAL-SEM-CHAMADO
           END-IF.
           IF TOTAL-NOTA-INVALIDA NOT = 0
               DISPLAY "RESPOSTAS FORA DA ESCALA 0-10.......: "
                       TOTAL-NOTA-INVALIDA
           END-IF.

           DISPLAY " ".
           DISPLAY "POR MOTIVO DO CHAMADO".
           DISPLAY "MOT DESCRICAO                      RESP PROM "
                   "NEUT DETR  NPS".
           DISPLAY "--------------------------------------------".
           OPEN INPUT ARQUIVO-MOTIVO-SAC.
           SET MOT-IDX TO 1.
           PERFORM IMPRIME-UM-MOTIVO
               UNTIL MOT-IDX > QTDE-MOTIVOS.
           IF MOTIVO-SAC-FILE-STATUS = "00"
                   OR MOTIVO-SAC-FILE-STATUS = "05"
                   OR MOTIVO-SAC-FILE-STATUS = "23"
               CLOSE ARQUIVO-MOTIVO-SAC
           END-IF.

           DISPLAY " ".
           DISPLAY "POR OPERADOR QUE FECHOU O CHAMADO".
           DISPLAY "OPERADOR   RESP PROM NEUT DETR  NPS".
           DISPLAY "--------------------------------------------".
           SET OPR-IDX TO 1.
           PERFORM IMPRIME-UM-OPERADOR
               UNTIL OPR-IDX > QTDE-OPERADORES.

           DISPLAY " ".
           DISPLAY "DETRATORES PARA RETORNO DO SUPERVISOR".
           DISPLAY "CHAMADO CLIENTE  NOME                 "
                   "TELEFONE        NOTA MOT OPERADOR   RESPOSTA".
           DISPLAY "--------------------------------------------".
           OPEN INPUT ARQUIVO-CLIENTE.
           SET DET-IDX TO 1.
           PERFORM IMPRIME-UM-DETRATOR
               UNTIL DET-IDX > QTDE-DETRATORES.
           IF CLIENTE-FILE-STATUS NOT = "35"
               CLOSE ARQUIVO-CLIENTE
           END-IF.
           DISPLAY "--------------------------------------------".
           DISPLAY "DETRATORES LISTADOS: " QTDE-DETRATORES.

       IMPRIME-UM-MOTIVO.
           MOVE SPACE TO DESCRICAO-MOTIVO.
           IF MOTIVO-SAC-FILE-STATUS NOT = "35"
               MOVE MOT-CODIGO (MOT-IDX) TO MOTIVO-SAC-CODIGO
               READ ARQUIVO-MOTIVO-SAC
                   INVALID KEY
                       MOVE "(FORA DA TABELA)" TO DESCRICAO-MOTIVO
                   NOT INVALID KEY
                       MOVE MOTIVO-SAC-DESCRICAO TO DESCRICAO-MOTIVO
               END-READ
           END-IF.
           MOVE MOT-RESPOSTAS (MOT-IDX) TO CALC-RESPOSTAS.
           MOVE MOT-PROMOTORES (MOT-IDX) TO CALC-PROMOTORES.
           MOVE MOT-NEUTROS (MOT-IDX) TO CALC-NEUTROS.
           MOVE MOT-DETRATORES (MOT-IDX) TO CALC-DETRATORES.
           PERFORM CALCULA-NPS.
           DISPLAY MOT-CODIGO (MOT-IDX) "  " DESCRICAO-MOTIVO " "
                   MOT-RESPOSTAS (MOT-IDX) (2:4) " "
                   MOT-PROMOTORES (MOT-IDX) (2:4) " "
                   MOT-NEUTROS (MOT-IDX) (2:4) " "
                   MOT-DETRATORES (MOT-IDX) (2:4) " "
                   NPS-EDITADO.
           SET MOT-IDX UP BY 1.

       IMPRIME-UM-OPERADOR.
           MOVE OPR-RESPOSTAS (OPR-IDX) TO CALC-RESPOSTAS.
           MOVE OPR-PROMOTORES (OPR-IDX) TO CALC-PROMOTORES.
           MOVE OPR-NEUTROS (OPR-IDX) TO CALC-NEUTROS.
           MOVE OPR-DETRATORES (OPR-IDX) TO CALC-DETRATORES.
           PERFORM CALCULA-NPS.
           DISPLAY OPR-OPERADOR (OPR-IDX) " "
                   OPR-RESPOSTAS (OPR-IDX) (2:4) " "
                   OPR-PROMOTORES (OPR-IDX) (2:4) " "
                   OPR-NEUTROS (OPR-IDX) (2:4) " "
                   OPR-DETRATORES (OPR-IDX) (2:4) " "
                   NPS-EDITADO.
           SET OPR-IDX UP BY 1.

       IMPRIME-UM-DETRATOR.
           MOVE SPACE TO NOME-DETRATOR.
           MOVE SPACE TO TELEFONE-DETRATOR.
           IF CLIENTE-FILE-STATUS NOT = "35"
               MOVE DET-CLIENTE (DET-IDX) TO CLIENTE-CODIGO
               READ ARQUIVO-CLIENTE
                   INVALID KEY
                       MOVE "(NAO CADASTRADO)" TO NOME-DETRATOR
                   NOT INVALID KEY
                       MOVE CLIENTE-NOME TO NOME-DETRATOR
                       IF RECUSA-FONE
                           MOVE "NAO LIGAR-LGPD" TO TELEFONE-DETRATOR
                       ELSE
                           MOVE CLIENTE-TELEFONE TO TELEFONE-DETRATOR
                       END-IF
               END-READ
           END-IF.
           DISPLAY DET-SAC-NUMERO (DET-IDX) " "
                   DET-CLIENTE (DET-IDX) " "
                   NOME-DETRATOR " " TELEFONE-DETRATOR " "
                   DET-NOTA (DET-IDX) "   "
                   DET-MOTIVO (DET-IDX) "  "
                   DET-OPERADOR (DET-IDX) " "
                   DET-DATA (DET-IDX).
           SET DET-IDX UP BY 1.

           COPY "AMBPROC.cob".
