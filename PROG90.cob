      *    CATALOGO AUDCAT.DAT (PERIODO REALMENTE COBERTO E
      *    QUANTIDADE), QUE E COMO A CONSULTA (PROG89) ACHA O
      *    ARQUIVO CERTO PARA DATAS ANTIGAS.
      *    SEM A VARIAVEL, O CORTE E O MES CORRENTE MENOS O PRAZO DA
      *    POLITICA DE RETENCAO (RETENCAO.DAT, LINHA AUDITORIA, EM
      *    MESES; SEM A LINHA, 1 MES - O MES ANTERIOR).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "AUDSEL.cob".
           COPY "RTCSEL.cob".
           COPY "CATSEL.cob".
           SELECT ARQUIVO-AUD-ARQUIVADO
               ASSIGN TO AUD-ARQUIVO-PATH
       DATA DIVISION.
       FILE SECTION.
           COPY "AUDREG.cob".
           COPY "RTCREG.cob".
           COPY "CATREG.cob".

       FD  ARQUIVO-AUD-ARQUIVADO.

       WORKING-STORAGE SECTION.

           COPY "RTCWRK.cob".
           COPY "AMBWRK.cob".

       01  AUDITORIA-FILE-STATUS     PIC XX.
           05 CORTE-ANO              PIC 9(04).
           05 CORTE-MES              PIC 9(02).
       01  COMPETENCIA-ENV           PIC X(06).
       01  MESES-RETENCAO            PIC 9(03).
       01  MESES-CORRIDOS            PIC 9(06).
       01  ANO-MES-LANCAMENTO        PIC 9(06).

       01  TOTAL-ARQUIVADOS          PIC 9(07) VALUE 0.
           GOBACK.

      *    INICIALIZA-COMPETENCIA: SEM A VARIAVEL, O CORTE E O MES
      *    CORRENTE MENOS O PRAZO DA POLITICA DE RETENCAO (PADRAO 1,
      *    O MES ANTERIOR), CONTADO EM MESES CORRIDOS PARA A VIRADA
      *    DE ANO SAIR CERTA.
       INICIALIZA-COMPETENCIA.
           MOVE 1 TO MESES-RETENCAO.
           MOVE "AUDITORIA" TO RETENCAO-ARQUIVO-WS.
           PERFORM OBTEM-RETENCAO.
           IF RETENCAO-ACHADA = "S"
               MOVE RETENCAO-MESES-WS TO MESES-RETENCAO
           END-IF.
           COMPUTE COMPETENCIA-CORTE = DATA-HOJE / 100.
           COMPUTE MESES-CORRIDOS =
               CORTE-ANO * 12 + CORTE-MES - 1 - MESES-RETENCAO.
           COMPUTE CORTE-ANO = MESES-CORRIDOS / 12.
           COMPUTE CORTE-MES = MESES-CORRIDOS - CORTE-ANO * 12 + 1.

           MOVE SPACE TO COMPETENCIA-ENV.
           ACCEPT COMPETENCIA-ENV FROM ENVIRONMENT "PROG90-COMPETENCIA".
                   "AUDITORIA.DAT ATIVO.".

           COPY "AMBPROC.cob".

           COPY "RTCPROC.cob".
