      *    GANHA UMA LINHA NO CATALOGO ACSCAT.DAT (PERIODO COBERTO E
      *    QUANTIDADE) - O LOG NAO CRESCE PARA SEMPRE E O HISTORICO
      *    NAO SE PERDE.
      *    SEM A VARIAVEL, O CORTE E O MES CORRENTE MENOS O PRAZO DA
      *    POLITICA DE RETENCAO (RETENCAO.DAT, LINHA ACESSLOG, EM
      *    MESES; SEM A LINHA, 1 MES - O MES ANTERIOR).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "ACSSEL.cob".
           COPY "RTCSEL.cob".
           SELECT ARQUIVO-ACS-ARQUIVADO
               ASSIGN TO ACS-ARQUIVO-PATH
               ORGANIZATION IS SEQUENTIAL
       DATA DIVISION.
       FILE SECTION.
           COPY "ACSREG.cob".
           COPY "RTCREG.cob".

       FD  ARQUIVO-ACS-ARQUIVADO.
       01  ACS-ARQUIVADO-REGISTRO PIC X(42).

       WORKING-STORAGE SECTION.

           COPY "RTCWRK.cob".
       01  ACESSO-FILE-STATUS        PIC XX.
       01  ACS-ARQUIVADO-FILE-STATUS PIC XX.
       01  ACS-ARQUIVO-PATH          PIC X(100).
           05 CORTE-ANO              PIC 9(04).
           05 CORTE-MES              PIC 9(02).
       01  COMPETENCIA-ENV           PIC X(06).
       01  MESES-RETENCAO            PIC 9(03).
       01  MESES-CORRIDOS            PIC 9(06).
       01  ANO-MES-ACESSO            PIC 9(06).

       01  TOTAL-ARQUIVADOS          PIC 9(07) VALUE 0.
           GOBACK.

      *    INICIALIZA-COMPETENCIA: SEM A VARIAVEL, O CORTE E O MES
      *    CORRENTE MENOS O PRAZO DA POLITICA DE RETENCAO (PADRAO 1,
      *    O MES ANTERIOR), CONTADO EM MESES CORRIDOS PARA A VIRADA
      *    DE ANO SAIR CERTA.
       INICIALIZA-COMPETENCIA.
           MOVE 1 TO MESES-RETENCAO.
           MOVE "ACESSLOG" TO RETENCAO-ARQUIVO-WS.
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
           ACCEPT COMPETENCIA-ENV FROM ENVIRONMENT
           END-IF.
           DISPLAY "CONFIRA OS TOTAIS E TROQUE ACESSLOG.NOVO PELO "
                   "ACESSLOG.DAT ATIVO.".

           COPY "RTCPROC.cob".
