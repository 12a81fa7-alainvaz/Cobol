      *    QUARENT.AAAAMMDD.ARQ E OS DEMAIS SAO REGRAVADOS EM
      *    QUARENT.NOVO, QUE O OPERADOR TROCA PELO ATIVO DEPOIS DE
      *    CONFERIR OS TOTAIS (MESMA CONVENCAO DE TROCA DO PROG55).
      *    O PRAZO PADRAO VEM DA POLITICA DE RETENCAO (RETENCAO.DAT,
      *    LINHA QUARENTENA, EM MESES DE 30 DIAS, NO MAXIMO 999
      *    DIAS); PROG88-DIAS CONTINUA VALENDO POR CIMA DELA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "QUARSEL.cob".
           COPY "RTCSEL.cob".
           SELECT ARQUIVO-QUAR-ARQUIVADO
               ASSIGN TO QUAR-ARQUIVO-PATH
               ORGANIZATION IS SEQUENTIAL
       DATA DIVISION.
       FILE SECTION.
           COPY "QUARREG.cob".
           COPY "RTCREG.cob".

       FD  ARQUIVO-QUAR-ARQUIVADO.
       01  QUAR-ARQUIVADO-REGISTRO PIC X(217).

       FD  ARQUIVO-QUAR-NOVO.
       01  QUAR-NOVO-REGISTRO PIC X(217).

       WORKING-STORAGE SECTION.

           COPY "RTCWRK.cob".
           COPY "AMBWRK.cob".

       01  QUARENTENA-FILE-STATUS     PIC XX.
           END-IF.

           MOVE 90 TO DIAS-EXPURGO.
           MOVE "QUARENTENA" TO RETENCAO-ARQUIVO-WS.
           PERFORM OBTEM-RETENCAO.
           IF RETENCAO-ACHADA = "S"
               COMPUTE DIAS-EXPURGO = RETENCAO-MESES-WS * 30
                   ON SIZE ERROR
                       MOVE 999 TO DIAS-EXPURGO
               END-COMPUTE
           END-IF.
           ACCEPT DIAS-EXPURGO-ENV FROM ENVIRONMENT "PROG88-DIAS".
           IF DIAS-EXPURGO-ENV IS NUMERIC
               MOVE DIAS-EXPURGO-ENV TO DIAS-EXPURGO
           SET MOTIVO-IDX UP BY 1.

           COPY "AMBPROC.cob".

           COPY "RTCPROC.cob".
