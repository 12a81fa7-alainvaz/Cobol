      *    RETORNA. OS DOIS MOVIMENTOS SAO GRAVADOS EM AUDITORIA.DAT
      *    E O TOTAL ESPERADO DE CONTROLE.DAT E AJUSTADO PARA QUE A
      *    RECONCILIACAO DO PROG46 CONTINUE BATENDO.
      *    O PRAZO PADRAO VEM DA POLITICA DE RETENCAO (RETENCAO.DAT,
      *    LINHA CLIENTES, EM MESES - CONVERTIDO EM ANOS INTEIROS, NO
      *    MINIMO 1); PROG58-ANOS CONTINUA VALENDO POR CIMA DELA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CLISEL.cob".
           COPY "RTCSEL.cob".
           COPY "AUDSEL.cob".
           COPY "CTLSEL.cob".
           SELECT OPTIONAL ARQUIVO-CLIENTE-HIST
       DATA DIVISION.
       FILE SECTION.
           COPY "CLIREG.cob".
           COPY "RTCREG.cob".
           COPY "AUDREG.cob".
           COPY "CTLREG.cob".

      *    CLIENTES.HIST: O REGISTRO INTEIRO DO CLIREG (201
      *    POSICOES), PARA O RESGATE DEVOLVER O CLIENTE COM A
      *    CONDICAO DE PAGAMENTO, A FUSAO E O CPF/CNPJ. ARQUIVO MORTO
      *    NO LEIAUTE ANTERIOR (176 POSICOES) E ALARGADO PELO
      *    PROG217.
       FD  ARQUIVO-CLIENTE-HIST.
       01  HIST-REGISTRO.
           05 HIST-CODIGO        PIC 9(08).
           05 HIST-STATUS        PIC X(01).
           05 HIST-DATA-CADASTRO PIC 9(08).
           05 HIST-CONSENTIMENTOS PIC X(03).
           05 HIST-COND-PAGTO    PIC 9(02).
           05 HIST-FUNDIDO-EM    PIC 9(08).
           05 HIST-TIPO-PESSOA   PIC X(01).
           05 HIST-DOCUMENTO     PIC 9(14).

       WORKING-STORAGE SECTION.

           COPY "RTCWRK.cob".
           COPY "AMBWRK.cob".

       01  CLIENTE-FILE-STATUS      PIC XX.
           END-IF.

           MOVE 2 TO ANOS-CORTE.
           MOVE "CLIENTES" TO RETENCAO-ARQUIVO-WS.
           PERFORM OBTEM-RETENCAO.
           IF RETENCAO-ACHADA = "S"
               COMPUTE ANOS-CORTE = RETENCAO-MESES-WS / 12
               IF ANOS-CORTE = 0
                   MOVE 1 TO ANOS-CORTE
               END-IF
           END-IF.
           ACCEPT ANOS-CORTE-ENV FROM ENVIRONMENT "PROG58-ANOS".
           IF ANOS-CORTE-ENV IS NUMERIC
               MOVE ANOS-CORTE-ENV TO ANOS-CORTE
           END-IF.

           COPY "AMBPROC.cob".

           COPY "RTCPROC.cob".
