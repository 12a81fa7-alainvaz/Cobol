      *    FORA E SAI LISTADO - ESSE AINDA RECEBE NO BALCAO, MAS
      *    NINGUEM MAIS DIGITA O LIVRO INTEIRO NO INTERNET BANKING.
      *    DEPOIS DE GRAVAR, O ARQUIVO E RELIDO E O TRAILER
      *    CONFERIDO; SO ENTAO E LIBERADO. O LIQUIDO DAS RESCISOES
      *    DA COMPETENCIA (RESCISOES.DAT, PROG166) ENTRA NO MESMO
      *    ARQUIVO, COM OS DADOS BANCARIOS DO DESLIGADO. COMPETENCIA:
      *    PROG134-COMPETENCIA (AAAAMM), PADRAO O MES CORRENTE.
      *    ARQUIVO: SALCRED.AAAAMM.DAT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CSELEC.cob".
           COPY "RSCSEL.cob".
           SELECT ARQUIVO-FOLHA
               ASSIGN TO FOLHA-PATH
               ORGANIZATION IS SEQUENTIAL
       DATA DIVISION.
       FILE SECTION.
           COPY "CARQF.cob".
           COPY "RSCREG.cob".

       FD  ARQUIVO-FOLHA.
       01  FOLHA-REGISTRO.
           05 FOLHA-DESCONTOS     PIC 9(07)V9(02).
           05 FOLHA-VALOR-LIQUIDO PIC 9(07)V9(02).
           05 FOLHA-DATA-CALCULO  PIC 9(08).
           05 FOLHA-EMPRESA       PIC 9(02).

       FD  ARQUIVO-SALCRED.
       01  SALCRED-REGISTRO         PIC X(80).
       01  FOLHA-PATH              PIC X(100).
       01  SALCRED-FILE-STATUS     PIC XX.
       01  SALCRED-PATH            PIC X(100).
       01  RESCISAO-FILE-STATUS    PIC XX.
       01  RESCISAO-PATH           PIC X(100).
       01  TEM-CADASTRO            PIC X VALUE "N".
       01  FINAL-ARQUIVO           PIC X.
       01  DATA-HOJE               PIC 9(08).
       01  VALOR-TOTAL-CREDITOS    PIC 9(13)V9(02) VALUE 0.
       01  TOTAL-SEM-BANCO         PIC 9(05) VALUE 0.
       01  TOTAL-PULADOS           PIC 9(05) VALUE 0.
       01  TOTAL-RESCISOES         PIC 9(05) VALUE 0.

       01  CREDITO-CODIGO          PIC 9(05).
       01  CREDITO-NOME            PIC X(20).
       01  CREDITO-VALOR           PIC 9(07)V9(02).

       01  QTDE-RELIDA             PIC 9(07) VALUE 0.
       01  VALOR-RELIDO            PIC 9(13)V9(02) VALUE 0.
                  ".dat" DELIMITED BY SIZE
               INTO FOLHA-PATH.

           MOVE "rescisoes.dat" TO RESCISAO-PATH.
           ACCEPT RESCISAO-PATH FROM ENVIRONMENT "RESCISAO_DAT".
           IF RESCISAO-PATH = SPACE
               MOVE "rescisoes.dat" TO RESCISAO-PATH
           END-IF.

           MOVE SPACE TO SALCRED-PATH.
           STRING "salcred." DELIMITED BY SIZE
                  COMPETENCIA DELIMITED BY SIZE
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM GRAVA-PROXIMO-CREDITO
               UNTIL FINAL-ARQUIVO = "S".
           IF TEM-CADASTRO = "S"
               PERFORM GRAVA-CREDITOS-RESCISAO
           END-IF.

           MOVE SPACE TO SALCRED-REGISTRO.
           MOVE "9" TO SALCRED-TRAILER-TIPO.
                       IF FUNCIONARIO-INATIVO
                           ADD 1 TO TOTAL-PULADOS
                       ELSE
                           MOVE FOLHA-FUNC-CODIGO TO CREDITO-CODIGO
                           MOVE FOLHA-FUNC-NOME TO CREDITO-NOME
                           MOVE FOLHA-VALOR-LIQUIDO TO CREDITO-VALOR
                           PERFORM GRAVA-DETALHE-CREDITO
                       END-IF
               END-READ
                   AND FUNCIONARIO-CONTA NOT = SPACE
               MOVE SPACE TO SALCRED-REGISTRO
               MOVE "2" TO SALCRED-DET-TIPO
               MOVE CREDITO-CODIGO TO SALCRED-DET-CODIGO
               MOVE CREDITO-NOME TO SALCRED-DET-NOME
               MOVE FUNCIONARIO-BANCO TO SALCRED-DET-BANCO
               MOVE FUNCIONARIO-AGENCIA TO SALCRED-DET-AGENCIA
               MOVE FUNCIONARIO-CONTA TO SALCRED-DET-CONTA
               MOVE CREDITO-VALOR TO SALCRED-DET-VALOR
               WRITE SALCRED-REGISTRO
               ADD 1 TO QTDE-DETALHES
               ADD CREDITO-VALOR TO VALOR-TOTAL-CREDITOS
           ELSE
               ADD 1 TO TOTAL-SEM-BANCO
               DISPLAY "FUNCIONARIO " CREDITO-CODIGO " - "
                       CREDITO-NOME " SEM DADOS BANCARIOS. "
                       "PAGAR A PARTE."
           END-IF.

      *    GRAVA-CREDITOS-RESCISAO: LIQUIDO DAS RESCISOES DA
      *    COMPETENCIA; O DESLIGADO JA ESTA INATIVO NO CADASTRO, MAS
      *    OS DADOS BANCARIOS CONTINUAM LA.
       GRAVA-CREDITOS-RESCISAO.
           OPEN INPUT ARQUIVO-RESCISAO.
           IF RESCISAO-FILE-STATUS = "00"
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM GRAVA-PROXIMA-RESCISAO
                   UNTIL FINAL-ARQUIVO = "S"
               CLOSE ARQUIVO-RESCISAO
           ELSE
               IF RESCISAO-FILE-STATUS = "05"
                   CLOSE ARQUIVO-RESCISAO
               END-IF
           END-IF.

       GRAVA-PROXIMA-RESCISAO.
           READ ARQUIVO-RESCISAO NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
                   AND RESCISAO-COMPETENCIA = COMPETENCIA
                   AND RESCISAO-VALOR-LIQUIDO NOT = ZERO
               MOVE RESCISAO-FUNC-CODIGO TO FUNCIONARIO-CODIGO
               READ ARQUIVO-FUNCIONARIO
                   INVALID KEY
                       ADD 1 TO TOTAL-PULADOS
                       DISPLAY "RESCISAO DO FUNCIONARIO "
                               RESCISAO-FUNC-CODIGO " SEM CADASTRO. "
                               "FORA DO CREDITO."
                   NOT INVALID KEY
                       ADD 1 TO TOTAL-RESCISOES
                       MOVE RESCISAO-FUNC-CODIGO TO CREDITO-CODIGO
                       MOVE RESCISAO-FUNC-NOME TO CREDITO-NOME
                       MOVE RESCISAO-VALOR-LIQUIDO TO CREDITO-VALOR
                       PERFORM GRAVA-DETALHE-CREDITO
               END-READ
           END-IF.

      *    CONFERE-ARQUIVO-SALCRED: RELE O ARQUIVO GRAVADO E CONFERE
      *    O TRAILER, MESMA DISCIPLINA DO PROG79 COM O BUREAU.
       CONFERE-ARQUIVO-SALCRED.
                       "BANCO."
               DISPLAY "SEM DADOS BANCARIOS: " TOTAL-SEM-BANCO
                       "  PULADOS: " TOTAL-PULADOS
                       "  RESCISOES: " TOTAL-RESCISOES
           ELSE
               DISPLAY "*** TOTAIS DO TRAILER NAO CONFEREM COM A "
                       "RELEITURA. ARQUIVO NAO LIBERADO. ***"
