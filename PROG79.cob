      *    DE LIBERADO PARA TRANSMISSAO (BUREAUTX.DAT). SE OS TOTAIS
      *    NAO BATEREM, A MARCA NAO E GRAVADA E O RETURN-CODE SOBE.
      *    COMPETENCIA: PROG79-COMPETENCIA (AAAAMM), PADRAO O MES
      *    CORRENTE. ARQUIVO: BUREAU.AAAAMM.DAT. LOGO APOS O DETALHE
      *    DE CADA FUNCIONARIO SEGUEM OS SEUS BENEFICIOS EM VIGOR NA
      *    COMPETENCIA (TIPO 3: CODIGO, TIPO DO BENEFICIO, PARTE DO
      *    FUNCIONARIO A DESCONTAR - VALE-TRANSPORTE JA NO TETO DE 6%
      *    DO SALARIO - E PARTE DA EMPRESA), DE BENEFICIOS.DAT
      *    (PROG169); O TRAILER LEVA TAMBEM A QUANTIDADE DELES E A
      *    SOMA DOS DESCONTOS, CONFERIDAS NA RELEITURA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CSELEC.cob".
           COPY "EMPSEL.cob".
           COPY "BENSEL.cob".
           SELECT ARQUIVO-BUREAU
               ASSIGN TO BUREAU-PATH
               ORGANIZATION IS SEQUENTIAL
       FILE SECTION.
           COPY "CARQF.cob".
           COPY "EMPREG.cob".
           COPY "BENREG.cob".

       FD  ARQUIVO-BUREAU.
       01  BUREAU-REGISTRO          PIC X(80).
           05 DETALHE-DEPARTAMENTO  PIC X(10).
           05 DETALHE-SALARIO       PIC 9(07)V9(02).
           05 FILLER                PIC X(35).
       01  BUREAU-BENEFICIO REDEFINES BUREAU-REGISTRO.
           05 BENEF-TIPO-REG        PIC X(01).
           05 BENEF-CODIGO          PIC 9(05).
           05 BENEF-TIPO            PIC X(02).
           05 BENEF-VALOR-FUNC      PIC 9(07)V9(02).
           05 BENEF-VALOR-EMPRESA   PIC 9(07)V9(02).
           05 FILLER                PIC X(54).
       01  BUREAU-TRAILER REDEFINES BUREAU-REGISTRO.
           05 TRAILER-TIPO          PIC X(01).
           05 TRAILER-QTDE          PIC 9(07).
           05 TRAILER-HASH-SALARIOS PIC 9(13)V9(02).
           05 TRAILER-QTDE-BENEF    PIC 9(07).
           05 TRAILER-HASH-BENEF    PIC 9(13)V9(02).
           05 FILLER                PIC X(35).

       FD  ARQUIVO-BUREAU-TX.
       01  BUREAU-TX-REGISTRO.
       01  QTDE-DETALHES           PIC 9(07) VALUE 0.
       01  HASH-SALARIOS           PIC 9(13)V9(02) VALUE 0.

      *    BENEFICIOS EM VIGOR (BENEFICIOS.DAT, PROG169), COM O TETO
      *    DE 6% DO SALARIO NA PARTE DO FUNCIONARIO NO VALE-TRANSPORTE.
       01  BENEFICIO-FILE-STATUS   PIC XX.
       01  BENEFICIO-PATH          PIC X(100).
       01  TEM-BENEFICIOS          PIC X VALUE "N".
       01  FINAL-BENEFICIOS        PIC X.
       01  TETO-VT-PERCENTUAL      PIC 9(02)V9(02) VALUE 6.
       01  TETO-VT                 PIC 9(07)V9(02).
       01  BENEF-FUNC-CALC         PIC 9(07)V9(02).
       01  BENEF-EMPRESA-CALC      PIC 9(07)V9(02).
       01  QTDE-BENEFICIOS         PIC 9(07) VALUE 0.
       01  HASH-BENEFICIOS         PIC 9(13)V9(02) VALUE 0.
       01  QTDE-BENEF-RELIDA       PIC 9(07) VALUE 0.
       01  HASH-BENEF-RELIDO       PIC 9(13)V9(02) VALUE 0.
       01  TRAILER-QTDE-BENEF-LIDO PIC 9(07) VALUE 0.
       01  TRAILER-HASH-BENEF-LIDO PIC 9(13)V9(02) VALUE 0.

       01  QTDE-RELIDA             PIC 9(07) VALUE 0.
       01  HASH-RELIDO             PIC 9(13)V9(02) VALUE 0.
       01  TRAILER-QTDE-LIDO       PIC 9(07) VALUE 0.
                       "EXTRACAO NAO GERADA."
               MOVE 1 TO RETURN-CODE
           ELSE
               OPEN INPUT ARQUIVO-BENEFICIO
               IF BENEFICIO-FILE-STATUS = "00"
                       OR BENEFICIO-FILE-STATUS = "05"
                   MOVE "S" TO TEM-BENEFICIOS
               END-IF
               PERFORM GERA-ARQUIVO-BUREAU
               CLOSE ARQUIVO-FUNCIONARIO
               IF TEM-BENEFICIOS = "S"
                   CLOSE ARQUIVO-BENEFICIO
               END-IF
               PERFORM CONFERE-ARQUIVO-BUREAU
           END-IF.

                  ".dat" DELIMITED BY SIZE
               INTO BUREAU-PATH.

           MOVE "beneficios.dat" TO BENEFICIO-PATH.
           ACCEPT BENEFICIO-PATH FROM ENVIRONMENT "BENEFICIO_DAT".
           IF BENEFICIO-PATH = SPACE
               MOVE "beneficios.dat" TO BENEFICIO-PATH
           END-IF.

       BUSCA-DADOS-EMPRESA.
           MOVE "empresa.dat" TO EMPRESA-PATH.
           ACCEPT EMPRESA-PATH FROM ENVIRONMENT "EMPRESA_DAT".
           MOVE "9" TO TRAILER-TIPO.
           MOVE QTDE-DETALHES TO TRAILER-QTDE.
           MOVE HASH-SALARIOS TO TRAILER-HASH-SALARIOS.
           MOVE QTDE-BENEFICIOS TO TRAILER-QTDE-BENEF.
           MOVE HASH-BENEFICIOS TO TRAILER-HASH-BENEF.
           WRITE BUREAU-REGISTRO.

           CLOSE ARQUIVO-BUREAU.
                   WRITE BUREAU-REGISTRO
                   ADD 1 TO QTDE-DETALHES
                   ADD FUNCIONARIO-SALARIO TO HASH-SALARIOS
                   PERFORM GRAVA-BENEFICIOS-FUNCIONARIO
               END-IF
           END-IF.

      *    GRAVA-BENEFICIOS-FUNCIONARIO: UM REGISTRO TIPO 3 PARA CADA
      *    BENEFICIO DO FUNCIONARIO EM VIGOR NA COMPETENCIA.
       GRAVA-BENEFICIOS-FUNCIONARIO.
           IF TEM-BENEFICIOS = "S"
               MOVE FUNCIONARIO-CODIGO TO BENEFICIO-FUNC-CODIGO
               MOVE 0 TO BENEFICIO-SEQ
               START ARQUIVO-BENEFICIO
                   KEY IS NOT LESS THAN BENEFICIO-CHAVE
                   INVALID KEY
                       CONTINUE
               END-START
               IF BENEFICIO-FILE-STATUS = "00"
                   MOVE "N" TO FINAL-BENEFICIOS
                   PERFORM GRAVA-PROXIMO-BENEFICIO
                       UNTIL FINAL-BENEFICIOS = "S"
               END-IF
           END-IF.

       GRAVA-PROXIMO-BENEFICIO.
           READ ARQUIVO-BENEFICIO NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-BENEFICIOS
           END-READ.
           IF FINAL-BENEFICIOS NOT = "S"
               IF BENEFICIO-FUNC-CODIGO NOT = FUNCIONARIO-CODIGO
                   MOVE "S" TO FINAL-BENEFICIOS
               ELSE
                   IF BENEFICIO-DATA-INICIO / 100 <= COMPETENCIA
                       AND (BENEFICIO-DATA-FIM = 0
                         OR BENEFICIO-DATA-FIM / 100 >= COMPETENCIA)
                       PERFORM GRAVA-DETALHE-BENEFICIO
                   END-IF
               END-IF
           END-IF.

       GRAVA-DETALHE-BENEFICIO.
           MOVE BENEFICIO-VALOR-FUNC TO BENEF-FUNC-CALC.
           MOVE BENEFICIO-VALOR-EMPRESA TO BENEF-EMPRESA-CALC.
           IF BENEFICIO-VT
               COMPUTE TETO-VT ROUNDED =
                   FUNCIONARIO-SALARIO * TETO-VT-PERCENTUAL / 100
               IF BENEF-FUNC-CALC > TETO-VT
                   COMPUTE BENEF-EMPRESA-CALC =
                       BENEF-EMPRESA-CALC + BENEF-FUNC-CALC - TETO-VT
                   MOVE TETO-VT TO BENEF-FUNC-CALC
               END-IF
           END-IF.
           MOVE SPACE TO BUREAU-REGISTRO.
           MOVE "3" TO BENEF-TIPO-REG.
           MOVE FUNCIONARIO-CODIGO TO BENEF-CODIGO.
           MOVE BENEFICIO-TIPO TO BENEF-TIPO.
           MOVE BENEF-FUNC-CALC TO BENEF-VALOR-FUNC.
           MOVE BENEF-EMPRESA-CALC TO BENEF-VALOR-EMPRESA.
           WRITE BUREAU-REGISTRO.
           ADD 1 TO QTDE-BENEFICIOS.
           ADD BENEF-FUNC-CALC TO HASH-BENEFICIOS.

      *    CONFERE-ARQUIVO-BUREAU: RELE O ARQUIVO GRAVADO, RECONTA
      *    OS DETALHES E RESSOMA OS SALARIOS (E OS DESCONTOS DOS
      *    BENEFICIOS); SO GRAVA A MARCA DE
      *    TRANSMISSAO SE O TRAILER BATER COM A RELEITURA.
       CONFERE-ARQUIVO-BUREAU.
           MOVE 0 TO QTDE-RELIDA.
           MOVE ZERO TO HASH-RELIDO.
           MOVE 0 TO QTDE-BENEF-RELIDA.
           MOVE ZERO TO HASH-BENEF-RELIDO.
           MOVE "N" TO ACHOU-TRAILER.
           OPEN INPUT ARQUIVO-BUREAU.
           MOVE "N" TO FINAL-ARQUIVO.
                   AND TRAILER-QTDE-LIDO = QTDE-RELIDA
                   AND TRAILER-HASH-LIDO = HASH-RELIDO
                   AND QTDE-RELIDA = QTDE-DETALHES
                   AND TRAILER-QTDE-BENEF-LIDO = QTDE-BENEF-RELIDA
                   AND TRAILER-HASH-BENEF-LIDO = HASH-BENEF-RELIDO
               PERFORM GRAVA-MARCA-TRANSMISSAO
               DISPLAY "TOTAIS CONFEREM (" QTDE-RELIDA
                       " DETALHE(S)). ARQUIVO LIBERADO PARA "
                   WHEN "2"
                       ADD 1 TO QTDE-RELIDA
                       ADD DETALHE-SALARIO TO HASH-RELIDO
                   WHEN "3"
                       ADD 1 TO QTDE-BENEF-RELIDA
                       ADD BENEF-VALOR-FUNC TO HASH-BENEF-RELIDO
                   WHEN "9"
                       MOVE "S" TO ACHOU-TRAILER
                       MOVE TRAILER-QTDE TO TRAILER-QTDE-LIDO
                       MOVE TRAILER-HASH-SALARIOS
                           TO TRAILER-HASH-LIDO
                       MOVE TRAILER-QTDE-BENEF
                           TO TRAILER-QTDE-BENEF-LIDO
                       MOVE TRAILER-HASH-BENEF
                           TO TRAILER-HASH-BENEF-LIDO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
