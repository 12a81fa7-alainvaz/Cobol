       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG175.
      *    REAJUSTE ANUAL DOS CONTRATOS DE ALUGUEL DE TERMINAIS: NA
      *    COMPETENCIA (PROG175-COMPETENCIA, AAAAMM; PADRAO O MES
      *    CORRENTE), CADA CONTRATO ATIVO CUJO MES DE ANIVERSARIO E O
      *    MES DA COMPETENCIA, COM PELO MENOS 12 MESES DE VIGENCIA E
      *    AINDA NAO REAJUSTADO NESTA COMPETENCIA, TEM O VALOR MENSAL
      *    CORRIGIDO PELO INDICE DO CONTRATO (INDICES.DAT) ACUMULADO
      *    NOS 12 MESES ANTERIORES - TAXA SOBRE TAXA. FALTANDO A TAXA
      *    DE ALGUM MES O CONTRATO NAO E TOCADO E SAI NA LISTA, PARA
      *    RODAR DE NOVO DEPOIS DE LANCAR O INDICE (PROG174). INDICE
      *    ACUMULADO NEGATIVO NAO REDUZ O VALOR: O CONTRATO FICA
      *    MARCADO COMO REAJUSTADO COM O MESMO VALOR. CADA REAJUSTE
      *    ENFILEIRA A CARTA AO CLIENTE EM FILAEMAIL.DAT (MODELO RJT,
      *    FORMATADA PELO PROG143). PROG175-PREVIA=S SO LISTA. RODAR
      *    ANTES DO FATURAMENTO DE ALUGUEL DO MES (PROG155).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CTRSEL.cob".
           COPY "IDCSEL.cob".
           COPY "EMQSEL.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "CTRREG.cob".
           COPY "IDCREG.cob".
           COPY "EMQREG.cob".

       WORKING-STORAGE SECTION.

       01  CONTRATO-FILE-STATUS    PIC XX.
       01  CONTRATO-PATH           PIC X(100).
       01  INDICE-FILE-STATUS      PIC XX.
       01  INDICE-PATH             PIC X(100).
       01  FILA-EMAIL-FILE-STATUS  PIC XX.
       01  TEM-INDICES             PIC X VALUE "N".
       01  FINAL-ARQUIVO           PIC X.
       01  DATA-HOJE               PIC 9(08).
       01  MODO-PREVIA             PIC X VALUE "N".

       01  COMPETENCIA             PIC 9(06).
       01  COMPETENCIA-ENV         PIC X(06).
       01  ANO-COMPETENCIA         PIC 9(04).
       01  MES-COMPETENCIA         PIC 9(02).
       01  COMPETENCIA-INICIO      PIC 9(06).
       01  COMPETENCIA-MINIMA      PIC 9(06).

      *    MES DO INDICE PERCORRIDO NO ACUMULADO (DOZE MESES ANTES DA
      *    COMPETENCIA ATE O MES ANTERIOR A ELA).
       01  COMPETENCIA-INDICE      PIC 9(06).
       01  COMPETENCIA-INDICE-R REDEFINES COMPETENCIA-INDICE.
           05 INDICE-ANO           PIC 9(04).
           05 INDICE-MES           PIC 9(02).
       01  MESES-ACUMULADOS        PIC 9(02).
       01  FALTA-INDICE            PIC X.
       01  FATOR-ACUMULADO         PIC 9(03)V9(08).
       01  PERCENTUAL-ACUMULADO    PIC S9(03)V9(04).

       01  VALOR-REAJUSTADO        PIC 9(07)V9(02).
       01  VALOR-ANTES             PIC 9(07)V9(02).

       01  TOTAL-NO-ANIVERSARIO    PIC 9(05) VALUE 0.
       01  TOTAL-REAJUSTADOS       PIC 9(05) VALUE 0.
       01  TOTAL-SEM-INDICE        PIC 9(05) VALUE 0.
       01  TOTAL-MANTIDOS          PIC 9(05) VALUE 0.
       01  TOTAL-CARTAS            PIC 9(05) VALUE 0.

       01  VALOR-EDITADO           PIC Z,ZZZ,ZZ9.99.
       01  VALOR-EDITADO-2         PIC Z,ZZZ,ZZ9.99.
       01  VALOR-FILA              PIC ZZZZZZ9.99.
       01  PERCENTUAL-EDITADO      PIC -ZZ9.9999.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE 0 TO RETURN-CODE.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM INICIALIZA-COMPETENCIA.
           PERFORM INICIALIZA-CAMINHOS.

           IF MODO-PREVIA = "S"
               OPEN INPUT ARQUIVO-CONTRATO
           ELSE
               OPEN I-O ARQUIVO-CONTRATO
           END-IF.
           IF CONTRATO-FILE-STATUS = "35"
               DISPLAY "CONTRATOS.DAT NAO ENCONTRADO. NADA A "
                       "REAJUSTAR."
               MOVE 1 TO RETURN-CODE
           ELSE
               OPEN INPUT ARQUIVO-INDICE
               IF INDICE-FILE-STATUS = "00"
                   MOVE "S" TO TEM-INDICES
               END-IF
               DISPLAY "REAJUSTE DE CONTRATOS - COMPETENCIA "
                       COMPETENCIA
               IF MODO-PREVIA = "S"
                   DISPLAY "*** PREVIA - NADA SERA GRAVADO ***"
               END-IF
               DISPLAY "---------------------------------------------"
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM EXAMINA-PROXIMO-CONTRATO
                   UNTIL FINAL-ARQUIVO = "S"
               IF TEM-INDICES = "S"
                   CLOSE ARQUIVO-INDICE
               END-IF
               CLOSE ARQUIVO-CONTRATO
               PERFORM IMPRIME-RESUMO
           END-IF.

       PROGRAM-DONE.
           GOBACK.

       INICIALIZA-COMPETENCIA.
           COMPUTE COMPETENCIA = DATA-HOJE / 100.
           MOVE SPACE TO COMPETENCIA-ENV.
           ACCEPT COMPETENCIA-ENV FROM ENVIRONMENT
               "PROG175-COMPETENCIA".
           IF COMPETENCIA-ENV IS NUMERIC
               MOVE COMPETENCIA-ENV TO COMPETENCIA
           END-IF.
           COMPUTE ANO-COMPETENCIA = COMPETENCIA / 100.
           COMPUTE MES-COMPETENCIA =
               COMPETENCIA - ANO-COMPETENCIA * 100.
      *    VIGENCIA MINIMA DE 12 MESES: INICIO ATE O MESMO MES DO
      *    ANO ANTERIOR.
           COMPUTE COMPETENCIA-MINIMA = COMPETENCIA - 100.

           ACCEPT MODO-PREVIA FROM ENVIRONMENT "PROG175-PREVIA".
           IF MODO-PREVIA NOT = "S"
               MOVE "N" TO MODO-PREVIA
           END-IF.

       INICIALIZA-CAMINHOS.
           MOVE "contratos.dat" TO CONTRATO-PATH.
           ACCEPT CONTRATO-PATH FROM ENVIRONMENT "CONTRATO_DAT".
           IF CONTRATO-PATH = SPACE
               MOVE "contratos.dat" TO CONTRATO-PATH
           END-IF.

           MOVE "indices.dat" TO INDICE-PATH.
           ACCEPT INDICE-PATH FROM ENVIRONMENT "INDICE_DAT".
           IF INDICE-PATH = SPACE
               MOVE "indices.dat" TO INDICE-PATH
           END-IF.

       EXAMINA-PROXIMO-CONTRATO.
           READ ARQUIVO-CONTRATO NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               COMPUTE COMPETENCIA-INICIO =
                   CONTRATO-DATA-INICIO / 100
               IF CONTRATO-ATIVO
                       AND CONTRATO-MES-ANIVERSARIO = MES-COMPETENCIA
                       AND COMPETENCIA-INICIO <= COMPETENCIA-MINIMA
                       AND CONTRATO-ULTIMO-REAJUSTE < COMPETENCIA
                   ADD 1 TO TOTAL-NO-ANIVERSARIO
                   PERFORM ACUMULA-INDICE
                   IF FALTA-INDICE = "S"
                       ADD 1 TO TOTAL-SEM-INDICE
                       DISPLAY "SEM INDICE " CONTRATO-INDICE
                               " PARA " COMPETENCIA-INDICE
                               " - CLIENTE " CONTRATO-CLIENTE-CODIGO
                               " TERMINAL " CONTRATO-TERMINAL
                               " NAO REAJUSTADO."
                   ELSE
                       PERFORM REAJUSTA-CONTRATO
                   END-IF
               END-IF
           END-IF.

      *    ACUMULA-INDICE: FATOR = PRODUTO DE (1 + TAXA/100) DOS 12
      *    MESES ANTERIORES A COMPETENCIA DO ANIVERSARIO.
       ACUMULA-INDICE.
           MOVE "N" TO FALTA-INDICE.
           MOVE 1 TO FATOR-ACUMULADO.
           COMPUTE COMPETENCIA-INDICE = COMPETENCIA - 100.
           MOVE 0 TO MESES-ACUMULADOS.
           IF TEM-INDICES NOT = "S"
               MOVE "S" TO FALTA-INDICE
           ELSE
               PERFORM ACUMULA-UM-MES
                   UNTIL MESES-ACUMULADOS = 12
                      OR FALTA-INDICE = "S"
           END-IF.

       ACUMULA-UM-MES.
           MOVE CONTRATO-INDICE TO INDICE-CODIGO.
           MOVE COMPETENCIA-INDICE TO INDICE-COMPETENCIA.
           READ ARQUIVO-INDICE
               INVALID KEY
                   MOVE "S" TO FALTA-INDICE
               NOT INVALID KEY
                   COMPUTE FATOR-ACUMULADO ROUNDED =
                       FATOR-ACUMULADO * (1 + INDICE-TAXA / 100)
           END-READ.
           IF FALTA-INDICE NOT = "S"
               ADD 1 TO MESES-ACUMULADOS
               IF INDICE-MES = 12
                   ADD 1 TO INDICE-ANO
                   MOVE 1 TO INDICE-MES
               ELSE
                   ADD 1 TO INDICE-MES
               END-IF
           END-IF.

       REAJUSTA-CONTRATO.
           MOVE CONTRATO-VALOR-MENSAL TO VALOR-ANTES.
           COMPUTE PERCENTUAL-ACUMULADO ROUNDED =
               (FATOR-ACUMULADO - 1) * 100.
           IF FATOR-ACUMULADO > 1
               COMPUTE VALOR-REAJUSTADO ROUNDED =
                   CONTRATO-VALOR-MENSAL * FATOR-ACUMULADO
               ADD 1 TO TOTAL-REAJUSTADOS
           ELSE
               MOVE CONTRATO-VALOR-MENSAL TO VALOR-REAJUSTADO
               ADD 1 TO TOTAL-MANTIDOS
           END-IF.
           MOVE VALOR-ANTES TO VALOR-EDITADO.
           MOVE VALOR-REAJUSTADO TO VALOR-EDITADO-2.
           MOVE PERCENTUAL-ACUMULADO TO PERCENTUAL-EDITADO.
           DISPLAY CONTRATO-CLIENTE-CODIGO " " CONTRATO-TERMINAL " "
                   CONTRATO-INDICE " " PERCENTUAL-EDITADO "% DE "
                   VALOR-EDITADO " PARA " VALOR-EDITADO-2.
           IF MODO-PREVIA NOT = "S"
               MOVE VALOR-ANTES TO CONTRATO-VALOR-ANTERIOR
               MOVE VALOR-REAJUSTADO TO CONTRATO-VALOR-MENSAL
               MOVE COMPETENCIA TO CONTRATO-ULTIMO-REAJUSTE
               REWRITE CONTRATO-REGISTRO
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR O REAJUSTE DO "
                               "CONTRATO."
                   NOT INVALID KEY
                       IF VALOR-REAJUSTADO NOT = VALOR-ANTES
                           PERFORM ENFILEIRA-CARTA-REAJUSTE
                       END-IF
               END-REWRITE
           END-IF.

      *    ENFILEIRA-CARTA-REAJUSTE: A CARTA DE REAJUSTE VAI PARA A
      *    FILA DE E-MAIL (FILAEMAIL.DAT); A RECUSA DE E-MAIL E
      *    RESPEITADA PELO FORMATADOR (PROG143).
       ENFILEIRA-CARTA-REAJUSTE.
           OPEN EXTEND ARQUIVO-FILA-EMAIL.
           IF FILA-EMAIL-FILE-STATUS = "35"
               CLOSE ARQUIVO-FILA-EMAIL
               OPEN OUTPUT ARQUIVO-FILA-EMAIL
           END-IF.
           MOVE SPACE TO FILA-EMAIL-REGISTRO.
           MOVE ZERO TO FILA-SEQ.
           MOVE "RJT" TO FILA-TEMPLATE.
           MOVE CONTRATO-CLIENTE-CODIGO TO FILA-CLIENTE-CODIGO.
           MOVE VALOR-REAJUSTADO TO VALOR-FILA.
           MOVE SPACE TO FILA-CAMPOS.
           STRING "TERM " CONTRATO-TERMINAL
                  " VALOR " VALOR-FILA
                  " " CONTRATO-INDICE
               DELIMITED BY SIZE INTO FILA-CAMPOS.
           MOVE DATA-HOJE TO FILA-DATA.
           ACCEPT FILA-HORA FROM TIME.
           MOVE "P" TO FILA-SITUACAO.
           WRITE FILA-EMAIL-REGISTRO.
           CLOSE ARQUIVO-FILA-EMAIL.
           ADD 1 TO TOTAL-CARTAS.

       IMPRIME-RESUMO.
           DISPLAY "---------------------------------------------".
           DISPLAY "CONTRATOS NO ANIVERSARIO....: "
                   TOTAL-NO-ANIVERSARIO.
           DISPLAY "REAJUSTADOS.................: " TOTAL-REAJUSTADOS.
           DISPLAY "MANTIDOS (INDICE NEGATIVO)..: " TOTAL-MANTIDOS.
           DISPLAY "SEM INDICE - NAO TOCADOS....: " TOTAL-SEM-INDICE.
           DISPLAY "CARTAS ENFILEIRADAS.........: " TOTAL-CARTAS.
           IF TOTAL-SEM-INDICE > 0
               DISPLAY "LANCE AS TAXAS QUE FALTAM (PROG174) E RODE "
                       "DE NOVO."
               MOVE 1 TO RETURN-CODE
           END-IF.
