      *    DE CLIENTES E CONFERIDO CONTRA O ESPERADO DE CONTROLE.DAT,
      *    DO MESMO JEITO QUE O PROG46 CONFERE O ARQUIVO VIVO, E OS
      *    TOTAIS POR STATUS SAO EXIBIDOS.
      *    FATURAS.AAAAMMDD.BKP TAMBEM E RESTAURADA: A CARGA PELO
      *    FATSEL RECONSTROI A CHAVE PRIMARIA E AS ALTERNATIVAS (POR
      *    CLIENTE E POR SITUACAO + VENCIMENTO); SAEM OS TOTAIS POR
      *    SITUACAO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           COPY "CLISEL.cob".
           COPY "CSELEC.cob".
           COPY "CTLSEL.cob".
           COPY "FATSEL.cob".
           SELECT ARQUIVO-CLIENTE-BKP
               ASSIGN TO CLIENTE-BKP-PATH
               ORGANIZATION IS SEQUENTIAL
               ASSIGN TO FUNCIONARIO-BKP-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FUNCIONARIO-BKP-FILE-STATUS.
           SELECT ARQUIVO-FATURA-BKP
               ASSIGN TO FATURA-BKP-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FATURA-BKP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "CLIREG.cob".
           COPY "CARQF.cob".
           COPY "CTLREG.cob".
           COPY "FATREG.cob".

      *    RECORD LENGTHS BELOW MUST MATCH CLIREG/CARQF/FATREG (AS IN
      *    THE PROG42 BACKUP).
       FD  ARQUIVO-CLIENTE-BKP.
       01  CLIENTE-REGISTRO-BKP PIC X(201).

       FD  ARQUIVO-FUNCIONARIO-BKP.
       01  FUNCIONARIO-REGISTRO-BKP PIC X(180).

       FD  ARQUIVO-FATURA-BKP.
       01  FATURA-REGISTRO-BKP PIC X(107).

       WORKING-STORAGE SECTION.

       01  CLIENTE-BKP-PATH            PIC X(100).
       01  FUNCIONARIO-BKP-FILE-STATUS PIC XX.
       01  FUNCIONARIO-BKP-PATH        PIC X(100).
       01  FATURA-FILE-STATUS          PIC XX.
       01  FATURA-PATH                 PIC X(100).
       01  FATURA-BKP-FILE-STATUS      PIC XX.
       01  FATURA-BKP-PATH             PIC X(100).
       01  FINAL-ARQUIVO               PIC X.
       01  CONFIRMACAO                 PIC X(10).

       01  TOTAL-ESPERADO              PIC 9(07) VALUE 0.
       01  DIFERENCA                   PIC S9(07).

       01  TOTAL-FAT-ABERTAS           PIC 9(07).
       01  TOTAL-FAT-PARCIAIS          PIC 9(07).
       01  TOTAL-FAT-LIQUIDADAS        PIC 9(07).
       01  TOTAL-FAT-BAIXADAS          PIC 9(07).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM INICIALIZA-AMBIENTE.
           DISPLAY "===== RESTAURACAO DE COPIAS DE SEGURANCA =====".
           PERFORM RESTAURA-CLIENTES.
           PERFORM RESTAURA-FUNCIONARIOS.
           PERFORM RESTAURA-FATURAS.

       PROGRAM-DONE.
           STOP RUN.
               MOVE "funcionarios.dat" TO FUNCIONARIO-PATH
           END-IF.

           MOVE "faturas.dat" TO FATURA-PATH.
           ACCEPT FATURA-PATH FROM ENVIRONMENT "FATURA_DAT".
           IF FATURA-PATH = SPACE
               MOVE "faturas.dat" TO FATURA-PATH
           END-IF.

       RESTAURA-CLIENTES.
           DISPLAY "CAMINHO DA COPIA DE CLIENTES (ENTER PULA): ".
           MOVE SPACE TO CLIENTE-BKP-PATH.
               END-WRITE
           END-IF.

       RESTAURA-FATURAS.
           DISPLAY "CAMINHO DA COPIA DE FATURAS (ENTER PULA): ".
           MOVE SPACE TO FATURA-BKP-PATH.
           ACCEPT FATURA-BKP-PATH.
           IF FATURA-BKP-PATH = SPACE
               DISPLAY "RESTAURACAO DE FATURAS PULADA."
           ELSE
               OPEN INPUT ARQUIVO-FATURA-BKP
               IF FATURA-BKP-FILE-STATUS = "35"
                   DISPLAY "COPIA NAO ENCONTRADA: " FATURA-BKP-PATH
                   MOVE 1 TO RETURN-CODE
               ELSE
                   PERFORM CONFIRMA-SOBRESCRITA-FATURAS
                   IF CONFIRMACAO = "SIM"
                       PERFORM CARREGA-FATURAS-DA-COPIA
                   ELSE
                       DISPLAY "RESTAURACAO DE FATURAS CANCELADA."
                   END-IF
                   CLOSE ARQUIVO-FATURA-BKP
               END-IF
           END-IF.

       CONFIRMA-SOBRESCRITA-FATURAS.
           MOVE "SIM" TO CONFIRMACAO.
           OPEN INPUT ARQUIVO-FATURA.
           IF FATURA-FILE-STATUS = "00"
               CLOSE ARQUIVO-FATURA
               DISPLAY "*** O ARQUIVO VIVO " FATURA-PATH
                       " SERA SOBRESCRITO. ***"
               DISPLAY "DIGITE SIM PARA CONFIRMAR: "
               MOVE SPACE TO CONFIRMACAO
               ACCEPT CONFIRMACAO
           ELSE
               IF FATURA-FILE-STATUS = "05"
                   CLOSE ARQUIVO-FATURA
               END-IF
           END-IF.

      *    CARREGA-FATURAS-DA-COPIA: A GRAVACAO PELO FATSEL MONTA DE
      *    NOVO AS CHAVES ALTERNATIVAS DE CLIENTE E DE SITUACAO.
       CARREGA-FATURAS-DA-COPIA.
           MOVE 0 TO TOTAL-RESTAURADOS TOTAL-FAT-ABERTAS
                   TOTAL-FAT-PARCIAIS TOTAL-FAT-LIQUIDADAS
                   TOTAL-FAT-BAIXADAS TOTAL-LEGADOS.
           OPEN OUTPUT ARQUIVO-FATURA.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM CARREGA-PROXIMA-FATURA
               UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-FATURA.
           DISPLAY "FATURAS RESTAURADAS: " TOTAL-RESTAURADOS.
           DISPLAY "ABERTAS " TOTAL-FAT-ABERTAS
                   " PARCIAIS " TOTAL-FAT-PARCIAIS
                   " LIQUIDADAS " TOTAL-FAT-LIQUIDADAS.
           DISPLAY "BAIXADAS " TOTAL-FAT-BAIXADAS
                   " LEGADOS " TOTAL-LEGADOS.

       CARREGA-PROXIMA-FATURA.
           READ ARQUIVO-FATURA-BKP
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               MOVE FATURA-REGISTRO-BKP TO FATURA-REGISTRO
               WRITE FATURA-REGISTRO
                   INVALID KEY
                       DISPLAY "CHAVE DUPLICADA NA RESTAURACAO: "
                               FATURA-NUMERO
                   NOT INVALID KEY
                       ADD 1 TO TOTAL-RESTAURADOS
                       EVALUATE TRUE
                           WHEN FATURA-ABERTA
                               ADD 1 TO TOTAL-FAT-ABERTAS
                           WHEN FATURA-PARCIAL
                               ADD 1 TO TOTAL-FAT-PARCIAIS
                           WHEN FATURA-LIQUIDADA
                               ADD 1 TO TOTAL-FAT-LIQUIDADAS
                           WHEN FATURA-BAIXADA-PERDA
                               ADD 1 TO TOTAL-FAT-BAIXADAS
                           WHEN OTHER
                               ADD 1 TO TOTAL-LEGADOS
                       END-EVALUATE
               END-WRITE
           END-IF.

           COPY "AMBPROC.cob".
