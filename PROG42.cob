           SELECT ARQUIVO-FUNCIONARIO-BKP
               ASSIGN TO FUNCIONARIO-BKP-PATH
               ORGANIZATION IS SEQUENTIAL.
           COPY "FATSEL.cob".
           SELECT ARQUIVO-FATURA-BKP
               ASSIGN TO FATURA-BKP-PATH
               ORGANIZATION IS SEQUENTIAL.

           COPY "RUNSEL.cob".

           COPY "CLIREG.cob".
      *    RECORD LENGTH BELOW MUST MATCH CLIENTE-REGISTRO IN CLIREG.
       FD  ARQUIVO-CLIENTE-BKP.
       01  CLIENTE-REGISTRO-BKP PIC X(201).

           COPY "CARQF.cob".
      *    RECORD LENGTH BELOW MUST MATCH FUNCIONARIO-REGISTRO IN CARQF.
       FD  ARQUIVO-FUNCIONARIO-BKP.
       01  FUNCIONARIO-REGISTRO-BKP PIC X(180).

           COPY "FATREG.cob".
      *    RECORD LENGTH BELOW MUST MATCH FATURA-REGISTRO IN FATREG.
       FD  ARQUIVO-FATURA-BKP.
       01  FATURA-REGISTRO-BKP PIC X(107).

           COPY "RUNREG.cob".

       01  FUNCIONARIO-PATH         PIC X(100).
       01  CLIENTE-BKP-PATH         PIC X(100).
       01  FUNCIONARIO-BKP-PATH     PIC X(100).
       01  FATURA-FILE-STATUS       PIC XX.
       01  FATURA-PATH              PIC X(100).
       01  FATURA-BKP-PATH          PIC X(100).
       01  FINAL-ARQUIVO            PIC X.
       01  DATA-HOJE                PIC 9(08).

           PERFORM INICIALIZA-CAMINHOS.
           PERFORM COPIA-CLIENTES.
           PERFORM COPIA-FUNCIONARIOS.
           PERFORM COPIA-FATURAS.

       PROGRAM-DONE.
           PERFORM GRAVA-RUNLOG-FIM.
               MOVE "funcionarios.dat" TO FUNCIONARIO-PATH
           END-IF.

           MOVE "faturas.dat" TO FATURA-PATH.
           ACCEPT FATURA-PATH FROM ENVIRONMENT "FATURA_DAT".
           IF FATURA-PATH = SPACE
               MOVE "faturas.dat" TO FATURA-PATH
           END-IF.

           STRING "clientes." DELIMITED BY SIZE
                  DATA-HOJE   DELIMITED BY SIZE
                  ".bkp"      DELIMITED BY SIZE
                  ".bkp"          DELIMITED BY SIZE
               INTO FUNCIONARIO-BKP-PATH.

           STRING "faturas."  DELIMITED BY SIZE
                  DATA-HOJE   DELIMITED BY SIZE
                  ".bkp"      DELIMITED BY SIZE
               INTO FATURA-BKP-PATH.

       COPIA-CLIENTES.
           MOVE "N" TO FINAL-ARQUIVO.
           OPEN INPUT ARQUIVO-CLIENTE.
                   WRITE FUNCIONARIO-REGISTRO-BKP
           END-READ.

       COPIA-FATURAS.
           MOVE "N" TO FINAL-ARQUIVO.
           OPEN INPUT ARQUIVO-FATURA.
           IF FATURA-FILE-STATUS = "35"
               DISPLAY "FATURAS.DAT NAO ENCONTRADO. BACKUP IGNORADO."
               MOVE 1 TO RETURN-CODE
           ELSE
               OPEN OUTPUT ARQUIVO-FATURA-BKP
               PERFORM LEIA-E-COPIA-FATURA
                   UNTIL FINAL-ARQUIVO = "S"
               CLOSE ARQUIVO-FATURA
               CLOSE ARQUIVO-FATURA-BKP
               DISPLAY "BACKUP DE FATURAS GRAVADO EM: "
                       FATURA-BKP-PATH
           END-IF.

       LEIA-E-COPIA-FATURA.
           READ ARQUIVO-FATURA NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
               NOT AT END
                   MOVE FATURA-REGISTRO TO FATURA-REGISTRO-BKP
                   WRITE FATURA-REGISTRO-BKP
           END-READ.

           COPY "LOGPROC.cob".
