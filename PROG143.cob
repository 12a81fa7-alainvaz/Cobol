      *    SILENCIO.
      *    LEIAUTE DE EMAILRET.DAT (COLUNAS FIXAS):
      *      01-07 SEQUENCIA   08-08 SITUACAO (S/F)
      *    MODELO REL (PARTE DE RELATORIO SEPARADA NO PROG205): O
      *    DESTINATARIO E INTERNO, DA LISTA DISTREL.DAT, SEM CLIENTE
      *    NEM RECUSA; DESTINATARIO FORA DA LISTA, INATIVO OU SEM
      *    E-MAIL FALHA ("F"). A MENSAGEM LEVA UMA QUARTA LINHA,
      *    ANEXO=, COM O ARQUIVO DA PARTE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "EMQSEL.cob".
           COPY "CLISEL.cob".
           COPY "DSTSEL.cob".
           SELECT ARQUIVO-EMAIL-OUT
               ASSIGN TO EMAIL-OUT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
       FILE SECTION.
           COPY "EMQREG.cob".
           COPY "CLIREG.cob".
           COPY "DSTREG.cob".

       FD  ARQUIVO-EMAIL-OUT.
       01  LINHA-EMAIL PIC X(100).
       01  EMAIL-RET-PATH           PIC X(100).
       01  NUMERO-EMAIL-FILE-STATUS PIC XX.
       01  TEM-CADASTRO             PIC X VALUE "N".
       01  DISTRIBUICAO-FILE-STATUS PIC XX.
       01  DISTRIBUICAO-PATH        PIC X(100).
       01  TEM-DISTRIBUICAO         PIC X VALUE "N".
       01  ARQUIVO-ANEXO            PIC X(30).
       01  OPCAO-MENU               PIC 9.
       01  FINAL-ARQUIVO            PIC X.
       01  DATA-HOJE                PIC 9(08).
               MOVE "clientes.dat" TO CLIENTE-PATH
           END-IF.

           MOVE "distrel.dat" TO DISTRIBUICAO-PATH.
           ACCEPT DISTRIBUICAO-PATH FROM ENVIRONMENT "DISTREL_DAT".
           IF DISTRIBUICAO-PATH = SPACE
               MOVE "distrel.dat" TO DISTRIBUICAO-PATH
           END-IF.

           MOVE SPACE TO EMAIL-OUT-PATH.
           STRING "emailout." DELIMITED BY SIZE
                  DATA-HOJE DELIMITED BY SIZE
                       OR CLIENTE-FILE-STATUS = "05"
                   MOVE "S" TO TEM-CADASTRO
               END-IF
               MOVE "N" TO TEM-DISTRIBUICAO
               OPEN INPUT ARQUIVO-DISTRIBUICAO
               IF DISTRIBUICAO-FILE-STATUS = "00"
                       OR DISTRIBUICAO-FILE-STATUS = "05"
                   MOVE "S" TO TEM-DISTRIBUICAO
               END-IF
               OPEN OUTPUT ARQUIVO-EMAIL-OUT
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM FORMATA-PROXIMA-ENTRADA
               IF TEM-CADASTRO = "S"
                   CLOSE ARQUIVO-CLIENTE
               END-IF
               IF TEM-DISTRIBUICAO = "S"
                   CLOSE ARQUIVO-DISTRIBUICAO
               END-IF
               CLOSE ARQUIVO-FILA-EMAIL
               DISPLAY "FORMATADAS: " TOTAL-FORMATADAS
                       "  SUPRIMIDAS (RECUSA): " TOTAL-SUPRIMIDAS
      *    FORMATA-UMA-ENTRADA: BUSCA O CLIENTE; RECUSA DE E-MAIL
      *    SUPRIME ("X"), SEM E-MAIL NO CADASTRO FALHA ("F"), SENAO
      *    A MENSAGEM SAI NO ARQUIVO DE COLETA E A ENTRADA RECEBE
      *    SEQUENCIA E FICA "S". O MODELO REL NAO TEM CLIENTE: O
      *    ENDERECO VEM DA LISTA DE DISTRIBUICAO.
       FORMATA-UMA-ENTRADA.
           IF FILA-TEMPLATE = "REL"
               PERFORM FORMATA-ENTRADA-RELATORIO
           ELSE
               PERFORM FORMATA-ENTRADA-CLIENTE
           END-IF.

       FORMATA-ENTRADA-CLIENTE.
           IF TEM-CADASTRO NOT = "S"
               MOVE "F" TO FILA-SITUACAO
               ADD 1 TO TOTAL-SEM-EMAIL
           REWRITE FILA-EMAIL-REGISTRO.
           ADD 1 TO TOTAL-FORMATADAS.

      *    FORMATA-ENTRADA-RELATORIO: CAMPOS = RELATORIO (1:8),
      *    VALOR DA QUEBRA (9:8) E DATA DA EMISSAO (17:8).
       FORMATA-ENTRADA-RELATORIO.
           IF TEM-DISTRIBUICAO NOT = "S"
               MOVE "F" TO FILA-SITUACAO
               ADD 1 TO TOTAL-SEM-EMAIL
               REWRITE FILA-EMAIL-REGISTRO
           ELSE
               MOVE FILA-CAMPOS (1:8) TO DIST-RELATORIO
               MOVE FILA-CAMPOS (9:8) TO DIST-QUEBRA
               READ ARQUIVO-DISTRIBUICAO
                   INVALID KEY
                       MOVE "F" TO FILA-SITUACAO
                       ADD 1 TO TOTAL-SEM-EMAIL
                       REWRITE FILA-EMAIL-REGISTRO
                       END-REWRITE
                   NOT INVALID KEY
                       IF DIST-INATIVO OR DIST-EMAIL = SPACE
                           MOVE "F" TO FILA-SITUACAO
                           ADD 1 TO TOTAL-SEM-EMAIL
                           REWRITE FILA-EMAIL-REGISTRO
                       ELSE
                           PERFORM GRAVA-MENSAGEM-RELATORIO
                       END-IF
               END-READ
           END-IF.

      *    GRAVA-MENSAGEM-RELATORIO: O NOME DO ANEXO SEGUE A MESMA
      *    REGRA DO PROG205 (RELATORIO.AAAAMMDD.VALOR.rel).
       GRAVA-MENSAGEM-RELATORIO.
           PERFORM GERA-SEQUENCIA-EMAIL.
           MOVE PROXIMA-SEQUENCIA-EMAIL TO FILA-SEQ.

           MOVE SPACE TO LINHA-EMAIL.
           STRING "SEQ=" FILA-SEQ
                  ";PARA=" DIST-EMAIL
               DELIMITED BY "  " INTO LINHA-EMAIL.
           WRITE LINHA-EMAIL.

           MOVE SPACE TO LINHA-EMAIL.
           STRING "MODELO=" FILA-TEMPLATE
                  ";NOME=" DIST-NOME
               DELIMITED BY "  " INTO LINHA-EMAIL.
           WRITE LINHA-EMAIL.

           MOVE SPACE TO LINHA-EMAIL.
           STRING "CAMPOS=" FILA-CAMPOS
               DELIMITED BY SIZE INTO LINHA-EMAIL.
           WRITE LINHA-EMAIL.

           MOVE SPACE TO ARQUIVO-ANEXO.
           STRING FILA-CAMPOS (1:8) DELIMITED BY SPACE
                  "." DELIMITED BY SIZE
                  FILA-CAMPOS (17:8) DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  FILA-CAMPOS (9:8) DELIMITED BY SPACE
                  ".rel" DELIMITED BY SIZE
               INTO ARQUIVO-ANEXO.
           MOVE SPACE TO LINHA-EMAIL.
           STRING "ANEXO=" ARQUIVO-ANEXO
               DELIMITED BY SPACE INTO LINHA-EMAIL.
           WRITE LINHA-EMAIL.

           MOVE "S" TO FILA-SITUACAO.
           REWRITE FILA-EMAIL-REGISTRO.
           ADD 1 TO TOTAL-FORMATADAS.

       GERA-SEQUENCIA-EMAIL.
           MOVE 0 TO PROXIMA-SEQUENCIA-EMAIL.
           OPEN INPUT ARQUIVO-NUMERO-EMAIL.
