       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG218.
      *    CLIENTES SEM CPF/CNPJ: PERCORRE CLIENTES.DAT E LISTA CADA
      *    CLIENTE NAO INATIVO AINDA SEM DOCUMENTO (TIPO DE PESSOA EM
      *    BRANCO - TODOS OS CLIENTES ANTERIORES A CONVERSAO DO
      *    PROG217), COM CODIGO, NOME, TELEFONE E CIDADE, PARA O
      *    BALCAO PEDIR O NUMERO NA PROXIMA VISITA OU LIGACAO E
      *    COMPLETAR PELO PROG18. NO FIM, QUANTOS FALTAM CONTRA O
      *    TOTAL DE CLIENTES ATIVOS. RETURN-CODE 1 ENQUANTO FALTAR
      *    ALGUM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CLISEL.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "CLIREG.cob".

       WORKING-STORAGE SECTION.

       01  CLIENTE-FILE-STATUS      PIC XX.
       01  CLIENTE-PATH             PIC X(100).
       01  FINAL-ARQUIVO            PIC X.
       01  DATA-HOJE                PIC 9(08).

       01  TOTAL-ATIVOS             PIC 9(07) VALUE 0.
       01  TOTAL-SEM-DOCUMENTO      PIC 9(07) VALUE 0.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE 0 TO RETURN-CODE.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM INICIALIZA-CAMINHOS.

           OPEN INPUT ARQUIVO-CLIENTE.
           IF CLIENTE-FILE-STATUS = "35"
               DISPLAY "CLIENTES.DAT NAO ENCONTRADO: " CLIENTE-PATH
               MOVE 1 TO RETURN-CODE
           ELSE
               DISPLAY "CLIENTES ATIVOS SEM CPF/CNPJ - DATA "
                       DATA-HOJE
               DISPLAY "CODIGO   NOME                 TELEFONE       "
                       "  CIDADE"
               DISPLAY "--------------------------------------------"
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LE-PROXIMO-CLIENTE
                   UNTIL FINAL-ARQUIVO = "S"
               CLOSE ARQUIVO-CLIENTE
               PERFORM IMPRIME-RESUMO
           END-IF.

       PROGRAM-DONE.
           GOBACK.

       INICIALIZA-CAMINHOS.
           MOVE "clientes.dat" TO CLIENTE-PATH.
           ACCEPT CLIENTE-PATH FROM ENVIRONMENT "CLIENTE_DAT".
           IF CLIENTE-PATH = SPACE
               MOVE "clientes.dat" TO CLIENTE-PATH
           END-IF.

       LE-PROXIMO-CLIENTE.
           READ ARQUIVO-CLIENTE NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S" AND NOT CLIENTE-INATIVO
               ADD 1 TO TOTAL-ATIVOS
               IF CLIENTE-SEM-DOCUMENTO
                   ADD 1 TO TOTAL-SEM-DOCUMENTO
                   DISPLAY CLIENTE-CODIGO " " CLIENTE-NOME " "
                           CLIENTE-TELEFONE " " CLIENTE-CIDADE
               END-IF
           END-IF.

       IMPRIME-RESUMO.
           DISPLAY "--------------------------------------------".
           DISPLAY "CLIENTES ATIVOS................: " TOTAL-ATIVOS.
           DISPLAY "SEM CPF/CNPJ A COLETAR.........: "
                   TOTAL-SEM-DOCUMENTO.
           IF TOTAL-SEM-DOCUMENTO NOT = 0
               MOVE 1 TO RETURN-CODE
           END-IF.
