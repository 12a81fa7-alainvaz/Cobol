      *    80% DA RECEITA, "B" ATE 95%, "C" O RESTO. O RESULTADO E
      *    REGRAVADO INTEIRO EM CLASSE.DAT COM A DATA DO CALCULO -
      *    RODAR DE NOVO SO ATUALIZA A FOTO.
      *    COM PROG141-GRUPO=S SAI TAMBEM A RECEITA POR GRUPO
      *    ECONOMICO (GRUPOS.DAT, PROG215), COM A PARTICIPACAO NA
      *    RECEITA E QUANTAS LOJAS DO GRUPO CAIRAM EM CADA CLASSE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FATSEL.cob".
           COPY "CLSSEL.cob".
           COPY "GRUSEL.cob".
           COPY "GRCSEL.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FATREG.cob".
           COPY "CLSREG.cob".
           COPY "GRUREG.cob".
           COPY "GRCREG.cob".

       WORKING-STORAGE SECTION.

           05 CLS-ENTRADA OCCURS 200 TIMES INDEXED BY CLS-IDX.
              10 CLS-CLIENTE    PIC 9(08).
              10 CLS-VALOR      PIC 9(11)V9(02).
              10 CLS-CLASSE     PIC X(01).
       01  CLS-SUB              PIC 9(03).
       01  CLS-SUB-2            PIC 9(03).
       01  CLS-SUB-MAIOR        PIC 9(03).
       01  CLS-TEMP.
           05 CLS-TEMP-CLIENTE  PIC 9(08).
           05 CLS-TEMP-VALOR    PIC 9(11)V9(02).
           05 CLS-TEMP-CLASSE   PIC X(01).
       01  TABELA-CLS-CHEIA     PIC X VALUE "N".
           88 AVISO-CLS-CHEIA-JA-EXIBIDO VALUE "S".

       01  TOTAL-CLASSE-C       PIC 9(03) VALUE 0.
       01  VALOR-EDITADO        PIC $$,$$$,$$$,$$9.99.

           COPY "GRUWRK.cob".

      *    QUADRO POR GRUPO ECONOMICO (PROG141-GRUPO=S): RECEITA DAS
      *    LOJAS SOMADA POR GRUPO E QUANTAS LOJAS CAIRAM EM CADA
      *    CLASSE. A CLASSE CONTINUA SENDO DA LOJA EM CLASSE.DAT.
       01  MODO-GRUPO           PIC X VALUE "N".
       01  QTDE-GRUPOS-CLS      PIC 9(03) VALUE 0.
       01  TABELA-GRUPOS-CLS.
           05 GRUPO-CLS-ENTRADA OCCURS 50 TIMES
                                INDEXED BY GRUPO-CLS-IDX.
              10 GRUPO-CLS-CODIGO  PIC 9(05).
              10 GRUPO-CLS-NOME    PIC X(30).
              10 GRUPO-CLS-VALOR   PIC 9(13)V9(02).
              10 GRUPO-CLS-QTDE-A  PIC 9(03).
              10 GRUPO-CLS-QTDE-B  PIC 9(03).
              10 GRUPO-CLS-QTDE-C  PIC 9(03).
       01  TABELA-GRUPOS-CHEIA  PIC X VALUE "N".
           88 AVISO-GRUPOS-CHEIA-JA-EXIBIDO VALUE "S".
       01  RECEITA-SEM-GRUPO    PIC 9(13)V9(02) VALUE 0.
       01  PERCENTUAL-GRUPO     PIC 9(03)V9(02).
       01  PERCENTUAL-EDITADO   PIC ZZ9.99.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE 0 TO RETURN-CODE.
                   PERFORM ORDENA-POR-VALOR
                   PERFORM GRAVA-CLASSIFICACAO
                   PERFORM IMPRIME-RESUMO
                   IF MODO-GRUPO = "S"
                       PERFORM IMPRIME-QUADRO-GRUPOS
                   END-IF
               END-IF
           END-IF.

               MOVE "classe.dat" TO CLASSE-PATH
           END-IF.

           ACCEPT MODO-GRUPO FROM ENVIRONMENT "PROG141-GRUPO".
           IF MODO-GRUPO NOT = "S"
               MOVE "N" TO MODO-GRUPO
           END-IF.
           PERFORM INICIALIZA-CAMINHO-GRUPO.

       ACUMULA-PROXIMA-FATURA.
           READ ARQUIVO-FATURA NEXT RECORD
               AT END
           END-EVALUATE.
           MOVE CLS-CLIENTE (CLS-SUB) TO CLASSE-CLIENTE-CODIGO.
           MOVE CLASSE-ATRIBUIDA TO CLASSE-TIER.
           MOVE CLASSE-ATRIBUIDA TO CLS-CLASSE (CLS-SUB).
           MOVE CLS-VALOR (CLS-SUB) TO CLASSE-VALOR-12M.
           MOVE DATA-HOJE TO CLASSE-DATA-CALCULO.
           WRITE CLASSE-REGISTRO
           DISPLAY "CLIENTES CLASSE B: " TOTAL-CLASSE-B.
           DISPLAY "CLIENTES CLASSE C: " TOTAL-CLASSE-C.
           DISPLAY "CLASSES GRAVADAS EM " CLASSE-PATH ".".

       IMPRIME-QUADRO-GRUPOS.
           MOVE 1 TO CLS-SUB.
           PERFORM ACUMULA-CLIENTE-GRUPO
               UNTIL CLS-SUB > QTDE-CLIENTES-CLS.
           DISPLAY "----------------------------------------------".
           DISPLAY "RECEITA 12 MESES POR GRUPO ECONOMICO".
           DISPLAY "GRUPO NOME                          "
                   "           RECEITA      %   A   B   C".
           SET GRUPO-CLS-IDX TO 1.
           PERFORM IMPRIME-GRUPO-CLS
               UNTIL GRUPO-CLS-IDX > QTDE-GRUPOS-CLS.
           MOVE RECEITA-SEM-GRUPO TO VALOR-EDITADO.
           DISPLAY "CLIENTES SEM GRUPO..........: " VALOR-EDITADO.

       ACUMULA-CLIENTE-GRUPO.
           MOVE CLS-CLIENTE (CLS-SUB) TO GRUPO-CONS-CLIENTE.
           PERFORM BUSCA-GRUPO-CLIENTE.
           IF GRUPO-CONS-CODIGO = 0
               ADD CLS-VALOR (CLS-SUB) TO RECEITA-SEM-GRUPO
           ELSE
               PERFORM LOCALIZA-GRUPO-CLS
               ADD CLS-VALOR (CLS-SUB)
                   TO GRUPO-CLS-VALOR (GRUPO-CLS-IDX)
               EVALUATE CLS-CLASSE (CLS-SUB)
                   WHEN "A"
                       ADD 1 TO GRUPO-CLS-QTDE-A (GRUPO-CLS-IDX)
                   WHEN "B"
                       ADD 1 TO GRUPO-CLS-QTDE-B (GRUPO-CLS-IDX)
                   WHEN OTHER
                       ADD 1 TO GRUPO-CLS-QTDE-C (GRUPO-CLS-IDX)
               END-EVALUATE
           END-IF.
           ADD 1 TO CLS-SUB.

      *    LOCALIZA-GRUPO-CLS: ALEM DE 50 GRUPOS O EXCEDENTE SOMA NA
      *    ULTIMA LINHA, COMO NO AGING.
       LOCALIZA-GRUPO-CLS.
           SET GRUPO-CLS-IDX TO 1.
           SEARCH GRUPO-CLS-ENTRADA
               AT END
                   PERFORM INCLUI-GRUPO-CLS
               WHEN GRUPO-CLS-CODIGO (GRUPO-CLS-IDX) =
                       GRUPO-CONS-CODIGO
                   CONTINUE
           END-SEARCH.

       INCLUI-GRUPO-CLS.
           IF QTDE-GRUPOS-CLS < 50
               ADD 1 TO QTDE-GRUPOS-CLS
               SET GRUPO-CLS-IDX TO QTDE-GRUPOS-CLS
               MOVE GRUPO-CONS-CODIGO
                   TO GRUPO-CLS-CODIGO (GRUPO-CLS-IDX)
               MOVE GRUPO-CONS-NOME TO GRUPO-CLS-NOME (GRUPO-CLS-IDX)
               MOVE ZERO TO GRUPO-CLS-VALOR (GRUPO-CLS-IDX)
               MOVE ZERO TO GRUPO-CLS-QTDE-A (GRUPO-CLS-IDX)
               MOVE ZERO TO GRUPO-CLS-QTDE-B (GRUPO-CLS-IDX)
               MOVE ZERO TO GRUPO-CLS-QTDE-C (GRUPO-CLS-IDX)
           ELSE
               IF NOT AVISO-GRUPOS-CHEIA-JA-EXIBIDO
                   DISPLAY "*** ATENCAO: LIMITE DE 50 GRUPOS "
                           "ATINGIDO. EXCEDENTES NA ULTIMA LINHA. ***"
                   MOVE "S" TO TABELA-GRUPOS-CHEIA
               END-IF
               SET GRUPO-CLS-IDX TO QTDE-GRUPOS-CLS
           END-IF.

       IMPRIME-GRUPO-CLS.
           IF RECEITA-TOTAL = ZERO
               MOVE ZERO TO PERCENTUAL-GRUPO
           ELSE
               COMPUTE PERCENTUAL-GRUPO ROUNDED =
                   GRUPO-CLS-VALOR (GRUPO-CLS-IDX) * 100
                   / RECEITA-TOTAL
           END-IF.
           MOVE PERCENTUAL-GRUPO TO PERCENTUAL-EDITADO.
           MOVE GRUPO-CLS-VALOR (GRUPO-CLS-IDX) TO VALOR-EDITADO.
           DISPLAY GRUPO-CLS-CODIGO (GRUPO-CLS-IDX) " "
                   GRUPO-CLS-NOME (GRUPO-CLS-IDX) " "
                   VALOR-EDITADO " " PERCENTUAL-EDITADO " "
                   GRUPO-CLS-QTDE-A (GRUPO-CLS-IDX) " "
                   GRUPO-CLS-QTDE-B (GRUPO-CLS-IDX) " "
                   GRUPO-CLS-QTDE-C (GRUPO-CLS-IDX).
           SET GRUPO-CLS-IDX UP BY 1.

           COPY "GRUPROC.cob".
