      *      - BURACO OU SOBRA NAS SEQUENCIAS DE NUMFAT.DAT E
      *        NUMPED.DAT (QUANTIDADE DISTINTA DIFERENTE DO ULTIMO
      *        NUMERO GERADO) - ALTA: BURACO EM NUMERACAO DE FATURA
      *        E PERGUNTA DE FISCAL. A SEQUENCIA DE NUMFAT.DAT E A
      *        DA EMPRESA PRINCIPAL (VARIAVEL EMPRESA, PADRAO 17) E
      *        SO AS FATURAS DELA ENTRAM NA CONTA - AS DEMAIS
      *        EMPRESAS TEM SERIE PROPRIA (PROG66).
      *    PEDIDOS.DAT E INDEXADO: A VARREDURA LE EM SEQUENCIA DE
      *    CHAVE (CABECALHO NA LINHA 000 SEGUIDO DOS ITENS).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  FATURA-PATH               PIC X(100).
       01  NUMERO-PEDIDO-FILE-STATUS PIC XX.
       01  NUMERO-FATURA-FILE-STATUS PIC XX.
       01  EMPRESA-CODIGO-USO        PIC 9(02) VALUE 17.
       01  EMPRESA-CODIGO-ENV        PIC X(02).
       01  FINAL-ARQUIVO             PIC X.
       01  DATA-HOJE                 PIC 9(08).

               MOVE "faturas.dat" TO FATURA-PATH
           END-IF.

           MOVE SPACE TO EMPRESA-CODIGO-ENV.
           ACCEPT EMPRESA-CODIGO-ENV FROM ENVIRONMENT "EMPRESA".
           IF EMPRESA-CODIGO-ENV IS NUMERIC
               MOVE EMPRESA-CODIGO-ENV TO EMPRESA-CODIGO-USO
           END-IF.

       AUDITA-PEDIDOS.
           OPEN INPUT ARQUIVO-PEDIDO.
           IF PEDIDO-FILE-STATUS = "35"
           END-IF.

       AUDITA-PROXIMO-REGISTRO.
           READ ARQUIVO-PEDIDO NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               IF FATURA-EMPRESA IS NOT NUMERIC
                       OR FATURA-EMPRESA = 0
                       OR FATURA-EMPRESA = EMPRESA-CODIGO-USO
                   ADD 1 TO QTDE-FATURAS-LIDAS
                   IF FATURA-NUMERO > MAIOR-FATURA-VISTA
                       MOVE FATURA-NUMERO TO MAIOR-FATURA-VISTA
                   END-IF
               END-IF
               MOVE FATURA-PEDIDO-NUMERO TO PEDIDO-NUMERO
               PERFORM VERIFICA-NUMERO-DUPLICADO
