      *    CLIENTE, SOMADO DOS ITENS DE PEDIDOS.DAT (PRECO DE TABELA
      *    MENOS PRECO COBRADO, VEZES A QUANTIDADE) - O CUSTO DOS
      *    ACORDOS COMERCIAIS DO PROG122 DEIXA DE SER INVISIVEL.
      *    COM PROG70-EMPRESA (EE) O RESUMO E OS DESCONTOS SAO SO DA
      *    EMPRESA PEDIDA; SEM ELA O RESUMO E CONSOLIDADO.
      *    PEDIDOS.DAT E INDEXADO: A VARREDURA LE EM SEQUENCIA DE
      *    CHAVE (CABECALHO NA LINHA 000 SEGUIDO DOS ITENS).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  VALOR-EDITADO        PIC $$,$$$,$$$,$$9.99.
       01  VARIACAO-EDITADA     PIC +$,$$$,$$$,$$9.99.

      *    EMPRESA DO RELATORIO (PROG70-EMPRESA); ZERO OU AUSENTE E
      *    O CONSOLIDADO DE TODAS. REGISTRO SEM EMPRESA E DA
      *    PRINCIPAL (VARIAVEL EMPRESA).
       01  EMPRESA-PRINCIPAL-USO PIC 9(02) VALUE 17.
       01  EMPRESA-RELATORIO    PIC 9(02) VALUE 0.
       01  EMPRESA-CODIGO-ENV   PIC X(02).
       01  EMPRESA-DO-REGISTRO  PIC 9(02).
       01  ENTRA-NO-RELATORIO   PIC X.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       INICIALIZA-CAMINHOS.
           MOVE SPACE TO EMPRESA-CODIGO-ENV.
           ACCEPT EMPRESA-CODIGO-ENV FROM ENVIRONMENT "EMPRESA".
           IF EMPRESA-CODIGO-ENV IS NUMERIC
               MOVE EMPRESA-CODIGO-ENV TO EMPRESA-PRINCIPAL-USO
           END-IF.
           MOVE SPACE TO EMPRESA-CODIGO-ENV.
           ACCEPT EMPRESA-CODIGO-ENV FROM ENVIRONMENT "PROG70-EMPRESA".
           IF EMPRESA-CODIGO-ENV IS NUMERIC
               MOVE EMPRESA-CODIGO-ENV TO EMPRESA-RELATORIO
           END-IF.

           MOVE "faturas.dat" TO FATURA-PATH.
           ACCEPT FATURA-PATH FROM ENVIRONMENT "FATURA_DAT".
           IF FATURA-PATH = SPACE
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               MOVE FATURA-EMPRESA TO EMPRESA-DO-REGISTRO
               PERFORM CONFERE-EMPRESA-REGISTRO
           END-IF.
           IF FINAL-ARQUIVO NOT = "S" AND ENTRA-NO-RELATORIO = "S"
               ADD 1 TO TOTAL-FATURAS-LIDAS
               COMPUTE ANO-MES-FATURA = FATURA-DATA-EMISSAO / 100
               PERFORM ACUMULA-MES
           END-IF.

       ACUMULA-PROXIMO-PEDIDO.
           READ ARQUIVO-PEDIDO NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               IF PEDIDO-CABECALHO
                   MOVE PEDIDO-CLIENTE-CODIGO TO CLIENTE-PEDIDO-ATUAL
                   MOVE PEDIDO-EMPRESA TO EMPRESA-DO-REGISTRO
                   PERFORM CONFERE-EMPRESA-REGISTRO
               ELSE
                   IF ENTRA-NO-RELATORIO = "S"
                           AND ITEM-PRECO-LISTA IS NUMERIC
                           AND ITEM-PRECO-LISTA >
                               ITEM-PRECO-UNITARIO
                       COMPUTE DESCONTO-DO-ITEM ROUNDED =
           END-IF.
           ADD 1 TO MES-SUB-2.

      *    CONFERE-EMPRESA-REGISTRO: EMPRESA-DO-REGISTRO CHEGA COM O
      *    CAMPO LIDO E SAI ENTRA-NO-RELATORIO "S" SE O REGISTRO E DA
      *    EMPRESA PEDIDA (OU SE O RELATORIO E CONSOLIDADO).
       CONFERE-EMPRESA-REGISTRO.
           IF EMPRESA-DO-REGISTRO IS NOT NUMERIC
                   OR EMPRESA-DO-REGISTRO = 0
               MOVE EMPRESA-PRINCIPAL-USO TO EMPRESA-DO-REGISTRO
           END-IF.
           IF EMPRESA-RELATORIO = 0
                   OR EMPRESA-DO-REGISTRO = EMPRESA-RELATORIO
               MOVE "S" TO ENTRA-NO-RELATORIO
           ELSE
               MOVE "N" TO ENTRA-NO-RELATORIO
           END-IF.

       IMPRIME-EMPRESA-RELATORIO.
           IF EMPRESA-RELATORIO = 0
               DISPLAY "CONSOLIDADO - TODAS AS EMPRESAS"
           ELSE
               DISPLAY "EMPRESA " EMPRESA-RELATORIO
           END-IF.

       IMPRIME-RESUMO-MENSAL.
           DISPLAY " ".
           DISPLAY "RESUMO MENSAL DE FATURAMENTO".
           PERFORM IMPRIME-EMPRESA-RELATORIO.
           DISPLAY "-------------------------------------------------".
           DISPLAY "ANO-MES / VALOR FATURADO / VARIACAO SOBRE O MESMO "
                   "MES DO ANO ANTERIOR".
