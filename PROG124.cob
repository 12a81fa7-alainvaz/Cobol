      *    COMPARACAO DO PROG70. PRODUTO COM CUSTO ZERO SAI MARCADO:
      *    MARGEM SOBRE CUSTO DESCONHECIDO NAO E MARGEM, E ATE HOJE
      *    AS DECISOES DE PRECO ERAM TODAS ASSIM.
      *    PEDIDOS.DAT E INDEXADO: A VARREDURA LE EM SEQUENCIA DE
      *    CHAVE (CABECALHO NA LINHA 000 SEGUIDO DOS ITENS).
      *    PRODUTO VENDIDO COMO KIT (KITS.DAT, PROG200) E CUSTEADO
      *    PELA SOMA DOS COMPONENTES (CUSTO DO COMPONENTE X
      *    QUANTIDADE POR KIT); COMPONENTE SEM CUSTO DEIXA O KIT SEM
      *    CUSTO, MARCADO COMO OS DEMAIS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "PEDSEL.cob".
           COPY "PRODSEL.cob".
           COPY "KITSEL.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "PEDREG.cob".
           COPY "PRODREG.cob".
           COPY "KITREG.cob".

       WORKING-STORAGE SECTION.

       01  PRODUTO-FILE-STATUS  PIC XX.
       01  PRODUTO-PATH         PIC X(100).
       01  TEM-CATALOGO         PIC X VALUE "N".
       01  KIT-FILE-STATUS      PIC XX.
       01  KIT-PATH             PIC X(100).
       01  TEM-KITS             PIC X VALUE "N".
       01  KIT-SUB              PIC 9(02).
       01  CUSTO-DO-KIT         PIC 9(09)V9(02).
       01  FINAL-ARQUIVO        PIC X.
       01  DATA-HOJE            PIC 9(08).

              10 MARGEM-RECEITA   PIC 9(11)V9(02).
              10 MARGEM-CUSTO     PIC 9(11)V9(02).
              10 MARGEM-SEM-CUSTO PIC X(01).
              10 MARGEM-EH-KIT    PIC X(01).
              10 MARGEM-CUSTO-KIT PIC 9(09)V9(02).

       01  QTDE-FAMILIAS        PIC 9(03) VALUE 0.
       01  TABELA-FAMILIAS.
                       OR PRODUTO-FILE-STATUS = "05"
                   MOVE "S" TO TEM-CATALOGO
               END-IF
               OPEN INPUT ARQUIVO-KIT
               IF KIT-FILE-STATUS = "00"
                   MOVE "S" TO TEM-KITS
               END-IF
               MOVE "N" TO PEDIDO-NA-COMPET
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM ACUMULA-PROXIMO-REGISTRO
               IF TEM-CATALOGO = "S"
                   CLOSE ARQUIVO-PRODUTO
               END-IF
               IF KIT-FILE-STATUS NOT = "35"
                   CLOSE ARQUIVO-KIT
               END-IF
               CLOSE ARQUIVO-PEDIDO
               PERFORM IMPRIME-RELATORIO
           END-IF.
               MOVE "produtos.dat" TO PRODUTO-PATH
           END-IF.

           MOVE "kits.dat" TO KIT-PATH.
           ACCEPT KIT-PATH FROM ENVIRONMENT "KIT_DAT".
           IF KIT-PATH = SPACE
               MOVE "kits.dat" TO KIT-PATH
           END-IF.

       ACUMULA-PROXIMO-REGISTRO.
           READ ARQUIVO-PEDIDO NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           PERFORM LOCALIZA-PRODUTO-MARGEM.
           COMPUTE RECEITA-DO-ITEM ROUNDED =
               ITEM-QUANTIDADE * ITEM-PRECO-UNITARIO.
           EVALUATE TRUE
               WHEN MARGEM-SEM-CUSTO (MARGEM-IDX) = "S"
                   MOVE ZERO TO CUSTO-DO-ITEM
               WHEN MARGEM-EH-KIT (MARGEM-IDX) = "S"
                   COMPUTE CUSTO-DO-ITEM ROUNDED =
                       ITEM-QUANTIDADE * MARGEM-CUSTO-KIT (MARGEM-IDX)
               WHEN OTHER
                   COMPUTE CUSTO-DO-ITEM ROUNDED =
                       ITEM-QUANTIDADE * PRODUTO-CUSTO
           END-EVALUATE.
           ADD RECEITA-DO-ITEM TO MARGEM-RECEITA (MARGEM-IDX).
           ADD CUSTO-DO-ITEM TO MARGEM-CUSTO (MARGEM-IDX).
           ADD RECEITA-DO-ITEM TO TOTAL-RECEITA-GERAL.
               MOVE ZERO TO MARGEM-RECEITA (MARGEM-IDX)
               MOVE ZERO TO MARGEM-CUSTO (MARGEM-IDX)
               MOVE "S" TO MARGEM-SEM-CUSTO (MARGEM-IDX)
               MOVE "N" TO MARGEM-EH-KIT (MARGEM-IDX)
               MOVE ZERO TO MARGEM-CUSTO-KIT (MARGEM-IDX)
               PERFORM BUSCA-CATALOGO-MARGEM
           ELSE
               SET MARGEM-IDX TO QTDE-PRODUTOS-MARGEM
                           MOVE "N" TO MARGEM-SEM-CUSTO (MARGEM-IDX)
                       END-IF
               END-READ
               PERFORM BUSCA-ESTRUTURA-KIT
           END-IF.

      *    BUSCA-ESTRUTURA-KIT: SE O PRODUTO E KIT ATIVO, O CUSTO DA
      *    LINHA PASSA A SER A SOMA DOS COMPONENTES, GUARDADA NA
      *    TABELA (O CUSTO PROPRIO DO CODIGO DO KIT NAO CONTA).
       BUSCA-ESTRUTURA-KIT.
           IF TEM-KITS = "S"
               MOVE ITEM-PRODUTO-CODIGO TO KIT-PRODUTO-CODIGO
               READ ARQUIVO-KIT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF KIT-ATIVO
                           PERFORM CUSTEIA-KIT
                       END-IF
               END-READ
           END-IF.

       CUSTEIA-KIT.
           MOVE "S" TO MARGEM-EH-KIT (MARGEM-IDX).
           MOVE "N" TO MARGEM-SEM-CUSTO (MARGEM-IDX).
           MOVE ZERO TO CUSTO-DO-KIT.
           MOVE 1 TO KIT-SUB.
           PERFORM SOMA-CUSTO-COMPONENTE
               UNTIL KIT-SUB > KIT-QTDE-COMPONENTES
                  OR KIT-SUB > 10.
           MOVE CUSTO-DO-KIT TO MARGEM-CUSTO-KIT (MARGEM-IDX).

       SOMA-CUSTO-COMPONENTE.
           MOVE KIT-COMP-PRODUTO (KIT-SUB) TO PRODUTO-CODIGO.
           READ ARQUIVO-PRODUTO
               INVALID KEY
                   MOVE "S" TO MARGEM-SEM-CUSTO (MARGEM-IDX)
               NOT INVALID KEY
                   IF PRODUTO-CUSTO IS NUMERIC
                           AND PRODUTO-CUSTO NOT = ZERO
                       COMPUTE CUSTO-DO-KIT = CUSTO-DO-KIT
                           + PRODUTO-CUSTO * KIT-COMP-QTDE (KIT-SUB)
                   ELSE
                       MOVE "S" TO MARGEM-SEM-CUSTO (MARGEM-IDX)
                   END-IF
           END-READ.
           ADD 1 TO KIT-SUB.

      *    RELEMBRA-CUSTO-PRODUTO: RELE O CATALOGO PARA O CUSTO DO
      *    ITEM CORRENTE (O REGISTRO DO PRODUTO PRECISA ESTAR NA
      *    AREA DO FD NA HORA DO CALCULO).
       RELEMBRA-CUSTO-PRODUTO.
           IF TEM-CATALOGO = "S"
                   AND MARGEM-SEM-CUSTO (MARGEM-IDX) NOT = "S"
                   AND MARGEM-EH-KIT (MARGEM-IDX) NOT = "S"
               MOVE ITEM-PRODUTO-CODIGO TO PRODUTO-CODIGO
               READ ARQUIVO-PRODUTO
                   INVALID KEY
