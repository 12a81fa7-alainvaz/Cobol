      *    ROTINAS COMUNS DO ESTOQUE POR DEPOSITO (ESTDEP.DAT). O
      *    ARQUIVO E ABERTO E FECHADO AQUI MESMO, COMO NAS PARCELAS.
      *    O TOTAL DA EMPRESA EM ESTOQUE.DAT CONTINUA A CARGO DE
      *    CADA PROGRAMA; AQUI SO SE DIZ EM QUE DEPOSITO ELE ESTA.
       INICIALIZA-CAMINHO-ESTDEP.
           MOVE "estdep.dat" TO ESTDEP-PATH.
           ACCEPT ESTDEP-PATH FROM ENVIRONMENT "ESTDEP_DAT".
           IF ESTDEP-PATH = SPACE
               MOVE "estdep.dat" TO ESTDEP-PATH
           END-IF.
           MOVE SPACE TO DEP-PRINCIPAL-ENV.
           ACCEPT DEP-PRINCIPAL-ENV FROM ENVIRONMENT "EMPRESA".
           IF DEP-PRINCIPAL-ENV IS NUMERIC
               MOVE DEP-PRINCIPAL-ENV TO DEP-PRINCIPAL
           END-IF.

      *    CONSULTA-ESTOQUE-DEPOSITO: PRODUTO SEM FICHA NO DEPOSITO
      *    TEM TUDO ZERO. O DISPONIVEL (SALDO MENOS RESERVADO) NAO
      *    FICA NEGATIVO.
       CONSULTA-ESTOQUE-DEPOSITO.
           IF DEP-DEPOSITO = 0
               MOVE DEP-PRINCIPAL TO DEP-DEPOSITO
           END-IF.
           MOVE 0 TO DEP-SALDO.
           MOVE 0 TO DEP-RESERVADO.
           MOVE 0 TO DEP-TRANSITO.
           MOVE 0 TO DEP-DISPONIVEL.
           OPEN INPUT ARQUIVO-ESTDEP.
           IF ESTDEP-FILE-STATUS NOT = "00"
               MOVE "N" TO DEP-ARQUIVO-ESTDEP
           ELSE
               MOVE "S" TO DEP-ARQUIVO-ESTDEP
               MOVE DEP-DEPOSITO TO ESTDEP-DEPOSITO
               MOVE DEP-PRODUTO TO ESTDEP-PRODUTO
               READ ARQUIVO-ESTDEP
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ESTDEP-SALDO TO DEP-SALDO
                       MOVE ESTDEP-RESERVADO TO DEP-RESERVADO
                       MOVE ESTDEP-TRANSITO TO DEP-TRANSITO
               END-READ
               CLOSE ARQUIVO-ESTDEP
               COMPUTE DEP-DISPONIVEL = DEP-SALDO - DEP-RESERVADO
               IF DEP-DISPONIVEL < 0
                   MOVE 0 TO DEP-DISPONIVEL
               END-IF
           END-IF.

      *    MOVIMENTA-ESTOQUE-DEPOSITO: SOMA OS DELTAS DE SALDO,
      *    RESERVA E TRANSITO NA FICHA DO DEPOSITO, CRIANDO A FICHA
      *    SE FALTAR. RESERVADO E TRANSITO NAO FICAM NEGATIVOS (O
      *    SALDO PODE, COMO EM ESTOQUE.DAT). OS DELTAS VOLTAM A ZERO
      *    NO FIM, E O PROGRAMA SO PREENCHE OS QUE MUDAM.
       MOVIMENTA-ESTOQUE-DEPOSITO.
           IF DEP-DEPOSITO = 0
               MOVE DEP-PRINCIPAL TO DEP-DEPOSITO
           END-IF.
           OPEN I-O ARQUIVO-ESTDEP.
           IF ESTDEP-FILE-STATUS NOT = "00"
               MOVE "N" TO DEP-ARQUIVO-ESTDEP
           ELSE
               MOVE "S" TO DEP-ARQUIVO-ESTDEP
               ACCEPT DEP-DATA-HOJE FROM DATE YYYYMMDD
               MOVE DEP-DEPOSITO TO ESTDEP-DEPOSITO
               MOVE DEP-PRODUTO TO ESTDEP-PRODUTO
               READ ARQUIVO-ESTDEP
                   INVALID KEY
                       MOVE 0 TO ESTDEP-SALDO
                       MOVE 0 TO ESTDEP-RESERVADO
                       MOVE 0 TO ESTDEP-TRANSITO
                       PERFORM APLICA-DELTAS-DEPOSITO
                       WRITE ESTDEP-REGISTRO
                   NOT INVALID KEY
                       PERFORM APLICA-DELTAS-DEPOSITO
                       REWRITE ESTDEP-REGISTRO
               END-READ
               CLOSE ARQUIVO-ESTDEP
           END-IF.
           MOVE 0 TO DEP-DELTA-SALDO.
           MOVE 0 TO DEP-DELTA-RESERVA.
           MOVE 0 TO DEP-DELTA-TRANSITO.

       APLICA-DELTAS-DEPOSITO.
           ADD DEP-DELTA-SALDO TO ESTDEP-SALDO.
           COMPUTE DEP-NOVO-RESERVADO =
               ESTDEP-RESERVADO + DEP-DELTA-RESERVA.
           IF DEP-NOVO-RESERVADO < 0
               MOVE 0 TO DEP-NOVO-RESERVADO
           END-IF.
           MOVE DEP-NOVO-RESERVADO TO ESTDEP-RESERVADO.
           COMPUTE DEP-NOVO-TRANSITO =
               ESTDEP-TRANSITO + DEP-DELTA-TRANSITO.
           IF DEP-NOVO-TRANSITO < 0
               MOVE 0 TO DEP-NOVO-TRANSITO
           END-IF.
           MOVE DEP-NOVO-TRANSITO TO ESTDEP-TRANSITO.
           MOVE DEP-DATA-HOJE TO ESTDEP-DATA-ATUALIZACAO.
