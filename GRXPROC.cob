      *    EXPOSICAO CONSOLIDADA DO GRUPO ECONOMICO: SOMA A
      *    CREDITO-EXPOSICAO (CREDITO.DAT) DE TODAS AS LOJAS DE
      *    GRUPO-CONS-CODIGO EM GRUPO-CONS-EXPOSICAO, CONTANDO AS
      *    LOJAS EM GRUPO-CONS-MEMBROS. USA GRUPROC E ABRE E FECHA
      *    AQUI GRUPOCLI.DAT E CREDITO.DAT (ENTRADA), QUE NAO PODEM
      *    ESTAR ABERTOS NO PROGRAMA NESTA HORA.
       SOMA-EXPOSICAO-GRUPO.
           MOVE 0 TO GRUPO-CONS-EXPOSICAO.
           MOVE 0 TO GRUPO-CONS-MEMBROS.
           OPEN INPUT ARQUIVO-GRUPO-CLI.
           IF GRUPO-CLI-FILE-STATUS = "00"
               MOVE "N" TO GRUPO-CONS-CREDITO
               OPEN INPUT ARQUIVO-CREDITO
               EVALUATE CREDITO-FILE-STATUS
                   WHEN "00"
                       MOVE "S" TO GRUPO-CONS-CREDITO
                   WHEN "05"
                       MOVE "V" TO GRUPO-CONS-CREDITO
               END-EVALUATE
               PERFORM POSICIONA-MEMBROS-GRUPO
               PERFORM SOMA-EXPOSICAO-MEMBRO
                   UNTIL GRUPO-CONS-FIM = "S"
               IF GRUPO-CONS-CREDITO NOT = "N"
                   CLOSE ARQUIVO-CREDITO
               END-IF
               CLOSE ARQUIVO-GRUPO-CLI
           ELSE
               IF GRUPO-CLI-FILE-STATUS = "05"
                   CLOSE ARQUIVO-GRUPO-CLI
               END-IF
           END-IF.

       SOMA-EXPOSICAO-MEMBRO.
           PERFORM LE-PROXIMO-MEMBRO-GRUPO.
           IF GRUPO-CONS-FIM NOT = "S"
               ADD 1 TO GRUPO-CONS-MEMBROS
               IF GRUPO-CONS-CREDITO = "S"
                   MOVE GRUPO-CLI-CLIENTE TO CREDITO-CLIENTE-CODIGO
                   READ ARQUIVO-CREDITO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD CREDITO-EXPOSICAO
                               TO GRUPO-CONS-EXPOSICAO
                   END-READ
               END-IF
           END-IF.
