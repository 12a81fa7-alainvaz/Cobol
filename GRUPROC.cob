      *    ROTINAS COMUNS DOS GRUPOS ECONOMICOS (GRUPOS.DAT E
      *    GRUPOCLI.DAT). OS ARQUIVOS SAO ABERTOS E FECHADOS AQUI
      *    MESMO, COMO NAS PARCELAS; SO O PERCURSO DAS LOJAS DE UM
      *    GRUPO (POSICIONA/LE-PROXIMO-MEMBRO) USA ARQUIVO-GRUPO-CLI
      *    JA ABERTO PELO PROGRAMA. SEM OS ARQUIVOS NINGUEM TEM GRUPO
      *    E VALE SO O LIMITE DA LOJA, COMO ANTES.
       INICIALIZA-CAMINHO-GRUPO.
           MOVE "grupos.dat" TO GRUPO-PATH.
           ACCEPT GRUPO-PATH FROM ENVIRONMENT "GRUPO_DAT".
           IF GRUPO-PATH = SPACE
               MOVE "grupos.dat" TO GRUPO-PATH
           END-IF.
           MOVE "grupocli.dat" TO GRUPO-CLI-PATH.
           ACCEPT GRUPO-CLI-PATH FROM ENVIRONMENT "GRUPOCLI_DAT".
           IF GRUPO-CLI-PATH = SPACE
               MOVE "grupocli.dat" TO GRUPO-CLI-PATH
           END-IF.

      *    BUSCA-GRUPO-CLIENTE: GRUPO ATIVO DO CLIENTE
      *    GRUPO-CONS-CLIENTE. CLIENTE FORA DE GRUPO, OU EM GRUPO
      *    DESFEITO, SAI COM GRUPO-CONS-CODIGO ZERO.
       BUSCA-GRUPO-CLIENTE.
           MOVE 0 TO GRUPO-CONS-CODIGO.
           OPEN INPUT ARQUIVO-GRUPO-CLI.
           IF GRUPO-CLI-FILE-STATUS = "00"
               MOVE GRUPO-CONS-CLIENTE TO GRUPO-CLI-CLIENTE
               READ ARQUIVO-GRUPO-CLI
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE GRUPO-CLI-GRUPO TO GRUPO-CONS-CODIGO
               END-READ
               CLOSE ARQUIVO-GRUPO-CLI
           ELSE
               IF GRUPO-CLI-FILE-STATUS = "05"
                   CLOSE ARQUIVO-GRUPO-CLI
               END-IF
           END-IF.
           PERFORM LE-GRUPO-CONSULTADO.

      *    LE-GRUPO-CONSULTADO: NOME, LIMITE E MATRIZ DO GRUPO
      *    GRUPO-CONS-CODIGO. GRUPO INEXISTENTE OU INATIVO ZERA O
      *    CODIGO.
       LE-GRUPO-CONSULTADO.
           MOVE SPACE TO GRUPO-CONS-NOME.
           MOVE 0 TO GRUPO-CONS-LIMITE.
           MOVE 0 TO GRUPO-CONS-MATRIZ.
           IF GRUPO-CONS-CODIGO NOT = 0
               OPEN INPUT ARQUIVO-GRUPO
               IF GRUPO-FILE-STATUS = "00"
                   MOVE GRUPO-CONS-CODIGO TO GRUPO-CODIGO
                   READ ARQUIVO-GRUPO
                       INVALID KEY
                           MOVE 0 TO GRUPO-CONS-CODIGO
                       NOT INVALID KEY
                           PERFORM COPIA-GRUPO-CONSULTADO
                   END-READ
                   CLOSE ARQUIVO-GRUPO
               ELSE
                   MOVE 0 TO GRUPO-CONS-CODIGO
                   IF GRUPO-FILE-STATUS = "05"
                       CLOSE ARQUIVO-GRUPO
                   END-IF
               END-IF
           END-IF.

       COPIA-GRUPO-CONSULTADO.
           IF GRUPO-INATIVO
               MOVE 0 TO GRUPO-CONS-CODIGO
           ELSE
               MOVE GRUPO-NOME TO GRUPO-CONS-NOME
               MOVE GRUPO-LIMITE TO GRUPO-CONS-LIMITE
               MOVE GRUPO-CLIENTE-MATRIZ TO GRUPO-CONS-MATRIZ
           END-IF.

      *    POSICIONA-MEMBROS-GRUPO / LE-PROXIMO-MEMBRO-GRUPO: LOJAS
      *    DE GRUPO-CONS-CODIGO PELA CHAVE ALTERNATIVA, COM
      *    ARQUIVO-GRUPO-CLI ABERTO PELO PROGRAMA. GRUPO-CONS-FIM
      *    = "S" QUANDO ACABAM.
       POSICIONA-MEMBROS-GRUPO.
           MOVE "N" TO GRUPO-CONS-FIM.
           MOVE GRUPO-CONS-CODIGO TO GRUPO-CLI-GRUPO.
           START ARQUIVO-GRUPO-CLI
               KEY IS EQUAL TO GRUPO-CLI-GRUPO
               INVALID KEY
                   MOVE "S" TO GRUPO-CONS-FIM
           END-START.

       LE-PROXIMO-MEMBRO-GRUPO.
           READ ARQUIVO-GRUPO-CLI NEXT RECORD
               AT END
                   MOVE "S" TO GRUPO-CONS-FIM
           END-READ.
           IF GRUPO-CONS-FIM NOT = "S"
                   AND GRUPO-CLI-GRUPO NOT = GRUPO-CONS-CODIGO
               MOVE "S" TO GRUPO-CONS-FIM
           END-IF.
