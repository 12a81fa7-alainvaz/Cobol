           SELECT OPTIONAL ARQUIVO-DISTRIBUICAO
               ASSIGN TO DISTRIBUICAO-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DIST-CHAVE
               FILE STATUS IS DISTRIBUICAO-FILE-STATUS.
