           SELECT OPTIONAL ARQUIVO-TRANSF
               ASSIGN TO TRANSF-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANSF-CHAVE
               FILE STATUS IS TRANSF-FILE-STATUS.
