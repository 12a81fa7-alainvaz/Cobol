           SELECT OPTIONAL ARQUIVO-INDICE
               ASSIGN TO INDICE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INDICE-CHAVE
               FILE STATUS IS INDICE-FILE-STATUS.
