           SELECT OPTIONAL ARQUIVO-PARCELA
               ASSIGN TO PARCELA-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARCELA-CHAVE
               FILE STATUS IS PARCELA-FILE-STATUS.
