           SELECT OPTIONAL ARQUIVO-RETROATIVO
               ASSIGN TO RETROATIVO-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RETROATIVO-CHAVE
               FILE STATUS IS RETROATIVO-FILE-STATUS.
