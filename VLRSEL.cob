           SELECT OPTIONAL ARQUIVO-VALORIZACAO
               ASSIGN TO VALORIZACAO-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VALORIZACAO-CHAVE
               FILE STATUS IS VALORIZACAO-FILE-STATUS.
