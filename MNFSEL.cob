           SELECT OPTIONAL ARQUIVO-MANIFESTO
               ASSIGN TO MANIFESTO-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MANIFESTO-CHAVE
               FILE STATUS IS MANIFESTO-FILE-STATUS.
