           SELECT OPTIONAL ARQUIVO-CONTAGEM
               ASSIGN TO CONTAGEM-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTAGEM-CHAVE
               FILE STATUS IS CONTAGEM-FILE-STATUS.
