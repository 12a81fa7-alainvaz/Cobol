           SELECT OPTIONAL ARQUIVO-FRETE
               ASSIGN TO FRETE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FRETE-CHAVE
               FILE STATUS IS FRETE-FILE-STATUS.
