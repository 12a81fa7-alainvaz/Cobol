           SELECT OPTIONAL ARQUIVO-TRIBUTO
               ASSIGN TO TRIBUTO-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRIBUTO-CHAVE
               FILE STATUS IS TRIBUTO-FILE-STATUS.
