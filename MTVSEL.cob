           SELECT OPTIONAL ARQUIVO-META
               ASSIGN TO META-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS META-CHAVE
               FILE STATUS IS META-FILE-STATUS.
