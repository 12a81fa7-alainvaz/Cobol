           SELECT OPTIONAL ARQUIVO-GRUPO
               ASSIGN TO GRUPO-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRUPO-CODIGO
               FILE STATUS IS GRUPO-FILE-STATUS.
