           SELECT OPTIONAL ARQUIVO-PRODFORN
               ASSIGN TO PRODFORN-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRODFORN-PRODUTO
               FILE STATUS IS PRODFORN-FILE-STATUS.
