           SELECT OPTIONAL ARQUIVO-PLANO-PREV
               ASSIGN TO PLANO-PREV-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLANO-CODIGO
               FILE STATUS IS PLANO-PREV-FILE-STATUS.
