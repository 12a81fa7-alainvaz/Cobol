           SELECT ARQUIVO-ESTDEP
               ASSIGN TO ESTDEP-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ESTDEP-CHAVE
               FILE STATUS IS ESTDEP-FILE-STATUS.
