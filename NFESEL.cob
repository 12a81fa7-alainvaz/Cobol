           SELECT OPTIONAL ARQUIVO-NFE
               ASSIGN TO NFE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NFE-FATURA-NUMERO
               FILE STATUS IS NFE-FILE-STATUS.
