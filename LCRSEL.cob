           SELECT OPTIONAL ARQUIVO-LIBCRED
               ASSIGN TO LIBCRED-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIBCRED-PEDIDO
               FILE STATUS IS LIBCRED-FILE-STATUS.
