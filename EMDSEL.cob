           SELECT OPTIONAL ARQUIVO-ENCOMENDA
               ASSIGN TO ENCOMENDA-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENCOMENDA-CHAVE
               ALTERNATE RECORD KEY IS ENCOMENDA-CHAVE-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS ENCOMENDA-FILE-STATUS.
