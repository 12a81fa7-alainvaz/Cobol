           SELECT OPTIONAL ARQUIVO-PEDIDO
               ASSIGN TO PEDIDO-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEDIDO-CHAVE
               ALTERNATE RECORD KEY IS PEDIDO-CLIENTE-CHAVE
                   WITH DUPLICATES
               FILE STATUS IS PEDIDO-FILE-STATUS.
