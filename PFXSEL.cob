           SELECT OPTIONAL ARQUIVO-PEDIDO-FIXO
               ASSIGN TO PEDIDO-FIXO-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEDIDO-FIXO-CHAVE
               FILE STATUS IS PEDIDO-FIXO-FILE-STATUS.
