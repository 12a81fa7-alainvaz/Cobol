           SELECT OPTIONAL ARQUIVO-KIT
               ASSIGN TO KIT-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KIT-PRODUTO-CODIGO
               FILE STATUS IS KIT-FILE-STATUS.
