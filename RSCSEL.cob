           SELECT OPTIONAL ARQUIVO-RESCISAO
               ASSIGN TO RESCISAO-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RESCISAO-CHAVE
               FILE STATUS IS RESCISAO-FILE-STATUS.
