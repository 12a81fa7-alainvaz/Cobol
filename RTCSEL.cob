           SELECT OPTIONAL ARQUIVO-RETENCAO
               ASSIGN TO RETENCAO-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RETENCAO-ARQUIVO
               FILE STATUS IS RETENCAO-FILE-STATUS.
