           SELECT OPTIONAL ARQUIVO-IMOBILIZADO
               ASSIGN TO IMOBILIZADO-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IMOB-CODIGO
               FILE STATUS IS IMOBILIZADO-FILE-STATUS.
