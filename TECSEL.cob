           SELECT OPTIONAL ARQUIVO-TECNICO
               ASSIGN TO TECNICO-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TECNICO-CODIGO
               FILE STATUS IS TECNICO-FILE-STATUS.
