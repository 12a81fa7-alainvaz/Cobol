           SELECT OPTIONAL ARQUIVO-TRANSPORTADORA
               ASSIGN TO TRANSPORTADORA-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANSP-CODIGO
               FILE STATUS IS TRANSPORTADORA-FILE-STATUS.
