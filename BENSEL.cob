           SELECT OPTIONAL ARQUIVO-BENEFICIO
               ASSIGN TO BENEFICIO-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BENEFICIO-CHAVE
               FILE STATUS IS BENEFICIO-FILE-STATUS.
