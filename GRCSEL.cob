           SELECT OPTIONAL ARQUIVO-GRUPO-CLI
               ASSIGN TO GRUPO-CLI-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRUPO-CLI-CLIENTE
               ALTERNATE RECORD KEY IS GRUPO-CLI-GRUPO
                   WITH DUPLICATES
               FILE STATUS IS GRUPO-CLI-FILE-STATUS.
