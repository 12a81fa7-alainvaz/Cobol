           SELECT ARQUIVO-INFORME
               ASSIGN TO INFORME-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS INFORME-FILE-STATUS.
