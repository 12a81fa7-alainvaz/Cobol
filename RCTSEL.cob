           SELECT OPTIONAL ARQUIVO-RECERT
               ASSIGN TO RECERT-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RECERT-FILE-STATUS.
