           SELECT OPTIONAL ARQUIVO-ALTERACAO
               ASSIGN TO ALTERACAO-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ALTERACAO-FILE-STATUS.
