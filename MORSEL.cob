           SELECT OPTIONAL ARQUIVO-MORA
               ASSIGN TO MORA-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MORA-FILE-STATUS.
