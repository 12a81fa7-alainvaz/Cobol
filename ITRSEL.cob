           SELECT OPTIONAL ARQUIVO-IMPOSTO
               ASSIGN TO IMPOSTO-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS IMPOSTO-FILE-STATUS.
