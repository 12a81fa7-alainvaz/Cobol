           SELECT OPTIONAL ARQUIVO-CONTATO
               ASSIGN TO CONTATO-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CONTATO-FILE-STATUS.
