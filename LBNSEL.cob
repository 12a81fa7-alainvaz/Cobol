           SELECT OPTIONAL ARQUIVO-LIVRO-BENEF
               ASSIGN TO LIVRO-BENEF-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LIVRO-BENEF-FILE-STATUS.
