           SELECT OPTIONAL ARQUIVO-CAIXA
               ASSIGN TO CAIXA-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CAIXA-FILE-STATUS.
