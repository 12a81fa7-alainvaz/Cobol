           SELECT OPTIONAL ARQUIVO-MOVIMOB
               ASSIGN TO MOVIMOB-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MOVIMOB-FILE-STATUS.
