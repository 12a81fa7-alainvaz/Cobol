           SELECT OPTIONAL ARQUIVO-SUSPENSE
               ASSIGN TO "suspense.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SUSPENSE-FILE-STATUS.
