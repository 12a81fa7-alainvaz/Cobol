           SELECT OPTIONAL ARQUIVO-FGTS
               ASSIGN TO FGTS-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FGTS-FILE-STATUS.
