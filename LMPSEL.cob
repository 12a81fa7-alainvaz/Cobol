           SELECT OPTIONAL ARQUIVO-PROPLIM
               ASSIGN TO PROPLIM-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PROPLIM-FILE-STATUS.
