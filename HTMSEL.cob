           SELECT OPTIONAL ARQUIVO-HISTTERM
               ASSIGN TO HISTTERM-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS HISTTERM-FILE-STATUS.
