           SELECT OPTIONAL ARQUIVO-DIST-LOG
               ASSIGN TO "distlog.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DIST-LOG-FILE-STATUS.
