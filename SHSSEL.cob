           SELECT OPTIONAL ARQUIVO-SAC-HIST
               ASSIGN TO SAC-HIST-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SAC-HIST-COMPETENCIA
               FILE STATUS IS SAC-HIST-FILE-STATUS.
