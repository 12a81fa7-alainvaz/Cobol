           SELECT OPTIONAL ARQUIVO-CONTRATO
               ASSIGN TO CONTRATO-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTRATO-CHAVE
               FILE STATUS IS CONTRATO-FILE-STATUS.
