           SELECT OPTIONAL ARQUIVO-SALDO-CRED
               ASSIGN TO SALDO-CRED-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SALDO-CRED-CHAVE
               FILE STATUS IS SALDO-CRED-FILE-STATUS.
