               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FATURA-NUMERO
               ALTERNATE RECORD KEY IS FATURA-CLIENTE-CODIGO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS FATURA-CHAVE-SITUACAO
                   WITH DUPLICATES
               FILE STATUS IS FATURA-FILE-STATUS.
