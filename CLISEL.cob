               RECORD KEY IS CLIENTE-CODIGO
               ALTERNATE RECORD KEY IS CLIENTE-TELEFONE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLIENTE-DOCUMENTO
                   WITH DUPLICATES
               FILE STATUS IS CLIENTE-FILE-STATUS.
