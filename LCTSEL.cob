           SELECT OPTIONAL ARQUIVO-LIQCARTAO
               ASSIGN TO LIQCARTAO-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LIQCARTAO-FILE-STATUS.
