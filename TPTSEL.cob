           SELECT OPTIONAL ARQUIVO-TRANSP-FAIXA
               ASSIGN TO TRANSP-FAIXA-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANSP-FAIXA-CEP-DE
               FILE STATUS IS TRANSP-FAIXA-FILE-STATUS.
