       01  JORNAL-PATH        PIC X(100).
       01  JORNAL-ARQUIVO-WS  PIC X(20).
       01  JORNAL-OPERACAO-WS PIC X(01).
       01  JORNAL-IMAGEM-WS   PIC X(250).
       01  JORNAL-OPERADOR-WS PIC X(10).
       01  JORNAL-DATA-WS     PIC 9(08).
