      *    AREA DE TRABALHO DA TRILHA DE ALTERACOES (ALTPROC). O
      *    PROGRAMA PREENCHE UMA VEZ ALTERACAO-ARQUIVO-WS,
      *    ALTERACAO-CHAVE-WS, ALTERACAO-OPERACAO-WS,
      *    ALTERACAO-PROGRAMA-WS E ALTERACAO-OPERADOR-WS E, PARA CADA
      *    CAMPO, POE O NOME EM ALTERACAO-CAMPO-WS E O PAR ANTES/
      *    DEPOIS EM ALTERACAO-NUM-ANTERIOR-WS/ALTERACAO-NUM-NOVO-WS
      *    (REGISTRA-ALTERACAO-VALOR) OU EM ALTERACAO-ANTERIOR-WS/
      *    ALTERACAO-NOVO-WS (REGISTRA-ALTERACAO-TEXTO). SO O CAMPO
      *    QUE MUDOU VIRA LINHA. ALTERACAO-PATH VEM DA VARIAVEL
      *    ALTERACAO_DAT (INICIALIZA-CAMINHO-ALTERACAO).
       01  ALTERACAO-FILE-STATUS       PIC XX.
       01  ALTERACAO-PATH              PIC X(100).
       01  ALTERACAO-ARQUIVO-WS        PIC X(10).
       01  ALTERACAO-CHAVE-WS          PIC X(20).
       01  ALTERACAO-CAMPO-WS          PIC X(20).
       01  ALTERACAO-OPERACAO-WS       PIC X(01).
       01  ALTERACAO-ANTERIOR-WS       PIC X(20).
       01  ALTERACAO-NOVO-WS           PIC X(20).
       01  ALTERACAO-NUMERICA-WS       PIC X(01).
       01  ALTERACAO-NUM-ANTERIOR-WS   PIC S9(09)V9(02).
       01  ALTERACAO-NUM-NOVO-WS       PIC S9(09)V9(02).
       01  ALTERACAO-PROGRAMA-WS       PIC X(08).
       01  ALTERACAO-OPERADOR-WS       PIC X(10).
       01  ALTERACAO-VALOR-EDITADO     PIC -ZZZ,ZZZ,ZZ9.99.
