      *    AREA DE TRABALHO DOS CREDITOS DO CLIENTE (SCRPROC).
      *    REGISTRA-SALDO-CREDITO GRAVA UM CREDITO NOVO COM OS
      *    CAMPOS SALDO-CRED-NOVO-* E DEVOLVE A SEQUENCIA GERADA
      *    (ZERO SE NAO GRAVOU). SOMA-SALDO-CREDITO-CLIENTE DEVOLVE
      *    EM SALDO-CRED-DISPONIVEL O SALDO DOS CREDITOS EM ABERTO DE
      *    SALDO-CRED-CONS-CLIENTE (CLIENTE ZERO SOMA O ARQUIVO
      *    INTEIRO). CONSOME-SALDO-CREDITO TIRA ATE
      *    SALDO-CRED-CONS-VALOR DOS CREDITOS DO CLIENTE, DO MAIS
      *    ANTIGO PARA O MAIS NOVO, E DEVOLVE O QUE CONSEGUIU EM
      *    SALDO-CRED-CONS-APLICADO. ESTORNA-SALDO-CREDITO TIRA ATE
      *    SALDO-CRED-CONS-VALOR DO SALDO DO CREDITO
      *    SALDO-CRED-ESTORNO-SEQ (OPERADOR EM
      *    SALDO-CRED-NOVO-OPERADOR) E DEVOLVE O QUE TIROU EM
      *    SALDO-CRED-CONS-APLICADO. SALDO-CRED-PATH VEM DA VARIAVEL
      *    SALDOCRED_DAT (INICIALIZA-CAMINHO-SALDO-CRED).
       01  SALDO-CRED-FILE-STATUS    PIC XX.
       01  SALDO-CRED-PATH           PIC X(100).
       01  SALDO-CRED-NOVO-CLIENTE   PIC 9(08).
       01  SALDO-CRED-NOVO-ORIGEM    PIC X(01).
       01  SALDO-CRED-NOVO-DOCUMENTO PIC 9(07).
       01  SALDO-CRED-NOVO-VALOR     PIC 9(09)V9(02).
       01  SALDO-CRED-NOVO-OPERADOR  PIC X(10).
       01  SALDO-CRED-NOVO-SEQ       PIC 9(05).
       01  SALDO-CRED-CONS-CLIENTE   PIC 9(08).
       01  SALDO-CRED-CONS-VALOR     PIC 9(09)V9(02).
       01  SALDO-CRED-CONS-APLICADO  PIC 9(09)V9(02).
       01  SALDO-CRED-ESTORNO-SEQ    PIC 9(05).
       01  SALDO-CRED-DISPONIVEL     PIC 9(11)V9(02).
       01  SALDO-CRED-QTDE-ABERTOS   PIC 9(05).
       01  SALDO-CRED-RESTO          PIC 9(09)V9(02).
       01  SALDO-CRED-PARCELA        PIC 9(09)V9(02).
       01  SALDO-CRED-FINAL          PIC X(01).
