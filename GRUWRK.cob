      *    AREA DE TRABALHO DAS ROTINAS DE GRUPO ECONOMICO (GRUPROC;
      *    A SOMA DA EXPOSICAO FICA NO GRXPROC, QUE PRECISA TAMBEM DE
      *    CREDITO.DAT). BUSCA-GRUPO-CLIENTE RECEBE GRUPO-CONS-CLIENTE
      *    E DEVOLVE O GRUPO ATIVO DELE (ZERO = SEM GRUPO) COM NOME,
      *    LIMITE E MATRIZ. SOMA-EXPOSICAO-GRUPO DEVOLVE A SOMA DAS
      *    EXPOSICOES E A QUANTIDADE DE LOJAS DE GRUPO-CONS-CODIGO.
      *    OS CAMINHOS VEM DAS VARIAVEIS GRUPO_DAT E GRUPOCLI_DAT
      *    (INICIALIZA-CAMINHO-GRUPO).
       01  GRUPO-FILE-STATUS        PIC XX.
       01  GRUPO-PATH               PIC X(100).
       01  GRUPO-CLI-FILE-STATUS    PIC XX.
       01  GRUPO-CLI-PATH           PIC X(100).
       01  GRUPO-CONS-CLIENTE       PIC 9(08).
       01  GRUPO-CONS-CODIGO        PIC 9(05).
       01  GRUPO-CONS-NOME          PIC X(30).
       01  GRUPO-CONS-LIMITE        PIC 9(09)V9(02).
       01  GRUPO-CONS-MATRIZ        PIC 9(08).
       01  GRUPO-CONS-EXPOSICAO     PIC 9(11)V9(02).
       01  GRUPO-CONS-MEMBROS       PIC 9(03).
       01  GRUPO-CONS-FIM           PIC X(01).
       01  GRUPO-CONS-CREDITO       PIC X(01).
