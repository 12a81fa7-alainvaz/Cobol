      *    GRUPOS.DAT: GRUPOS ECONOMICOS - REDES EM QUE CADA LOJA E UM
      *    CLIENTE (CLIENTE-CODIGO) MAS O CREDITO E DECIDIDO PARA A
      *    REDE. O LIMITE DO GRUPO VALE PARA A SOMA DAS EXPOSICOES DAS
      *    LOJAS EM CREDITO.DAT, ALEM DO LIMITE DE CADA LOJA; ZERO =
      *    SEM LIMITE DE GRUPO. A MATRIZ E O CLIENTE DA SEDE DA REDE,
      *    QUE RECEBE O EXTRATO CONSOLIDADO (PROG216). QUEM PERTENCE
      *    A QUE GRUPO ESTA EM GRUPOCLI.DAT. MANTIDO PELO PROG215.
      *    "I" = GRUPO DESFEITO: AS LOJAS VOLTAM A SER AVALIADAS SO
      *    PELO PROPRIO LIMITE.
       FD  ARQUIVO-GRUPO.
       01  GRUPO-REGISTRO.
           05 GRUPO-CODIGO           PIC 9(05).
           05 GRUPO-NOME             PIC X(30).
           05 GRUPO-CLIENTE-MATRIZ   PIC 9(08).
           05 GRUPO-LIMITE           PIC 9(09)V9(02).
           05 GRUPO-SITUACAO         PIC X(01).
              88 GRUPO-ATIVO             VALUE "A".
              88 GRUPO-INATIVO           VALUE "I".
           05 GRUPO-DATA-ATUALIZACAO PIC 9(08).
           05 GRUPO-OPERADOR         PIC X(10).
