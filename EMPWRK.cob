      *    EMPRESA-PRINCIPAL: A DA VARIAVEL EMPRESA (PADRAO 17), DONA
      *    DOS REGISTROS ANTERIORES AO CODIGO DE EMPRESA.
      *    EMPRESA-PADRAO: A DA SESSAO DO OPERADOR (PROG20) OU, SEM
      *    SESSAO, A PRINCIPAL - E O ENTER DAS DIGITACOES.
       01  EMPRESA-PRINCIPAL       PIC 9(02) VALUE 17.
       01  EMPRESA-PADRAO          PIC 9(02) VALUE 17.
       01  EMPRESA-AMBIENTE-ENV    PIC X(02).
       01  EMPRESA-DIGITADA        PIC X(02).
       01  EMPRESA-ESCOLHIDA       PIC 9(02).
       01  EMPRESA-ESCOLHIDA-OK    PIC X.
