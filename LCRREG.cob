      *    LIBCRED.DAT: LIBERACOES DE CREDITO POR PEDIDO. O PEDIDO QUE
      *    PASSA DO LIMITE DA LOJA (CREDITO.DAT) OU DO GRUPO
      *    ECONOMICO (GRUPOS.DAT) SO E FATURADO PELO PROG66 COM
      *    LIBERACAO AQUI - DADA PELO SUPERVISOR NA DIGITACAO (PROG65,
      *    ORIGEM "D") OU, PARA O PEDIDO RETIDO NO FATURAMENTO, NA
      *    MANUTENCAO DE CREDITO (PROG69, ORIGEM "F").
       FD  ARQUIVO-LIBCRED.
       01  LIBCRED-REGISTRO.
           05 LIBCRED-PEDIDO         PIC 9(07).
           05 LIBCRED-CLIENTE        PIC 9(08).
           05 LIBCRED-GRUPO          PIC 9(05).
           05 LIBCRED-VALOR          PIC 9(09)V9(02).
           05 LIBCRED-ORIGEM         PIC X(01).
              88 LIBCRED-NA-DIGITACAO    VALUE "D".
              88 LIBCRED-NO-FATURAMENTO  VALUE "F".
           05 LIBCRED-DATA           PIC 9(08).
           05 LIBCRED-OPERADOR       PIC X(10).
