      *    CARTAS NUMA CAMPANHA (VARIAVEL PROG63-CAMPANHA) E GRAVA
      *    QUEM ENTROU EM CAMPCLI.DAT; AS RESPOSTAS ENTRAM EM
      *    CAMPRESP.DAT PELO PROG142, QUE FECHA A CONTA DE
      *    EFETIVIDADE. O PROG177 (CLIENTES SUMIDOS) TAMBEM ABRE
      *    CAMPANHAS DE RECUPERACAO (VARIAVEL PROG177-CAMPANHA).
       FD  ARQUIVO-CAMPANHA.
       01  CAMPANHA-REGISTRO.
           05 CAMPANHA-CODIGO    PIC X(06).
