      *    CAMPCLI.DAT: QUEM DE FATO ENTROU EM CADA CAMPANHA - UMA
      *    LINHA POR CLIENTE INCLUIDO NA GERACAO DO PROG63 OU NA
      *    CAMPANHA DE RECUPERACAO DO PROG177. E A POPULACAO CONTRA
      *    A QUAL O PROG142 MEDE AS RESPOSTAS.
       FD  ARQUIVO-CAMPCLI.
       01  CAMPCLI-REGISTRO.
           05 CAMPCLI-CAMPANHA       PIC X(06).
