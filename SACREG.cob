      *    CALCULADO NA ABERTURA PELO PROG97. SITUACAO: "A" ABERTO,
      *    "E" EM ANDAMENTO, "F" FECHADO. O NUMERO VEM DE
      *    NUMSAC.DAT; O HISTORICO FECHADO APARECE NO EXTRATO DO
      *    CLIENTE (PROG71). QUEM FECHA O CHAMADO FICA GRAVADO; NO
      *    FECHAMENTO SAI O CONVITE DA PESQUISA DE SATISFACAO.
       FD  ARQUIVO-SAC.
       01  SAC-REGISTRO.
           05 SAC-NUMERO          PIC 9(07).
              88 SAC-EM-ANDAMENTO    VALUE "E".
              88 SAC-FECHADO         VALUE "F".
           05 SAC-DATA-FECHAMENTO PIC 9(08).
      *    OPERADOR QUE FECHOU O CHAMADO; EM BRANCO NOS CHAMADOS
      *    FECHADOS ANTES DESTE CAMPO (VALE QUEM ABRIU).
           05 SAC-OPERADOR-FECHAMENTO PIC X(10).
