      *    AREA DE CONSULTA DA POLITICA DE RETENCAO (RTCPROC). O
      *    PROGRAMA POE O NOME DO ARQUIVO EM RETENCAO-ARQUIVO-WS E
      *    CHAMA OBTEM-RETENCAO; COM RETENCAO-ACHADA = "S" O PRAZO
      *    VEM EM RETENCAO-MESES-WS E A ACAO EM RETENCAO-ACAO-WS.
      *    SEM RETENCAO.DAT OU SEM A LINHA DO ARQUIVO, VALE O PADRAO
      *    DO PROPRIO PROGRAMA. CAMINHO: RETENCAO_DAT (PADRAO
      *    RETENCAO.DAT).
       01  RETENCAO-FILE-STATUS     PIC XX.
       01  RETENCAO-PATH            PIC X(100).
       01  RETENCAO-ARQUIVO-WS      PIC X(10).
       01  RETENCAO-MESES-WS        PIC 9(03).
       01  RETENCAO-ACAO-WS         PIC X(01).
       01  RETENCAO-ACHADA          PIC X(01).
