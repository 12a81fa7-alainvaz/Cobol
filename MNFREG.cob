      *    MANIFESTOS.DAT: ROMANEIO DE ENTREGA POR ROTA, GERADO PELA
      *    ROTEIRIZACAO DO DIA (PROG179) - UMA LINHA POR PARADA, NA
      *    ORDEM DE ENTREGA. A ROTA E TRANSPORTADORA + CIDADE; O
      *    NUMERO DO MANIFESTO E A DATA DA GERACAO + SEQUENCIAL DO
      *    DIA. "G" = GERADO, AGUARDANDO O CAMINHAO; "C" = EMBARQUE
      *    CONFIRMADO, JA GRAVADO EM EXPEDICAO.DAT PARA CADA PEDIDO.
       FD  ARQUIVO-MANIFESTO.
       01  MANIFESTO-REGISTRO.
           05 MANIFESTO-CHAVE.
              10 MANIFESTO-NUMERO.
                 15 MANIFESTO-DATA        PIC 9(08).
                 15 MANIFESTO-ROTA        PIC 9(03).
              10 MANIFESTO-PARADA         PIC 9(03).
           05 MANIFESTO-PEDIDO-NUMERO     PIC 9(07).
           05 MANIFESTO-FATURA-NUMERO     PIC 9(07).
           05 MANIFESTO-CLIENTE-CODIGO    PIC 9(08).
           05 MANIFESTO-CLIENTE-NOME      PIC X(20).
           05 MANIFESTO-TRANSPORTADORA    PIC X(20).
           05 MANIFESTO-LOGRADOURO        PIC X(40).
           05 MANIFESTO-ENDER-NUMERO      PIC X(06).
           05 MANIFESTO-CIDADE            PIC X(20).
           05 MANIFESTO-UF                PIC X(02).
           05 MANIFESTO-CEP               PIC X(08).
           05 MANIFESTO-VOLUMES           PIC 9(03).
           05 MANIFESTO-SITUACAO          PIC X(01).
              88 MANIFESTO-GERADO             VALUE "G".
              88 MANIFESTO-CONFIRMADO         VALUE "C".
           05 MANIFESTO-DATA-EMBARQUE     PIC 9(08).
           05 MANIFESTO-OPERADOR          PIC X(10).
