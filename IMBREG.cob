      *    IMOBILIZADO.DAT: REGISTRO DO ATIVO IMOBILIZADO - OS
      *    TERMINAIS ALUGADOS (TIPO "T", LIGADOS A TERMINAL-CHAVE DE
      *    TERMINAIS.DAT) E O RESTO DO EQUIPAMENTO (TIPO "O"). CADA
      *    BEM TEM A AQUISICAO (DATA, CUSTO, FORNECEDOR E A ORDEM DE
      *    COMPRA DE ORDEMCOMPRA.DAT - ZERO QUANDO NAO HOUVE), A
      *    VIDA UTIL EM MESES, O VALOR RESIDUAL E O METODO: "L" =
      *    LINEAR, "S" = SOMA DOS DIGITOS DOS MESES (MAIS NO INICIO,
      *    MENOS NO FIM). MANTIDO NO PROG185, QUE TAMBEM FAZ A BAIXA
      *    (SUCATA OU VENDA, COM O GANHO OU A PERDA); A DEPRECIACAO
      *    MENSAL (PROG186) ACUMULA AQUI E MARCA A ULTIMA COMPETENCIA
      *    DEPRECIADA, PARA O MES NAO CAIR DUAS VEZES.
       FD  ARQUIVO-IMOBILIZADO.
       01  IMOBILIZADO-REGISTRO.
           05 IMOB-CODIGO              PIC 9(06).
           05 IMOB-TIPO                PIC X(01).
              88 IMOB-TERMINAL             VALUE "T".
              88 IMOB-OUTRO                VALUE "O".
           05 IMOB-TERMINAL-CHAVE      PIC X(10).
           05 IMOB-DESCRICAO           PIC X(30).
           05 IMOB-DATA-AQUISICAO      PIC 9(08).
           05 IMOB-CUSTO               PIC 9(09)V9(02).
           05 IMOB-VALOR-RESIDUAL      PIC 9(09)V9(02).
           05 IMOB-FORNECEDOR-CODIGO   PIC 9(05).
           05 IMOB-OC-NUMERO           PIC 9(07).
           05 IMOB-VIDA-UTIL-MESES     PIC 9(03).
           05 IMOB-METODO              PIC X(01).
              88 IMOB-LINEAR               VALUE "L".
              88 IMOB-SOMA-DIGITOS         VALUE "S".
           05 IMOB-MESES-DEPRECIADOS   PIC 9(03).
           05 IMOB-DEPREC-ACUMULADA    PIC 9(09)V9(02).
           05 IMOB-ULTIMA-COMPETENCIA  PIC 9(06).
           05 IMOB-SITUACAO            PIC X(01).
              88 IMOB-ATIVO                VALUE "A".
              88 IMOB-BAIXADO              VALUE "B".
           05 IMOB-DATA-BAIXA          PIC 9(08).
           05 IMOB-VALOR-VENDA         PIC 9(09)V9(02).
           05 IMOB-RESULTADO-BAIXA     PIC S9(09)V9(02).
