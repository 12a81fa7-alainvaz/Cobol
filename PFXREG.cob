      *    PEDFIXO.DAT: PEDIDOS PROGRAMADOS DO CLIENTE (A COMPRA QUE SE
      *    REPETE - BOBINAS, SUPRIMENTOS), MANTIDOS NO PROG202 E
      *    GERADOS EM PEDIDOS.DAT PELO PROG203 NO LOTE NOTURNO. A
      *    CHAVE E CLIENTE + SEQUENCIA (O CLIENTE PODE TER MAIS DE UM
      *    PROGRAMA, CADA UM COM SUA FREQUENCIA). A FREQUENCIA DIZ
      *    COMO A PROXIMA DATA ANDA DEPOIS DE CADA GERACAO:
      *      S = SEMANAL (7 DIAS);
      *      M = MENSAL (MESMO DIA NO MES SEGUINTE, OU O ULTIMO DIA
      *          DO MES QUANDO ELE E MAIS CURTO - O DIA COMBINADO
      *          FICA EM PEDIDO-FIXO-DIA-MES E VOLTA NO MES LONGO);
      *      D = A CADA PEDIDO-FIXO-INTERVALO DIAS.
      *    DATA-FIM ZERO = SEM DATA PARA TERMINAR. O PROGRAMA CUJA
      *    PROXIMA DATA PASSA DA DATA-FIM FICA "E" (ENCERRADO); O
      *    INATIVADO NA MANUTENCAO FICA "I". VENDEDOR, ENDERECO DE
      *    ENTREGA E EMPRESA VAO PARA O CABECALHO DO PEDIDO GERADO,
      *    COMO NA DIGITACAO DO PROG65. OS PRECOS NAO FICAM AQUI: SAO
      *    OS DO DIA DA GERACAO (TABELA E ACORDO EM VIGOR).
       FD  ARQUIVO-PEDIDO-FIXO.
       01  PEDIDO-FIXO-REGISTRO.
           05 PEDIDO-FIXO-CHAVE.
              10 PEDIDO-FIXO-CLIENTE     PIC 9(08).
              10 PEDIDO-FIXO-SEQ         PIC 9(03).
           05 PEDIDO-FIXO-FREQUENCIA     PIC X(01).
              88 PEDIDO-FIXO-SEMANAL         VALUE "S".
              88 PEDIDO-FIXO-MENSAL          VALUE "M".
              88 PEDIDO-FIXO-A-CADA-N-DIAS   VALUE "D".
           05 PEDIDO-FIXO-INTERVALO      PIC 9(03).
           05 PEDIDO-FIXO-DIA-MES        PIC 9(02).
           05 PEDIDO-FIXO-PROXIMA-DATA   PIC 9(08).
           05 PEDIDO-FIXO-DATA-FIM       PIC 9(08).
           05 PEDIDO-FIXO-SITUACAO       PIC X(01).
              88 PEDIDO-FIXO-ATIVO           VALUE "A".
              88 PEDIDO-FIXO-INATIVO         VALUE "I".
              88 PEDIDO-FIXO-ENCERRADO       VALUE "E".
           05 PEDIDO-FIXO-VENDEDOR       PIC 9(05).
           05 PEDIDO-FIXO-ENDER-ENTREGA  PIC X(01).
           05 PEDIDO-FIXO-EMPRESA        PIC 9(02).
           05 PEDIDO-FIXO-QTDE-ITENS     PIC 9(02).
           05 PEDIDO-FIXO-ITEM OCCURS 10 TIMES.
              10 PEDIDO-FIXO-PRODUTO     PIC 9(05).
              10 PEDIDO-FIXO-QTDE        PIC 9(05).
      *    ULTIMA GERACAO: DATA DO LOTE, PEDIDO GRAVADO (ZERO QUANDO
      *    A GERACAO FOI RECUSADA) E O RESULTADO - "G" GERADO, "R"
      *    RECUSADO PELO CREDITO/INADIMPLENCIA/CHEQUE.
           05 PEDIDO-FIXO-ULTIMA-DATA    PIC 9(08).
           05 PEDIDO-FIXO-ULTIMO-PEDIDO  PIC 9(07).
           05 PEDIDO-FIXO-ULTIMO-RESULT  PIC X(01).
           05 PEDIDO-FIXO-OPERADOR       PIC X(10).
           05 PEDIDO-FIXO-DATA-ALTERACAO PIC 9(08).
