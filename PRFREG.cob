      *    PRODFORN.DAT: FORNECEDOR PREFERIDO DE CADA PRODUTO, COM O
      *    PRAZO DE ENTREGA EM DIAS CORRIDOS E O LOTE MINIMO DE
      *    COMPRA. MANTIDO NO PROG162; E A BASE DA SUGESTAO DE
      *    REPOSICAO (PROG163). PRODUTO SEM REGISTRO NAO E SUGERIDO.
       FD  ARQUIVO-PRODFORN.
       01  PRODFORN-REGISTRO.
           05 PRODFORN-PRODUTO        PIC 9(05).
           05 PRODFORN-FORNECEDOR     PIC 9(05).
           05 PRODFORN-PRAZO-DIAS     PIC 9(03).
           05 PRODFORN-LOTE-MINIMO    PIC 9(05).
           05 PRODFORN-DATA-ATUALIZACAO PIC 9(08).
