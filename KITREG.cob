      *    KITS.DAT: ESTRUTURA DOS PRODUTOS VENDIDOS COMO KIT (UM SO
      *    CODIGO DE PRODUTOS.DAT - TERMINAL, CABO, SUPORTE, BOBINA),
      *    MANTIDA NO PROG200. A CHAVE E O CODIGO DO KIT NO CATALOGO
      *    E CADA COMPONENTE TEM A QUANTIDADE POR KIT. O KIT NAO TEM
      *    FICHA DE ESTOQUE PROPRIA: O DISPONIVEL VEM DOS COMPONENTES
      *    (PROG65), A BAIXA DO FATURAMENTO (PROG66) E A DEVOLUCAO
      *    (PROG109) MOVIMENTAM CADA COMPONENTE E O CUSTO DO KIT NO
      *    RELATORIO DE MARGEM (PROG124) E A SOMA DOS COMPONENTES.
      *    COMPONENTE NAO PODE SER OUTRO KIT. KIT INATIVO VOLTA A SER
      *    TRATADO COMO PRODUTO COMUM.
       FD  ARQUIVO-KIT.
       01  KIT-REGISTRO.
           05 KIT-PRODUTO-CODIGO   PIC 9(05).
           05 KIT-QTDE-COMPONENTES PIC 9(02).
           05 KIT-COMPONENTE OCCURS 10 TIMES.
              10 KIT-COMP-PRODUTO  PIC 9(05).
              10 KIT-COMP-QTDE     PIC 9(03).
           05 KIT-STATUS           PIC X(01).
              88 KIT-ATIVO             VALUE "A".
              88 KIT-INATIVO           VALUE "I".
