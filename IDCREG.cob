      *    INDICES.DAT: TAXA MENSAL DOS INDICES DE PRECO USADOS NO
      *    REAJUSTE DOS CONTRATOS DE ALUGUEL (IPCA E IGP-M), EM
      *    PERCENTUAL COM 4 CASAS - PODE SER NEGATIVA (DEFLACAO).
      *    MANTIDO NO PROG174 A CADA DIVULGACAO; O PROG175 ACUMULA
      *    OS 12 MESES ANTERIORES AO ANIVERSARIO E NAO REAJUSTA SE
      *    FALTAR ALGUM MES.
       FD  ARQUIVO-INDICE.
       01  INDICE-REGISTRO.
           05 INDICE-CHAVE.
              10 INDICE-CODIGO      PIC X(04).
              10 INDICE-COMPETENCIA PIC 9(06).
           05 INDICE-TAXA           PIC S9(03)V9(04).
           05 INDICE-DATA-ALTERACAO PIC 9(08).
