      *    BENEF.AAAAMM.DAT: LIVRO DOS BENEFICIOS APLICADOS NA FOLHA
      *    DA COMPETENCIA (PROG74) - UMA LINHA POR BENEFICIO EM VIGOR
      *    DE CADA FUNCIONARIO PAGO, COM A PARTE DO FUNCIONARIO
      *    EFETIVAMENTE DESCONTADA (JA COM O TETO DO VALE-TRANSPORTE)
      *    E A PARTE DA EMPRESA. ALIMENTA O CUSTO DOS BENEFICIOS POR
      *    DEPARTAMENTO (PROG170) E O INFORME DE RENDIMENTOS
      *    (PROG168). TIPO COMO EM BENEFICIO-TIPO.
       FD  ARQUIVO-LIVRO-BENEF.
       01  LIVRO-BENEF-REGISTRO.
           05 LIVRO-BENEF-COMPETENCIA   PIC 9(06).
           05 LIVRO-BENEF-FUNC-CODIGO   PIC 9(05).
           05 LIVRO-BENEF-FUNC-NOME     PIC X(20).
           05 LIVRO-BENEF-DEPARTAMENTO  PIC X(10).
           05 LIVRO-BENEF-TIPO          PIC X(02).
           05 LIVRO-BENEF-VALOR-FUNC    PIC 9(07)V9(02).
           05 LIVRO-BENEF-VALOR-EMPRESA PIC 9(07)V9(02).
           05 LIVRO-BENEF-DATA-CALCULO  PIC 9(08).
