      *    RETROATIVOS.DAT: DIFERENCAS SALARIAIS RETROATIVAS DO
      *    REAJUSTE COLETIVO, UMA POR FUNCIONARIO E LOTE (PROG171),
      *    CALCULADAS PELO PROG76 NA APROVACAO SOBRE O BRUTO DOS
      *    LIVROS FOLHA.AAAAMM.DAT DOS MESES JA FECHADOS DESDE A
      *    DATA-BASE. A PROXIMA FOLHA (PROG74) PAGA A DIFERENCA EM
      *    LINHA PROPRIA E MARCA A COMPETENCIA EM QUE PAGOU -
      *    REPROCESSAR ESSA MESMA COMPETENCIA PAGA DE NOVO, NENHUMA
      *    OUTRA PAGA DUAS VEZES.
       FD  ARQUIVO-RETROATIVO.
       01  RETROATIVO-REGISTRO.
           05 RETROATIVO-CHAVE.
              10 RETROATIVO-FUNC-CODIGO  PIC 9(05).
              10 RETROATIVO-LOTE         PIC 9(14).
           05 RETROATIVO-DATA-BASE     PIC 9(08).
           05 RETROATIVO-PERCENTUAL    PIC 9(03)V9(02).
           05 RETROATIVO-COMPET-INICIO PIC 9(06).
           05 RETROATIVO-COMPET-FIM    PIC 9(06).
           05 RETROATIVO-MESES         PIC 9(02).
           05 RETROATIVO-VALOR         PIC 9(07)V9(02).
           05 RETROATIVO-SITUACAO      PIC X(01).
              88 RETROATIVO-A-PAGAR        VALUE "A".
              88 RETROATIVO-PAGO           VALUE "P".
           05 RETROATIVO-COMPET-PAGO   PIC 9(06).
