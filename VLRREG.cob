      *    VALEST.DAT: FOTOGRAFIA DO ESTOQUE NO FIM DE CADA MES,
      *    GRAVADA PELA VALORIZACAO (PROG165) - UMA LINHA POR
      *    COMPETENCIA E PRODUTO COM O SALDO DE ABERTURA, AS
      *    ENTRADAS, SAIDAS E AJUSTES DO LIVRO (MOVESTOQUE.DAT), O
      *    SALDO DE FECHAMENTO, O CUSTO MEDIO PONDERADO E O VALOR. O
      *    FECHAMENTO DE UM MES E A ABERTURA DO SEGUINTE. DIFERENCA
      *    E O QUE O LIVRO NAO EXPLICA (FECHAMENTO MENOS ABERTURA
      *    MAIS MOVIMENTOS); SEM-ABERTURA "S" QUANDO NAO HAVIA
      *    FOTOGRAFIA DO MES ANTERIOR E A ABERTURA FOI DEDUZIDA.
       FD  ARQUIVO-VALORIZACAO.
       01  VALORIZACAO-REGISTRO.
           05 VALORIZACAO-CHAVE.
              10 VALORIZACAO-COMPETENCIA PIC 9(06).
              10 VALORIZACAO-PRODUTO     PIC 9(05).
           05 VALORIZACAO-DESCRICAO      PIC X(30).
           05 VALORIZACAO-FAMILIA        PIC X(10).
           05 VALORIZACAO-SALDO-ABERTURA PIC S9(07).
           05 VALORIZACAO-ENTRADAS       PIC S9(07).
           05 VALORIZACAO-SAIDAS         PIC S9(07).
           05 VALORIZACAO-AJUSTES        PIC S9(07).
           05 VALORIZACAO-SALDO-FECHA    PIC S9(07).
           05 VALORIZACAO-DIFERENCA      PIC S9(07).
           05 VALORIZACAO-CUSTO-MEDIO    PIC 9(07)V9(04).
           05 VALORIZACAO-VALOR          PIC S9(11)V9(02).
           05 VALORIZACAO-SEM-ABERTURA   PIC X(01).
           05 VALORIZACAO-DATA           PIC 9(08).
           05 VALORIZACAO-OPERADOR       PIC X(10).
