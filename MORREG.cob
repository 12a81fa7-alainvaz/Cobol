      *    MORAS.DAT: LIVRO DA MULTA E DOS JUROS DE MORA COBRADOS NA
      *    BAIXA DO PAGAMENTO EM ATRASO (PROG67) - UMA LINHA POR
      *    PAGAMENTO QUE CHEGOU DEPOIS DO VENCIMENTO, COM OS VALORES
      *    INFORMADOS PARA COBRANCA A PARTE. DIFERENTE DE
      *    ENCARGOS.DAT (PROG111), QUE E A POSICAO DO DIA E E
      *    REGRAVADO A CADA CORRIDA, ESTE ARQUIVO SO CRESCE E GUARDA
      *    A DATA DO PAGAMENTO: E DELE QUE A DRE GERENCIAL (PROG221)
      *    TIRA A RECEITA DE MULTA E JUROS DO MES. EMPRESA E A DA
      *    FATURA. CAMINHO: MORA_DAT (PADRAO MORAS.DAT).
       FD  ARQUIVO-MORA.
       01  MORA-REGISTRO.
           05 MORA-FATURA-NUMERO     PIC 9(07).
           05 MORA-CLIENTE-CODIGO    PIC 9(08).
           05 MORA-DATA-PAGAMENTO    PIC 9(08).
           05 MORA-PARCELAS-ATRASO   PIC 9(02).
           05 MORA-VALOR-MULTA       PIC 9(09)V9(02).
           05 MORA-VALOR-JUROS       PIC 9(09)V9(02).
           05 MORA-EMPRESA           PIC 9(02).
