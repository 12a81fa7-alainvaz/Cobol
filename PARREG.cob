      *    PARCELAS.DAT: CRONOGRAMA DE PARCELAS DE CADA FATURA,
      *    GRAVADO PELO FATURAMENTO (PROG66) A PARTIR DA CONDICAO DE
      *    PAGAMENTO - UMA LINHA POR PARCELA, CHAVE FATURA + NUMERO
      *    DA PARCELA (01, 02, ...), COM VENCIMENTO JA ROLADO PARA
      *    DIA UTIL (PROG97). O VALOR PAGO NAO FICA AQUI: SAI DE
      *    FATURA-VALOR-PAGO, DISTRIBUIDO PELAS PARCELAS NA ORDEM DE
      *    VENCIMENTO (PARPROC) - ASSIM TODA BAIXA, ESTORNO OU
      *    ABATIMENTO NA FATURA JA VALE PARA AS PARCELAS. FATURA SEM
      *    LINHA AQUI (ANTERIOR AO CRONOGRAMA) E PARCELA UNICA.
       FD  ARQUIVO-PARCELA.
       01  PARCELA-REGISTRO.
           05 PARCELA-CHAVE.
              10 PARCELA-FATURA-NUMERO PIC 9(07).
              10 PARCELA-NUMERO        PIC 9(02).
           05 PARCELA-VENCIMENTO       PIC 9(08).
           05 PARCELA-VALOR            PIC 9(09)V9(02).
           05 PARCELA-PERCENTUAL       PIC 9(03)V9(02).
