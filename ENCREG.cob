           05 ENCARGO-VALOR-MULTA    PIC 9(09)V9(02).
           05 ENCARGO-VALOR-JUROS    PIC 9(09)V9(02).
           05 ENCARGO-DATA-CALCULO   PIC 9(08).
      *    PARCELA DO CRONOGRAMA (PARCELAS.DAT) A QUE O ENCARGO SE
      *    REFERE - FATURA EM PARCELAS TEM UMA LINHA POR PARCELA
      *    VENCIDA; TITULO DE PARCELA UNICA VEM COM 01.
           05 ENCARGO-PARCELA-NUMERO PIC 9(02).
