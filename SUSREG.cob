      *    SUSPENSE.DAT: PAGAMENTOS DO RETORNO BANCARIO QUE A BAIXA
      *    (PROG67) NAO CONSEGUIU APLICAR - FATURA INEXISTENTE, JA
      *    LIQUIDADA OU PAGAMENTO PARCIAL. O SUPERVISOR RESOLVE NO
      *    PROG156: APLICA A UMA FATURA, RATEIA ENTRE VARIAS OU MARCA
      *    PARA DEVOLUCAO. VALOR-RESOLVIDO ACUMULA O QUE JA SAIU DO
      *    SUSPENSE; O ITEM FECHA QUANDO CHEGA AO VALOR PAGO.
      *    REGISTRO ANTERIOR AOS CAMPOS DE RESOLUCAO VEM COM ELES EM
      *    BRANCO E CONTA COMO ABERTO.
      *    ACOES: A=APLICADO A UMA FATURA, R=RATEADO ENTRE FATURAS,
      *    D=MARCADO PARA DEVOLUCAO, C=CONFERIDO (PARCIAL JA APLICADO
      *    NA BAIXA, SO ENCERRA O ACOMPANHAMENTO).
       FD  ARQUIVO-SUSPENSE.
       01  SUSPENSE-REGISTRO.
           05 SUSPENSE-FATURA-NUMERO   PIC 9(07).
           05 SUSPENSE-VALOR-PAGO      PIC 9(09)V9(02).
           05 SUSPENSE-DATA-PAGAMENTO  PIC 9(08).
           05 SUSPENSE-MOTIVO          PIC X(20).
           05 SUSPENSE-DATA-GRAVACAO   PIC 9(08).
           05 SUSPENSE-SITUACAO        PIC X(01).
              88 SUSPENSE-ABERTO           VALUE "A" " ".
              88 SUSPENSE-FECHADO          VALUE "F".
           05 SUSPENSE-VALOR-RESOLVIDO PIC 9(09)V9(02).
           05 SUSPENSE-ACAO            PIC X(01).
              88 SUSPENSE-APLICADO         VALUE "A".
              88 SUSPENSE-RATEADO          VALUE "R".
              88 SUSPENSE-DEVOLUCAO        VALUE "D".
              88 SUSPENSE-CONFERIDO        VALUE "C".
           05 SUSPENSE-DATA-RESOLUCAO  PIC 9(08).
           05 SUSPENSE-OPERADOR        PIC X(10).
