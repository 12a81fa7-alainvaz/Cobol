      *    CAIXA.AAAAMMDD.DAT: OS RECIBOS DO BALCAO (PROG108), UM
      *    ARQUIVO POR DIA, NA ORDEM DE ENTRADA. FATURA ZERO E
      *    ADIANTAMENTO. NO CARTAO FICAM A MODALIDADE E O CODIGO DE
      *    AUTORIZACAO DO COMPROVANTE - E POR ELES (COM DATA E VALOR)
      *    QUE A CONCILIACAO DA ADQUIRENTE (PROG210) ACHA A VENDA.
      *    RECIBO ANTERIOR A ESSES CAMPOS VEM COM ELES EM BRANCO.
      *    O VALOR ABSORVIDO E A PARTE DO RECIBO QUE ENTROU NA
      *    FATURA; O RESTO (PAGAMENTO A MAIOR OU ADIANTAMENTO) VIROU
      *    O CREDITO SALDO-CRED-SEQ DO CLIENTE EM SALDOCRED.DAT. E
      *    SO ISSO QUE O CHEQUE DEVOLVIDO DESFAZ (PROG108). RECIBO
      *    ANTERIOR A ELES VEM EM BRANCO.
       FD  ARQUIVO-CAIXA.
       01  CAIXA-REGISTRO.
           05 CAIXA-FATURA-NUMERO  PIC 9(07).
           05 CAIXA-CLIENTE-CODIGO PIC 9(08).
           05 CAIXA-VALOR          PIC 9(09)V9(02).
           05 CAIXA-FORMA          PIC X(01).
              88 CAIXA-DINHEIRO       VALUE "D".
              88 CAIXA-CARTAO         VALUE "C".
              88 CAIXA-CHEQUE         VALUE "H".
           05 CAIXA-DATA           PIC 9(08).
           05 CAIXA-HORA           PIC 9(08).
           05 CAIXA-OPERADOR       PIC X(10).
           05 CAIXA-CARTAO-MODALIDADE PIC X(01).
              88 CAIXA-CARTAO-DEBITO  VALUE "D".
              88 CAIXA-CARTAO-CREDITO VALUE "C".
           05 CAIXA-CARTAO-AUTORIZACAO PIC X(06).
           05 CAIXA-VALOR-ABSORVIDO PIC 9(09)V9(02).
           05 CAIXA-SALDO-CRED-SEQ PIC 9(05).
