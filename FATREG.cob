           05 FATURA-VALOR-TOTAL    PIC 9(09)V9(02).
           05 FATURA-VALOR-PAGO     PIC 9(09)V9(02).
           05 FATURA-DATA-PAGAMENTO PIC 9(08).
      *    SITUACAO + VENCIMENTO FORMAM A CHAVE ALTERNATIVA DOS
      *    TITULOS EM ABERTO (FATSEL): QUEM QUER SO OS "A" OU OS "P"
      *    POSICIONA COM START E LE EM ORDEM DE VENCIMENTO, SEM
      *    PERCORRER O ARQUIVO TODO. A OUTRA CHAVE ALTERNATIVA E
      *    FATURA-CLIENTE-CODIGO.
           05 FATURA-CHAVE-SITUACAO.
              10 FATURA-SITUACAO       PIC X(01).
                 88 FATURA-ABERTA          VALUE "A".
                 88 FATURA-PARCIAL         VALUE "P".
                 88 FATURA-LIQUIDADA       VALUE "L".
      *    "X" = BAIXADA PARA PERDA COM APROVACAO DE SUPERVISOR
      *    (PROG113/PROG114) - SAI DO AGING E DA EXPOSICAO, MAS O
      *    REGISTRO FICA, PORQUE APAGAR TITULO NAO PASSA NO
      *    CONTADOR.
                 88 FATURA-BAIXADA-PERDA   VALUE "X".
      *    VENCIMENTO REAL DO TITULO, CALCULADO NO FATURAMENTO PELA
      *    CONDICAO DE PAGAMENTO DO CLIENTE E ROLADO PARA DIA UTIL
      *    (PROG97). ZERO EM TITULO ANTERIOR A ESTE CAMPO - O AGING
      *    (PROG68) ASSUME EMISSAO + 30 DIAS NESSE CASO.
              10 FATURA-DATA-VENCIMENTO PIC 9(08).
      *    VENDEDOR DO PEDIDO DE ORIGEM, CARREGADO NO FATURAMENTO -
      *    E DAQUI QUE A COMISSAO MENSAL (PROG121) SAI, SOBRE
      *    FATURA LIQUIDADA. ZERO EM TITULO ANTERIOR AO CAMPO.
           05 FATURA-VENDEDOR       PIC 9(05).
      *    FRETE COBRADO NA FATURA (JA INCLUIDO NO VALOR TOTAL) E A
      *    TRANSPORTADORA DO PEDIDO - E DAQUI QUE A CONFERENCIA
      *    MENSAL DE FRETE (PROG181) SAI. ZERO EM TITULO ANTERIOR AOS
      *    CAMPOS.
           05 FATURA-VALOR-FRETE    PIC 9(07)V9(02).
           05 FATURA-TRANSP-CODIGO  PIC 9(02).
      *    EMPRESA EMITENTE (A DO PEDIDO) - SEPARA NUMERACAO,
      *    REMESSA (PROG107), EXPORTACAO CONTABIL (PROG126) E OS
      *    RELATORIOS FINANCEIROS POR EMPRESA. ZERO OU EM BRANCO EM
      *    TITULO ANTERIOR AO CAMPO: A EMPRESA PRINCIPAL.
           05 FATURA-EMPRESA        PIC 9(02).
