      *    FATURAS.DAT: "A" EM ABERTO, "P" PAGO EM PARTE, "L"
      *    LIQUIDADO. O VINCULO COM A ORDEM DE COMPRA RECEBIDA E O
      *    QUE IMPEDE PAGAR NOTA DE MERCADORIA QUE NAO CHEGOU.
      *    PAGAR-LOTE-PAGAMENTO: NUMERO DO LOTE ENVIADO AO BANCO
      *    (PROG183) COM O TITULO AGENDADO, NO VALOR AGENDADO - ENQUANTO
      *    ESTIVER PREENCHIDO O TITULO NAO ENTRA EM OUTRO LOTE NEM E
      *    BAIXADO A MAO NO PROG105; O RETORNO DO BANCO (PROG184)
      *    BAIXA O CONFIRMADO OU DEVOLVE O REJEITADO, E LIMPA O
      *    CAMPO. TITULO ANTERIOR AO CAMPO VEM EM BRANCO (NAO
      *    AGENDADO).
       FD  ARQUIVO-PAGAR.
       01  PAGAR-REGISTRO.
           05 PAGAR-CHAVE.
              88 PAGAR-ABERTO              VALUE "A".
              88 PAGAR-PARCIAL             VALUE "P".
              88 PAGAR-LIQUIDADO           VALUE "L".
           05 PAGAR-LOTE-PAGAMENTO     PIC 9(07).
           05 PAGAR-VALOR-AGENDADO     PIC 9(09)V9(02).
      *    EMPRESA DEVEDORA DO TITULO, ESCOLHIDA NA ENTRADA (PROG105,
      *    PADRAO A DA SESSAO). ZERO OU EM BRANCO EM TITULO ANTERIOR
      *    AO CAMPO: A EMPRESA PRINCIPAL.
           05 PAGAR-EMPRESA            PIC 9(02).
      *    CATEGORIA DA DESPESA, INFORMADA NA ENTRADA (PROG105) E
      *    LIDA PELA DRE GERENCIAL (PROG221). "MC" E MERCADORIA PARA
      *    REVENDA (VAI AO ESTOQUE, ENTRA NO RESULTADO PELO CUSTO DO
      *    VENDIDO) E "DV" E DEVOLUCAO DE DINHEIRO A CLIENTE (JA
      *    DEDUZIDA DA RECEITA PELA NOTA DE CREDITO) - NENHUMA DAS
      *    DUAS E DESPESA OPERACIONAL. EM BRANCO EM TITULO ANTERIOR
      *    AO CAMPO: MERCADORIA SE TEM ORDEM DE COMPRA, SENAO
      *    DESPESA SEM CATEGORIA.
           05 PAGAR-CATEGORIA          PIC X(02).
              88 PAGAR-CAT-MERCADORIA      VALUE "MC".
              88 PAGAR-CAT-DEVOLUCAO       VALUE "DV".
              88 PAGAR-CAT-VALIDA          VALUE "MC" "DV" "AL" "UT"
                                                 "SV" "MN" "FR" "IM"
                                                 "MK" "OU".
