      *    EXPEDICAO.DAT: CONFIRMACAO DE EMBARQUE POR PEDIDO
      *    FATURADO - DATA DE SAIDA, TRANSPORTADORA E QUANTIDADE DE
      *    VOLUMES, GRAVADOS PELO PROG119 (UM A UM) OU PELA
      *    CONFIRMACAO DO MANIFESTO DE ENTREGA NO PROG179 (TODOS OS
      *    PEDIDOS DA ROTA DE UMA VEZ). PEDIDO FATURADO SEM
      *    REGISTRO AQUI E MERCADORIA QUE AINDA NAO SAIU DO PREDIO,
      *    E E ISSO QUE O RELATORIO DE EXCECAO ACUSA.
       FD  ARQUIVO-EXPEDICAO.
