      *    PEDIDOS.DAT: ARQUIVO DE MOVIMENTO COM DOIS TIPOS DE
      *    REGISTRO - UM CABECALHO "C" POR PEDIDO SEGUIDO DOS SEUS
      *    ITENS "I", TODOS COM O MESMO PEDIDO-NUMERO.
      *    ARQUIVO INDEXADO (CONVERTIDO DO SEQUENCIAL PELO PROG199)
      *    PELA CHAVE PEDIDO-NUMERO + PEDIDO-LINHA: O CABECALHO E A
      *    LINHA 000 E OS ITENS SEGUEM 001, 002... - UM START NO
      *    PEDIDO COM LINHA ZERO TRAZ O CABECALHO E DEPOIS OS ITENS.
      *    CHAVE ALTERNATIVA PEDIDO-CLIENTE-CHAVE (COM DUPLICATAS):
      *    O CODIGO DO CLIENTE REPETIDO EM TODAS AS LINHAS DO PEDIDO.
      *    REGISTRO ANTERIOR A AMPLIACAO DA AREA DE DADOS (DE 56
      *    PARA 70 POSICOES) VEM COM OS CAMPOS NOVOS EM BRANCO -
      *    ENDERECO DE ENTREGA, VENDEDOR E DESCONTO ZERADOS VALEM
           05 PEDIDO-TIPO            PIC X(01).
              88 PEDIDO-CABECALHO        VALUE "C".
              88 PEDIDO-ITEM             VALUE "I".
           05 PEDIDO-CHAVE.
              10 PEDIDO-NUMERO       PIC 9(07).
              10 PEDIDO-LINHA        PIC 9(03).
           05 PEDIDO-DADOS           PIC X(70).
           05 PEDIDO-DADOS-CAB REDEFINES PEDIDO-DADOS.
              10 PEDIDO-CLIENTE-CODIGO PIC 9(08).
      *    "X" = CANCELADO NA MANUTENCAO DE PEDIDOS (PROG115), COM O
      *    MOTIVO AO LADO. PEDIDO CANCELADO NAO FATURA.
                 88 PEDIDO-CANCELADO       VALUE "X".
      *    "E" = NENHUM ITEM COBERTO PELO ESTOQUE - TUDO FOI PARA
      *    ENCOMENDAS.DAT E NAO HA O QUE FATURAR; A LIBERACAO GERA
      *    PEDIDO NOVO.
                 88 PEDIDO-EM-ENCOMENDA    VALUE "E".
              10 PEDIDO-MOTIVO-CANCEL  PIC X(02).
      *    TIPO DO ENDERECO DE ENTREGA (ENDERECOS.DAT VIA PROG120):
      *    BRANCO = ENDERECO PRINCIPAL DO CADASTRO, "E" = ENDERECO
      *    DESCONTO DE ACORDO COMERCIAL APLICADO NO PEDIDO (PROG65,
      *    TABELA DESCONTOS.DAT), EM PERCENTUAL.
              10 PEDIDO-DESC-PERCENTUAL PIC 9(03)V9(02).
      *    TRANSPORTADORA (TRANSPORTADORAS.DAT, PROG180) E FRETE
      *    ESTIMADO NA ENTRADA DO PEDIDO (PROG65) - E ESTE FRETE QUE
      *    O FATURAMENTO (PROG66) COBRA EM LINHA PROPRIA. EM BRANCO
      *    NO PEDIDO ANTERIOR AOS CAMPOS: SEM FRETE.
              10 PEDIDO-TRANSP-CODIGO  PIC 9(02).
              10 PEDIDO-VALOR-FRETE    PIC 9(05)V9(02).
           05 PEDIDO-DADOS-ITEM REDEFINES PEDIDO-DADOS.
              10 ITEM-PRODUTO-CODIGO   PIC 9(05).
              10 ITEM-DESCRICAO        PIC X(30).
      *    PRECO DE TABELA DO ITEM NO MOMENTO DA VENDA - COM
      *    DESCONTO, DIFERE DO PRECO UNITARIO COBRADO.
              10 ITEM-PRECO-LISTA      PIC 9(07)V9(02).
      *    "R" = QUANTIDADE RESERVADA EM ESTOQUE.DAT NA DIGITACAO
      *    (PROG65) OU NA LIBERACAO DA ENCOMENDA (PROG104); BRANCO EM
      *    ITEM SEM RESERVA (FILIAL, ORCAMENTO, MANUTENCAO, ALUGUEL),
      *    QUE O FATURAMENTO CONFERE CONTRA O DISPONIVEL.
              10 ITEM-RESERVA          PIC X(01).
                 88 ITEM-RESERVADO         VALUE "R".
      *    DEPOSITO (CODIGO DA EMPRESA EM EMPRESA.DAT) DE ONDE O
      *    ITEM SAI: O DA EMPRESA DO PEDIDO NA DIGITACAO (PROG65,
      *    PROG116, PROG203). E NELE QUE A RESERVA E FEITA E O
      *    FATURAMENTO (PROG66) BAIXA. EM BRANCO OU ZERO NO ITEM
      *    ANTERIOR AO CAMPO: O DEPOSITO DA EMPRESA DO PEDIDO.
              10 ITEM-DEPOSITO         PIC 9(02).
      *    QUANTIDADE QUE O FATURAMENTO (PROG66) COBROU NA LINHA -
      *    MENOR QUE A PEDIDA QUANDO PARTE FOI PARA ENCOMENDAS.DAT,
      *    ZERO QUANDO A LINHA INTEIRA FOI. A NOTA FISCAL (PROG159) E
      *    A DEVOLUCAO (PROG109) PARTEM DELA. NAO NUMERICA EM PEDIDO
      *    FATURADO ANTES DO CAMPO: VALE A QUANTIDADE PEDIDA.
              10 ITEM-QTDE-FATURADA    PIC 9(05).
              10 FILLER                PIC X(04).
      *    EMPRESA DO PEDIDO (EMPRESA.DAT), NO CABECALHO E REPETIDA
      *    NOS ITENS - E ELA QUE O FATURAMENTO (PROG66) LEVA PARA A
      *    FATURA. ZERO OU EM BRANCO EM PEDIDO ANTERIOR AO CAMPO: A
      *    EMPRESA PRINCIPAL.
           05 PEDIDO-EMPRESA         PIC 9(02).
           05 PEDIDO-CLIENTE-CHAVE   PIC 9(08).
