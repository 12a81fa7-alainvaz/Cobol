      *    ENCOMENDAS.DAT: ITENS DE PEDIDO QUE O ESTOQUE DISPONIVEL
      *    (SALDO MENOS RESERVADO) NAO COBRIU - A PARTE COBERTA FICA
      *    RESERVADA NO PEDIDO E A FALTA VEM PARA CA EM VEZ DE SER
      *    FATURADA SEM MERCADORIA. NASCE "P" PENDENTE NA DIGITACAO
      *    (PROG65) OU NO FATURAMENTO (PROG66, PEDIDO SEM RESERVA QUE
      *    O SALDO NAO COBRE). O RECEBIMENTO (PROG104) LIBERA AS
      *    PENDENTES DO PRODUTO DA MAIS ANTIGA PARA A MAIS NOVA: CADA
      *    UMA VIRA UM PEDIDO NOVO, JA RESERVADO, E FICA "L" COM O
      *    NUMERO DESSE PEDIDO. CANCELAR O PEDIDO DE ORIGEM (PROG115)
      *    A DEIXA "X". A CHAVE COMECA PELO PRODUTO E PELA DATA E
      *    HORA, PARA A LIBERACAO LER NA ORDEM DE CHEGADA; A CHAVE
      *    ALTERNATIVA (CLIENTE + PRODUTO) SERVE AO RELATORIO DE
      *    ENCOMENDAS (PROG164).
       FD  ARQUIVO-ENCOMENDA.
       01  ENCOMENDA-REGISTRO.
           05 ENCOMENDA-CHAVE.
              10 ENCOMENDA-PRODUTO        PIC 9(05).
              10 ENCOMENDA-DATA           PIC 9(08).
              10 ENCOMENDA-HORA           PIC 9(08).
              10 ENCOMENDA-PEDIDO         PIC 9(07).
              10 ENCOMENDA-ITEM           PIC 9(03).
           05 ENCOMENDA-CHAVE-CLIENTE.
              10 ENCOMENDA-CLIENTE-CODIGO PIC 9(08).
              10 ENCOMENDA-PRODUTO-CLIENTE PIC 9(05).
           05 ENCOMENDA-CLIENTE-NOME      PIC X(20).
           05 ENCOMENDA-DESCRICAO         PIC X(30).
           05 ENCOMENDA-QUANTIDADE        PIC 9(05).
           05 ENCOMENDA-PRECO-UNITARIO    PIC 9(07)V9(02).
           05 ENCOMENDA-PRECO-LISTA       PIC 9(07)V9(02).
           05 ENCOMENDA-VENDEDOR          PIC 9(05).
           05 ENCOMENDA-ENDER-ENTREGA     PIC X(01).
           05 ENCOMENDA-DESC-PERCENTUAL   PIC 9(03)V9(02).
           05 ENCOMENDA-SITUACAO          PIC X(01).
              88 ENCOMENDA-PENDENTE           VALUE "P".
              88 ENCOMENDA-LIBERADA           VALUE "L".
              88 ENCOMENDA-CANCELADA          VALUE "X".
           05 ENCOMENDA-DATA-LIBERACAO    PIC 9(08).
           05 ENCOMENDA-PEDIDO-LIBERADO   PIC 9(07).
           05 ENCOMENDA-OPERADOR          PIC X(10).
      *    EMPRESA DO PEDIDO DE ORIGEM - O PEDIDO NOVO DA LIBERACAO
      *    (PROG104) SAI NA MESMA EMPRESA. ZERO OU EM BRANCO EM
      *    ENCOMENDA ANTERIOR AO CAMPO: A EMPRESA PRINCIPAL.
           05 ENCOMENDA-EMPRESA           PIC 9(02).
