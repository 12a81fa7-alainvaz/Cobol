      *    RECEBIMENTO (PROG104) ACUMULA A QUANTIDADE RECEBIDA E
      *    FECHA A LINHA QUANDO ELA E COBERTA; ENTREGA CURTA FICA
      *    VISIVEL NA LINHA AINDA ABERTA. O NUMERO DA ORDEM VEM DA
      *    SEQUENCIA EM NUMOC.DAT. A SUGESTAO DE REPOSICAO (PROG163)
      *    GRAVA A ORDEM COMO RASCUNHO ("D"), QUE O PROG103 COMPLETA
      *    E LIBERA; RASCUNHO NAO SE RECEBE. "C" = SALDO CANCELADO
      *    NO RECEBIMENTO (PROG104) - O QUE JA CHEGOU FICA EM
      *    OC-QTDE-RECEBIDA E O RESTO NAO VEM MAIS; A DATA DO
      *    CANCELAMENTO VAI EM OC-DATA-RECEBIMENTO.
      *    ORDEM ACIMA DO LIMITE DE VALOR DO OPERADOR (PROG103) E
      *    GRAVADA "E" - AGUARDANDO APROVACAO - E SO VAI AO
      *    FORNECEDOR DEPOIS QUE UM SUPERVISOR A APROVA NO PROG211,
      *    QUANDO VIRA "A"; RECUSADA VIRA "X". NEM "E" NEM "X" SE
      *    RECEBE (PROG104) OU ACEITA NOTA (PROG105).
       FD  ARQUIVO-ORDEM-COMPRA.
       01  ORDEM-COMPRA-REGISTRO.
           05 OC-CHAVE.
              88 OC-ABERTA              VALUE "A".
              88 OC-RECEBIDA            VALUE "R".
              88 OC-CANCELADA           VALUE "C".
              88 OC-RASCUNHO            VALUE "D".
              88 OC-AGUARDANDO-APROVACAO VALUE "E".
              88 OC-RECUSADA            VALUE "X".
              88 OC-NAO-LIBERADA        VALUE "D" "E" "X".
      *    DATA DE ENTREGA PROMETIDA PELO FORNECEDOR, INFORMADA NA
      *    DIGITACAO DA ORDEM (PROG103) - BASE DA PONTUALIDADE NA
      *    AVALIACAO DE FORNECEDORES (PROG182). ZERO NO RASCUNHO E
      *    EM BRANCO NA ORDEM ANTERIOR AO CAMPO.
           05 OC-DATA-PREVISTA      PIC 9(08).
      *    QUEM DIGITOU A ORDEM E QUEM DECIDIU A APROVACAO, COM A
      *    DATA DA DECISAO. ORDEM DENTRO DO LIMITE NAO TEM APROVADOR;
      *    EM BRANCO NA ORDEM ANTERIOR AOS CAMPOS.
           05 OC-EMITENTE           PIC X(10).
           05 OC-APROVADOR          PIC X(10).
           05 OC-DATA-APROVACAO     PIC 9(08).
