      *    MANUAL DEIXA UMA LINHA COM O DOCUMENTO DE ORIGEM, O MOTIVO
      *    E O OPERADOR, PARA SE PODER EXPLICAR QUALQUER SALDO DE
      *    ESTOQUE.DAT A PARTIR DO LIVRO.
      *    SAIDA DE PECA PARA CONSERTO DE TERMINAL (PROG154) VAI COM
      *    MOTIVO 05 E O NUMERO DA ORDEM DE SERVICO COMO DOCUMENTO;
      *    A SAIDA DO FATURAMENTO VAI SEM MOTIVO.
      *    MOTIVOS DE AJUSTE: 01=CONTAGEM, 02=AVARIA, 03=PERDA,
      *    04=DEVOLUCAO, 06=TRANSFERENCIA, 99=OUTROS.
      *    CUSTO UNITARIO: PRECO COMBINADO DA ORDEM NAS ENTRADAS DO
      *    RECEBIMENTO (PROG104) - E O QUE ALIMENTA O CUSTO MEDIO DA
      *    VALORIZACAO DE FIM DE MES (PROG165). SAIDAS E AJUSTES
      *    GRAVAM ZERO E SAO VALORIZADOS PELO CUSTO MEDIO. LINHA
      *    ANTERIOR AO CAMPO VEM EM BRANCO.
      *    DEPOSITO: O ALMOXARIFADO (CODIGO DA EMPRESA, ESTDEP.DAT) EM
      *    QUE O MOVIMENTO ACONTECEU; EM BRANCO NA LINHA ANTERIOR AO
      *    CAMPO - O DEPOSITO DA EMPRESA PRINCIPAL.
      *    TIPO "T" = TRANSFERENCIA ENTRE DEPOSITOS (PROG213), MOTIVO
      *    06 E O NUMERO DA TRANSFERENCIA COMO DOCUMENTO: SAIDA
      *    (QUANTIDADE NEGATIVA) NO DEPOSITO DE ORIGEM NA EMISSAO E
      *    ENTRADA NO DE DESTINO NA CONFIRMACAO DO RECEBIMENTO. NAO
      *    MUDA O SALDO DA EMPRESA NEM O CUSTO MEDIO.
       FD  ARQUIVO-MOVESTOQUE.
       01  MOVESTOQUE-REGISTRO.
           05 MOVESTOQUE-TIPO       PIC X(01).
              88 MOVESTOQUE-ENTRADA    VALUE "E".
              88 MOVESTOQUE-SAIDA      VALUE "S".
              88 MOVESTOQUE-AJUSTE     VALUE "A".
              88 MOVESTOQUE-TRANSFERENCIA VALUE "T".
           05 MOVESTOQUE-PRODUTO    PIC 9(05).
           05 MOVESTOQUE-QTDE       PIC S9(07).
           05 MOVESTOQUE-MOTIVO     PIC X(02).
           05 MOVESTOQUE-DATA       PIC 9(08).
           05 MOVESTOQUE-HORA       PIC 9(08).
           05 MOVESTOQUE-OPERADOR   PIC X(10).
           05 MOVESTOQUE-CUSTO      PIC 9(07)V9(02).
           05 MOVESTOQUE-DEPOSITO   PIC 9(02).
