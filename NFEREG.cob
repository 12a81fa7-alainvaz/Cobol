      *    NFECONTROLE.DAT: SITUACAO DA NOTA FISCAL ELETRONICA DE
      *    CADA FATURA. O REGISTRO NASCE "E" (ENVIADA, AGUARDANDO
      *    AUTORIZACAO) QUANDO A FATURA VAI NO LOTE PARA O PROGRAMA
      *    DE TRANSMISSAO (PROG159) E O RETORNO DA SEFAZ (PROG160)
      *    O PASSA A "A" (AUTORIZADA, COM CHAVE DE ACESSO E
      *    PROTOCOLO) OU "R" (REJEITADA, COM CODIGO E MOTIVO).
      *    REJEITADA VOLTA NO PROXIMO LOTE DEPOIS DE CORRIGIDA. SEM
      *    "A" A EXPEDICAO (PROG119) NAO EMBARCA O PEDIDO.
       FD  ARQUIVO-NFE.
       01  NFE-REGISTRO.
           05 NFE-FATURA-NUMERO     PIC 9(07).
           05 NFE-PEDIDO-NUMERO     PIC 9(07).
           05 NFE-CLIENTE-CODIGO    PIC 9(08).
           05 NFE-SITUACAO          PIC X(01).
              88 NFE-ENVIADA            VALUE "E".
              88 NFE-AUTORIZADA         VALUE "A".
              88 NFE-REJEITADA          VALUE "R".
           05 NFE-LOTE              PIC 9(07).
           05 NFE-DATA-ENVIO        PIC 9(08).
           05 NFE-QTDE-ENVIOS       PIC 9(02).
           05 NFE-CHAVE-ACESSO      PIC X(44).
           05 NFE-PROTOCOLO         PIC X(15).
           05 NFE-DATA-RETORNO      PIC 9(08).
           05 NFE-CODIGO-RETORNO    PIC X(03).
           05 NFE-MOTIVO            PIC X(60).
