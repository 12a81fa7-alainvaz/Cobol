      *    IMPOSTOS.DAT: LIVRO DOS IMPOSTOS DESTACADOS NAS SAIDAS -
      *    UMA LINHA POR ITEM DE FATURA E TRIBUTO (TIPO "S", GRAVADA
      *    PELO FATURAMENTO, PROG66) E UMA POR ITEM DEVOLVIDO E
      *    TRIBUTO NA NOTA DE CREDITO (TIPO "E", ESTORNO, PROG109,
      *    PROPORCIONAL A QUANTIDADE DEVOLVIDA). IMPOSTO-ITEM E A
      *    LINHA DO ITEM NO PEDIDO (PEDIDO-LINHA), QUE AMARRA O
      *    ESTORNO E A NOTA FISCAL A LINHA ORIGINAL. E DAQUI QUE
      *    SAEM O LIVRO DE SAIDAS (PROG158) E OS EVENTOS ICM/IPI/ISS
      *    DA EXPORTACAO CONTABIL (PROG126).
       FD  ARQUIVO-IMPOSTO.
       01  IMPOSTO-REGISTRO.
           05 IMPOSTO-TIPO            PIC X(01).
              88 IMPOSTO-SAIDA            VALUE "S".
              88 IMPOSTO-ESTORNO          VALUE "E".
           05 IMPOSTO-DOCUMENTO       PIC 9(07).
           05 IMPOSTO-FATURA-NUMERO   PIC 9(07).
           05 IMPOSTO-CLIENTE-CODIGO  PIC 9(08).
           05 IMPOSTO-ITEM            PIC 9(03).
           05 IMPOSTO-PRODUTO         PIC 9(05).
           05 IMPOSTO-QTDE            PIC 9(05).
           05 IMPOSTO-UF              PIC X(02).
           05 IMPOSTO-TRIBUTO         PIC X(04).
              88 IMPOSTO-ICMS             VALUE "ICMS".
              88 IMPOSTO-IPI              VALUE "IPI ".
              88 IMPOSTO-ISS              VALUE "ISS ".
           05 IMPOSTO-ALIQUOTA        PIC 9(02)V9(02).
           05 IMPOSTO-BASE            PIC 9(09)V9(02).
           05 IMPOSTO-VALOR           PIC 9(09)V9(02).
           05 IMPOSTO-DATA            PIC 9(08).
