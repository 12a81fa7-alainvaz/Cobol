      *    CONTATOS.DAT: UMA LINHA POR LIGACAO DE COBRANCA, GRAVADA
      *    PELO COBRADOR NA LISTA DE TRABALHO (PROG189) - RESULTADO
      *    DA LIGACAO E, QUANDO HOUVE, A PROMESSA DE PAGAMENTO (DATA E
      *    VALOR). CONTATO-PAGO-BASE E A SOMA DO JA PAGO NAS FATURAS
      *    DO CLIENTE NA HORA DA PROMESSA: A CONFERENCIA DIARIA
      *    (PROG190) COMPARA COM A SOMA DE HOJE - O QUE ENTROU PELO
      *    RETORNO DO BANCO (PROG67) OU PELO BALCAO (PROG108) - E
      *    FECHA A PROMESSA COMO CUMPRIDA OU QUEBRADA.
       FD  ARQUIVO-CONTATO.
       01  CONTATO-REGISTRO.
           05 CONTATO-CLIENTE-CODIGO  PIC 9(08).
           05 CONTATO-DATA            PIC 9(08).
           05 CONTATO-HORA            PIC 9(08).
           05 CONTATO-COBRADOR        PIC X(10).
           05 CONTATO-RESULTADO       PIC X(01).
              88 CONTATO-PROMETEU         VALUE "P".
              88 CONTATO-NAO-ATENDEU      VALUE "N".
              88 CONTATO-RECADO           VALUE "M".
              88 CONTATO-RECUSOU          VALUE "R".
              88 CONTATO-NUMERO-ERRADO    VALUE "E".
              88 CONTATO-RESULTADO-VALIDO VALUE "P" "N" "M" "R" "E".
           05 CONTATO-SALDO-VENCIDO   PIC 9(09)V9(02).
           05 CONTATO-PROMESSA-DATA   PIC 9(08).
           05 CONTATO-PROMESSA-VALOR  PIC 9(09)V9(02).
           05 CONTATO-PAGO-BASE       PIC 9(11)V9(02).
      *    SITUACAO DA PROMESSA: BRANCO = LIGACAO SEM PROMESSA.
           05 CONTATO-SITUACAO        PIC X(01).
              88 CONTATO-SEM-PROMESSA     VALUE SPACE.
              88 CONTATO-PROMESSA-ABERTA  VALUE "A".
              88 CONTATO-PROMESSA-CUMPRIDA VALUE "C".
              88 CONTATO-PROMESSA-QUEBRADA VALUE "Q".
           05 CONTATO-DATA-APURACAO   PIC 9(08).
           05 CONTATO-VALOR-RECEBIDO  PIC 9(11)V9(02).
