      *    DISTLOG.DAT: REGISTRO DAS ENTREGAS DA SEPARACAO DE
      *    RELATORIOS (PROG205) - UMA LINHA POR PARTE E DESTINO:
      *    "O" = CATALOGADA PARA O OPERADOR (PROG95), "E" = POSTA NA
      *    FILA DE E-MAIL, "S" = VALOR DA QUEBRA SEM DESTINATARIO
      *    (FICOU SO NA LISTAGEM COMPLETA).
       FD  ARQUIVO-DIST-LOG.
       01  DIST-LOG-REGISTRO.
           05 DIST-LOG-DATA           PIC 9(08).
           05 DIST-LOG-HORA           PIC 9(08).
           05 DIST-LOG-RELATORIO      PIC X(08).
           05 DIST-LOG-EMISSAO        PIC 9(08).
           05 DIST-LOG-QUEBRA         PIC X(08).
           05 DIST-LOG-TIPO           PIC X(01).
              88 DIST-LOG-OPERADOR-ENTREGUE VALUE "O".
              88 DIST-LOG-EMAIL-ENFILEIRADO VALUE "E".
              88 DIST-LOG-SEM-DESTINO       VALUE "S".
           05 DIST-LOG-DESTINO        PIC X(50).
           05 DIST-LOG-ARQUIVO        PIC X(30).
           05 DIST-LOG-LINHAS         PIC 9(06).
