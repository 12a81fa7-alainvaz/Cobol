      *    POR EMISSAO, COM O ARQUIVO DATADO ONDE A LISTAGEM FICOU
      *    GUARDADA E AS CONTAGENS DE PAGINAS E LINHAS. O PROG95
      *    LISTA, REEXIBE E EXPURGA A PARTIR DAQUI.
      *    A SEPARACAO POR DESTINATARIO (PROG205, LISTA DISTREL.DAT)
      *    CATALOGA CADA PARTE COMO UMA EMISSAO A MAIS, COM O VALOR
      *    DA QUEBRA E O OPERADOR DE DESTINO (EM BRANCO QUANDO A
      *    PARTE SO VAI POR E-MAIL), E MARCA A EMISSAO COMPLETA
      *    COMO SEPARADA ("D"). EMISSAO COMUM TEM OS TRES EM BRANCO.
       FD  ARQUIVO-SPOOL-CAT.
       01  SPOOL-CAT-REGISTRO.
           05 SPOOL-CAT-RELATORIO PIC X(08).
           05 SPOOL-CAT-PAGINAS   PIC 9(04).
           05 SPOOL-CAT-LINHAS    PIC 9(06).
           05 SPOOL-CAT-ARQUIVO   PIC X(30).
           05 SPOOL-CAT-DESTINO   PIC X(10).
           05 SPOOL-CAT-QUEBRA    PIC X(08).
           05 SPOOL-CAT-SITUACAO  PIC X(01).
              88 SPOOL-CAT-SEPARADO   VALUE "D".
