      *    DISTREL.DAT: LISTA DE DISTRIBUICAO DOS RELATORIOS DO SPOOL,
      *    MANTIDA NO PROG204 E USADA NA SEPARACAO (PROG205). CHAVE:
      *    RELATORIO + VALOR DA QUEBRA. DOIS TIPOS DE REGISTRO:
      *      - QUEBRA EM BRANCO: A DEFINICAO DA QUEBRA DO RELATORIO -
      *        O CAMPO (V=VENDEDOR, D=DEPARTAMENTO, C=COBRADOR,
      *        F=FILIAL), A MARCA QUE ABRE UMA PARTE (TEXTO NA COLUNA
      *        DADA, COMO "VENDEDOR: " NA COLUNA 1 DO DEMONSTRATIVO DO
      *        PROG121), A COLUNA E O TAMANHO DO VALOR NA LINHA DA
      *        MARCA, QUANTAS LINHAS ANTES DA MARCA JA SAO DA PARTE
      *        (O CABECALHO DE CADA DEMONSTRATIVO) E A MARCA DO
      *        RESUMO FINAL, QUE FICA SO NA LISTAGEM COMPLETA.
      *      - QUEBRA PREENCHIDA: O DESTINATARIO DAQUELE VALOR -
      *        OPERADOR (VE A PARTE NO PROG95) E/OU E-MAIL (A PARTE
      *        VAI PELA FILA FILAEMAIL.DAT, MODELO REL).
      *    O VALOR DA QUEBRA E UM CODIGO SEM ESPACOS: ELE ENTRA NO
      *    NOME DO ARQUIVO DA PARTE (RELATORIO.AAAAMMDD.VALOR.rel).
       FD  ARQUIVO-DISTRIBUICAO.
       01  DIST-REGISTRO.
           05 DIST-CHAVE.
              10 DIST-RELATORIO       PIC X(08).
              10 DIST-QUEBRA          PIC X(08).
           05 DIST-DADOS              PIC X(100).
           05 DIST-DEFINICAO REDEFINES DIST-DADOS.
              10 DIST-CAMPO-QUEBRA    PIC X(01).
                 88 DIST-POR-VENDEDOR     VALUE "V".
                 88 DIST-POR-DEPARTAMENTO VALUE "D".
                 88 DIST-POR-COBRADOR     VALUE "C".
                 88 DIST-POR-FILIAL       VALUE "F".
              10 DIST-MARCA           PIC X(20).
              10 DIST-MARCA-COLUNA    PIC 9(03).
              10 DIST-MARCA-TAMANHO   PIC 9(02).
              10 DIST-VALOR-COLUNA    PIC 9(03).
              10 DIST-VALOR-TAMANHO   PIC 9(02).
              10 DIST-LINHAS-ANTES    PIC 9(02).
              10 DIST-MARCA-FIM       PIC X(20).
              10 DIST-MARCA-FIM-COLUNA PIC 9(03).
              10 DIST-MARCA-FIM-TAMANHO PIC 9(02).
              10 FILLER               PIC X(42).
           05 DIST-DESTINATARIO REDEFINES DIST-DADOS.
              10 DIST-NOME            PIC X(20).
              10 DIST-OPERADOR        PIC X(10).
              10 DIST-EMAIL           PIC X(50).
              10 DIST-SITUACAO        PIC X(01).
                 88 DIST-ATIVO            VALUE "A".
                 88 DIST-INATIVO          VALUE "I".
              10 FILLER               PIC X(19).
           05 DIST-OPERADOR-ALTERACAO PIC X(10).
           05 DIST-DATA-ALTERACAO     PIC 9(08).
