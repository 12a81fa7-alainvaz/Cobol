      *    RESCISOES.DAT: LIVRO DAS RESCISOES CALCULADAS PELO
      *    PROG166 - UMA LINHA POR DESLIGAMENTO, COM CADA VERBA DO
      *    TERMO (SALDO DE SALARIO, FERIAS VENCIDAS E PROPORCIONAIS
      *    COM O TERCO, DECIMO TERCEIRO PROPORCIONAL MENOS A PARCELA
      *    JA ADIANTADA PELO PROG137, AVISO PREVIO INDENIZADO), OS
      *    DESCONTOS E O LIQUIDO. O LIQUIDO DA COMPETENCIA ENTRA NO
      *    CREDITO DE SALARIOS (PROG134) E NA EXPORTACAO CONTABIL
      *    (PROG126, EVENTO RES). TIPO DE SAIDA COMO EM
      *    FUNCIONARIO-TIPO-SAIDA.
       FD  ARQUIVO-RESCISAO.
       01  RESCISAO-REGISTRO.
           05 RESCISAO-CHAVE.
              10 RESCISAO-FUNC-CODIGO    PIC 9(05).
              10 RESCISAO-DATA-SAIDA     PIC 9(08).
           05 RESCISAO-COMPETENCIA       PIC 9(06).
           05 RESCISAO-FUNC-NOME         PIC X(20).
           05 RESCISAO-DEPARTAMENTO      PIC X(10).
           05 RESCISAO-TIPO-SAIDA        PIC X(01).
           05 RESCISAO-DATA-ADMISSAO     PIC 9(08).
           05 RESCISAO-SALARIO           PIC 9(07)V9(02).
           05 RESCISAO-DIAS-SALDO        PIC 9(02).
           05 RESCISAO-SALDO-SALARIO     PIC 9(07)V9(02).
           05 RESCISAO-DIAS-FERIAS       PIC 9(03)V9(02).
           05 RESCISAO-FERIAS-VENCIDAS   PIC 9(07)V9(02).
           05 RESCISAO-AVOS-FERIAS       PIC 9(02).
           05 RESCISAO-FERIAS-PROPORC    PIC 9(07)V9(02).
           05 RESCISAO-TERCO-FERIAS      PIC 9(07)V9(02).
           05 RESCISAO-AVOS-DECIMO       PIC 9(02).
           05 RESCISAO-DECIMO-PROPORC    PIC 9(07)V9(02).
           05 RESCISAO-ADIANTAMENTO      PIC 9(07)V9(02).
           05 RESCISAO-DIAS-AVISO        PIC 9(03).
           05 RESCISAO-AVISO-PREVIO      PIC 9(07)V9(02).
           05 RESCISAO-TOTAL-PROVENTOS   PIC 9(07)V9(02).
           05 RESCISAO-PREVIDENCIA       PIC 9(07)V9(02).
           05 RESCISAO-IMPOSTO           PIC 9(07)V9(02).
           05 RESCISAO-TOTAL-DESCONTOS   PIC 9(07)V9(02).
           05 RESCISAO-VALOR-LIQUIDO     PIC 9(07)V9(02).
           05 RESCISAO-DATA-CALCULO      PIC 9(08).
           05 RESCISAO-OPERADOR          PIC X(10).
