      *    INFORME.AAAA.DAT: RESUMO ANUAL DE RENDIMENTOS E RETENCOES
      *    (PROG168) PARA O CONTADOR MONTAR A DECLARACAO ANUAL DE
      *    RETENCOES - HEADER (TIPO 1: ANO, EMPRESA, CNPJ), UM
      *    DETALHE POR FUNCIONARIO, ATIVO OU DESLIGADO NO ANO (TIPO
      *    2), E TRAILER COM QUANTIDADE E SOMAS DE CONTROLE (TIPO 9).
      *    RENDIMENTO E O TRIBUTAVEL SEM O DECIMO TERCEIRO, QUE VEM
      *    EM SEPARADO COM AS SUAS RETENCOES (TRIBUTACAO EXCLUSIVA);
      *    ISENTOS SAO AS FERIAS E O AVISO INDENIZADOS DA RESCISAO.
       FD  ARQUIVO-INFORME.
       01  INFORME-REGISTRO          PIC X(120).
       01  INFORME-HEADER REDEFINES INFORME-REGISTRO.
           05 INFORME-HDR-TIPO       PIC X(01).
           05 INFORME-HDR-ANO        PIC 9(04).
           05 INFORME-HDR-EMPRESA    PIC 9(02).
           05 INFORME-HDR-CNPJ       PIC X(14).
           05 INFORME-HDR-DATA       PIC 9(08).
           05 FILLER                 PIC X(91).
       01  INFORME-DETALHE REDEFINES INFORME-REGISTRO.
           05 INFORME-DET-TIPO       PIC X(01).
           05 INFORME-DET-CODIGO     PIC 9(05).
           05 INFORME-DET-NOME       PIC X(20).
           05 INFORME-DET-SITUACAO   PIC X(01).
           05 INFORME-DET-DATA-SAIDA PIC 9(08).
           05 INFORME-DET-RENDIMENTO PIC 9(09)V9(02).
           05 INFORME-DET-PREVIDENCIA PIC 9(09)V9(02).
           05 INFORME-DET-IMPOSTO    PIC 9(09)V9(02).
           05 INFORME-DET-DECIMO     PIC 9(09)V9(02).
           05 INFORME-DET-PREV-DECIMO PIC 9(09)V9(02).
           05 INFORME-DET-IMP-DECIMO PIC 9(09)V9(02).
           05 INFORME-DET-ISENTOS    PIC 9(09)V9(02).
           05 INFORME-DET-DEPENDENTES PIC 9(02).
           05 FILLER                 PIC X(06).
       01  INFORME-TRAILER REDEFINES INFORME-REGISTRO.
           05 INFORME-TRL-TIPO       PIC X(01).
           05 INFORME-TRL-QTDE       PIC 9(07).
           05 INFORME-TRL-RENDIMENTO PIC 9(13)V9(02).
           05 INFORME-TRL-PREVIDENCIA PIC 9(13)V9(02).
           05 INFORME-TRL-IMPOSTO    PIC 9(13)V9(02).
           05 INFORME-TRL-DECIMO     PIC 9(13)V9(02).
           05 INFORME-TRL-PREV-DECIMO PIC 9(13)V9(02).
           05 INFORME-TRL-IMP-DECIMO PIC 9(13)V9(02).
           05 INFORME-TRL-ISENTOS    PIC 9(13)V9(02).
           05 FILLER                 PIC X(07).
