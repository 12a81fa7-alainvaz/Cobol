      *    FGTS.AAAAMM.DAT: ARQUIVO DE DEPOSITO DO FGTS DA
      *    COMPETENCIA (PROG167), LARGURA FIXA PARA O BANCO E O
      *    PORTAL - HEADER (TIPO 1: EMPRESA, COMPETENCIA, DATA), UM
      *    DETALHE POR FUNCIONARIO COM BASE E DEPOSITO (TIPO 2) E
      *    TRAILER COM QUANTIDADE E SOMAS DE CONTROLE (TIPO 9). O
      *    PROG126 TIRA DO TRAILER O DEPOSITO DO EVENTO FGT.
       FD  ARQUIVO-FGTS.
       01  FGTS-REGISTRO             PIC X(80).
       01  FGTS-HEADER REDEFINES FGTS-REGISTRO.
           05 FGTS-HEADER-TIPO       PIC X(01).
           05 FGTS-HEADER-EMPRESA    PIC 9(02).
           05 FGTS-HEADER-COMPET     PIC 9(06).
           05 FGTS-HEADER-DATA       PIC 9(08).
           05 FILLER                 PIC X(63).
       01  FGTS-DETALHE REDEFINES FGTS-REGISTRO.
           05 FGTS-DET-TIPO          PIC X(01).
           05 FGTS-DET-CODIGO        PIC 9(05).
           05 FGTS-DET-NOME          PIC X(20).
           05 FGTS-DET-DEPARTAMENTO  PIC X(10).
           05 FGTS-DET-BASE          PIC 9(07)V9(02).
           05 FGTS-DET-DEPOSITO      PIC 9(07)V9(02).
           05 FILLER                 PIC X(26).
       01  FGTS-TRAILER REDEFINES FGTS-REGISTRO.
           05 FGTS-TRAILER-TIPO      PIC X(01).
           05 FGTS-TRAILER-QTDE      PIC 9(07).
           05 FGTS-TRAILER-BASE      PIC 9(13)V9(02).
           05 FGTS-TRAILER-DEPOSITO  PIC 9(13)V9(02).
           05 FILLER                 PIC X(42).
