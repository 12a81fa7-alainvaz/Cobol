      *    TRIBUTOS.DAT: REGRAS DE TRIBUTACAO DAS SAIDAS, CHAVEADAS
      *    POR FAMILIA DO PRODUTO (PRODUTO-FAMILIA) + UF DE DESTINO
      *    DA MERCADORIA. UF EM BRANCO E A REGRA GERAL DA FAMILIA,
      *    USADA QUANDO NAO HA REGRA PARA A UF. A BASE DE CALCULO E
      *    O PERCENTUAL DO VALOR DO ITEM SOBRE O QUAL AS ALIQUOTAS
      *    INCIDEM (100 = VALOR CHEIO; MENOS QUE ISSO E REDUCAO DE
      *    BASE). MANTIDO PELO PROG157; FAMILIA SEM REGRA NENHUMA
      *    SAI SEM DESTAQUE DE IMPOSTO. A ALIQUOTA DO ISS (FAMILIA
      *    DE SERVICO) VEM DEPOIS DA DESCRICAO; REGRA ANTERIOR A ELA
      *    VEM COM O CAMPO EM BRANCO, QUE VALE ZERO.
       FD  ARQUIVO-TRIBUTO.
       01  TRIBUTO-REGISTRO.
           05 TRIBUTO-CHAVE.
              10 TRIBUTO-FAMILIA       PIC X(10).
              10 TRIBUTO-UF            PIC X(02).
           05 TRIBUTO-BASE-PERCENTUAL  PIC 9(03)V9(02).
           05 TRIBUTO-ALIQ-ICMS        PIC 9(02)V9(02).
           05 TRIBUTO-ALIQ-IPI         PIC 9(02)V9(02).
           05 TRIBUTO-DESCRICAO        PIC X(30).
           05 TRIBUTO-ALIQ-ISS         PIC 9(02)V9(02).
