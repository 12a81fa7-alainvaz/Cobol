      *    CONTRATOS.DAT: CONTRATO DE ALUGUEL POR CLIENTE E TERMINAL
      *    (O TERMINAL ATRIBUIDO EM ATRIBTERM.DAT), COM INICIO, PRAZO
      *    EM MESES, VALOR MENSAL COMBINADO, INDICE DE REAJUSTE
      *    (IPCA OU IGP-M, TAXAS EM INDICES.DAT) E MES DE ANIVERSARIO.
      *    NO ANIVERSARIO O PROG175 REAJUSTA O VALOR PELO INDICE
      *    ACUMULADO DOS 12 MESES ANTERIORES E ENFILEIRA A CARTA AO
      *    CLIENTE; O FATURAMENTO DE ALUGUEL (PROG155) COBRA O VALOR
      *    DO CONTRATO. ENCERRAMENTO ANTES DO PRAZO CALCULA A MULTA
      *    SOBRE OS MESES QUE FALTAVAM (PROG174). O AVISO DE
      *    RENOVACAO SAI UMA VEZ POR PRAZO (PROG176); RENOVAR ZERA A
      *    DATA DO AVISO.
       FD  ARQUIVO-CONTRATO.
       01  CONTRATO-REGISTRO.
           05 CONTRATO-CHAVE.
              10 CONTRATO-CLIENTE-CODIGO PIC 9(08).
              10 CONTRATO-TERMINAL       PIC X(10).
           05 CONTRATO-CLIENTE-NOME    PIC X(20).
           05 CONTRATO-DATA-INICIO     PIC 9(08).
           05 CONTRATO-PRAZO-MESES     PIC 9(03).
           05 CONTRATO-VALOR-MENSAL    PIC 9(07)V9(02).
           05 CONTRATO-INDICE          PIC X(04).
              88 CONTRATO-IPCA            VALUE "IPCA".
              88 CONTRATO-IGPM            VALUE "IGPM".
              88 CONTRATO-INDICE-VALIDO   VALUE "IPCA" "IGPM".
           05 CONTRATO-MES-ANIVERSARIO PIC 9(02).
      *    MULTA POR ENCERRAMENTO ANTECIPADO, EM PERCENTUAL SOBRE O
      *    VALOR DOS MESES QUE FALTAVAM PARA O FIM DO PRAZO.
           05 CONTRATO-MULTA-PERCENTUAL PIC 9(03)V9(02).
           05 CONTRATO-SITUACAO        PIC X(01).
              88 CONTRATO-ATIVO           VALUE "A".
              88 CONTRATO-ENCERRADO       VALUE "E".
      *    COMPETENCIA (AAAAMM) DO ULTIMO REAJUSTE E O VALOR ANTES
      *    DELE - ZERO ENQUANTO NAO HOUVE REAJUSTE.
           05 CONTRATO-ULTIMO-REAJUSTE PIC 9(06).
           05 CONTRATO-VALOR-ANTERIOR  PIC 9(07)V9(02).
           05 CONTRATO-DATA-ENCERRAMENTO PIC 9(08).
           05 CONTRATO-VALOR-MULTA     PIC 9(09)V9(02).
           05 CONTRATO-DATA-AVISO-RENOV PIC 9(08).
