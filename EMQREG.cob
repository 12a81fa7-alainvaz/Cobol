      *    FILAEMAIL.DAT: FILA DE MENSAGENS DE E-MAIL DE SAIDA. OS
      *    PROGRAMAS SO ENFILEIRAM (FATURA EMITIDA NO PROG66,
      *    PAGAMENTO RECEBIDO NO PROG67, ACEITE DE QUARENTENA NO
      *    PROG87, COBRANCA NO PROG112, ENCOMENDA LIBERADA NO
      *    PROG104, REAJUSTE DE CONTRATO NO PROG175, AVISO DE
      *    RENOVACAO NO PROG176, TABELA DE PRECOS DO CLIENTE NO
      *    PROG178, CONVITE DE PESQUISA NO FECHAMENTO DO SAC NO
      *    PROG140, PARTE DE RELATORIO SEPARADA NO PROG205); QUEM
      *    FORMATA PARA O GATEWAY
      *    E MARCA ENVIADO/FALHOU E O PROG143, QUE TAMBEM E QUEM
      *    RESPEITA A RECUSA DE E-MAIL (LGPD) - ENFILEIRAR NAO E
      *    ENVIAR. TEMPLATES: FAT, PGR, QAR, COB, ENC, RJT, RNV,
      *    TAB, PSQ, REL. NO REL NAO HA CLIENTE (CODIGO ZERO) E OS
      *    CAMPOS SAO RELATORIO (1:8), VALOR DA QUEBRA (9:8) E DATA
      *    DA EMISSAO (17:8), CHAVE DO DESTINATARIO EM DISTREL.DAT.
      *    SITUACAO: "P" PENDENTE, "S" ENVIADO AO GATEWAY, "F"
      *    FALHOU (VIRA LISTA DE TRABALHO), "X" SUPRIMIDO POR
      *    RECUSA.
