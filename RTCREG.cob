      *    RETENCAO.DAT: POLITICA DE RETENCAO DOS ARQUIVOS, UMA LINHA
      *    POR ARQUIVO (CLIENTES, QUARENTENA, AUDITORIA, FATURAS,
      *    ACESSLOG, SAC, ORDEMSERV, FILAEMAIL, RESULTADOS,
      *    MOVESTOQUE, CAIXA, SPOOL), MANTIDA PELO PROG222. PRAZO EM
      *    MESES CONTADOS DA DATA DO REGISTRO (FECHAMENTO, NO SAC E
      *    NA ORDEM DE SERVICO); NO VENCIMENTO O REGISTRO E
      *    ARQUIVADO (A), ANONIMIZADO (N) OU EXCLUIDO (E). A BASE
      *    LEGAL E O TEXTO MOSTRADO AO ENCARREGADO DA LGPD.
      *    RETENCAO-PROGRAMA DIZ QUEM APLICA A REGRA: OS ARQUIVADORES
      *    PROG58/88/90/129/147 LEEM O PRAZO DAQUI; O RESTO E
      *    EXPURGADO PELO PROG223 NO FECHAMENTO DO MES.
       FD  ARQUIVO-RETENCAO.
       01  RETENCAO-REGISTRO.
           05 RETENCAO-ARQUIVO        PIC X(10).
           05 RETENCAO-DESCRICAO      PIC X(30).
           05 RETENCAO-MESES          PIC 9(03).
           05 RETENCAO-ACAO           PIC X(01).
              88 RETENCAO-ARQUIVAR       VALUE "A".
              88 RETENCAO-ANONIMIZAR     VALUE "N".
              88 RETENCAO-EXCLUIR        VALUE "E".
              88 RETENCAO-ACAO-VALIDA    VALUE "A" "N" "E".
           05 RETENCAO-BASE-LEGAL     PIC X(40).
           05 RETENCAO-DADOS-PESSOAIS PIC X(01).
              88 RETENCAO-COM-DADOS      VALUE "S".
           05 RETENCAO-PROGRAMA       PIC X(08).
           05 RETENCAO-OPERADOR       PIC X(10).
           05 RETENCAO-DATA-ALTERACAO PIC 9(08).
