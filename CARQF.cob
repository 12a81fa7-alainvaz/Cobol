      *    TIRA OS AVOS DE QUEM ENTROU NO MEIO DO ANO. ZERO EM
      *    REGISTRO ANTERIOR AO CAMPO (CONTA ANO CHEIO).
           05 FUNCIONARIO-DATA-ADMISSAO PIC 9(08).
      *    TIPO DO DESLIGAMENTO, INFORMADO NA SOLICITACAO (PROG41) E
      *    GRAVADO PELO PROG76 COM O STATUS "I" - E ELE QUE DIZ O QUE
      *    A RESCISAO (PROG166) PAGA. EM BRANCO PARA ATIVO E PARA
      *    DESLIGAMENTO ANTERIOR AO CAMPO.
           05 FUNCIONARIO-TIPO-SAIDA   PIC X(01).
              88 SAIDA-SEM-JUSTA-CAUSA    VALUE "S".
              88 SAIDA-JUSTA-CAUSA        VALUE "J".
              88 SAIDA-PEDIDO-DEMISSAO    VALUE "P".
              88 SAIDA-ACORDO             VALUE "A".
      *    EMPRESA EMPREGADORA (EMPRESA.DAT), FIXADA NA ADMISSAO
      *    (PROG41) - TROCA DE EMPRESA E RESCISAO E NOVA ADMISSAO. A
      *    FOLHA (PROG74) LEVA PARA O LIVRO. ZERO OU EM BRANCO EM
      *    REGISTRO ANTERIOR AO CAMPO: A EMPRESA PRINCIPAL.
           05 FUNCIONARIO-EMPRESA      PIC 9(02).
