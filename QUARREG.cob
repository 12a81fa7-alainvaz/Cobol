      *    08 = CEP, CIDADE E UF NAO CONCORDAM COM A TABELA DE
      *    REFERENCIA DE CEP (CEPFAIXA.DAT, PROG145).
              88 MOTIVO-ENDERECO-DIVERGE  VALUE "08".
      *    09 = CPF/CNPJ COM DIGITO ERRADO OU FALTANDO; 10 = CPF/CNPJ
      *    JA CADASTRADO EM OUTRO CLIENTE ATIVO.
              88 MOTIVO-DOCUMENTO-INVALIDO  VALUE "09".
              88 MOTIVO-DOCUMENTO-DUPLICADO VALUE "10".
           05 QUARENTENA-MOTIVO-DESC PIC X(30).
           05 QUARENTENA-DATA        PIC 9(08).
      *    DISPOSICAO DADA NO REPROCESSO (PROG87): BRANCO = AINDA
              88 QUARENTENA-PENDENTE     VALUE SPACE.
              88 QUARENTENA-ACEITA       VALUE "A".
              88 QUARENTENA-DESCARTADA   VALUE "D".
      *    CPF/CNPJ COMO FOI DIGITADO OU RECEBIDO (COM OU SEM
      *    PONTUACAO), PARA O PROG87 MOSTRAR E CORRIGIR.
           05 QUARENTENA-DOCUMENTO   PIC X(20).
