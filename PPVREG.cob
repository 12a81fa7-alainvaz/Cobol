      *    PLANOPREV.DAT: PLANOS DE MANUTENCAO PREVENTIVA DOS
      *    TERMINAIS INSTALADOS (MANTIDOS NO PROG194). CADA PLANO
      *    VALE PARA UM MODELO DE TERMINAL (ABRANGENCIA "M",
      *    TERMINAL-MODELO) OU PARA UMA LOCALIDADE (ABRANGENCIA "L",
      *    TERMINAL-LOCALIDADE NAS 4 PRIMEIRAS POSICOES DO ALVO) -
      *    O PLANO DO MODELO PREVALECE SOBRE O DA LOCALIDADE. O
      *    INTERVALO E EM DIAS CORRIDOS DESDE A ULTIMA PREVENTIVA
      *    FECHADA, E O ROTEIRO DE VERIFICACAO TEM ATE 8 ITENS.
       FD  ARQUIVO-PLANO-PREV.
       01  PLANO-PREV-REGISTRO.
           05 PLANO-CODIGO          PIC X(06).
           05 PLANO-DESCRICAO       PIC X(30).
           05 PLANO-ABRANGENCIA     PIC X(01).
              88 PLANO-POR-MODELO       VALUE "M".
              88 PLANO-POR-LOCALIDADE   VALUE "L".
           05 PLANO-ALVO            PIC X(10).
           05 PLANO-INTERVALO-DIAS  PIC 9(04).
           05 PLANO-CHECKLIST OCCURS 8 TIMES PIC X(40).
           05 PLANO-STATUS          PIC X(01).
              88 PLANO-ATIVO            VALUE "A".
              88 PLANO-INATIVO          VALUE "I".
