      *    AREA DE TRABALHO DAS ROTINAS DE ESTOQUE POR DEPOSITO
      *    (EDPPROC). O PROGRAMA POE DEP-DEPOSITO E DEP-PRODUTO E
      *    PERFORMA CONSULTA-ESTOQUE-DEPOSITO (DEVOLVE SALDO,
      *    RESERVADO, TRANSITO E DISPONIVEL DO DEPOSITO) OU, COM OS
      *    DELTAS PREENCHIDOS, MOVIMENTA-ESTOQUE-DEPOSITO. DEPOSITO
      *    ZERO E O DA EMPRESA PRINCIPAL. DEP-ARQUIVO-ESTDEP = "N"
      *    QUANDO ESTDEP.DAT AINDA NAO FOI CRIADO (PROG214).
      *    ESTDEP-PATH VEM DA VARIAVEL ESTDEP_DAT E A PRINCIPAL DA
      *    VARIAVEL EMPRESA (INICIALIZA-CAMINHO-ESTDEP).
       01  ESTDEP-FILE-STATUS       PIC XX.
       01  ESTDEP-PATH              PIC X(100).
       01  DEP-PRINCIPAL            PIC 9(02) VALUE 17.
       01  DEP-PRINCIPAL-ENV        PIC X(02).
       01  DEP-DEPOSITO             PIC 9(02).
       01  DEP-PRODUTO              PIC 9(05).
       01  DEP-ARQUIVO-ESTDEP       PIC X(01).
       01  DEP-SALDO                PIC S9(07).
       01  DEP-RESERVADO            PIC 9(07).
       01  DEP-TRANSITO             PIC 9(07).
       01  DEP-DISPONIVEL           PIC S9(07).
       01  DEP-DELTA-SALDO          PIC S9(07) VALUE 0.
       01  DEP-DELTA-RESERVA        PIC S9(07) VALUE 0.
       01  DEP-DELTA-TRANSITO       PIC S9(07) VALUE 0.
       01  DEP-NOVO-RESERVADO       PIC S9(08).
       01  DEP-NOVO-TRANSITO        PIC S9(08).
       01  DEP-DATA-HOJE            PIC 9(08).
