      *    AREA DE TRABALHO DO HISTORICO DE TERMINAIS (HTMPROC). O
      *    PROGRAMA PREENCHE HISTTERM-PROGRAMA-WS E
      *    HISTTERM-OPERADOR-WS UMA VEZ E, PARA CADA MOVIMENTO, O
      *    TERMINAL, O EVENTO, O CLIENTE, O MOTIVO, A ORDEM DE
      *    SERVICO (ZERO = NENHUMA) E O TERMINAL PAR DA TROCA, E
      *    PERFORMA REGISTRA-MOVIMENTO-TERMINAL. A TROCA
      *    (EFETIVA-TROCA-TERMINAL) RECEBE TROCA-TERMINAL-ANTIGO,
      *    TROCA-TERMINAL-NOVO, O MOTIVO E A ORDEM, E DEVOLVE
      *    TROCA-EFETIVADA = "S" QUANDO DEU CERTO. HISTTERM-PATH VEM
      *    DA VARIAVEL HISTTERM_DAT (INICIALIZA-CAMINHO-HISTTERM).
       01  HISTTERM-FILE-STATUS        PIC XX.
       01  HISTTERM-PATH               PIC X(100).
       01  HISTTERM-TERMINAL-WS        PIC X(10).
       01  HISTTERM-EVENTO-WS          PIC X(01).
       01  HISTTERM-CLIENTE-WS         PIC 9(08).
       01  HISTTERM-NOME-WS            PIC X(20).
       01  HISTTERM-MOTIVO-WS          PIC X(30).
       01  HISTTERM-OS-WS              PIC 9(07).
       01  HISTTERM-PAR-WS             PIC X(10).
       01  HISTTERM-PROGRAMA-WS        PIC X(08).
       01  HISTTERM-OPERADOR-WS        PIC X(10).

      *    TROCA DE TERMINAL NO CLIENTE.
       01  TROCA-TERMINAL-ANTIGO       PIC X(10).
       01  TROCA-TERMINAL-NOVO         PIC X(10).
       01  TROCA-EFETIVADA             PIC X(01).
       01  TROCA-CLIENTE               PIC 9(08).
       01  TROCA-NOME                  PIC X(20).
       01  TROCA-LOCALIDADE-ANTIGA     PIC X(04).
       01  TROCA-LOCALIDADE-NOVA       PIC X(04).
       01  TROCA-LOCALIDADE-LIDA       PIC X(04).
       01  TROCA-CAPACIDADE            PIC 9(03) VALUE 50.
       01  TROCA-CAPACIDADE-ENV        PIC X(03).
       01  TROCA-OCUPADOS              PIC 9(03).
       01  TROCA-FIM                   PIC X(01).
       01  TROCA-DATA-HOJE             PIC 9(08).
       01  TROCA-CONTRATO-SALVO        PIC X(200).
