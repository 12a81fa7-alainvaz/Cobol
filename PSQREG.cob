           05 PESQUISA-STATUS      PIC X(01).
              88 PESQUISA-ATIVA       VALUE "A".
              88 PESQUISA-ENCERRADA   VALUE "E".
      *    FINALIDADE: "S" = PESQUISA DE SATISFACAO POS-ATENDIMENTO
      *    DO SAC - O CONVITE SAI NO FECHAMENTO DO CHAMADO (PROG140)
      *    E A RESPOSTA VOLTA COM O NUMERO DO CHAMADO (PROG10, NPS
      *    NO PROG192). EM BRANCO = CAMPANHA COMUM.
           05 PESQUISA-FINALIDADE  PIC X(01).
              88 PESQUISA-GERAL       VALUE SPACE.
              88 PESQUISA-POS-SAC     VALUE "S".
