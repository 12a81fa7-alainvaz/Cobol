      *    SACHIST.DAT: FOTO MENSAL DO SAC GRAVADA PELO RELATORIO DE
      *    QUALIDADE DO ATENDIMENTO (PROG193) - UM REGISTRO POR
      *    COMPETENCIA (AAAAMM) COM O ESTOQUE DE CHAMADOS EM ABERTO
      *    NO ULTIMO DIA DO MES, QUANTOS DELES JA COM O PRAZO
      *    ESTOURADO, E OS ABERTOS E FECHADOS NO MES. RODAR DE NOVO
      *    A MESMA COMPETENCIA SO ATUALIZA A FOTO; E DAQUI QUE SAI A
      *    TENDENCIA DE DOZE MESES.
       FD  ARQUIVO-SAC-HIST.
       01  SAC-HIST-REGISTRO.
           05 SAC-HIST-COMPETENCIA    PIC 9(06).
           05 SAC-HIST-BACKLOG        PIC 9(05).
           05 SAC-HIST-BACKLOG-VENCIDO PIC 9(05).
           05 SAC-HIST-ABERTOS        PIC 9(05).
           05 SAC-HIST-FECHADOS       PIC 9(05).
           05 SAC-HIST-DATA-APURACAO  PIC 9(08).
