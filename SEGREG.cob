      *    RAJADA DE PALPITES CONTRA CONTA DE SUPERVISOR DEIXA DE
      *    SER INVISIVEL; O RELATORIO SEMANAL E O PROG148.
      *    EVENTOS: "S" ACESSO BOM, "F" FALHA DE SENHA/OPERADOR,
      *    "B" BLOQUEIO AUTOMATICO, "D" DESBLOQUEIO PELO PROG80,
      *    "T" TROCA DE SENHA PELO PROPRIO OPERADOR (PROG20), "R"
      *    SENHA REDEFINIDA PELO SUPERVISOR (PROG80), COM TROCA
      *    OBRIGATORIA NA ENTRADA SEGUINTE.
       FD  ARQUIVO-SEGLOG.
       01  SEGLOG-REGISTRO.
           05 SEGLOG-OPERADOR PIC X(10).
              88 SEGLOG-FALHA      VALUE "F".
              88 SEGLOG-BLOQUEIO   VALUE "B".
              88 SEGLOG-DESBLOQUEIO VALUE "D".
              88 SEGLOG-TROCA-SENHA VALUE "T".
              88 SEGLOG-REDEFINICAO VALUE "R".
           05 SEGLOG-DATA     PIC 9(08).
           05 SEGLOG-HORA     PIC 9(08).
