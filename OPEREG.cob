      *    ZERADA NO SUCESSO. EM BRANCO EM REGISTRO ANTERIOR AO
      *    CAMPO.
           05 OPERADOR-FALHAS-SEGUIDAS PIC 9(02).
      *    POLITICA DE SENHA (PROG20): DATA DA ULTIMA TROCA, TROCA
      *    OBRIGATORIA NA PROXIMA ENTRADA ("S" QUANDO O SUPERVISOR DA
      *    OU REDEFINE A SENHA NO PROG80) E AS ULTIMAS SENHAS USADAS,
      *    A MAIS RECENTE NA POSICAO 1, QUE NAO PODEM VOLTAR. PRAZO DE
      *    VALIDADE, PROFUNDIDADE DO HISTORICO E TAMANHO MINIMO SAO
      *    PARAMETROS DO PROG20. REGISTRO ANTERIOR AOS CAMPOS VEM EM
      *    BRANCO - SEM DATA DE TROCA, A SENHA VALE COMO VENCIDA.
           05 OPERADOR-DATA-SENHA      PIC 9(08).
           05 OPERADOR-TROCA-SENHA     PIC X(01).
              88 OPERADOR-DEVE-TROCAR     VALUE "S".
           05 OPERADOR-SENHAS-ANTERIORES.
              10 OPERADOR-SENHA-ANTERIOR PIC X(10) OCCURS 10 TIMES.
