      *    TECNICOS.DAT: CADASTRO DOS TECNICOS DE CONSERTO DE
      *    TERMINAL, PELO CODIGO DO FUNCIONARIO (FUNCIONARIOS.DAT) -
      *    O NOME DIGITADO EM CADA ORDEM ACABOU. CADA TECNICO TEM ATE
      *    10 CERTIFICACOES DO FABRICANTE: O MODELO DO TERMINAL
      *    (TERMINAL-MODELO) E A DATA DE VALIDADE. SO O TECNICO ATIVO
      *    COM CERTIFICACAO EM VIGOR PARA O MODELO PEGA A ORDEM
      *    (PROG154). MANUTENCAO NO PROG206; RELATORIO MENSAL POR
      *    TECNICO NO PROG207.
       FD  ARQUIVO-TECNICO.
       01  TECNICO-REGISTRO.
           05 TECNICO-CODIGO          PIC 9(05).
           05 TECNICO-NOME            PIC X(20).
           05 TECNICO-SITUACAO        PIC X(01).
              88 TECNICO-ATIVO            VALUE "A".
              88 TECNICO-INATIVO          VALUE "I".
           05 TECNICO-QTDE-CERT       PIC 9(02).
           05 TECNICO-CERTIFICACAO OCCURS 10 TIMES.
              10 TECNICO-CERT-MODELO     PIC X(10).
              10 TECNICO-CERT-VALIDADE   PIC 9(08).
           05 TECNICO-OPERADOR        PIC X(10).
           05 TECNICO-DATA-ALTERACAO  PIC 9(08).
