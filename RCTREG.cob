      *    RECERT.DAT: EVIDENCIA DA RECERTIFICACAO TRIMESTRAL DE
      *    ACESSOS (PROG198) - UMA LINHA POR OPERADOR REVISTO, COM O
      *    NIVEL ANTES E DEPOIS, O QUE FOI PROPOSTO E O QUE O
      *    SUPERVISOR DECIDIU, O ULTIMO ACESSO BOM (SEGLOG.DAT), AS
      *    OPCOES DO MENU QUE O NIVEL ALCANCA E QUANTAS DELAS FORAM
      *    USADAS NO TRIMESTRE, E QUEM ASSINOU E QUANDO. SO RECEBE
      *    LINHAS NOVAS - E O ARQUIVO QUE VAI PARA OS AUDITORES.
      *    TRIMESTRE NO FORMATO AAAAT.
       FD  ARQUIVO-RECERT.
       01  RECERT-REGISTRO.
           05 RECERT-TRIMESTRE        PIC 9(05).
           05 RECERT-OPERADOR         PIC X(10).
           05 RECERT-NOME             PIC X(20).
           05 RECERT-NIVEL-ANTERIOR   PIC 9(01).
           05 RECERT-NIVEL-NOVO       PIC 9(01).
      *    PROPOSTA E DECISAO: "C" CONFIRMA, "R" REBAIXA O NIVEL,
      *    "D" DESATIVA O OPERADOR.
           05 RECERT-PROPOSTA         PIC X(01).
           05 RECERT-DECISAO          PIC X(01).
              88 RECERT-CONFIRMADO        VALUE "C".
              88 RECERT-REBAIXADO         VALUE "R".
              88 RECERT-DESATIVADO        VALUE "D".
      *    ULTIMO ACESSO BOM ZERADO = NENHUM NO SEGLOG.
           05 RECERT-ULTIMO-ACESSO    PIC 9(08).
           05 RECERT-DIAS-SEM-ACESSO  PIC 9(05).
           05 RECERT-OPCOES-ALCANCE   PIC 9(03).
           05 RECERT-OPCOES-USADAS    PIC 9(03).
           05 RECERT-SUPERVISOR       PIC X(10).
           05 RECERT-DATA             PIC 9(08).
           05 RECERT-HORA             PIC 9(08).
