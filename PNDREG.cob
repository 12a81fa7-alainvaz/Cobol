      *    PENDENTES.DAT: MUDANCAS SENSIVEIS DE FUNCIONARIO QUE
      *    AGUARDAM APROVACAO DE SUPERVISOR (PROG76) - MUDANCA DE
      *    SALARIO ALEM DO LIMITE PERCENTUAL E TODO DESLIGAMENTO.
      *    O REAJUSTE COLETIVO DA CONVENCAO (PROG171) ENTRA AQUI COMO
      *    UM LOTE DE LINHAS "C", APROVADO OU RECUSADO INTEIRO.
       FD  ARQUIVO-PENDENTE.
       01  PENDENTE-REGISTRO.
           05 PENDENTE-TIPO          PIC X(01).
      *    "B" = MUDANCA DE DADOS BANCARIOS (PROG41), SEMPRE COM
      *    QUATRO OLHOS - OS CAMPOS NOVOS FICAM NO FIM DO REGISTRO.
              88 PENDENTE-BANCARIO       VALUE "B".
              88 PENDENTE-COLETIVO       VALUE "C".
           05 PENDENTE-FUNC-CODIGO   PIC 9(05).
           05 PENDENTE-FUNC-NOME     PIC X(20).
           05 PENDENTE-SALARIO-NOVO  PIC 9(07)V9(02).
           05 PENDENTE-BANCO         PIC 9(03).
           05 PENDENTE-AGENCIA       PIC X(06).
           05 PENDENTE-CONTA         PIC X(12).
      *    TIPO DO DESLIGAMENTO PEDIDO (S/J/P/A, COMO EM
      *    FUNCIONARIO-TIPO-SAIDA); BRANCO NOS DEMAIS TIPOS.
           05 PENDENTE-TIPO-SAIDA    PIC X(01).
      *    REAJUSTE COLETIVO: LOTE (DATA E HORA DA PROPOSTA), DATA-BASE
      *    DA CONVENCAO E PERCENTUAL - A DATA-BASE DIZ DE QUE MES EM
      *    DIANTE O PROG76 CALCULA A DIFERENCA RETROATIVA. ZERO NOS
      *    DEMAIS TIPOS.
           05 PENDENTE-LOTE          PIC 9(14).
           05 PENDENTE-DATA-BASE     PIC 9(08).
           05 PENDENTE-PERCENTUAL    PIC 9(03)V9(02).
