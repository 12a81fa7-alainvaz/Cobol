      *    DATAS DE ABERTURA E FECHAMENTO, O TECNICO E A RESOLUCAO.
      *    O NUMERO VEM DE NUMOS.DAT; O RELATORIO MENSAL (ABERTAS,
      *    TEMPO MEDIO, REINCIDENTES) E O PROPRIO PROG154.
      *    TIPO: "C" CORRETIVA (O TERMINAL QUEBROU; BRANCO NAS
      *    ORDENS ANTERIORES AO CAMPO) OU "P" PREVENTIVA, ABERTA PELA
      *    PROGRAMACAO SEMANAL (PROG195) COM O PLANO DE PLANOPREV.DAT
      *    QUE A ORIGINOU - ESSA NAO TEM DEFEITO.
      *    PECAS E CUSTO DO CONSERTO, GRAVADOS NO FECHAMENTO (PROG154):
      *    ATE 10 PECAS DE PRODUTOS.DAT COM A QUANTIDADE E O CUSTO
      *    UNITARIO DA HORA (PRODUTO-CUSTO) - CADA UMA BAIXA O
      *    ESTOQUE COM SAIDA MOTIVO 05 (CONSERTO) NO LIVRO DE
      *    MOVIMENTOS, COM O NUMERO DA ORDEM COMO DOCUMENTO -, O TOTAL
      *    DAS PECAS E A MAO DE OBRA. O CUSTO MENSAL POR TERMINAL E
      *    POR CLIENTE E O PROG197. ORDEM ANTERIOR AOS CAMPOS VEM EM
      *    BRANCO E VALE ZERO.
      *    TECNICO: O CODIGO DO CADASTRO DE TECNICOS (TECNICOS.DAT,
      *    PROG206), GRAVADO NA ATRIBUICAO OU NO FECHAMENTO PELO
      *    PROG154 SO PARA TECNICO COM CERTIFICACAO EM VIGOR NO MODELO
      *    DO TERMINAL; OS-TECNICO PASSA A LEVAR O NOME DO CADASTRO.
      *    ORDEM ANTERIOR AO CAMPO TEM SO O NOME DIGITADO (CODIGO EM
      *    BRANCO, VALE ZERO = SEM TECNICO IDENTIFICADO).
       FD  ARQUIVO-ORDEM-SERVICO.
       01  ORDEM-SERVICO-REGISTRO.
           05 OS-NUMERO          PIC 9(07).
           05 OS-SITUACAO        PIC X(01).
              88 OS-ABERTA          VALUE "A".
              88 OS-FECHADA         VALUE "F".
           05 OS-TIPO            PIC X(01).
              88 OS-CORRETIVA       VALUE "C" SPACE.
              88 OS-PREVENTIVA      VALUE "P".
           05 OS-PLANO           PIC X(06).
           05 OS-QTDE-PECAS      PIC 9(02).
           05 OS-PECA OCCURS 10 TIMES.
              10 OS-PECA-PRODUTO    PIC 9(05).
              10 OS-PECA-QTDE       PIC 9(05).
              10 OS-PECA-CUSTO      PIC 9(07)V9(02).
           05 OS-CUSTO-PECAS     PIC 9(07)V9(02).
           05 OS-CUSTO-MAO-OBRA  PIC 9(07)V9(02).
           05 OS-TECNICO-CODIGO  PIC 9(05).
