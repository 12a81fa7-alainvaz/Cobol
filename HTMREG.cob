      *    HISTTERM.DAT: VIDA DE CADA TERMINAL - INSTALACAO NO
      *    CLIENTE (I), RETIRADA (R), SAIDA POR TROCA (T, COM O
      *    TERMINAL QUE ENTROU NO LUGAR EM HISTTERM-TERMINAL-PAR) E
      *    DEVOLUCAO AO DEPOSITO (D). A ATRIBTERM.DAT SO GUARDA O
      *    CLIENTE DE HOJE; AQUI FICAM TODOS, EM ORDEM DE GRAVACAO.
      *    GRAVADO PELO PROG86 (ATRIBUICAO, DESFAZIMENTO E TROCA) E
      *    PELO PROG154 (TROCA NO FECHAMENTO DA ORDEM, COM O NUMERO
      *    DELA); LIDO PELA CONSULTA DO PROG86 E PELO PRO RATA DO
      *    ALUGUEL NO PROG155.
       FD  ARQUIVO-HISTTERM.
       01  HISTTERM-REGISTRO.
           05 HISTTERM-TERMINAL        PIC X(10).
           05 HISTTERM-DATA            PIC 9(08).
           05 HISTTERM-HORA            PIC 9(08).
           05 HISTTERM-EVENTO          PIC X(01).
              88 HISTTERM-INSTALACAO       VALUE "I".
              88 HISTTERM-RETIRADA         VALUE "R".
              88 HISTTERM-TROCA            VALUE "T".
              88 HISTTERM-DEVOLUCAO        VALUE "D".
           05 HISTTERM-CLIENTE-CODIGO  PIC 9(08).
           05 HISTTERM-CLIENTE-NOME    PIC X(20).
           05 HISTTERM-MOTIVO          PIC X(30).
           05 HISTTERM-OS-NUMERO       PIC 9(07).
           05 HISTTERM-TERMINAL-PAR    PIC X(10).
           05 HISTTERM-PROGRAMA        PIC X(08).
           05 HISTTERM-OPERADOR        PIC X(10).
