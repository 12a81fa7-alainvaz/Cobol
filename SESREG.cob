      *    SESSAO.DAT: IDENTIDADE AUTENTICADA PELA ENTRADA DO MENU
      *    (PROG20). OS PROGRAMAS DE OPERACAO LEEM DAQUI O OPERADOR
      *    E O NIVEL, EM VEZ DE CONFIAR NA VARIAVEL DE AMBIENTE.
      *    SESSAO-EMPRESA: A EMPRESA DE TRABALHO ESCOLHIDA NA ENTRADA
      *    (EMPRESA.DAT) - PADRAO DAS DIGITACOES DE PEDIDO, TITULO A
      *    PAGAR E FUNCIONARIO. ZERO OU EM BRANCO VALE A EMPRESA
      *    PRINCIPAL (VARIAVEL EMPRESA, PADRAO 17).
       FD  ARQUIVO-SESSAO.
       01  SESSAO-REGISTRO.
           05 SESSAO-OPERADOR PIC X(10).
           05 SESSAO-NIVEL    PIC 9(01).
           05 SESSAO-DATA     PIC 9(08).
           05 SESSAO-HORA     PIC 9(08).
           05 SESSAO-EMPRESA  PIC 9(02).
