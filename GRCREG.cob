      *    GRUPOCLI.DAT: LIGACAO DO CLIENTE (A LOJA) AO GRUPO
      *    ECONOMICO DE GRUPOS.DAT - UM CLIENTE ESTA EM UM GRUPO SO.
      *    A CHAVE ALTERNATIVA GRUPO-CLI-GRUPO (COM DUPLICATAS)
      *    PERCORRE AS LOJAS DE UM GRUPO. MANTIDO PELO PROG215.
       FD  ARQUIVO-GRUPO-CLI.
       01  GRUPO-CLI-REGISTRO.
           05 GRUPO-CLI-CLIENTE       PIC 9(08).
           05 GRUPO-CLI-GRUPO         PIC 9(05).
           05 GRUPO-CLI-DATA-INCLUSAO PIC 9(08).
           05 GRUPO-CLI-OPERADOR      PIC X(10).
