      *    RUNLOG.DAT: LOG CENTRAL DE EXECUCAO - CADA PROGRAMA GRAVA
      *    UMA LINHA DE INICIO E UMA DE FIM (COM CONTADORES E
      *    RETURN-CODE), PARA A HISTORIA DE OPERACOES DO PROG93.
      *    O MENU PRINCIPAL (PROG20) GRAVA TAMBEM UMA LINHA "M" A
      *    CADA OPCAO DESPACHADA, COM O OPERADOR DA SESSAO - E DAI
      *    QUE A RECERTIFICACAO DE ACESSOS (PROG198) TIRA QUEM USOU
      *    O QUE. LINHA ANTERIOR AO CAMPO VEM COM O OPERADOR EM
      *    BRANCO.
       FD  ARQUIVO-RUNLOG.
       01  RUNLOG-REGISTRO.
           05 RUNLOG-PROGRAMA PIC X(08).
           05 RUNLOG-EVENTO   PIC X(01).
              88 RUNLOG-INICIO    VALUE "I".
              88 RUNLOG-FIM       VALUE "F".
              88 RUNLOG-CHAMADA-MENU VALUE "M".
           05 RUNLOG-DATA     PIC 9(08).
           05 RUNLOG-HORA     PIC 9(08).
           05 RUNLOG-LIDOS    PIC 9(07).
           05 RUNLOG-GRAVADOS PIC 9(07).
           05 RUNLOG-RETORNO  PIC S9(04).
           05 RUNLOG-OPERADOR PIC X(10).
