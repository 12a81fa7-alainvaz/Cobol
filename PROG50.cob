      *    (ORDEM, PROGRAMA, HABILITADA S/N, ACAO EM ERRO P=PARA O
      *    LOTE / C=CONTINUA). SEM PLANO NO DISCO, O PLANO PADRAO DE
      *    SEMPRE (PROG42, PROG46, PROGR33, PROG45, PROG51, PROG54,
      *    PROG203, PROG205, TODOS PARANDO EM ERRO) E GRAVADO E
      *    USADO. CADA ETAPA EXECUTADA DEIXA SEU RESULTADO EM
      *    PROGRESSO.DAT; COM
      *    PROG50-REINICIO=S O LOTE RELE O PROGRESSO DA EXECUCAO
      *    ANTERIOR E RETOMA DA PRIMEIRA ETAPA QUE FALHOU OU NAO
      *    RODOU - UMA QUEDA AS 2H NAO CUSTA MAIS OUTRO BACKUP
      *    COMPLETO.
      *    A DIGITACAO DE NOVOS CLIENTES (PROG17) CONTINUA FORA DO
      *    LOTE, PELO MENU (PROG20), COMO SEMPRE FOI.
      *    O PLANO PADRAO GANHOU A ETAPA 07, PROG203, QUE GERA OS
      *    PEDIDOS PROGRAMADOS VENCIDOS (PEDFIXO.DAT). PLANO.DAT JA
      *    GRAVADO NAO MUDA SOZINHO: A LINHA DO PROG203 E INCLUIDA
      *    A MAO.
      *    ETAPA 08, PROG205: SEPARA POR DESTINATARIO OS RELATORIOS
      *    DO SPOOL QUE TEM QUEBRA EM DISTREL.DAT - POR ULTIMO, DEPOIS
      *    DE TODOS OS RELATORIOS DO LOTE. EM PLANO.DAT JA GRAVADO, A
      *    LINHA TAMBEM E INCLUIDA A MAO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           END-IF.

       MONTA-PLANO-PADRAO.
           MOVE 8 TO QTDE-ETAPAS.
           MOVE 01 TO ETAPA-ORDEM (1).
           MOVE "PROG42" TO ETAPA-PROGRAMA (1).
           MOVE 02 TO ETAPA-ORDEM (2).
           MOVE "PROG51" TO ETAPA-PROGRAMA (5).
           MOVE 06 TO ETAPA-ORDEM (6).
           MOVE "PROG54" TO ETAPA-PROGRAMA (6).
           MOVE 07 TO ETAPA-ORDEM (7).
           MOVE "PROG203" TO ETAPA-PROGRAMA (7).
           MOVE 08 TO ETAPA-ORDEM (8).
           MOVE "PROG205" TO ETAPA-PROGRAMA (8).
           MOVE 1 TO ETAPA-SUB.
           PERFORM PREENCHE-PADRAO-ETAPA
               UNTIL ETAPA-SUB > QTDE-ETAPAS.
