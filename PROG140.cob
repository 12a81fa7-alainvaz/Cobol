      *    MOTIVOS. QUANDO O CLIENTE LIGA DE NOVO PELO MESMO
      *    PROBLEMA, A CONSULTA POR CLIENTE MOSTRA ANTES DELE
      *    CONTAR. O NUMERO DO CHAMADO VEM DE NUMSAC.DAT.
      *    NO FECHAMENTO, GRAVA QUEM FECHOU E ENFILEIRA EM
      *    FILAEMAIL.DAT (MODELO PSQ) O CONVITE DA PESQUISA DE
      *    SATISFACAO DA CAMPANHA POS-SAC VIGENTE EM PESQUISAS.DAT -
      *    CLIENTE QUE RECUSOU E-MAIL (LGPD) NAO E CONVIDADO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           COPY "MTSSEL.cob".
           COPY "CLISEL.cob".
           COPY "SESSEL.cob".
           COPY "EMQSEL.cob".
           COPY "PSQSEL.cob".
           SELECT OPTIONAL ARQUIVO-NUMERO-SAC
               ASSIGN TO "numsac.dat"
               ORGANIZATION IS SEQUENTIAL
           COPY "MTSREG.cob".
           COPY "CLIREG.cob".
           COPY "SESREG.cob".
           COPY "EMQREG.cob".
           COPY "PSQREG.cob".

       FD  ARQUIVO-NUMERO-SAC.
       01  NUMERO-SAC-REGISTRO.
       01  CLIENTE-PATH           PIC X(100).
       01  SESSAO-FILE-STATUS     PIC XX.
       01  NUMERO-SAC-FILE-STATUS PIC XX.
       01  FILA-EMAIL-FILE-STATUS PIC XX.
       01  PESQUISA-FILE-STATUS   PIC XX.
       01  PESQUISA-PATH          PIC X(100).
       01  OPERADOR-ID            PIC X(10).
       01  OPCAO-MENU             PIC 9.
       01  FINAL-ARQUIVO          PIC X.
       01  NOVO-PRAZO             PIC 9(03).
       01  NOVA-DESCRICAO         PIC X(30).

       01  CAMPANHA-POS-SAC       PIC X(06).
       01  FINAL-PESQUISAS        PIC X.
       01  CONVITE-PERMITIDO      PIC X.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
               MOVE "clientes.dat" TO CLIENTE-PATH
           END-IF.

           MOVE "pesquisas.dat" TO PESQUISA-PATH.
           ACCEPT PESQUISA-PATH FROM ENVIRONMENT "PESQUISA_DAT".
           IF PESQUISA-PATH = SPACE
               MOVE "pesquisas.dat" TO PESQUISA-PATH
           END-IF.

       INICIALIZA-OPERADOR.
           MOVE SPACE TO OPERADOR-ID.
           OPEN INPUT ARQUIVO-SESSAO.
               ACCEPT SAC-SITUACAO
               IF SAC-FECHADO
                   MOVE DATA-HOJE TO SAC-DATA-FECHAMENTO
                   MOVE OPERADOR-ID TO SAC-OPERADOR-FECHAMENTO
               END-IF
               IF SAC-EM-ANDAMENTO OR SAC-FECHADO
                   REWRITE SAC-REGISTRO
                           DISPLAY "ERRO AO GRAVAR O CHAMADO."
                       NOT INVALID KEY
                           DISPLAY "CHAMADO ATUALIZADO."
                           IF SAC-FECHADO
                               PERFORM CONVIDA-PESQUISA-SAC
                           END-IF
                   END-REWRITE
               ELSE
                   DISPLAY "SITUACAO INVALIDA. NADA GRAVADO."
               END-IF
           END-IF.

      *    CONVIDA-PESQUISA-SAC: PROCURA A CAMPANHA POS-SAC ATIVA E
      *    VIGENTE HOJE; SEM ELA, NAO HA CONVITE. COM ELA, CONFERE O
      *    CONSENTIMENTO DE E-MAIL DO CLIENTE E ENFILEIRA O CONVITE
      *    COM O NUMERO DO CHAMADO E O CODIGO DA CAMPANHA - E COM
      *    ESSE NUMERO QUE A RESPOSTA VOLTA PELO PROG10.
       CONVIDA-PESQUISA-SAC.
           PERFORM LOCALIZA-CAMPANHA-POS-SAC.
           IF CAMPANHA-POS-SAC = SPACE
               DISPLAY "NENHUMA CAMPANHA POS-SAC VIGENTE. SEM "
                       "CONVITE DE PESQUISA."
           ELSE
               PERFORM VERIFICA-CONSENTIMENTO-EMAIL
               IF CONVITE-PERMITIDO = "S"
                   PERFORM ENFILEIRA-CONVITE-PESQUISA
               END-IF
           END-IF.

       LOCALIZA-CAMPANHA-POS-SAC.
           MOVE SPACE TO CAMPANHA-POS-SAC.
           OPEN INPUT ARQUIVO-PESQUISA.
           IF PESQUISA-FILE-STATUS = "00"
               MOVE "N" TO FINAL-PESQUISAS
               PERFORM EXAMINA-PROXIMA-CAMPANHA
                   UNTIL FINAL-PESQUISAS = "S"
               CLOSE ARQUIVO-PESQUISA
           END-IF.
           IF PESQUISA-FILE-STATUS = "05"
               CLOSE ARQUIVO-PESQUISA
           END-IF.

       EXAMINA-PROXIMA-CAMPANHA.
           READ ARQUIVO-PESQUISA NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-PESQUISAS
           END-READ.
           IF FINAL-PESQUISAS NOT = "S"
               IF PESQUISA-ATIVA AND PESQUISA-POS-SAC
                       AND PESQUISA-DATA-INICIO <= DATA-HOJE
                       AND PESQUISA-DATA-FIM >= DATA-HOJE
                   MOVE PESQUISA-CODIGO TO CAMPANHA-POS-SAC
                   MOVE "S" TO FINAL-PESQUISAS
               END-IF
           END-IF.

       VERIFICA-CONSENTIMENTO-EMAIL.
           MOVE "N" TO CONVITE-PERMITIDO.
           OPEN INPUT ARQUIVO-CLIENTE.
           IF CLIENTE-FILE-STATUS = "35"
               DISPLAY "CLIENTES.DAT NAO ENCONTRADO. SEM CONVITE DE "
                       "PESQUISA."
           ELSE
               MOVE SAC-CLIENTE-CODIGO TO CLIENTE-CODIGO
               READ ARQUIVO-CLIENTE
                   INVALID KEY
                       DISPLAY "CLIENTE NAO ENCONTRADO. SEM CONVITE "
                               "DE PESQUISA."
                   NOT INVALID KEY
                       IF RECUSA-EMAIL
                           DISPLAY "CLIENTE RECUSA E-MAIL (LGPD). "
                                   "SEM CONVITE DE PESQUISA."
                       ELSE
                           MOVE "S" TO CONVITE-PERMITIDO
                       END-IF
               END-READ
               CLOSE ARQUIVO-CLIENTE
           END-IF.

       ENFILEIRA-CONVITE-PESQUISA.
           OPEN EXTEND ARQUIVO-FILA-EMAIL.
           IF FILA-EMAIL-FILE-STATUS = "35"
               CLOSE ARQUIVO-FILA-EMAIL
               OPEN OUTPUT ARQUIVO-FILA-EMAIL
           END-IF.
           MOVE SPACE TO FILA-EMAIL-REGISTRO.
           MOVE ZERO TO FILA-SEQ.
           MOVE "PSQ" TO FILA-TEMPLATE.
           MOVE SAC-CLIENTE-CODIGO TO FILA-CLIENTE-CODIGO.
           MOVE SPACE TO FILA-CAMPOS.
           STRING "SAC " SAC-NUMERO
                  " PESQUISA " CAMPANHA-POS-SAC
               DELIMITED BY SIZE INTO FILA-CAMPOS.
           MOVE DATA-HOJE TO FILA-DATA.
           ACCEPT FILA-HORA FROM TIME.
           MOVE "P" TO FILA-SITUACAO.
           WRITE FILA-EMAIL-REGISTRO.
           CLOSE ARQUIVO-FILA-EMAIL.
           DISPLAY "CONVITE DA PESQUISA " CAMPANHA-POS-SAC
                   " ENFILEIRADO PARA O CLIENTE.".

      *    LISTA-VENCIDOS: CHAMADOS NAO FECHADOS COM O PRAZO
      *    ESTOURADO OU VENCENDO HOJE - A LISTA DE TRABALHO DA
      *    MANHA.
