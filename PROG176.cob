       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG176.
      *    CONTRATOS DE ALUGUEL A VENCER: LISTA OS CONTRATOS ATIVOS
      *    DE CONTRATOS.DAT CUJO FIM DE PRAZO (INICIO + PRAZO EM
      *    MESES) CAI NOS PROXIMOS 60 DIAS (PROG176-DIAS MUDA A
      *    JANELA) E, SEPARADOS, OS JA VENCIDOS QUE CONTINUAM ATIVOS
      *    SEM RENOVACAO. PARA CADA CONTRATO DA LISTA AINDA SEM AVISO
      *    NESTE PRAZO, ENFILEIRA O AVISO DE RENOVACAO AO CLIENTE EM
      *    FILAEMAIL.DAT (MODELO RNV, FORMATADO PELO PROG143) E GRAVA
      *    A DATA DO AVISO NO CONTRATO - UM AVISO POR PRAZO; RENOVAR
      *    NO PROG174 LIBERA O PROXIMO. PROG176-AVISOS=N SO LISTA.
      *    A DATA LIMITE SAI DO CALENDARIO DA CASA (PROG97, FUNCAO
      *    "P"), DIA A DIA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CTRSEL.cob".
           COPY "EMQSEL.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "CTRREG.cob".
           COPY "EMQREG.cob".

       WORKING-STORAGE SECTION.

       01  CONTRATO-FILE-STATUS    PIC XX.
       01  CONTRATO-PATH           PIC X(100).
       01  FILA-EMAIL-FILE-STATUS  PIC XX.
       01  FINAL-ARQUIVO           PIC X.
       01  DATA-HOJE               PIC 9(08).
       01  DATA-LIMITE             PIC 9(08).
       01  DIAS-JANELA             PIC 9(03) VALUE 60.
       01  DIAS-JANELA-ENV         PIC X(03).
       01  MODO-AVISOS             PIC X VALUE "S".

       01  DU-FUNCAO-WS            PIC X(01).
       01  DU-DATA-1-WS            PIC 9(08).
       01  DU-DATA-2-WS            PIC 9(08).
       01  DU-RESULTADO-WS         PIC S9(05).

       01  DATA-INICIO-WS          PIC 9(08).
       01  DATA-INICIO-R REDEFINES DATA-INICIO-WS.
           05 INICIO-ANO           PIC 9(04).
           05 INICIO-MES           PIC 9(02).
           05 INICIO-DIA           PIC 9(02).
       01  DATA-FIM-WS             PIC 9(08).
       01  DATA-FIM-R REDEFINES DATA-FIM-WS.
           05 FIM-ANO              PIC 9(04).
           05 FIM-MES              PIC 9(02).
           05 FIM-DIA              PIC 9(02).
       01  MESES-CORRIDOS          PIC 9(06).

       01  TOTAL-A-VENCER          PIC 9(05) VALUE 0.
       01  TOTAL-VENCIDOS          PIC 9(05) VALUE 0.
       01  TOTAL-AVISOS            PIC 9(05) VALUE 0.
       01  VALOR-A-VENCER          PIC 9(09)V9(02) VALUE 0.
       01  VALOR-EDITADO           PIC Z,ZZZ,ZZ9.99.
       01  VALOR-EDITADO-2         PIC ZZZ,ZZZ,ZZ9.99.
       01  SITUACAO-PRAZO          PIC X(08).
       01  DATA-FIM-FILA           PIC 9(08).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE 0 TO RETURN-CODE.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM INICIALIZA-PARAMETROS.
           PERFORM CALCULA-DATA-LIMITE.

           IF MODO-AVISOS = "S"
               OPEN I-O ARQUIVO-CONTRATO
           ELSE
               OPEN INPUT ARQUIVO-CONTRATO
           END-IF.
           IF CONTRATO-FILE-STATUS = "35"
               DISPLAY "CONTRATOS.DAT NAO ENCONTRADO. NADA A LISTAR."
               MOVE 1 TO RETURN-CODE
           ELSE
               DISPLAY "CONTRATOS DE ALUGUEL A VENCER ATE "
                       DATA-LIMITE " (" DIAS-JANELA " DIAS)"
               DISPLAY "CLIENTE  NOME                 TERMINAL  "
                       " FIM          VALOR"
               DISPLAY "---------------------------------------------"
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM EXAMINA-PROXIMO-CONTRATO
                   UNTIL FINAL-ARQUIVO = "S"
               CLOSE ARQUIVO-CONTRATO
               PERFORM IMPRIME-RESUMO
           END-IF.

       PROGRAM-DONE.
           GOBACK.

       INICIALIZA-PARAMETROS.
           MOVE "contratos.dat" TO CONTRATO-PATH.
           ACCEPT CONTRATO-PATH FROM ENVIRONMENT "CONTRATO_DAT".
           IF CONTRATO-PATH = SPACE
               MOVE "contratos.dat" TO CONTRATO-PATH
           END-IF.

           MOVE SPACE TO DIAS-JANELA-ENV.
           ACCEPT DIAS-JANELA-ENV FROM ENVIRONMENT "PROG176-DIAS".
           IF DIAS-JANELA-ENV IS NUMERIC
               MOVE DIAS-JANELA-ENV TO DIAS-JANELA
           END-IF.

           ACCEPT MODO-AVISOS FROM ENVIRONMENT "PROG176-AVISOS".
           IF MODO-AVISOS NOT = "N"
               MOVE "S" TO MODO-AVISOS
           END-IF.

       CALCULA-DATA-LIMITE.
           MOVE DATA-HOJE TO DATA-LIMITE.
           PERFORM AVANCA-UM-DIA DIAS-JANELA TIMES.

       AVANCA-UM-DIA.
           MOVE "P" TO DU-FUNCAO-WS.
           MOVE DATA-LIMITE TO DU-DATA-1-WS.
           MOVE 0 TO DU-DATA-2-WS.
           MOVE 0 TO DU-RESULTADO-WS.
           CALL "PROG97" USING DU-FUNCAO-WS DU-DATA-1-WS
               DU-DATA-2-WS DU-RESULTADO-WS.
           MOVE DU-DATA-2-WS TO DATA-LIMITE.

      *    CALCULA-DATA-FIM: INICIO + PRAZO EM MESES, MESMO DIA.
       CALCULA-DATA-FIM.
           MOVE CONTRATO-DATA-INICIO TO DATA-INICIO-WS.
           COMPUTE MESES-CORRIDOS =
               INICIO-ANO * 12 + INICIO-MES - 1
               + CONTRATO-PRAZO-MESES.
           COMPUTE FIM-ANO = MESES-CORRIDOS / 12.
           COMPUTE FIM-MES = MESES-CORRIDOS - FIM-ANO * 12 + 1.
           MOVE INICIO-DIA TO FIM-DIA.

       EXAMINA-PROXIMO-CONTRATO.
           READ ARQUIVO-CONTRATO NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               IF CONTRATO-ATIVO
                   PERFORM CALCULA-DATA-FIM
                   IF DATA-FIM-WS <= DATA-LIMITE
                       PERFORM LISTA-CONTRATO-A-VENCER
                   END-IF
               END-IF
           END-IF.

       LISTA-CONTRATO-A-VENCER.
           IF DATA-FIM-WS < DATA-HOJE
               MOVE "VENCIDO" TO SITUACAO-PRAZO
               ADD 1 TO TOTAL-VENCIDOS
           ELSE
               MOVE SPACE TO SITUACAO-PRAZO
               ADD 1 TO TOTAL-A-VENCER
               ADD CONTRATO-VALOR-MENSAL TO VALOR-A-VENCER
           END-IF.
           MOVE CONTRATO-VALOR-MENSAL TO VALOR-EDITADO.
           DISPLAY CONTRATO-CLIENTE-CODIGO " " CONTRATO-CLIENTE-NOME
                   " " CONTRATO-TERMINAL " " DATA-FIM-WS " "
                   VALOR-EDITADO " " SITUACAO-PRAZO.
           IF CONTRATO-DATA-AVISO-RENOV = 0
               IF MODO-AVISOS = "S"
                   PERFORM ENFILEIRA-AVISO-RENOVACAO
                   MOVE DATA-HOJE TO CONTRATO-DATA-AVISO-RENOV
                   REWRITE CONTRATO-REGISTRO
                       INVALID KEY
                           DISPLAY "    ERRO AO MARCAR O AVISO NO "
                                   "CONTRATO."
                   END-REWRITE
               ELSE
                   DISPLAY "    AVISO DE RENOVACAO AINDA NAO "
                           "ENVIADO."
               END-IF
           ELSE
               DISPLAY "    AVISO DE RENOVACAO ENFILEIRADO EM "
                       CONTRATO-DATA-AVISO-RENOV "."
           END-IF.

      *    ENFILEIRA-AVISO-RENOVACAO: O AVISO VAI PARA A FILA DE
      *    E-MAIL (FILAEMAIL.DAT); A RECUSA DE E-MAIL E RESPEITADA
      *    PELO FORMATADOR (PROG143).
       ENFILEIRA-AVISO-RENOVACAO.
           OPEN EXTEND ARQUIVO-FILA-EMAIL.
           IF FILA-EMAIL-FILE-STATUS = "35"
               CLOSE ARQUIVO-FILA-EMAIL
               OPEN OUTPUT ARQUIVO-FILA-EMAIL
           END-IF.
           MOVE SPACE TO FILA-EMAIL-REGISTRO.
           MOVE ZERO TO FILA-SEQ.
           MOVE "RNV" TO FILA-TEMPLATE.
           MOVE CONTRATO-CLIENTE-CODIGO TO FILA-CLIENTE-CODIGO.
           MOVE DATA-FIM-WS TO DATA-FIM-FILA.
           MOVE SPACE TO FILA-CAMPOS.
           STRING "TERM " CONTRATO-TERMINAL
                  " FIM " DATA-FIM-FILA
               DELIMITED BY SIZE INTO FILA-CAMPOS.
           MOVE DATA-HOJE TO FILA-DATA.
           ACCEPT FILA-HORA FROM TIME.
           MOVE "P" TO FILA-SITUACAO.
           WRITE FILA-EMAIL-REGISTRO.
           CLOSE ARQUIVO-FILA-EMAIL.
           ADD 1 TO TOTAL-AVISOS.

       IMPRIME-RESUMO.
           DISPLAY "---------------------------------------------".
           DISPLAY "A VENCER NA JANELA.........: " TOTAL-A-VENCER.
           MOVE VALOR-A-VENCER TO VALOR-EDITADO-2.
           DISPLAY "RECEITA MENSAL EM RISCO....: " VALOR-EDITADO-2.
           DISPLAY "VENCIDOS AINDA ATIVOS......: " TOTAL-VENCIDOS.
           DISPLAY "AVISOS DE RENOVACAO NOVOS..: " TOTAL-AVISOS.
