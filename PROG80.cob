      *    COMO FOI DIGITADA - O ARQUIVO DEVE FICAR PROTEGIDO POR
      *    PERMISSAO DE SISTEMA, COMO OS DEMAIS MASTERS.
      *    CAMINHO: OPERADOR_DAT (PADRAO OPERADORES.DAT).
      *    SENHA DADA NA INCLUSAO OU REDEFINIDA NA ALTERACAO E
      *    PROVISORIA: O PROG20 OBRIGA A TROCA NA ENTRADA SEGUINTE. A
      *    REDEFINICAO DEIXA EVENTO "R" NO SEGLOG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  AUDITORIA-PATH              PIC X(100).
       01  OPERADOR-DA-SESSAO          PIC X(10) VALUE "DESCONHEC".
       01  TERMINAL-DA-SESSAO          PIC X(10).
       01  EVENTO-SEGURANCA            PIC X(01).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
               DISPLAY "NIVEL INVALIDO. ASSUMIDO NIVEL 1."
           END-IF.
           MOVE "A" TO OPERADOR-STATUS.
           MOVE ZERO TO OPERADOR-FALHAS-SEGUIDAS.
           ACCEPT OPERADOR-DATA-SENHA FROM DATE YYYYMMDD.
           MOVE "S" TO OPERADOR-TROCA-SENHA.

           IF OPERADOR-CODIGO = SPACE
               DISPLAY "ID EM BRANCO. NADA INCLUIDO."
                   END-IF
                   IF NOVA-SENHA NOT = SPACE
                       MOVE NOVA-SENHA TO OPERADOR-SENHA
                       ACCEPT OPERADOR-DATA-SENHA FROM DATE YYYYMMDD
                       MOVE "S" TO OPERADOR-TROCA-SENHA
                   END-IF
                   IF NOVO-NIVEL >= 1 AND NOVO-NIVEL <= 3
                       MOVE NOVO-NIVEL TO OPERADOR-NIVEL
                           DISPLAY "ERRO AO GRAVAR A ALTERACAO."
                       NOT INVALID KEY
                           DISPLAY "OPERADOR ALTERADO E REATIVADO."
                           IF NOVA-SENHA NOT = SPACE
                               DISPLAY "SENHA PROVISORIA - TROCA "
                                       "OBRIGATORIA NA ENTRADA."
                               MOVE "R" TO EVENTO-SEGURANCA
                               PERFORM GRAVA-SEGLOG-EVENTO
                               PERFORM GRAVA-AUDITORIA-REATIVACAO
                           END-IF
                   END-REWRITE
           END-READ.
           CLOSE ARQUIVO-OPERADOR.
                               DISPLAY "ERRO AO GRAVAR A REATIVACAO."
                           NOT INVALID KEY
                               DISPLAY "OPERADOR REATIVADO."
                               MOVE "D" TO EVENTO-SEGURANCA
                               PERFORM GRAVA-SEGLOG-EVENTO
                               PERFORM GRAVA-AUDITORIA-REATIVACAO
                       END-REWRITE
                   ELSE
           END-READ.
           CLOSE ARQUIVO-OPERADOR.

      *    GRAVA-SEGLOG-EVENTO: DESBLOQUEIO ("D") OU SENHA
      *    REDEFINIDA ("R") DO OPERADOR INFORMADO.
       GRAVA-SEGLOG-EVENTO.
           OPEN EXTEND ARQUIVO-SEGLOG.
           IF SEGLOG-FILE-STATUS = "35"
               CLOSE ARQUIVO-SEGLOG
               OPEN OUTPUT ARQUIVO-SEGLOG
           END-IF.
           MOVE CODIGO-PROCURADO TO SEGLOG-OPERADOR.
      *    O TERMINAL DE ONDE VEIO O EVENTO, COMO NO PROG20 -
      *    QUEM APROVOU JA ESTA NA LINHA DE AUDITORIA.
           MOVE TERMINAL-DA-SESSAO TO SEGLOG-TERMINAL.
           MOVE EVENTO-SEGURANCA TO SEGLOG-EVENTO.
           ACCEPT SEGLOG-DATA FROM DATE YYYYMMDD.
           ACCEPT SEGLOG-HORA FROM TIME.
           WRITE SEGLOG-REGISTRO.
