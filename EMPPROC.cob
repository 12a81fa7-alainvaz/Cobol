      *    OBTEM-EMPRESA-PADRAO: PRINCIPAL DO AMBIENTE E PADRAO DA
      *    SESSAO. O PROGRAMA PRECISA DE SESSEL/SESREG E DE
      *    SESSAO-FILE-STATUS.
       OBTEM-EMPRESA-PADRAO.
           PERFORM OBTEM-EMPRESA-PRINCIPAL.
           OPEN INPUT ARQUIVO-SESSAO.
           IF SESSAO-FILE-STATUS = "00"
               READ ARQUIVO-SESSAO
                   AT END
                       CONTINUE
               END-READ
               IF SESSAO-FILE-STATUS = "00"
                       AND SESSAO-EMPRESA IS NUMERIC
                       AND SESSAO-EMPRESA NOT = 0
                   MOVE SESSAO-EMPRESA TO EMPRESA-PADRAO
               END-IF
               CLOSE ARQUIVO-SESSAO
           END-IF.

       OBTEM-EMPRESA-PRINCIPAL.
           MOVE SPACE TO EMPRESA-AMBIENTE-ENV.
           ACCEPT EMPRESA-AMBIENTE-ENV FROM ENVIRONMENT "EMPRESA".
           IF EMPRESA-AMBIENTE-ENV IS NUMERIC
               MOVE EMPRESA-AMBIENTE-ENV TO EMPRESA-PRINCIPAL
           END-IF.
           MOVE EMPRESA-PRINCIPAL TO EMPRESA-PADRAO.

      *    ESCOLHE-EMPRESA: PERGUNTA A EMPRESA DO DOCUMENTO; ENTER
      *    FICA COM A PADRAO. CODIGO DIGITADO PRECISA EXISTIR EM
      *    EMPRESA.DAT (SEM O ARQUIVO, SO A PRINCIPAL VALE). O
      *    PROGRAMA PRECISA DE EMPSEL/EMPREG, EMPRESA-PATH JA
      *    INICIALIZADO E EMPRESA-FILE-STATUS.
       ESCOLHE-EMPRESA.
           MOVE "N" TO EMPRESA-ESCOLHIDA-OK.
           MOVE SPACE TO EMPRESA-DIGITADA.
           DISPLAY "EMPRESA (ENTER = " EMPRESA-PADRAO "): ".
           ACCEPT EMPRESA-DIGITADA.
           IF EMPRESA-DIGITADA = SPACE
               MOVE EMPRESA-PADRAO TO EMPRESA-ESCOLHIDA
               MOVE "S" TO EMPRESA-ESCOLHIDA-OK
           ELSE
               IF EMPRESA-DIGITADA IS NUMERIC
                   MOVE EMPRESA-DIGITADA TO EMPRESA-ESCOLHIDA
                   PERFORM CONFERE-EMPRESA-ESCOLHIDA
               ELSE
                   DISPLAY "CODIGO DE EMPRESA INVALIDO."
               END-IF
           END-IF.

       CONFERE-EMPRESA-ESCOLHIDA.
           OPEN INPUT ARQUIVO-EMPRESA.
           IF EMPRESA-FILE-STATUS = "00"
               MOVE EMPRESA-ESCOLHIDA TO EMPRESA-CODIGO
               READ ARQUIVO-EMPRESA
                   INVALID KEY
                       DISPLAY "EMPRESA NAO CADASTRADA NO PROG132."
                   NOT INVALID KEY
                       MOVE "S" TO EMPRESA-ESCOLHIDA-OK
                       DISPLAY "EMPRESA: " EMPRESA-RAZAO-SOCIAL
               END-READ
               CLOSE ARQUIVO-EMPRESA
           ELSE
               IF EMPRESA-ESCOLHIDA = EMPRESA-PRINCIPAL
                   MOVE "S" TO EMPRESA-ESCOLHIDA-OK
               ELSE
                   DISPLAY "EMPRESA.DAT NAO ENCONTRADO - SO A "
                           "EMPRESA PRINCIPAL E ACEITA."
               END-IF
               IF EMPRESA-FILE-STATUS = "05"
                   CLOSE ARQUIVO-EMPRESA
               END-IF
           END-IF.
