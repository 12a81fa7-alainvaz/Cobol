      *    PARA A CONTAGEM DA PRANCHETA NUNCA MAIS DIVERGIR SEM
      *    EXPLICACAO. SEGUE O FLUXO DE MENU DO PROG64; SO PRODUTO
      *    EXISTENTE NO CATALOGO GANHA FICHA DE ESTOQUE.
      *    O SALDO INICIAL E OS AJUSTES PERGUNTAM O DEPOSITO (A
      *    EMPRESA DONA DO ALMOXARIFADO, ESTDEP.DAT) E A LINHA DO
      *    LIVRO LEVA O DEPOSITO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           COPY "ESTSEL.cob".
           COPY "MOVSEL.cob".
           COPY "SESSEL.cob".
           COPY "EMPSEL.cob".
           COPY "EDPSEL.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "ESTREG.cob".
           COPY "MOVREG.cob".
           COPY "SESREG.cob".
           COPY "EMPREG.cob".
           COPY "EDPREG.cob".

       WORKING-STORAGE SECTION.

       01  MOVESTOQUE-FILE-STATUS PIC XX.
       01  MOVESTOQUE-PATH        PIC X(100).
       01  SESSAO-FILE-STATUS     PIC XX.
       01  EMPRESA-FILE-STATUS    PIC XX.
       01  EMPRESA-PATH           PIC X(100).
           COPY "EMPWRK.cob".
           COPY "EDPWRK.cob".
       01  OPERADOR-ID            PIC X(10).
       01  OPCAO-MENU             PIC 9.
       01  FINAL-ARQUIVO          PIC X.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM INICIALIZA-CAMINHOS.
           PERFORM INICIALIZA-OPERADOR.
           PERFORM OBTEM-EMPRESA-PADRAO.
           PERFORM EXIBE-MENU.

       PROGRAM-DONE.
               MOVE "movestoque.dat" TO MOVESTOQUE-PATH
           END-IF.

           MOVE "empresa.dat" TO EMPRESA-PATH.
           ACCEPT EMPRESA-PATH FROM ENVIRONMENT "EMPRESA_DAT".
           IF EMPRESA-PATH = SPACE
               MOVE "empresa.dat" TO EMPRESA-PATH
           END-IF.

           PERFORM INICIALIZA-CAMINHO-ESTDEP.

      *    INICIALIZA-OPERADOR: A IDENTIDADE VEM DA SESSAO
      *    AUTENTICADA PELO PROG20 (SESSAO.DAT); A VARIAVEL DE
      *    AMBIENTE SO VALE COMO RESERVA QUANDO NAO HA SESSAO.
               ACCEPT SALDO-INFORMADO
               DISPLAY "MINIMO DE REPOSICAO: "
               ACCEPT MINIMO-INFORMADO
               PERFORM ESCOLHE-DEPOSITO-AJUSTE

               OPEN I-O ARQUIVO-ESTOQUE
               IF ESTOQUE-FILE-STATUS = "35"
               MOVE SALDO-INFORMADO  TO ESTOQUE-SALDO
               MOVE MINIMO-INFORMADO TO ESTOQUE-MINIMO
               MOVE DATA-HOJE        TO ESTOQUE-DATA-ATUALIZACAO
               MOVE ZERO             TO ESTOQUE-RESERVADO
               WRITE ESTOQUE-REGISTRO
                   INVALID KEY
                       DISPLAY "JA EXISTE FICHA DE ESTOQUE PARA "
           END-IF.

      *    AJUSTA-SALDO: QUANTIDADE POSITIVA ENTRA, NEGATIVA SAI.
      *    TODO AJUSTE EXIGE MOTIVO E DEIXA LINHA NO LIVRO. O AJUSTE
      *    E FEITO NO DEPOSITO ONDE A MERCADORIA ESTA (A CONTAGEM DO
      *    ALMOXARIFADO DA FILIAL ACERTA O DEPOSITO DA FILIAL) E
      *    MEXE TAMBEM NO TOTAL DA EMPRESA.
       AJUSTA-SALDO.
           DISPLAY "INFORME O CODIGO DO PRODUTO: ".
           ACCEPT CODIGO-INFORMADO.
           DISPLAY "MOTIVO (01=CONTAGEM 02=AVARIA 03=PERDA "
                   "04=DEVOLUCAO 99=OUTROS): ".
           ACCEPT MOTIVO-AJUSTE.
           PERFORM ESCOLHE-DEPOSITO-AJUSTE.
           IF QTDE-AJUSTE = 0
               DISPLAY "AJUSTE ZERO. NADA GRAVADO."
           ELSE
               CLOSE ARQUIVO-PRODUTO
           END-IF.

      *    ESCOLHE-DEPOSITO-AJUSTE: O DEPOSITO E O CODIGO DA EMPRESA
      *    DONA DO ALMOXARIFADO; ENTER FICA COM O DA SESSAO.
       ESCOLHE-DEPOSITO-AJUSTE.
           DISPLAY "DEPOSITO DO AJUSTE - ".
           MOVE "N" TO EMPRESA-ESCOLHIDA-OK.
           PERFORM ESCOLHE-EMPRESA
               UNTIL EMPRESA-ESCOLHIDA-OK = "S".

      *    GRAVA-MOVIMENTO-AJUSTE: A LINHA DO LIVRO E O SALDO DO
      *    DEPOSITO ANDAM JUNTOS.
       GRAVA-MOVIMENTO-AJUSTE.
           MOVE EMPRESA-ESCOLHIDA TO DEP-DEPOSITO.
           MOVE CODIGO-INFORMADO  TO DEP-PRODUTO.
           MOVE QTDE-AJUSTE       TO DEP-DELTA-SALDO.
           PERFORM MOVIMENTA-ESTOQUE-DEPOSITO.
           OPEN EXTEND ARQUIVO-MOVESTOQUE.
           IF MOVESTOQUE-FILE-STATUS = "35"
               CLOSE ARQUIVO-MOVESTOQUE
           MOVE DATA-HOJE        TO MOVESTOQUE-DATA.
           ACCEPT MOVESTOQUE-HORA FROM TIME.
           MOVE OPERADOR-ID      TO MOVESTOQUE-OPERADOR.
           MOVE ZERO             TO MOVESTOQUE-CUSTO.
           MOVE EMPRESA-ESCOLHIDA TO MOVESTOQUE-DEPOSITO.
           WRITE MOVESTOQUE-REGISTRO.
           CLOSE ARQUIVO-MOVESTOQUE.

           COPY "EMPPROC.cob".

           COPY "EDPPROC.cob".
