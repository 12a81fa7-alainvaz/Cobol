      *    "ONDE ESTA O PEDIDO" PARA QUANDO O CLIENTE LIGA, E O
      *    RELATORIO DE EXCECAO DOS FATURADOS SEM EMBARQUE HA MAIS
      *    DE N DIAS (PROG119-DIAS, PADRAO 3, CONVENCAO 30/360
      *    SOBRE A DATA DO PEDIDO). SO EMBARCA O PEDIDO CUJA FATURA
      *    TEM A NF-E AUTORIZADA EM NFECONTROLE.DAT (PROG159/PROG160)
      *    - MERCADORIA NAO SAI DO PREDIO SEM NOTA VALIDA.
      *    A TRANSPORTADORA DO EMBARQUE E INFORMADA PELO CODIGO DO
      *    CADASTRO (TRANSPORTADORAS.DAT, PROG180) E O NOME VEM DELE;
      *    SO SEM O CADASTRO O NOME AINDA E DIGITADO.
      *    PEDIDOS.DAT E LIDO PELA CHAVE (NUMERO + LINHA): A LISTA
      *    DE SEPARACAO POSICIONA NO CABECALHO DO PEDIDO E A BUSCA DA
      *    SITUACAO E UMA LEITURA DIRETA, SEM VARRER O ARQUIVO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           COPY "PEDSEL.cob".
           COPY "EXPSEL.cob".
           COPY "SESSEL.cob".
           COPY "FATSEL.cob".
           COPY "NFESEL.cob".
           COPY "TRPSEL.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "PEDREG.cob".
           COPY "EXPREG.cob".
           COPY "SESREG.cob".
           COPY "FATREG.cob".
           COPY "NFEREG.cob".
           COPY "TRPREG.cob".

       WORKING-STORAGE SECTION.

       01  EXPEDICAO-FILE-STATUS  PIC XX.
       01  EXPEDICAO-PATH         PIC X(100).
       01  SESSAO-FILE-STATUS     PIC XX.
       01  FATURA-FILE-STATUS     PIC XX.
       01  FATURA-PATH            PIC X(100).
       01  NFE-FILE-STATUS        PIC XX.
       01  NFE-PATH               PIC X(100).
       01  TRANSPORTADORA-FILE-STATUS PIC XX.
       01  TRANSPORTADORA-PATH    PIC X(100).
       01  OPERADOR-ID            PIC X(10).
       01  OPCAO-MENU             PIC 9.
       01  FINAL-ARQUIVO          PIC X.

       01  NUMERO-INFORMADO       PIC 9(07).
       01  TRANSPORTADORA-INF     PIC X(20).
       01  TRANSP-CODIGO-INF      PIC 9(02).
       01  VOLUMES-INFORMADOS     PIC 9(03).
       01  DATA-EMBARQUE-INF      PIC 9(08).
       01  ACHOU-PEDIDO           PIC X.
       01  SITUACAO-ACHADA        PIC X.
       01  FATURA-DO-PEDIDO       PIC 9(07).
       01  SITUACAO-NFE           PIC X.
           88 NFE-LIBERA-EMBARQUE     VALUE "A".

       01  DIAS-LIMITE            PIC 9(03) VALUE 3.
       01  DIAS-LIMITE-ENV        PIC X(03).
               MOVE "expedicao.dat" TO EXPEDICAO-PATH
           END-IF.

           MOVE "faturas.dat" TO FATURA-PATH.
           ACCEPT FATURA-PATH FROM ENVIRONMENT "FATURA_DAT".
           IF FATURA-PATH = SPACE
               MOVE "faturas.dat" TO FATURA-PATH
           END-IF.

           MOVE "nfecontrole.dat" TO NFE-PATH.
           ACCEPT NFE-PATH FROM ENVIRONMENT "NFECONTROLE_DAT".
           IF NFE-PATH = SPACE
               MOVE "nfecontrole.dat" TO NFE-PATH
           END-IF.

           MOVE "transportadoras.dat" TO TRANSPORTADORA-PATH.
           ACCEPT TRANSPORTADORA-PATH FROM ENVIRONMENT
               "TRANSPORTADORA_DAT".
           IF TRANSPORTADORA-PATH = SPACE
               MOVE "transportadoras.dat" TO TRANSPORTADORA-PATH
           END-IF.

           MOVE SPACE TO DIAS-LIMITE-ENV.
           ACCEPT DIAS-LIMITE-ENV FROM ENVIRONMENT "PROG119-DIAS".
           IF DIAS-LIMITE-ENV IS NUMERIC
           IF PEDIDO-FILE-STATUS = "35"
               DISPLAY "PEDIDOS.DAT NAO ENCONTRADO."
           ELSE
               PERFORM POSICIONA-PEDIDO
               PERFORM LISTA-PROXIMO-REGISTRO
                   UNTIL FINAL-ARQUIVO = "S"
               CLOSE ARQUIVO-PEDIDO
               END-EVALUATE
           END-IF.

       POSICIONA-PEDIDO.
           MOVE "N" TO FINAL-ARQUIVO.
           MOVE NUMERO-INFORMADO TO PEDIDO-NUMERO.
           MOVE 0 TO PEDIDO-LINHA.
           START ARQUIVO-PEDIDO
               KEY IS NOT LESS THAN PEDIDO-CHAVE
               INVALID KEY
                   MOVE "S" TO FINAL-ARQUIVO
           END-START.

       LISTA-PROXIMO-REGISTRO.
           READ ARQUIVO-PEDIDO NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
                   AND PEDIDO-NUMERO NOT = NUMERO-INFORMADO
               MOVE "S" TO FINAL-ARQUIVO
           END-IF.
           IF FINAL-ARQUIVO NOT = "S"
               IF PEDIDO-NUMERO = NUMERO-INFORMADO
                   IF PEDIDO-CABECALHO
           DISPLAY "NUMERO DO PEDIDO: ".
           ACCEPT NUMERO-INFORMADO.
           PERFORM BUSCA-SITUACAO-PEDIDO.
           MOVE SPACE TO SITUACAO-NFE.
           IF ACHOU-PEDIDO = "S" AND SITUACAO-ACHADA = "F"
               PERFORM BUSCA-NFE-DO-PEDIDO
           END-IF.
           EVALUATE TRUE
               WHEN ACHOU-PEDIDO NOT = "S"
                   DISPLAY "PEDIDO NAO ENCONTRADO."
               WHEN SITUACAO-ACHADA NOT = "F"
                   DISPLAY "SO PEDIDO FATURADO EMBARCA. SITUACAO "
                           "ATUAL: " SITUACAO-ACHADA
               WHEN NOT NFE-LIBERA-EMBARQUE
                   PERFORM EXPLICA-NFE-PENDENTE
               WHEN OTHER
                   PERFORM GRAVA-EMBARQUE
           END-EVALUATE.
           IF PEDIDO-FILE-STATUS = "35"
               DISPLAY "PEDIDOS.DAT NAO ENCONTRADO."
           ELSE
               MOVE NUMERO-INFORMADO TO PEDIDO-NUMERO
               MOVE 0 TO PEDIDO-LINHA
               READ ARQUIVO-PEDIDO
                   INVALID KEY
                       MOVE "N" TO ACHOU-PEDIDO
                   NOT INVALID KEY
                       IF PEDIDO-CABECALHO
                           MOVE "S" TO ACHOU-PEDIDO
                           MOVE PEDIDO-SITUACAO TO SITUACAO-ACHADA
                       END-IF
               END-READ
               CLOSE ARQUIVO-PEDIDO
           END-IF.

      *    BUSCA-NFE-DO-PEDIDO: A FATURA DO PEDIDO (FATURAS.DAT NAO
      *    E CHAVEADO POR PEDIDO, POR ISSO A VARREDURA) E A SITUACAO
      *    DA NF-E DELA. SITUACAO EM BRANCO = NOTA NUNCA ENVIADA.
       BUSCA-NFE-DO-PEDIDO.
           MOVE ZERO TO FATURA-DO-PEDIDO.
           OPEN INPUT ARQUIVO-FATURA.
           IF FATURA-FILE-STATUS NOT = "35"
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM BUSCA-PROXIMA-FATURA
                   UNTIL FINAL-ARQUIVO = "S"
               CLOSE ARQUIVO-FATURA
           END-IF.
           IF FATURA-DO-PEDIDO NOT = ZERO
               OPEN INPUT ARQUIVO-NFE
               IF NFE-FILE-STATUS NOT = "35"
                   MOVE FATURA-DO-PEDIDO TO NFE-FATURA-NUMERO
                   READ ARQUIVO-NFE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE NFE-SITUACAO TO SITUACAO-NFE
                   END-READ
                   CLOSE ARQUIVO-NFE
               END-IF
           END-IF.

       BUSCA-PROXIMA-FATURA.
           READ ARQUIVO-FATURA NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
                   AND FATURA-PEDIDO-NUMERO = NUMERO-INFORMADO
               MOVE FATURA-NUMERO TO FATURA-DO-PEDIDO
               MOVE "S" TO FINAL-ARQUIVO
           END-IF.

       EXPLICA-NFE-PENDENTE.
           EVALUATE TRUE
               WHEN FATURA-DO-PEDIDO = ZERO
                   DISPLAY "FATURA DO PEDIDO NAO ENCONTRADA EM "
                           "FATURAS.DAT. EMBARQUE RECUSADO."
               WHEN SITUACAO-NFE = SPACE
                   DISPLAY "NF-E DA FATURA " FATURA-DO-PEDIDO
                           " AINDA NAO ENVIADA (PROG159). EMBARQUE "
                           "RECUSADO."
               WHEN SITUACAO-NFE = "E"
                   DISPLAY "NF-E DA FATURA " FATURA-DO-PEDIDO
                           " AGUARDANDO AUTORIZACAO (PROG160). "
                           "EMBARQUE RECUSADO."
               WHEN OTHER
                   DISPLAY "NF-E DA FATURA " FATURA-DO-PEDIDO
                           " REJEITADA - VER A LISTA DE REJEICOES "
                           "(PROG160). EMBARQUE RECUSADO."
           END-EVALUATE.

       GRAVA-EMBARQUE.
           DISPLAY "DATA DO EMBARQUE (AAAAMMDD, 0 = HOJE): ".
           ACCEPT DATA-EMBARQUE-INF.
           IF DATA-EMBARQUE-INF = 0
               MOVE DATA-HOJE TO DATA-EMBARQUE-INF
           END-IF.
           PERFORM CAPTURA-TRANSPORTADORA.
           IF TRANSPORTADORA-INF = SPACE
               DISPLAY "TRANSPORTADORA INEXISTENTE OU RETIRADA DO "
                       "CADASTRO. EMBARQUE NAO CONFIRMADO."
           ELSE
               DISPLAY "QUANTIDADE DE VOLUMES: "
               ACCEPT VOLUMES-INFORMADOS
               PERFORM GRAVA-REGISTRO-EMBARQUE
           END-IF.

      *    CAPTURA-TRANSPORTADORA: COM O CADASTRO, SO TRANSPORTADORA
      *    ATIVA PELO CODIGO; SEM ELE, O NOME DIGITADO COMO ANTES.
       CAPTURA-TRANSPORTADORA.
           MOVE SPACE TO TRANSPORTADORA-INF.
           OPEN INPUT ARQUIVO-TRANSPORTADORA.
           IF TRANSPORTADORA-FILE-STATUS = "35"
               DISPLAY "TRANSPORTADORA: "
               ACCEPT TRANSPORTADORA-INF
           ELSE
               DISPLAY "CODIGO DA TRANSPORTADORA: "
               ACCEPT TRANSP-CODIGO-INF
               MOVE TRANSP-CODIGO-INF TO TRANSP-CODIGO
               READ ARQUIVO-TRANSPORTADORA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF TRANSP-ATIVA
                           MOVE TRANSP-NOME TO TRANSPORTADORA-INF
                           DISPLAY "TRANSPORTADORA: " TRANSP-NOME
                       END-IF
               END-READ
               CLOSE ARQUIVO-TRANSPORTADORA
           END-IF.

       GRAVA-REGISTRO-EMBARQUE.
           OPEN I-O ARQUIVO-EXPEDICAO.
           IF EXPEDICAO-FILE-STATUS = "35"
               OPEN OUTPUT ARQUIVO-EXPEDICAO
           END-IF.

       EXAMINA-PROXIMO-FATURADO.
           READ ARQUIVO-PEDIDO NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
