      *    PARA FAIXAS DE COBRANCA; COM PROG68-DIAS-UTEIS=S AS
      *    FAIXAS PASSAM A CONTAR DIAS UTEIS PELO CALENDARIO DA
      *    CASA (SUBPROGRAMA PROG97), QUANDO A POLITICA DE COBRANCA
      *    PEDIR. FATURA EM PARCELAS (PARCELAS.DAT) ENVELHECE POR
      *    PARCELA: O SALDO DE CADA PARCELA EM ABERTO CAI NA FAIXA DO
      *    SEU PROPRIO VENCIMENTO.
      *    COM PROG68-EMPRESA (EE) SO ENTRAM AS FATURAS DA EMPRESA
      *    PEDIDA; SEM ELA O AGING E CONSOLIDADO.
      *    SO OS TITULOS "A" E "P" SAO LIDOS, PELA CHAVE ALTERNATIVA
      *    SITUACAO + VENCIMENTO DE FATURAS.DAT.
      *    O CREDITO EM ABERTO DO CLIENTE (SALDOCRED.DAT) SAI AO LADO
      *    DAS FAIXAS, E O TOTAL DE CREDITOS A APLICAR FECHA O
      *    RELATORIO - O CREDITO NAO TEM EMPRESA, ENTAO SAI SEMPRE
      *    CONSOLIDADO.
      *    COM PROG68-GRUPO=S SAI TAMBEM O QUADRO POR GRUPO
      *    ECONOMICO (GRUPOS.DAT, PROG215): AS FAIXAS DAS LOJAS
      *    SOMADAS POR GRUPO, COM O MESMO ALERTA DE SALDO VENCIDO, E
      *    OS CLIENTES SEM GRUPO A PARTE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FATSEL.cob".
           COPY "CLSSEL.cob".
           COPY "PARSEL.cob".
           COPY "SCRSEL.cob".
           COPY "GRUSEL.cob".
           COPY "GRCSEL.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FATREG.cob".
           COPY "CLSREG.cob".
           COPY "PARREG.cob".
           COPY "SCRREG.cob".
           COPY "GRUREG.cob".
           COPY "GRCREG.cob".

       WORKING-STORAGE SECTION.

       01  CLASSE-PATH          PIC X(100).
       01  TEM-CLASSES          PIC X VALUE "N".
       01  FINAL-ARQUIVO        PIC X.
       01  SITUACAO-PERCORRIDA  PIC X(01).

       01  DATA-HOJE            PIC 9(08).
       01  DATA-HOJE-R REDEFINES DATA-HOJE.
           05 HOJE-MES          PIC 9(02).
           05 HOJE-DIA          PIC 9(02).

       01  DATA-VENCIMENTO-WS   PIC 9(08).
       01  DATA-VENCIMENTO-R REDEFINES DATA-VENCIMENTO-WS.
           05 VENCTO-ANO        PIC 9(04).
       01  TAXA-JUROS-MORA      PIC 9(03)V9(04) VALUE 1.
       01  TOTAL-JUROS-ESTIMADOS PIC 9(11)V9(02) VALUE 0.

           COPY "PARWRK.cob".
           COPY "SCRWRK.cob".
           COPY "GRUWRK.cob".

      *    QUADRO POR GRUPO ECONOMICO (PROG68-GRUPO=S): OS SALDOS DO
      *    QUADRO POR CLIENTE SOMADOS PELO GRUPO DE CADA UM
      *    (GRUPOCLI.DAT). CLIENTE SEM GRUPO SOMA A PARTE.
       01  MODO-GRUPO           PIC X VALUE "N".
       01  QTDE-GRUPOS-AGING    PIC 9(03) VALUE 0.
       01  TABELA-GRUPOS-AGING.
           05 GRUPO-AGING-ENTRADA OCCURS 50 TIMES
                                  INDEXED BY GRUPO-AGING-IDX.
              10 GRUPO-AGING-CODIGO  PIC 9(05).
              10 GRUPO-AGING-NOME    PIC X(30).
              10 GRUPO-AGING-LOJAS   PIC 9(03).
              10 GRUPO-AGING-FAIXA-1 PIC 9(11)V9(02).
              10 GRUPO-AGING-FAIXA-2 PIC 9(11)V9(02).
              10 GRUPO-AGING-FAIXA-3 PIC 9(11)V9(02).
              10 GRUPO-AGING-FAIXA-4 PIC 9(11)V9(02).
       01  TABELA-GRUPOS-CHEIA  PIC X VALUE "N".
           88 AVISO-GRUPOS-CHEIA-JA-EXIBIDO VALUE "S".
       01  SEM-GRUPO-LOJAS      PIC 9(03) VALUE 0.
       01  SEM-GRUPO-FAIXA-1    PIC 9(11)V9(02) VALUE 0.
       01  SEM-GRUPO-FAIXA-2    PIC 9(11)V9(02) VALUE 0.
       01  SEM-GRUPO-FAIXA-3    PIC 9(11)V9(02) VALUE 0.
       01  SEM-GRUPO-FAIXA-4    PIC 9(11)V9(02) VALUE 0.

      *    EMPRESA DO RELATORIO (PROG68-EMPRESA); ZERO OU AUSENTE E
      *    O CONSOLIDADO DE TODAS. REGISTRO SEM EMPRESA E DA
      *    PRINCIPAL (VARIAVEL EMPRESA).
       01  EMPRESA-PRINCIPAL-USO PIC 9(02) VALUE 17.
       01  EMPRESA-RELATORIO    PIC 9(02) VALUE 0.
       01  EMPRESA-CODIGO-ENV   PIC X(02).
       01  EMPRESA-DO-REGISTRO  PIC 9(02).
       01  ENTRA-NO-RELATORIO   PIC X.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE 0 TO RETURN-CODE.
               DISPLAY "FATURAS.DAT NAO ENCONTRADO. NADA A ENVELHECER."
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE "A" TO SITUACAO-PERCORRIDA
               PERFORM POSICIONA-SITUACAO
               PERFORM CLASSIFICA-PROXIMA-FATURA
                   UNTIL FINAL-ARQUIVO = "S"
               MOVE "P" TO SITUACAO-PERCORRIDA
               PERFORM POSICIONA-SITUACAO
               PERFORM CLASSIFICA-PROXIMA-FATURA
                   UNTIL FINAL-ARQUIVO = "S"
               CLOSE ARQUIVO-FATURA
               PERFORM IMPRIME-RELATORIO
               IF MODO-GRUPO = "S"
                   PERFORM MONTA-QUADRO-GRUPOS
                   PERFORM IMPRIME-QUADRO-GRUPOS
               END-IF
           END-IF.

       PROGRAM-DONE.
           GOBACK.

       INICIALIZA-CAMINHOS.
           MOVE SPACE TO EMPRESA-CODIGO-ENV.
           ACCEPT EMPRESA-CODIGO-ENV FROM ENVIRONMENT "EMPRESA".
           IF EMPRESA-CODIGO-ENV IS NUMERIC
               MOVE EMPRESA-CODIGO-ENV TO EMPRESA-PRINCIPAL-USO
           END-IF.
           MOVE SPACE TO EMPRESA-CODIGO-ENV.
           ACCEPT EMPRESA-CODIGO-ENV FROM ENVIRONMENT "PROG68-EMPRESA".
           IF EMPRESA-CODIGO-ENV IS NUMERIC
               MOVE EMPRESA-CODIGO-ENV TO EMPRESA-RELATORIO
           END-IF.

           MOVE "faturas.dat" TO FATURA-PATH.
           ACCEPT FATURA-PATH FROM ENVIRONMENT "FATURA_DAT".
           IF FATURA-PATH = SPACE
               MOVE "classe.dat" TO CLASSE-PATH
           END-IF.

           PERFORM INICIALIZA-CAMINHO-PARCELA.
           PERFORM INICIALIZA-CAMINHO-SALDO-CRED.

           ACCEPT MODO-GRUPO FROM ENVIRONMENT "PROG68-GRUPO".
           IF MODO-GRUPO NOT = "S"
               MOVE "N" TO MODO-GRUPO
           END-IF.
           PERFORM INICIALIZA-CAMINHO-GRUPO.

      *    POSICIONA-SITUACAO: OS TITULOS EM ABERTO ("A") E OS PAGOS
      *    EM PARTE ("P") SAEM PELA CHAVE ALTERNATIVA SITUACAO +
      *    VENCIMENTO, UMA SITUACAO POR VEZ - LIQUIDADOS E BAIXADOS
      *    NEM SAO LIDOS.
       POSICIONA-SITUACAO.
           MOVE "N" TO FINAL-ARQUIVO.
           MOVE SITUACAO-PERCORRIDA TO FATURA-SITUACAO.
           MOVE ZERO TO FATURA-DATA-VENCIMENTO.
           START ARQUIVO-FATURA
               KEY IS NOT LESS THAN FATURA-CHAVE-SITUACAO
               INVALID KEY
                   MOVE "S" TO FINAL-ARQUIVO
           END-START.

       CLASSIFICA-PROXIMA-FATURA.
           READ ARQUIVO-FATURA NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               IF FATURA-SITUACAO NOT = SITUACAO-PERCORRIDA
                   MOVE "S" TO FINAL-ARQUIVO
               ELSE
                   MOVE FATURA-EMPRESA TO EMPRESA-DO-REGISTRO
                   PERFORM CONFERE-EMPRESA-REGISTRO
                   IF ENTRA-NO-RELATORIO = "S"
                       PERFORM CLASSIFICA-FATURA
                   END-IF
               END-IF
           END-IF.

               CONTINUE
           ELSE
               ADD 1 TO TOTAL-FATURAS-ABERTAS
               PERFORM LOCALIZA-CLIENTE-AGING
               PERFORM CARREGA-PARCELAS-TITULO
               MOVE 1 TO PARC-TIT-SUB
               PERFORM CLASSIFICA-PARCELA
                   UNTIL PARC-TIT-SUB > QTDE-PARCELAS-TITULO
           END-IF.

      *    CLASSIFICA-PARCELA: O SALDO DA PARCELA EM ABERTO VAI PARA
      *    A FAIXA DO ATRASO SOBRE O VENCIMENTO DELA.
       CLASSIFICA-PARCELA.
           IF PARC-TIT-SALDO (PARC-TIT-SUB) > 0
               MOVE PARC-TIT-SALDO (PARC-TIT-SUB) TO SALDO-ABERTO
               MOVE PARC-TIT-VENCIMENTO (PARC-TIT-SUB)
                   TO DATA-VENCIMENTO-WS
               PERFORM CALCULA-DIAS-DECORRIDOS
               EVALUATE TRUE
                   WHEN DIAS-DECORRIDOS <= 30
                       ADD SALDO-ABERTO TO TOTAL-FAIXA-1
               END-EVALUATE
               PERFORM ACUMULA-JUROS-ESTIMADOS
           END-IF.
           ADD 1 TO PARC-TIT-SUB.

      *    ACUMULA-JUROS-ESTIMADOS: PARA SALDO VENCIDO (QUALQUER
      *    ATRASO SOBRE O VENCIMENTO), OS JUROS DE MORA SAO
           END-IF.

      *    CALCULA-DIAS-DECORRIDOS: DIAS DE ATRASO SOBRE O
      *    VENCIMENTO DA PARCELA (DATA-VENCIMENTO-WS), CONVENCAO
      *    30/360 - CADA MES CONTA 30 DIAS, CADA ANO 360. TITULO SEM
      *    VENCIMENTO GRAVADO (ANTERIOR AO CAMPO) JA VEM DO
      *    CRONOGRAMA COMO EMISSAO + 30 DIAS.
      *    COM PROG68-DIAS-UTEIS=S, O ATRASO E CONTADO EM DIAS
      *    UTEIS ENTRE O VENCIMENTO E HOJE PELO CALENDARIO DA CASA
      *    (PROG97, FUNCAO "E").
       CALCULA-DIAS-DECORRIDOS.
           IF MODO-DIAS-UTEIS = "S"
               IF DATA-VENCIMENTO-WS >= DATA-HOJE
                   MOVE 0 TO DIAS-DECORRIDOS
               SET AGING-IDX TO QTDE-CLIENTES-AGING
           END-IF.

      *    CONFERE-EMPRESA-REGISTRO: EMPRESA-DO-REGISTRO CHEGA COM O
      *    CAMPO LIDO E SAI ENTRA-NO-RELATORIO "S" SE O REGISTRO E DA
      *    EMPRESA PEDIDA (OU SE O RELATORIO E CONSOLIDADO).
       CONFERE-EMPRESA-REGISTRO.
           IF EMPRESA-DO-REGISTRO IS NOT NUMERIC
                   OR EMPRESA-DO-REGISTRO = 0
               MOVE EMPRESA-PRINCIPAL-USO TO EMPRESA-DO-REGISTRO
           END-IF.
           IF EMPRESA-RELATORIO = 0
                   OR EMPRESA-DO-REGISTRO = EMPRESA-RELATORIO
               MOVE "S" TO ENTRA-NO-RELATORIO
           ELSE
               MOVE "N" TO ENTRA-NO-RELATORIO
           END-IF.

       IMPRIME-EMPRESA-RELATORIO.
           IF EMPRESA-RELATORIO = 0
               DISPLAY "CONSOLIDADO - TODAS AS EMPRESAS"
           ELSE
               DISPLAY "EMPRESA " EMPRESA-RELATORIO
           END-IF.

       IMPRIME-RELATORIO.
           DISPLAY " ".
           DISPLAY "AGING DE CONTAS A RECEBER - DATA " DATA-HOJE.
           DISPLAY "FAIXAS: 0-30 / 31-60 / 61-90 / MAIS DE 90 DIAS "
                   "DE ATRASO SOBRE O VENCIMENTO".
           PERFORM IMPRIME-EMPRESA-RELATORIO.
           DISPLAY "--------------------------------------------".
           OPEN INPUT ARQUIVO-CLASSE.
           IF CLASSE-FILE-STATUS = "00"
           DISPLAY "TOTAL GERAL MAIS DE 90....: " VALOR-EDITADO.
           MOVE TOTAL-JUROS-ESTIMADOS TO VALOR-EDITADO.
           DISPLAY "JUROS DE MORA ESTIMADOS...: " VALOR-EDITADO.
           MOVE 0 TO SALDO-CRED-CONS-CLIENTE.
           PERFORM SOMA-SALDO-CREDITO-CLIENTE.
           MOVE SALDO-CRED-DISPONIVEL TO VALOR-EDITADO.
           DISPLAY "CREDITOS A APLICAR........: " VALOR-EDITADO.

      *    A CLASSE A/B/C (CLASSE.DAT, PROG141) SAI JUNTO DO
      *    CLIENTE: "A" VENCIDO E TELEFONEMA HOJE, "C" E CARTA.
               DISPLAY "  *** ALERTA: SALDO VENCIDO " VALOR-EDITADO
                       " ACIMA DO LIMITE ***"
           END-IF.
           MOVE AGING-CLIENTE-CODIGO (AGING-IDX)
               TO SALDO-CRED-CONS-CLIENTE.
           PERFORM SOMA-SALDO-CREDITO-CLIENTE.
           IF SALDO-CRED-DISPONIVEL NOT = ZERO
               MOVE SALDO-CRED-DISPONIVEL TO VALOR-EDITADO
               DISPLAY "  CREDITOS A APLICAR: " VALOR-EDITADO
           END-IF.
           DISPLAY "----------------------------------".
           SET AGING-IDX UP BY 1.

      *    MONTA-QUADRO-GRUPOS: CADA CLIENTE DO QUADRO SOMA AS SUAS
      *    FAIXAS NO GRUPO DELE. ALEM DE 50 GRUPOS O EXCEDENTE VAI
      *    PARA A ULTIMA LINHA, COMO NO QUADRO POR CLIENTE.
       MONTA-QUADRO-GRUPOS.
           SET AGING-IDX TO 1.
           PERFORM ACUMULA-CLIENTE-GRUPO
               UNTIL AGING-IDX > QTDE-CLIENTES-AGING.

       ACUMULA-CLIENTE-GRUPO.
           MOVE AGING-CLIENTE-CODIGO (AGING-IDX)
               TO GRUPO-CONS-CLIENTE.
           PERFORM BUSCA-GRUPO-CLIENTE.
           IF GRUPO-CONS-CODIGO = 0
               ADD 1 TO SEM-GRUPO-LOJAS
               ADD AGING-FAIXA-1 (AGING-IDX) TO SEM-GRUPO-FAIXA-1
               ADD AGING-FAIXA-2 (AGING-IDX) TO SEM-GRUPO-FAIXA-2
               ADD AGING-FAIXA-3 (AGING-IDX) TO SEM-GRUPO-FAIXA-3
               ADD AGING-FAIXA-4 (AGING-IDX) TO SEM-GRUPO-FAIXA-4
           ELSE
               PERFORM LOCALIZA-GRUPO-AGING
               ADD 1 TO GRUPO-AGING-LOJAS (GRUPO-AGING-IDX)
               ADD AGING-FAIXA-1 (AGING-IDX)
                   TO GRUPO-AGING-FAIXA-1 (GRUPO-AGING-IDX)
               ADD AGING-FAIXA-2 (AGING-IDX)
                   TO GRUPO-AGING-FAIXA-2 (GRUPO-AGING-IDX)
               ADD AGING-FAIXA-3 (AGING-IDX)
                   TO GRUPO-AGING-FAIXA-3 (GRUPO-AGING-IDX)
               ADD AGING-FAIXA-4 (AGING-IDX)
                   TO GRUPO-AGING-FAIXA-4 (GRUPO-AGING-IDX)
           END-IF.
           SET AGING-IDX UP BY 1.

       LOCALIZA-GRUPO-AGING.
           SET GRUPO-AGING-IDX TO 1.
           SEARCH GRUPO-AGING-ENTRADA
               AT END
                   PERFORM INCLUI-GRUPO-AGING
               WHEN GRUPO-AGING-CODIGO (GRUPO-AGING-IDX) =
                       GRUPO-CONS-CODIGO
                   CONTINUE
           END-SEARCH.

       INCLUI-GRUPO-AGING.
           IF QTDE-GRUPOS-AGING < 50
               ADD 1 TO QTDE-GRUPOS-AGING
               SET GRUPO-AGING-IDX TO QTDE-GRUPOS-AGING
               MOVE GRUPO-CONS-CODIGO
                   TO GRUPO-AGING-CODIGO (GRUPO-AGING-IDX)
               MOVE GRUPO-CONS-NOME
                   TO GRUPO-AGING-NOME (GRUPO-AGING-IDX)
               MOVE ZERO TO GRUPO-AGING-LOJAS (GRUPO-AGING-IDX)
               MOVE ZERO TO GRUPO-AGING-FAIXA-1 (GRUPO-AGING-IDX)
               MOVE ZERO TO GRUPO-AGING-FAIXA-2 (GRUPO-AGING-IDX)
               MOVE ZERO TO GRUPO-AGING-FAIXA-3 (GRUPO-AGING-IDX)
               MOVE ZERO TO GRUPO-AGING-FAIXA-4 (GRUPO-AGING-IDX)
           ELSE
               IF NOT AVISO-GRUPOS-CHEIA-JA-EXIBIDO
                   DISPLAY "*** ATENCAO: LIMITE DE 50 GRUPOS NO "
                           "QUADRO POR GRUPO ATINGIDO. SALDOS "
                           "EXCEDENTES AGRUPADOS NA ULTIMA LINHA. ***"
                   MOVE "S" TO TABELA-GRUPOS-CHEIA
               END-IF
               SET GRUPO-AGING-IDX TO QTDE-GRUPOS-AGING
           END-IF.

       IMPRIME-QUADRO-GRUPOS.
           DISPLAY " ".
           DISPLAY "AGING POR GRUPO ECONOMICO - DATA " DATA-HOJE.
           PERFORM IMPRIME-EMPRESA-RELATORIO.
           DISPLAY "--------------------------------------------".
           SET GRUPO-AGING-IDX TO 1.
           PERFORM IMPRIME-GRUPO-AGING
               UNTIL GRUPO-AGING-IDX > QTDE-GRUPOS-AGING.
           IF SEM-GRUPO-LOJAS NOT = 0
               DISPLAY "CLIENTES SEM GRUPO (" SEM-GRUPO-LOJAS ")"
               MOVE SEM-GRUPO-FAIXA-1 TO VALOR-EDITADO
               MOVE SEM-GRUPO-FAIXA-2 TO VALOR-EDITADO-2
               DISPLAY "  0-30: " VALOR-EDITADO
                       "  31-60: " VALOR-EDITADO-2
               MOVE SEM-GRUPO-FAIXA-3 TO VALOR-EDITADO
               MOVE SEM-GRUPO-FAIXA-4 TO VALOR-EDITADO-2
               DISPLAY "  61-90: " VALOR-EDITADO
                       "  +90: " VALOR-EDITADO-2
           END-IF.
           DISPLAY "--------------------------------------------".
           DISPLAY "GRUPOS NO QUADRO: " QTDE-GRUPOS-AGING.

      *    O ALERTA DO GRUPO USA O MESMO LIMITE DO CLIENTE
      *    (PROG68-LIMITE) SOBRE O VENCIDO SOMADO DAS LOJAS.
       IMPRIME-GRUPO-AGING.
           DISPLAY "GRUPO " GRUPO-AGING-CODIGO (GRUPO-AGING-IDX)
                   " - " GRUPO-AGING-NOME (GRUPO-AGING-IDX)
                   " (" GRUPO-AGING-LOJAS (GRUPO-AGING-IDX)
                   " LOJAS)".
           MOVE GRUPO-AGING-FAIXA-1 (GRUPO-AGING-IDX) TO VALOR-EDITADO.
           MOVE GRUPO-AGING-FAIXA-2 (GRUPO-AGING-IDX)
               TO VALOR-EDITADO-2.
           DISPLAY "  0-30: " VALOR-EDITADO
                   "  31-60: " VALOR-EDITADO-2.
           MOVE GRUPO-AGING-FAIXA-3 (GRUPO-AGING-IDX) TO VALOR-EDITADO.
           MOVE GRUPO-AGING-FAIXA-4 (GRUPO-AGING-IDX)
               TO VALOR-EDITADO-2.
           DISPLAY "  61-90: " VALOR-EDITADO
                   "  +90: " VALOR-EDITADO-2.
           COMPUTE SALDO-VENCIDO =
               GRUPO-AGING-FAIXA-2 (GRUPO-AGING-IDX)
               + GRUPO-AGING-FAIXA-3 (GRUPO-AGING-IDX)
               + GRUPO-AGING-FAIXA-4 (GRUPO-AGING-IDX).
           IF SALDO-VENCIDO > LIMITE-ALERTA
               MOVE SALDO-VENCIDO TO VALOR-EDITADO
               DISPLAY "  *** ALERTA: SALDO VENCIDO DO GRUPO "
                       VALOR-EDITADO " ACIMA DO LIMITE ***"
           END-IF.
           SET GRUPO-AGING-IDX UP BY 1.

           COPY "PARPROC.cob".
           COPY "SCRPROC.cob".
           COPY "GRUPROC.cob".
