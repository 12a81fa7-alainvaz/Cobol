       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG216.
      *    EXTRATO CONSOLIDADO DO GRUPO ECONOMICO, NOS MOLDES DO
      *    EXTRATO DO CLIENTE (PROG71): DADO O CODIGO DO GRUPO
      *    (GRUPOS.DAT, MANTIDO PELO PROG215), O EXTRATO VAI
      *    ENDERECADO AO CLIENTE DA MATRIZ E LISTA, LOJA POR LOJA
      *    (GRUPOCLI.DAT PELA CHAVE ALTERNATIVA DO GRUPO), AS FATURAS
      *    EM ABERTO OU PAGAS EM PARTE (FATURAS.DAT PELA CHAVE
      *    ALTERNATIVA DO CLIENTE) COM O SALDO DE CADA UMA E OS
      *    CREDITOS A APLICAR DA LOJA (SALDOCRED.DAT). FECHA COM O
      *    TOTAL EM ABERTO DO GRUPO, OS CREDITOS, O SALDO LIQUIDO E
      *    A POSICAO DO LIMITE DO GRUPO CONTRA A EXPOSICAO SOMADA
      *    (CREDITO.DAT). A CONSULTA DEIXA RASTRO EM ACESSLOG.DAT NO
      *    CODIGO DA MATRIZ (LGPD), COMO O PROG71.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CLISEL.cob".
           COPY "FATSEL.cob".
           COPY "CRDSEL.cob".
           COPY "ACSSEL.cob".
           COPY "SESSEL.cob".
           COPY "SCRSEL.cob".
           COPY "GRUSEL.cob".
           COPY "GRCSEL.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "CLIREG.cob".
           COPY "FATREG.cob".
           COPY "CRDREG.cob".
           COPY "ACSREG.cob".
           COPY "SESREG.cob".
           COPY "SCRREG.cob".
           COPY "GRUREG.cob".
           COPY "GRCREG.cob".

       WORKING-STORAGE SECTION.

           COPY "SCRWRK.cob".
           COPY "GRUWRK.cob".

       01  CLIENTE-FILE-STATUS   PIC XX.
       01  CLIENTE-PATH          PIC X(100).
       01  FATURA-FILE-STATUS    PIC XX.
       01  FATURA-PATH           PIC X(100).
       01  CREDITO-FILE-STATUS   PIC XX.
       01  CREDITO-PATH          PIC X(100).
       01  ACESSO-FILE-STATUS    PIC XX.
       01  SESSAO-FILE-STATUS    PIC XX.
       01  OPERADOR-ID           PIC X(10).
       01  FINAL-ARQUIVO         PIC X.
       01  RESPOSTA              PIC X.
       01  DATA-HOJE             PIC 9(08).

       01  GRUPO-INFORMADO       PIC 9(05).
       01  GRUPO-VALIDO          PIC X VALUE "N".
           88 GRUPO-OK               VALUE "S".
       01  NOME-MATRIZ           PIC X(20).
       01  ENDERECO-MATRIZ.
           05 MATRIZ-LOGRADOURO  PIC X(40).
           05 MATRIZ-NUMERO      PIC X(06).
           05 MATRIZ-COMPLEMENTO PIC X(15).
           05 MATRIZ-CIDADE      PIC X(20).
           05 MATRIZ-UF          PIC X(02).
           05 MATRIZ-CEP         PIC X(08).
       01  NOME-LOJA             PIC X(20).

       01  QTDE-LOJAS            PIC 9(03) VALUE 0.
       01  QTDE-FATURAS-LOJA     PIC 9(05) VALUE 0.
       01  QTDE-FATURAS-GRUPO    PIC 9(05) VALUE 0.
       01  SALDO-FATURA          PIC 9(09)V9(02).
       01  SALDO-ABERTO-LOJA     PIC 9(11)V9(02) VALUE 0.
       01  SALDO-VENCIDO-LOJA    PIC 9(11)V9(02) VALUE 0.
       01  SALDO-ABERTO-TOTAL    PIC S9(11)V9(02) VALUE 0.
       01  SALDO-VENCIDO-TOTAL   PIC 9(11)V9(02) VALUE 0.
       01  SALDO-CREDITO-TOTAL   PIC S9(11)V9(02) VALUE 0.
       01  SALDO-LIQUIDO-TOTAL   PIC S9(11)V9(02) VALUE 0.
       01  SALDO-LIQUIDO-EDITADO PIC -$,$$$,$$$,$$9.99.
       01  VALOR-EDITADO         PIC $$,$$$,$$$,$$9.99.
       01  VALOR-EDITADO-2       PIC $$,$$$,$$$,$$9.99.
       01  MARCA-VENCIDA         PIC X(08).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM INICIALIZA-CAMINHOS.
           PERFORM INICIALIZA-OPERADOR.
           MOVE "S" TO RESPOSTA.
           PERFORM EMITE-EXTRATO-GRUPO
               UNTIL RESPOSTA = "N".

       PROGRAM-DONE.
           STOP RUN.

       INICIALIZA-CAMINHOS.
           MOVE "clientes.dat" TO CLIENTE-PATH.
           ACCEPT CLIENTE-PATH FROM ENVIRONMENT "CLIENTE_DAT".
           IF CLIENTE-PATH = SPACE
               MOVE "clientes.dat" TO CLIENTE-PATH
           END-IF.

           MOVE "faturas.dat" TO FATURA-PATH.
           ACCEPT FATURA-PATH FROM ENVIRONMENT "FATURA_DAT".
           IF FATURA-PATH = SPACE
               MOVE "faturas.dat" TO FATURA-PATH
           END-IF.

           MOVE "credito.dat" TO CREDITO-PATH.
           ACCEPT CREDITO-PATH FROM ENVIRONMENT "CREDITO_DAT".
           IF CREDITO-PATH = SPACE
               MOVE "credito.dat" TO CREDITO-PATH
           END-IF.

           PERFORM INICIALIZA-CAMINHO-SALDO-CRED.
           PERFORM INICIALIZA-CAMINHO-GRUPO.

      *    INICIALIZA-OPERADOR: A IDENTIDADE VEM DA SESSAO
      *    AUTENTICADA PELO PROG20 (SESSAO.DAT); A VARIAVEL DE
      *    AMBIENTE SO VALE COMO RESERVA QUANDO NAO HA SESSAO.
       INICIALIZA-OPERADOR.
           MOVE SPACE TO OPERADOR-ID.
           OPEN INPUT ARQUIVO-SESSAO.
           IF SESSAO-FILE-STATUS = "00"
               READ ARQUIVO-SESSAO
                   AT END
                       CONTINUE
               END-READ
               IF SESSAO-FILE-STATUS = "00"
                   MOVE SESSAO-OPERADOR TO OPERADOR-ID
               END-IF
               CLOSE ARQUIVO-SESSAO
           END-IF.
           IF OPERADOR-ID = SPACE
               ACCEPT OPERADOR-ID FROM ENVIRONMENT "OPERADOR_ID"
           END-IF.
           IF OPERADOR-ID = SPACE
               MOVE "DESCONHEC" TO OPERADOR-ID
           END-IF.

       EMITE-EXTRATO-GRUPO.
           PERFORM LOCALIZA-GRUPO.
           IF GRUPO-OK
               MOVE 0 TO QTDE-LOJAS
               MOVE 0 TO QTDE-FATURAS-GRUPO
               MOVE ZERO TO SALDO-ABERTO-TOTAL
               MOVE ZERO TO SALDO-VENCIDO-TOTAL
               MOVE ZERO TO SALDO-CREDITO-TOTAL
               PERFORM IMPRIME-CABECALHO-GRUPO
               PERFORM PERCORRE-LOJAS-GRUPO
               PERFORM IMPRIME-FECHAMENTO-GRUPO
               PERFORM GRAVA-ACESSO-LGPD
           END-IF.

           DISPLAY "-------------------".
           DISPLAY "DESEJA EMITIR OUTRO EXTRATO? (S/N)".
           ACCEPT RESPOSTA.
           IF RESPOSTA NOT = "N"
               MOVE "S" TO RESPOSTA
           END-IF.

      *    LOCALIZA-GRUPO: O GRUPO PRECISA ESTAR ATIVO; O NOME E O
      *    ENDERECO DO CABECALHO SAO OS DO CLIENTE DA MATRIZ.
       LOCALIZA-GRUPO.
           MOVE "N" TO GRUPO-VALIDO.
           DISPLAY "INFORME O CODIGO DO GRUPO: ".
           ACCEPT GRUPO-INFORMADO.
           MOVE GRUPO-INFORMADO TO GRUPO-CONS-CODIGO.
           PERFORM LE-GRUPO-CONSULTADO.
           IF GRUPO-CONS-CODIGO = 0
               DISPLAY "GRUPO NAO CADASTRADO OU DESFEITO."
           ELSE
               MOVE "S" TO GRUPO-VALIDO
               MOVE "(MATRIZ NAO CADASTRADA)" TO NOME-MATRIZ
               MOVE SPACE TO ENDERECO-MATRIZ
               OPEN INPUT ARQUIVO-CLIENTE
               IF CLIENTE-FILE-STATUS NOT = "35"
                   MOVE GRUPO-CONS-MATRIZ TO CLIENTE-CODIGO
                   READ ARQUIVO-CLIENTE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CLIENTE-NOME TO NOME-MATRIZ
                           MOVE CLIENTE-ENDERECO TO ENDERECO-MATRIZ
                   END-READ
                   CLOSE ARQUIVO-CLIENTE
               END-IF
           END-IF.

       IMPRIME-CABECALHO-GRUPO.
           DISPLAY " ".
           DISPLAY "EXTRATO CONSOLIDADO DO GRUPO ECONOMICO".
           DISPLAY "GRUPO: " GRUPO-CONS-CODIGO " - " GRUPO-CONS-NOME.
           DISPLAY "A/C MATRIZ: " GRUPO-CONS-MATRIZ " - "
                   NOME-MATRIZ.
           DISPLAY "      " MATRIZ-LOGRADOURO " " MATRIZ-NUMERO " "
                   MATRIZ-COMPLEMENTO.
           DISPLAY "      " MATRIZ-CIDADE " " MATRIZ-UF " CEP "
                   MATRIZ-CEP.
           DISPLAY "DATA: " DATA-HOJE.
           DISPLAY "--------------------------------------------".

      *    PERCORRE-LOJAS-GRUPO: AS LOJAS SAEM NA ORDEM DA CHAVE
      *    ALTERNATIVA; FATURAS E CLIENTES FICAM ABERTOS DURANTE O
      *    PERCURSO.
       PERCORRE-LOJAS-GRUPO.
           OPEN INPUT ARQUIVO-GRUPO-CLI.
           IF GRUPO-CLI-FILE-STATUS NOT = "00"
               IF GRUPO-CLI-FILE-STATUS = "05"
                   CLOSE ARQUIVO-GRUPO-CLI
               END-IF
               DISPLAY "NENHUMA LOJA LIGADA AO GRUPO."
           ELSE
               OPEN INPUT ARQUIVO-CLIENTE
               OPEN INPUT ARQUIVO-FATURA
               PERFORM POSICIONA-MEMBROS-GRUPO
               PERFORM EXTRATO-PROXIMA-LOJA
                   UNTIL GRUPO-CONS-FIM = "S"
               IF FATURA-FILE-STATUS NOT = "35"
                   CLOSE ARQUIVO-FATURA
               END-IF
               IF CLIENTE-FILE-STATUS NOT = "35"
                   CLOSE ARQUIVO-CLIENTE
               END-IF
               CLOSE ARQUIVO-GRUPO-CLI
           END-IF.

       EXTRATO-PROXIMA-LOJA.
           PERFORM LE-PROXIMO-MEMBRO-GRUPO.
           IF GRUPO-CONS-FIM NOT = "S"
               ADD 1 TO QTDE-LOJAS
               MOVE "(NAO CADASTRADO)" TO NOME-LOJA
               IF CLIENTE-FILE-STATUS NOT = "35"
                   MOVE GRUPO-CLI-CLIENTE TO CLIENTE-CODIGO
                   READ ARQUIVO-CLIENTE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CLIENTE-NOME TO NOME-LOJA
                   END-READ
               END-IF
               DISPLAY " "
               DISPLAY "LOJA " GRUPO-CLI-CLIENTE " - " NOME-LOJA
               DISPLAY "FATURA  EMISSAO  VENCTO             VALOR"
                       "             SALDO"
               MOVE 0 TO QTDE-FATURAS-LOJA
               MOVE ZERO TO SALDO-ABERTO-LOJA
               MOVE ZERO TO SALDO-VENCIDO-LOJA
               IF FATURA-FILE-STATUS NOT = "35"
                   PERFORM LISTA-FATURAS-LOJA
               END-IF
               PERFORM FECHA-LOJA
           END-IF.

       LISTA-FATURAS-LOJA.
           MOVE "N" TO FINAL-ARQUIVO.
           MOVE GRUPO-CLI-CLIENTE TO FATURA-CLIENTE-CODIGO.
           START ARQUIVO-FATURA
               KEY IS EQUAL TO FATURA-CLIENTE-CODIGO
               INVALID KEY
                   MOVE "S" TO FINAL-ARQUIVO
           END-START.
           PERFORM LISTA-PROXIMA-FATURA
               UNTIL FINAL-ARQUIVO = "S".

       LISTA-PROXIMA-FATURA.
           READ ARQUIVO-FATURA NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               IF FATURA-CLIENTE-CODIGO NOT = GRUPO-CLI-CLIENTE
                   MOVE "S" TO FINAL-ARQUIVO
               ELSE
                   IF FATURA-ABERTA OR FATURA-PARCIAL
                       PERFORM LISTA-FATURA-ABERTA
                   END-IF
               END-IF
           END-IF.

      *    LISTA-FATURA-ABERTA: VENCIMENTO ZERO (TITULO ANTIGO) NAO
      *    E MARCADO COMO VENCIDO.
       LISTA-FATURA-ABERTA.
           ADD 1 TO QTDE-FATURAS-LOJA.
           COMPUTE SALDO-FATURA =
               FATURA-VALOR-TOTAL - FATURA-VALOR-PAGO.
           ADD SALDO-FATURA TO SALDO-ABERTO-LOJA.
           MOVE SPACE TO MARCA-VENCIDA.
           IF FATURA-DATA-VENCIMENTO NOT = 0
                   AND FATURA-DATA-VENCIMENTO < DATA-HOJE
               ADD SALDO-FATURA TO SALDO-VENCIDO-LOJA
               MOVE " VENCIDA" TO MARCA-VENCIDA
           END-IF.
           MOVE FATURA-VALOR-TOTAL TO VALOR-EDITADO.
           MOVE SALDO-FATURA TO VALOR-EDITADO-2.
           DISPLAY FATURA-NUMERO " " FATURA-DATA-EMISSAO " "
                   FATURA-DATA-VENCIMENTO " " VALOR-EDITADO " "
                   VALOR-EDITADO-2 MARCA-VENCIDA.

       FECHA-LOJA.
           MOVE GRUPO-CLI-CLIENTE TO SALDO-CRED-CONS-CLIENTE.
           PERFORM SOMA-SALDO-CREDITO-CLIENTE.
           ADD QTDE-FATURAS-LOJA TO QTDE-FATURAS-GRUPO.
           ADD SALDO-ABERTO-LOJA TO SALDO-ABERTO-TOTAL.
           ADD SALDO-VENCIDO-LOJA TO SALDO-VENCIDO-TOTAL.
           ADD SALDO-CRED-DISPONIVEL TO SALDO-CREDITO-TOTAL.
           MOVE SALDO-ABERTO-LOJA TO VALOR-EDITADO.
           DISPLAY "  EM ABERTO NA LOJA..: " VALOR-EDITADO
                   "  (" QTDE-FATURAS-LOJA " FATURAS)".
           IF SALDO-VENCIDO-LOJA NOT = ZERO
               MOVE SALDO-VENCIDO-LOJA TO VALOR-EDITADO
               DISPLAY "  DOS QUAIS VENCIDOS.: " VALOR-EDITADO
           END-IF.
           IF SALDO-CRED-DISPONIVEL NOT = ZERO
               MOVE SALDO-CRED-DISPONIVEL TO VALOR-EDITADO
               DISPLAY "  CREDITOS A APLICAR.: " VALOR-EDITADO
           END-IF.

      *    IMPRIME-FECHAMENTO-GRUPO: A EXPOSICAO VEM DE CREDITO.DAT
      *    (A MESMA QUE O PROG65 E O PROG66 CONFEREM), O SALDO DAS
      *    FATURAS VEM DESTE EXTRATO.
       IMPRIME-FECHAMENTO-GRUPO.
           PERFORM SOMA-EXPOSICAO-GRUPO.
           DISPLAY " ".
           DISPLAY "--------------------------------------------".
           DISPLAY "LOJAS NO GRUPO.......: " QTDE-LOJAS.
           DISPLAY "FATURAS EM ABERTO....: " QTDE-FATURAS-GRUPO.
           MOVE SALDO-ABERTO-TOTAL TO VALOR-EDITADO.
           DISPLAY "SALDO EM ABERTO GRUPO: " VALOR-EDITADO.
           MOVE SALDO-VENCIDO-TOTAL TO VALOR-EDITADO.
           DISPLAY "DOS QUAIS VENCIDOS...: " VALOR-EDITADO.
           IF SALDO-CREDITO-TOTAL NOT = ZERO
               MOVE SALDO-CREDITO-TOTAL TO VALOR-EDITADO
               DISPLAY "CREDITOS A APLICAR...: " VALOR-EDITADO
               COMPUTE SALDO-LIQUIDO-TOTAL =
                   SALDO-ABERTO-TOTAL - SALDO-CREDITO-TOTAL
               MOVE SALDO-LIQUIDO-TOTAL TO SALDO-LIQUIDO-EDITADO
               DISPLAY "SALDO LIQUIDO........: " SALDO-LIQUIDO-EDITADO
           END-IF.
           MOVE GRUPO-CONS-EXPOSICAO TO VALOR-EDITADO.
           DISPLAY "EXPOSICAO DO GRUPO...: " VALOR-EDITADO.
           IF GRUPO-CONS-LIMITE = ZERO
               DISPLAY "LIMITE DO GRUPO......: SEM LIMITE"
           ELSE
               MOVE GRUPO-CONS-LIMITE TO VALOR-EDITADO
               DISPLAY "LIMITE DO GRUPO......: " VALOR-EDITADO
               IF GRUPO-CONS-EXPOSICAO > GRUPO-CONS-LIMITE
                   DISPLAY "*** GRUPO ACIMA DO LIMITE DE CREDITO ***"
               END-IF
           END-IF.

      *    GRAVA-ACESSO-LGPD: O EXTRATO EXIBE DADOS DA MATRIZ E DAS
      *    LOJAS; O RASTRO FICA NO CODIGO DA MATRIZ.
       GRAVA-ACESSO-LGPD.
           OPEN EXTEND ARQUIVO-ACESSO.
           IF ACESSO-FILE-STATUS = "35"
               CLOSE ARQUIVO-ACESSO
               OPEN OUTPUT ARQUIVO-ACESSO
           END-IF.
           MOVE "PROG216" TO ACESSO-PROGRAMA.
           MOVE OPERADOR-ID TO ACESSO-OPERADOR.
           MOVE GRUPO-CONS-MATRIZ TO ACESSO-CLIENTE-CODIGO.
           ACCEPT ACESSO-DATA FROM DATE YYYYMMDD.
           ACCEPT ACESSO-HORA FROM TIME.
           WRITE ACESSO-REGISTRO.
           CLOSE ARQUIVO-ACESSO.

           COPY "SCRPROC.cob".

           COPY "GRUPROC.cob".

           COPY "GRXPROC.cob".
