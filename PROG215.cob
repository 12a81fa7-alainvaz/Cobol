       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG215.
      *    MANUTENCAO DOS GRUPOS ECONOMICOS: REDES DE LOJAS EM QUE
      *    CADA LOJA E UM CLIENTE MAS O CREDITO E DECIDIDO PARA A
      *    REDE. CADASTRA O GRUPO (GRUPOS.DAT) COM NOME, LIMITE DE
      *    CREDITO DO GRUPO (ZERO = SEM LIMITE) E O CLIENTE DA
      *    MATRIZ, QUE RECEBE O EXTRATO CONSOLIDADO (PROG216); LIGA E
      *    DESLIGA AS LOJAS (GRUPOCLI.DAT - UMA LOJA ESTA EM UM GRUPO
      *    SO) E LISTA OS GRUPOS COM A EXPOSICAO SOMADA DAS LOJAS
      *    (CREDITO.DAT) CONTRA O LIMITE. O LIMITE DO GRUPO VALE NA
      *    DIGITACAO (PROG65) E NO FATURAMENTO (PROG66) ALEM DO
      *    LIMITE DE CADA LOJA (PROG69). ALTERAR GRUPO OU LOJAS EXIGE
      *    SUPERVISOR AUTENTICADO (NIVEL 3 NA SESSAO DO PROG20); AS
      *    LISTAS SAO LIVRES. SEGUE O FLUXO DE MENU DO PROG69.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CLISEL.cob".
           COPY "CRDSEL.cob".
           COPY "SESSEL.cob".
           COPY "GRUSEL.cob".
           COPY "GRCSEL.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "CLIREG.cob".
           COPY "CRDREG.cob".
           COPY "SESREG.cob".
           COPY "GRUREG.cob".
           COPY "GRCREG.cob".

       WORKING-STORAGE SECTION.

       01  CLIENTE-FILE-STATUS  PIC XX.
       01  CLIENTE-PATH         PIC X(100).
       01  CREDITO-FILE-STATUS  PIC XX.
       01  CREDITO-PATH         PIC X(100).
       01  SESSAO-FILE-STATUS   PIC XX.
           COPY "GRUWRK.cob".
       01  OPERADOR-ID          PIC X(10).
       01  NIVEL-OPERADOR       PIC 9(01) VALUE 0.
       01  TEM-SESSAO           PIC X VALUE "N".
       01  PODE-ALTERAR         PIC X VALUE "N".
           88 SUPERVISOR-AUTENTICADO VALUE "S".
       01  OPCAO-MENU           PIC 9.
       01  FINAL-ARQUIVO        PIC X.
       01  RESPOSTA             PIC X.
       01  DATA-HOJE            PIC 9(08).

       01  GRUPO-INFORMADO      PIC 9(05).
       01  GRUPO-EXISTE         PIC X.
       01  NOME-INFORMADO       PIC X(30).
       01  LIMITE-INFORMADO     PIC 9(09)V9(02).
       01  SITUACAO-INFORMADA   PIC X(01).
       01  CODIGO-INFORMADO     PIC 9(08).
       01  CLIENTE-VALIDO       PIC X VALUE "N".
           88 CLIENTE-OK            VALUE "S".
       01  NOME-CLIENTE-LIDO    PIC X(30).
       01  EXPOSICAO-LOJA       PIC 9(09)V9(02).
       01  LIMITE-LOJA          PIC 9(09)V9(02).

       01  TOTAL-LISTADOS       PIC 9(05) VALUE 0.
       01  TOTAL-ACIMA-LIMITE   PIC 9(05) VALUE 0.
       01  VALOR-EDITADO        PIC $$,$$$,$$$,$$9.99.
       01  VALOR-EDITADO-2      PIC $$,$$$,$$$,$$9.99.

           COPY "LUHNWRK.cob".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM INICIALIZA-CAMINHOS.
           PERFORM INICIALIZA-OPERADOR.
           PERFORM EXIBE-MENU.

       PROGRAM-DONE.
           STOP RUN.

       INICIALIZA-CAMINHOS.
           MOVE "clientes.dat" TO CLIENTE-PATH.
           ACCEPT CLIENTE-PATH FROM ENVIRONMENT "CLIENTE_DAT".
           IF CLIENTE-PATH = SPACE
               MOVE "clientes.dat" TO CLIENTE-PATH
           END-IF.

           MOVE "credito.dat" TO CREDITO-PATH.
           ACCEPT CREDITO-PATH FROM ENVIRONMENT "CREDITO_DAT".
           IF CREDITO-PATH = SPACE
               MOVE "credito.dat" TO CREDITO-PATH
           END-IF.

           PERFORM INICIALIZA-CAMINHO-GRUPO.

      *    INICIALIZA-OPERADOR: A IDENTIDADE E O NIVEL VEM DA SESSAO
      *    AUTENTICADA PELO PROG20 (SESSAO.DAT); A VARIAVEL DE
      *    AMBIENTE SO VALE COMO RESERVA QUANDO NAO HA SESSAO.
       INICIALIZA-OPERADOR.
           MOVE SPACE TO OPERADOR-ID.
           MOVE "N" TO TEM-SESSAO.
           OPEN INPUT ARQUIVO-SESSAO.
           IF SESSAO-FILE-STATUS = "00"
               READ ARQUIVO-SESSAO
                   AT END
                       CONTINUE
               END-READ
               IF SESSAO-FILE-STATUS = "00"
                   MOVE "S" TO TEM-SESSAO
                   MOVE SESSAO-OPERADOR TO OPERADOR-ID
                   MOVE SESSAO-NIVEL TO NIVEL-OPERADOR
               END-IF
               CLOSE ARQUIVO-SESSAO
           END-IF.
           IF OPERADOR-ID = SPACE
               ACCEPT OPERADOR-ID FROM ENVIRONMENT "OPERADOR_ID"
           END-IF.
           IF OPERADOR-ID = SPACE
               MOVE "DESCONHEC" TO OPERADOR-ID
           END-IF.
           IF TEM-SESSAO = "S" AND NIVEL-OPERADOR = 3
               MOVE "S" TO PODE-ALTERAR
           END-IF.

       EXIBE-MENU.
           DISPLAY "===== GRUPOS ECONOMICOS =====".
           DISPLAY "1 - CADASTRAR/ALTERAR GRUPO".
           DISPLAY "2 - INCLUIR LOJA NO GRUPO".
           DISPLAY "3 - RETIRAR LOJA DO GRUPO".
           DISPLAY "4 - LISTAR GRUPOS (EXPOSICAO X LIMITE)".
           DISPLAY "5 - LISTAR LOJAS DE UM GRUPO".
           DISPLAY "6 - SAIR".
           DISPLAY "INFORME A OPCAO: ".
           ACCEPT OPCAO-MENU.

           EVALUATE OPCAO-MENU
               WHEN 1
                   PERFORM AVISA-SUPERVISOR
                   IF SUPERVISOR-AUTENTICADO
                       PERFORM MANTEM-GRUPO
                   END-IF
                   PERFORM EXIBE-MENU
               WHEN 2
                   PERFORM AVISA-SUPERVISOR
                   IF SUPERVISOR-AUTENTICADO
                       PERFORM INCLUI-LOJA-GRUPO
                   END-IF
                   PERFORM EXIBE-MENU
               WHEN 3
                   PERFORM AVISA-SUPERVISOR
                   IF SUPERVISOR-AUTENTICADO
                       PERFORM RETIRA-LOJA-GRUPO
                   END-IF
                   PERFORM EXIBE-MENU
               WHEN 4
                   PERFORM LISTA-GRUPOS
                   PERFORM EXIBE-MENU
               WHEN 5
                   PERFORM LISTA-LOJAS-GRUPO
                   PERFORM EXIBE-MENU
               WHEN 6
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
                   PERFORM EXIBE-MENU
           END-EVALUATE.

      *    AVISA-SUPERVISOR: O MESMO AVISO PARA AS TRES OPCOES DE
      *    ALTERACAO.
       AVISA-SUPERVISOR.
           IF NOT SUPERVISOR-AUTENTICADO
               DISPLAY "ALTERACAO EXIGE SUPERVISOR AUTENTICADO "
                       "(NIVEL 3)."
           END-IF.

      *    VALIDA-CLIENTE-INFORMADO: DIGITO VERIFICADOR + EXISTENCIA
      *    EM CLIENTES.DAT, COMO O PROG69.
       VALIDA-CLIENTE-INFORMADO.
           MOVE "N" TO CLIENTE-VALIDO.
           MOVE SPACE TO NOME-CLIENTE-LIDO.
           ACCEPT CODIGO-INFORMADO.

           MOVE CODIGO-INFORMADO TO LUHN-NUMERO (1:8).
           MOVE 8 TO LUHN-TAMANHO.
           PERFORM VALIDA-DIGITO-LUHN-COMUM.
           IF NOT LUHN-DIGITO-OK
               DISPLAY "CODIGO INVALIDO: DIGITO VERIFICADOR NAO "
                       "CONFERE."
           ELSE
               OPEN INPUT ARQUIVO-CLIENTE
               IF CLIENTE-FILE-STATUS = "35"
                   DISPLAY "CLIENTES.DAT NAO ENCONTRADO."
               ELSE
                   MOVE CODIGO-INFORMADO TO CLIENTE-CODIGO
                   READ ARQUIVO-CLIENTE
                       INVALID KEY
                           DISPLAY "CLIENTE NAO ENCONTRADO."
                       NOT INVALID KEY
                           MOVE "S" TO CLIENTE-VALIDO
                           MOVE CLIENTE-NOME TO NOME-CLIENTE-LIDO
                           DISPLAY "CLIENTE: " CLIENTE-NOME
                   END-READ
                   CLOSE ARQUIVO-CLIENTE
               END-IF
           END-IF.

      *    MANTEM-GRUPO: GRUPO NOVO OU ALTERACAO DO EXISTENTE. ENTER
      *    NO NOME MANTEM O NOME ATUAL. GRUPO "I" (DESFEITO) CONTINUA
      *    COM AS LOJAS LIGADAS, MAS NINGUEM O ENXERGA NO CREDITO.
       MANTEM-GRUPO.
           DISPLAY "INFORME O CODIGO DO GRUPO: ".
           ACCEPT GRUPO-INFORMADO.
           IF GRUPO-INFORMADO = 0
               DISPLAY "CODIGO DE GRUPO INVALIDO."
           ELSE
               PERFORM ABRE-GRUPO
               MOVE GRUPO-INFORMADO TO GRUPO-CODIGO
               READ ARQUIVO-GRUPO
                   INVALID KEY
                       MOVE "N" TO GRUPO-EXISTE
                       MOVE SPACE TO GRUPO-NOME
                       MOVE 0 TO GRUPO-CLIENTE-MATRIZ
                       MOVE 0 TO GRUPO-LIMITE
                       MOVE "A" TO GRUPO-SITUACAO
                       DISPLAY "GRUPO NOVO."
                   NOT INVALID KEY
                       MOVE "S" TO GRUPO-EXISTE
                       PERFORM EXIBE-GRUPO-LIDO
               END-READ
               CLOSE ARQUIVO-GRUPO
               PERFORM CAPTURA-DADOS-GRUPO
           END-IF.

       EXIBE-GRUPO-LIDO.
           MOVE GRUPO-LIMITE TO VALOR-EDITADO.
           DISPLAY "GRUPO " GRUPO-CODIGO " - " GRUPO-NOME.
           DISPLAY "MATRIZ: " GRUPO-CLIENTE-MATRIZ
                   "  LIMITE: " VALOR-EDITADO
                   "  SITUACAO: " GRUPO-SITUACAO.

       CAPTURA-DADOS-GRUPO.
           DISPLAY "NOME DO GRUPO (ENTER MANTEM): ".
           MOVE SPACE TO NOME-INFORMADO.
           ACCEPT NOME-INFORMADO.
           IF NOME-INFORMADO NOT = SPACE
               MOVE NOME-INFORMADO TO GRUPO-NOME
           END-IF.
           DISPLAY "CODIGO DO CLIENTE DA MATRIZ: ".
           PERFORM VALIDA-CLIENTE-INFORMADO.
           IF GRUPO-NOME = SPACE
               DISPLAY "GRUPO SEM NOME. NADA GRAVADO."
           ELSE
               IF NOT CLIENTE-OK
                   DISPLAY "MATRIZ INVALIDA. NADA GRAVADO."
               ELSE
                   MOVE CODIGO-INFORMADO TO GRUPO-CLIENTE-MATRIZ
                   DISPLAY "LIMITE DO GRUPO (0 = SEM LIMITE): "
                   ACCEPT LIMITE-INFORMADO
                   MOVE LIMITE-INFORMADO TO GRUPO-LIMITE
                   DISPLAY "SITUACAO (A = ATIVO, I = DESFEITO): "
                   ACCEPT SITUACAO-INFORMADA
                   IF SITUACAO-INFORMADA = "I"
                       MOVE "I" TO GRUPO-SITUACAO
                   ELSE
                       MOVE "A" TO GRUPO-SITUACAO
                   END-IF
                   PERFORM GRAVA-GRUPO
               END-IF
           END-IF.

       GRAVA-GRUPO.
           MOVE DATA-HOJE TO GRUPO-DATA-ATUALIZACAO.
           MOVE OPERADOR-ID TO GRUPO-OPERADOR.
           PERFORM ABRE-GRUPO.
           IF GRUPO-EXISTE = "S"
               REWRITE GRUPO-REGISTRO
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR O GRUPO."
                   NOT INVALID KEY
                       DISPLAY "GRUPO ALTERADO."
               END-REWRITE
           ELSE
               WRITE GRUPO-REGISTRO
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR O GRUPO."
                   NOT INVALID KEY
                       DISPLAY "GRUPO CADASTRADO."
               END-WRITE
           END-IF.
           CLOSE ARQUIVO-GRUPO.

       ABRE-GRUPO.
           OPEN I-O ARQUIVO-GRUPO.
           IF GRUPO-FILE-STATUS = "35"
               OPEN OUTPUT ARQUIVO-GRUPO
               CLOSE ARQUIVO-GRUPO
               OPEN I-O ARQUIVO-GRUPO
           END-IF.

       ABRE-GRUPO-CLI.
           OPEN I-O ARQUIVO-GRUPO-CLI.
           IF GRUPO-CLI-FILE-STATUS = "35"
               OPEN OUTPUT ARQUIVO-GRUPO-CLI
               CLOSE ARQUIVO-GRUPO-CLI
               OPEN I-O ARQUIVO-GRUPO-CLI
           END-IF.

      *    INCLUI-LOJA-GRUPO: SO EM GRUPO ATIVO. A LOJA QUE JA ESTA
      *    EM OUTRO GRUPO SO MUDA COM CONFIRMACAO.
       INCLUI-LOJA-GRUPO.
           DISPLAY "INFORME O CODIGO DO GRUPO: ".
           ACCEPT GRUPO-INFORMADO.
           MOVE GRUPO-INFORMADO TO GRUPO-CONS-CODIGO.
           PERFORM LE-GRUPO-CONSULTADO.
           IF GRUPO-CONS-CODIGO = 0
               DISPLAY "GRUPO NAO CADASTRADO OU DESFEITO."
           ELSE
               DISPLAY "GRUPO: " GRUPO-CONS-NOME
               DISPLAY "CODIGO DO CLIENTE (LOJA): "
               PERFORM VALIDA-CLIENTE-INFORMADO
               IF CLIENTE-OK
                   PERFORM LIGA-LOJA-GRUPO
               END-IF
           END-IF.

       LIGA-LOJA-GRUPO.
           PERFORM ABRE-GRUPO-CLI.
           MOVE CODIGO-INFORMADO TO GRUPO-CLI-CLIENTE.
           READ ARQUIVO-GRUPO-CLI
               INVALID KEY
                   MOVE GRUPO-INFORMADO TO GRUPO-CLI-GRUPO
                   MOVE DATA-HOJE TO GRUPO-CLI-DATA-INCLUSAO
                   MOVE OPERADOR-ID TO GRUPO-CLI-OPERADOR
                   WRITE GRUPO-CLI-REGISTRO
                       INVALID KEY
                           DISPLAY "ERRO AO LIGAR A LOJA."
                       NOT INVALID KEY
                           DISPLAY "LOJA INCLUIDA NO GRUPO."
                   END-WRITE
               NOT INVALID KEY
                   PERFORM MUDA-LOJA-DE-GRUPO
           END-READ.
           CLOSE ARQUIVO-GRUPO-CLI.

       MUDA-LOJA-DE-GRUPO.
           IF GRUPO-CLI-GRUPO = GRUPO-INFORMADO
               DISPLAY "LOJA JA ESTA NESTE GRUPO."
           ELSE
               DISPLAY "LOJA ESTA NO GRUPO " GRUPO-CLI-GRUPO
                       ". MUDAR PARA O GRUPO " GRUPO-INFORMADO
                       "? (S/N)"
               ACCEPT RESPOSTA
               IF RESPOSTA = "S"
                   MOVE GRUPO-INFORMADO TO GRUPO-CLI-GRUPO
                   MOVE DATA-HOJE TO GRUPO-CLI-DATA-INCLUSAO
                   MOVE OPERADOR-ID TO GRUPO-CLI-OPERADOR
                   REWRITE GRUPO-CLI-REGISTRO
                       INVALID KEY
                           DISPLAY "ERRO AO MUDAR A LOJA."
                       NOT INVALID KEY
                           DISPLAY "LOJA MUDADA DE GRUPO."
                   END-REWRITE
               ELSE
                   DISPLAY "LOJA MANTIDA NO GRUPO ANTERIOR."
               END-IF
           END-IF.

       RETIRA-LOJA-GRUPO.
           DISPLAY "CODIGO DO CLIENTE (LOJA): ".
           ACCEPT CODIGO-INFORMADO.
           PERFORM ABRE-GRUPO-CLI.
           MOVE CODIGO-INFORMADO TO GRUPO-CLI-CLIENTE.
           READ ARQUIVO-GRUPO-CLI
               INVALID KEY
                   DISPLAY "CLIENTE NAO ESTA EM NENHUM GRUPO."
               NOT INVALID KEY
                   DISPLAY "CLIENTE NO GRUPO " GRUPO-CLI-GRUPO
                           ". RETIRAR? (S/N)"
                   ACCEPT RESPOSTA
                   IF RESPOSTA = "S"
                       DELETE ARQUIVO-GRUPO-CLI
                           INVALID KEY
                               DISPLAY "ERRO AO RETIRAR A LOJA."
                           NOT INVALID KEY
                               DISPLAY "LOJA RETIRADA DO GRUPO."
                       END-DELETE
                   END-IF
           END-READ.
           CLOSE ARQUIVO-GRUPO-CLI.

      *    LISTA-GRUPOS: CADA GRUPO COM AS LOJAS, A EXPOSICAO SOMADA
      *    E O LIMITE; O QUE PASSA DO LIMITE E MARCADO.
       LISTA-GRUPOS.
           MOVE 0 TO TOTAL-LISTADOS.
           MOVE 0 TO TOTAL-ACIMA-LIMITE.
           OPEN INPUT ARQUIVO-GRUPO.
           IF GRUPO-FILE-STATUS NOT = "00"
               IF GRUPO-FILE-STATUS = "05"
                   CLOSE ARQUIVO-GRUPO
               END-IF
               DISPLAY "GRUPOS.DAT NAO ENCONTRADO. NENHUM GRUPO "
                       "CADASTRADO AINDA."
           ELSE
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LISTA-PROXIMO-GRUPO
                   UNTIL FINAL-ARQUIVO = "S"
               CLOSE ARQUIVO-GRUPO
               DISPLAY "GRUPOS LISTADOS: " TOTAL-LISTADOS
                       "  ACIMA DO LIMITE: " TOTAL-ACIMA-LIMITE
           END-IF.

       LISTA-PROXIMO-GRUPO.
           READ ARQUIVO-GRUPO NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               ADD 1 TO TOTAL-LISTADOS
               MOVE GRUPO-CODIGO TO GRUPO-CONS-CODIGO
               PERFORM SOMA-EXPOSICAO-GRUPO
               MOVE GRUPO-LIMITE TO VALOR-EDITADO
               MOVE GRUPO-CONS-EXPOSICAO TO VALOR-EDITADO-2
               DISPLAY "GRUPO " GRUPO-CODIGO " - " GRUPO-NOME
                       " (" GRUPO-SITUACAO ")"
               DISPLAY "  MATRIZ " GRUPO-CLIENTE-MATRIZ
                       "  LOJAS " GRUPO-CONS-MEMBROS
               DISPLAY "  LIMITE: " VALOR-EDITADO
                       " EXPOSICAO: " VALOR-EDITADO-2
               IF GRUPO-LIMITE NOT = ZERO
                       AND GRUPO-CONS-EXPOSICAO > GRUPO-LIMITE
                   ADD 1 TO TOTAL-ACIMA-LIMITE
                   DISPLAY "  *** ACIMA DO LIMITE DO GRUPO ***"
               END-IF
           END-IF.

      *    LISTA-LOJAS-GRUPO: AS LOJAS PELA CHAVE ALTERNATIVA, CADA
      *    UMA COM O PROPRIO LIMITE E A EXPOSICAO.
       LISTA-LOJAS-GRUPO.
           DISPLAY "INFORME O CODIGO DO GRUPO: ".
           ACCEPT GRUPO-INFORMADO.
           MOVE 0 TO TOTAL-LISTADOS.
           OPEN INPUT ARQUIVO-GRUPO-CLI.
           IF GRUPO-CLI-FILE-STATUS NOT = "00"
               IF GRUPO-CLI-FILE-STATUS = "05"
                   CLOSE ARQUIVO-GRUPO-CLI
               END-IF
               DISPLAY "GRUPOCLI.DAT NAO ENCONTRADO. NENHUMA LOJA "
                       "LIGADA AINDA."
           ELSE
               OPEN INPUT ARQUIVO-CLIENTE
               OPEN INPUT ARQUIVO-CREDITO
               MOVE GRUPO-INFORMADO TO GRUPO-CONS-CODIGO
               PERFORM POSICIONA-MEMBROS-GRUPO
               PERFORM LISTA-PROXIMA-LOJA
                   UNTIL GRUPO-CONS-FIM = "S"
               IF CREDITO-FILE-STATUS NOT = "35"
                   CLOSE ARQUIVO-CREDITO
               END-IF
               IF CLIENTE-FILE-STATUS NOT = "35"
                   CLOSE ARQUIVO-CLIENTE
               END-IF
               CLOSE ARQUIVO-GRUPO-CLI
               DISPLAY "LOJAS DO GRUPO: " TOTAL-LISTADOS
           END-IF.

       LISTA-PROXIMA-LOJA.
           PERFORM LE-PROXIMO-MEMBRO-GRUPO.
           IF GRUPO-CONS-FIM NOT = "S"
               ADD 1 TO TOTAL-LISTADOS
               MOVE "(NAO CADASTRADO)" TO NOME-CLIENTE-LIDO
               IF CLIENTE-FILE-STATUS NOT = "35"
                   MOVE GRUPO-CLI-CLIENTE TO CLIENTE-CODIGO
                   READ ARQUIVO-CLIENTE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CLIENTE-NOME TO NOME-CLIENTE-LIDO
                   END-READ
               END-IF
               MOVE 0 TO LIMITE-LOJA
               MOVE 0 TO EXPOSICAO-LOJA
               IF CREDITO-FILE-STATUS NOT = "35"
                   MOVE GRUPO-CLI-CLIENTE TO CREDITO-CLIENTE-CODIGO
                   READ ARQUIVO-CREDITO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CREDITO-LIMITE TO LIMITE-LOJA
                           MOVE CREDITO-EXPOSICAO TO EXPOSICAO-LOJA
                   END-READ
               END-IF
               MOVE LIMITE-LOJA TO VALOR-EDITADO
               MOVE EXPOSICAO-LOJA TO VALOR-EDITADO-2
               DISPLAY "  LOJA " GRUPO-CLI-CLIENTE " "
                       NOME-CLIENTE-LIDO
               DISPLAY "    LIMITE: " VALOR-EDITADO
                       " EXPOSICAO: " VALOR-EDITADO-2
           END-IF.

           COPY "LUHNPROC.cob".

           COPY "GRUPROC.cob".

           COPY "GRXPROC.cob".
