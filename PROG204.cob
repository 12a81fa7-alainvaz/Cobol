       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG204.
      *    LISTA DE DISTRIBUICAO DOS RELATORIOS DO SPOOL (DISTREL.DAT):
      *    DEFINE ONDE CADA RELATORIO QUEBRA (VENDEDOR, DEPARTAMENTO,
      *    COBRADOR OU FILIAL - A MARCA DA LINHA QUE ABRE UMA PARTE E
      *    A POSICAO DO VALOR NELA) E QUEM RECEBE CADA VALOR: UM
      *    OPERADOR (VE A SUA PARTE NO PROG95) E/OU UM E-MAIL (A PARTE
      *    VAI PELA FILA FILAEMAIL.DAT). A SEPARACAO EM SI E DO
      *    PROG205, NO LOTE NOTURNO - CHEGA DE IMPRIMIR O RELATORIO
      *    DA EMPRESA INTEIRA E DISTRIBUIR AS FOLHAS NA MAO.
      *    INCLUIR, ALTERAR E INATIVAR EXIGEM SUPERVISOR AUTENTICADO
      *    (NIVEL 3 NA SESSAO) - A LISTA DECIDE QUEM LE A COMISSAO DE
      *    QUEM. LISTAR E LIVRE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "DSTSEL.cob".
           COPY "OPESEL.cob".
           COPY "SESSEL.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "DSTREG.cob".
           COPY "OPEREG.cob".
           COPY "SESREG.cob".

       WORKING-STORAGE SECTION.

       01  DISTRIBUICAO-FILE-STATUS  PIC XX.
       01  DISTRIBUICAO-PATH         PIC X(100).
       01  OPERADOR-MASTER-FILE-STATUS PIC XX.
       01  OPERADOR-MASTER-PATH      PIC X(100).
       01  SESSAO-FILE-STATUS        PIC XX.
       01  OPERADOR-ID               PIC X(10).
       01  NIVEL-OPERADOR            PIC 9(01) VALUE 0.
       01  TEM-SESSAO                PIC X VALUE "N".

       01  OPCAO-MENU                PIC 9.
       01  FINAL-ARQUIVO             PIC X.
       01  TOTAL-LISTADOS            PIC 9(03) VALUE 0.
       01  DATA-HOJE                 PIC 9(08).

       01  RELATORIO-INFORMADO       PIC X(08).
       01  QUEBRA-INFORMADA          PIC X(08).
       01  DADOS-VALIDOS             PIC X.
           88 DADOS-OK                   VALUE "S".
       01  JA-EXISTE                 PIC X.
       01  TAM-TEXTO                 PIC 9(02).
       01  QTDE-ARROBAS              PIC 9(02).
       01  QTDE-CARACTERES           PIC 9(02).

      *    DEFINICAO DA QUEBRA EM MONTAGEM.
       01  CAMPO-INFORMADO           PIC X(01).
       01  MARCA-INFORMADA           PIC X(20).
       01  MARCA-COLUNA-INFORMADA    PIC 9(03).
       01  VALOR-COLUNA-INFORMADA    PIC 9(03).
       01  VALOR-TAMANHO-INFORMADO   PIC 9(02).
       01  LINHAS-ANTES-INFORMADAS   PIC 9(02).
       01  MARCA-FIM-INFORMADA       PIC X(20).
       01  MARCA-FIM-COLUNA-INFORMADA PIC 9(03).
       01  TEXTO-MEDIDO              PIC X(20).

      *    DESTINATARIO EM MONTAGEM.
       01  NOME-INFORMADO            PIC X(20).
       01  OPERADOR-INFORMADO        PIC X(10).
       01  EMAIL-INFORMADO           PIC X(50).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM INICIALIZA-CAMINHOS.
           PERFORM INICIALIZA-OPERADOR.
           PERFORM EXIBE-MENU.

       PROGRAM-DONE.
           STOP RUN.

       INICIALIZA-CAMINHOS.
           MOVE "distrel.dat" TO DISTRIBUICAO-PATH.
           ACCEPT DISTRIBUICAO-PATH FROM ENVIRONMENT "DISTREL_DAT".
           IF DISTRIBUICAO-PATH = SPACE
               MOVE "distrel.dat" TO DISTRIBUICAO-PATH
           END-IF.

           MOVE "operadores.dat" TO OPERADOR-MASTER-PATH.
           ACCEPT OPERADOR-MASTER-PATH FROM ENVIRONMENT "OPERADOR_DAT".
           IF OPERADOR-MASTER-PATH = SPACE
               MOVE "operadores.dat" TO OPERADOR-MASTER-PATH
           END-IF.

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

       EXIBE-MENU.
           DISPLAY "===== DISTRIBUICAO DE RELATORIOS =====".
           DISPLAY "1 - DEFINIR A QUEBRA DE UM RELATORIO".
           DISPLAY "2 - INCLUIR / ALTERAR DESTINATARIO".
           DISPLAY "3 - INATIVAR / REATIVAR DESTINATARIO".
           DISPLAY "4 - LISTAR A DISTRIBUICAO".
           DISPLAY "5 - SAIR".
           DISPLAY "INFORME A OPCAO: ".
           ACCEPT OPCAO-MENU.

           EVALUATE OPCAO-MENU
               WHEN 1
                   IF TEM-SESSAO NOT = "S" OR NIVEL-OPERADOR < 3
                       DISPLAY "ALTERACAO EXIGE SUPERVISOR "
                               "AUTENTICADO (NIVEL 3)."
                   ELSE
                       PERFORM DEFINE-QUEBRA-RELATORIO
                   END-IF
                   PERFORM EXIBE-MENU
               WHEN 2
                   IF TEM-SESSAO NOT = "S" OR NIVEL-OPERADOR < 3
                       DISPLAY "ALTERACAO EXIGE SUPERVISOR "
                               "AUTENTICADO (NIVEL 3)."
                   ELSE
                       PERFORM GRAVA-DESTINATARIO
                   END-IF
                   PERFORM EXIBE-MENU
               WHEN 3
                   IF TEM-SESSAO NOT = "S" OR NIVEL-OPERADOR < 3
                       DISPLAY "ALTERACAO EXIGE SUPERVISOR "
                               "AUTENTICADO (NIVEL 3)."
                   ELSE
                       PERFORM INATIVA-DESTINATARIO
                   END-IF
                   PERFORM EXIBE-MENU
               WHEN 4
                   PERFORM LISTA-DISTRIBUICAO
                   PERFORM EXIBE-MENU
               WHEN 5
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
                   PERFORM EXIBE-MENU
           END-EVALUATE.

      *    DEFINE-QUEBRA-RELATORIO: GRAVA (OU REFAZ) O REGISTRO DE
      *    QUEBRA EM BRANCO DO RELATORIO.
       DEFINE-QUEBRA-RELATORIO.
           MOVE "S" TO DADOS-VALIDOS.
           DISPLAY "RELATORIO (NOME NO SPOOL, EX. PROG121): ".
           ACCEPT RELATORIO-INFORMADO.
           IF RELATORIO-INFORMADO = SPACE
               DISPLAY "RELATORIO OBRIGATORIO."
               MOVE "N" TO DADOS-VALIDOS
           END-IF.
           IF DADOS-OK
               PERFORM PEDE-DEFINICAO-QUEBRA
           END-IF.
           IF DADOS-OK
               PERFORM GRAVA-DEFINICAO-QUEBRA
           END-IF.

       PEDE-DEFINICAO-QUEBRA.
           DISPLAY "CAMPO DA QUEBRA (V=VENDEDOR D=DEPARTAMENTO "
                   "C=COBRADOR F=FILIAL): ".
           ACCEPT CAMPO-INFORMADO.
           IF CAMPO-INFORMADO NOT = "V" AND NOT = "D"
                   AND NOT = "C" AND NOT = "F"
               DISPLAY "CAMPO INVALIDO."
               MOVE "N" TO DADOS-VALIDOS
           END-IF.
           IF DADOS-OK
               DISPLAY "MARCA QUE ABRE UMA PARTE (TEXTO DA LINHA): "
               ACCEPT MARCA-INFORMADA
               DISPLAY "COLUNA DA MARCA (1 A 100): "
               ACCEPT MARCA-COLUNA-INFORMADA
               MOVE MARCA-INFORMADA TO TEXTO-MEDIDO
               PERFORM MEDE-TEXTO
               EVALUATE TRUE
                   WHEN TAM-TEXTO = 0
                       DISPLAY "MARCA OBRIGATORIA."
                       MOVE "N" TO DADOS-VALIDOS
                   WHEN MARCA-COLUNA-INFORMADA = 0
                       DISPLAY "COLUNA INVALIDA."
                       MOVE "N" TO DADOS-VALIDOS
                   WHEN MARCA-COLUNA-INFORMADA + TAM-TEXTO - 1 > 100
                       DISPLAY "A MARCA PASSA DA COLUNA 100."
                       MOVE "N" TO DADOS-VALIDOS
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           IF DADOS-OK
               DISPLAY "COLUNA DO VALOR NA LINHA DA MARCA: "
               ACCEPT VALOR-COLUNA-INFORMADA
               DISPLAY "TAMANHO DO VALOR (1 A 8): "
               ACCEPT VALOR-TAMANHO-INFORMADO
               EVALUATE TRUE
                   WHEN VALOR-COLUNA-INFORMADA = 0
                       DISPLAY "COLUNA INVALIDA."
                       MOVE "N" TO DADOS-VALIDOS
                   WHEN VALOR-TAMANHO-INFORMADO = 0
                       OR VALOR-TAMANHO-INFORMADO > 8
                       DISPLAY "TAMANHO INVALIDO."
                       MOVE "N" TO DADOS-VALIDOS
                   WHEN VALOR-COLUNA-INFORMADA
                       + VALOR-TAMANHO-INFORMADO - 1 > 100
                       DISPLAY "O VALOR PASSA DA COLUNA 100."
                       MOVE "N" TO DADOS-VALIDOS
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           IF DADOS-OK
               DISPLAY "LINHAS ANTES DA MARCA QUE JA SAO DA PARTE "
                       "(0 A 20): "
               ACCEPT LINHAS-ANTES-INFORMADAS
               IF LINHAS-ANTES-INFORMADAS > 20
                   DISPLAY "NO MAXIMO 20 LINHAS."
                   MOVE "N" TO DADOS-VALIDOS
               END-IF
           END-IF.
           IF DADOS-OK
               DISPLAY "MARCA DO RESUMO FINAL (EM BRANCO = NAO HA): "
               ACCEPT MARCA-FIM-INFORMADA
               MOVE 0 TO MARCA-FIM-COLUNA-INFORMADA
               MOVE MARCA-FIM-INFORMADA TO TEXTO-MEDIDO
               PERFORM MEDE-TEXTO
               IF TAM-TEXTO NOT = 0
                   DISPLAY "COLUNA DA MARCA DO RESUMO: "
                   ACCEPT MARCA-FIM-COLUNA-INFORMADA
                   IF MARCA-FIM-COLUNA-INFORMADA = 0
                           OR MARCA-FIM-COLUNA-INFORMADA
                              + TAM-TEXTO - 1 > 100
                       DISPLAY "COLUNA INVALIDA."
                       MOVE "N" TO DADOS-VALIDOS
                   END-IF
               END-IF
           END-IF.

      *    MEDE-TEXTO: TAMANHO DE TEXTO-MEDIDO SEM OS BRANCOS DO FIM.
       MEDE-TEXTO.
           MOVE 20 TO TAM-TEXTO.
           PERFORM REDUZ-TAM-TEXTO
               UNTIL TAM-TEXTO = 0
                  OR TEXTO-MEDIDO (TAM-TEXTO:1) NOT = SPACE.

       REDUZ-TAM-TEXTO.
           SUBTRACT 1 FROM TAM-TEXTO.

       GRAVA-DEFINICAO-QUEBRA.
           PERFORM ABRE-DISTRIBUICAO.
           MOVE RELATORIO-INFORMADO TO DIST-RELATORIO.
           MOVE SPACE TO DIST-QUEBRA.
           MOVE "N" TO JA-EXISTE.
           READ ARQUIVO-DISTRIBUICAO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO JA-EXISTE
           END-READ.
           MOVE SPACE TO DIST-DADOS.
           MOVE CAMPO-INFORMADO TO DIST-CAMPO-QUEBRA.
           MOVE MARCA-INFORMADA TO DIST-MARCA.
           MOVE MARCA-COLUNA-INFORMADA TO DIST-MARCA-COLUNA.
           MOVE MARCA-INFORMADA TO TEXTO-MEDIDO.
           PERFORM MEDE-TEXTO.
           MOVE TAM-TEXTO TO DIST-MARCA-TAMANHO.
           MOVE VALOR-COLUNA-INFORMADA TO DIST-VALOR-COLUNA.
           MOVE VALOR-TAMANHO-INFORMADO TO DIST-VALOR-TAMANHO.
           MOVE LINHAS-ANTES-INFORMADAS TO DIST-LINHAS-ANTES.
           MOVE MARCA-FIM-INFORMADA TO DIST-MARCA-FIM.
           MOVE MARCA-FIM-COLUNA-INFORMADA TO DIST-MARCA-FIM-COLUNA.
           MOVE MARCA-FIM-INFORMADA TO TEXTO-MEDIDO.
           PERFORM MEDE-TEXTO.
           MOVE TAM-TEXTO TO DIST-MARCA-FIM-TAMANHO.
           MOVE OPERADOR-ID TO DIST-OPERADOR-ALTERACAO.
           MOVE DATA-HOJE TO DIST-DATA-ALTERACAO.
           IF JA-EXISTE = "S"
               REWRITE DIST-REGISTRO
                   INVALID KEY
                       DISPLAY "ERRO AO REGRAVAR A DEFINICAO."
                   NOT INVALID KEY
                       DISPLAY "QUEBRA DO RELATORIO ALTERADA."
               END-REWRITE
           ELSE
               WRITE DIST-REGISTRO
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR A DEFINICAO."
                   NOT INVALID KEY
                       DISPLAY "QUEBRA DO RELATORIO DEFINIDA."
               END-WRITE
           END-IF.
           CLOSE ARQUIVO-DISTRIBUICAO.

       ABRE-DISTRIBUICAO.
           OPEN I-O ARQUIVO-DISTRIBUICAO.
           IF DISTRIBUICAO-FILE-STATUS = "35"
               OPEN OUTPUT ARQUIVO-DISTRIBUICAO
               CLOSE ARQUIVO-DISTRIBUICAO
               OPEN I-O ARQUIVO-DISTRIBUICAO
           END-IF.

      *    GRAVA-DESTINATARIO: O RELATORIO PRECISA TER A QUEBRA
      *    DEFINIDA; O VALOR E UM CODIGO SEM ESPACOS; OPERADOR (SE
      *    INFORMADO) DO CADASTRO DE OPERADORES; E-MAIL (SE
      *    INFORMADO) COM UMA ARROBA. UM DOS DOIS E OBRIGATORIO.
       GRAVA-DESTINATARIO.
           MOVE "S" TO DADOS-VALIDOS.
           DISPLAY "RELATORIO: ".
           ACCEPT RELATORIO-INFORMADO.
           PERFORM ABRE-DISTRIBUICAO.
           MOVE RELATORIO-INFORMADO TO DIST-RELATORIO.
           MOVE SPACE TO DIST-QUEBRA.
           READ ARQUIVO-DISTRIBUICAO
               INVALID KEY
                   DISPLAY "RELATORIO SEM QUEBRA DEFINIDA. USE A "
                           "OPCAO 1 PRIMEIRO."
                   MOVE "N" TO DADOS-VALIDOS
           END-READ.
           IF DADOS-OK
               PERFORM PEDE-VALOR-QUEBRA
           END-IF.
           IF DADOS-OK
               PERFORM PEDE-DADOS-DESTINATARIO
           END-IF.
           IF DADOS-OK
               PERFORM EFETIVA-DESTINATARIO
           END-IF.
           CLOSE ARQUIVO-DISTRIBUICAO.

       PEDE-VALOR-QUEBRA.
           DISPLAY "VALOR DA QUEBRA (COMO SAI NO RELATORIO, "
                   "EX. 00012): ".
           ACCEPT QUEBRA-INFORMADA.
           MOVE 0 TO QTDE-CARACTERES.
           INSPECT QUEBRA-INFORMADA TALLYING QTDE-CARACTERES
               FOR CHARACTERS BEFORE INITIAL SPACE.
           EVALUATE TRUE
               WHEN QUEBRA-INFORMADA = SPACE
                   DISPLAY "VALOR OBRIGATORIO."
                   MOVE "N" TO DADOS-VALIDOS
               WHEN QTDE-CARACTERES < 8
                   AND QUEBRA-INFORMADA (QTDE-CARACTERES + 1:)
                       NOT = SPACE
                   DISPLAY "O VALOR NAO PODE TER ESPACOS."
                   MOVE "N" TO DADOS-VALIDOS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       PEDE-DADOS-DESTINATARIO.
           DISPLAY "NOME DO DESTINATARIO: ".
           ACCEPT NOME-INFORMADO.
           DISPLAY "OPERADOR QUE VE A PARTE NO SPOOL (EM BRANCO = "
                   "NENHUM): ".
           ACCEPT OPERADOR-INFORMADO.
           DISPLAY "E-MAIL PARA ENVIO (EM BRANCO = NENHUM): ".
           ACCEPT EMAIL-INFORMADO.
           IF OPERADOR-INFORMADO = SPACE AND EMAIL-INFORMADO = SPACE
               DISPLAY "INFORME O OPERADOR, O E-MAIL OU OS DOIS."
               MOVE "N" TO DADOS-VALIDOS
           END-IF.
           IF DADOS-OK AND EMAIL-INFORMADO NOT = SPACE
               MOVE 0 TO QTDE-ARROBAS
               INSPECT EMAIL-INFORMADO TALLYING QTDE-ARROBAS
                   FOR ALL "@"
               IF QTDE-ARROBAS NOT = 1
                   DISPLAY "E-MAIL INVALIDO."
                   MOVE "N" TO DADOS-VALIDOS
               END-IF
           END-IF.
           IF DADOS-OK AND OPERADOR-INFORMADO NOT = SPACE
               PERFORM CONFERE-OPERADOR-DESTINO
           END-IF.

       CONFERE-OPERADOR-DESTINO.
           OPEN INPUT ARQUIVO-OPERADOR.
           IF OPERADOR-MASTER-FILE-STATUS = "00"
               MOVE OPERADOR-INFORMADO TO OPERADOR-CODIGO
               READ ARQUIVO-OPERADOR
                   INVALID KEY
                       DISPLAY "OPERADOR NAO CADASTRADO."
                       MOVE "N" TO DADOS-VALIDOS
                   NOT INVALID KEY
                       IF NOT OPERADOR-ATIVO
                           DISPLAY "OPERADOR NAO ESTA ATIVO."
                           MOVE "N" TO DADOS-VALIDOS
                       END-IF
               END-READ
               CLOSE ARQUIVO-OPERADOR
           ELSE
               IF OPERADOR-MASTER-FILE-STATUS = "05"
                   CLOSE ARQUIVO-OPERADOR
               END-IF
           END-IF.

       EFETIVA-DESTINATARIO.
           MOVE RELATORIO-INFORMADO TO DIST-RELATORIO.
           MOVE QUEBRA-INFORMADA TO DIST-QUEBRA.
           MOVE "N" TO JA-EXISTE.
           READ ARQUIVO-DISTRIBUICAO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO JA-EXISTE
           END-READ.
           MOVE SPACE TO DIST-DADOS.
           MOVE NOME-INFORMADO TO DIST-NOME.
           MOVE OPERADOR-INFORMADO TO DIST-OPERADOR.
           MOVE EMAIL-INFORMADO TO DIST-EMAIL.
           MOVE "A" TO DIST-SITUACAO.
           MOVE OPERADOR-ID TO DIST-OPERADOR-ALTERACAO.
           MOVE DATA-HOJE TO DIST-DATA-ALTERACAO.
           IF JA-EXISTE = "S"
               REWRITE DIST-REGISTRO
                   INVALID KEY
                       DISPLAY "ERRO AO REGRAVAR O DESTINATARIO."
                   NOT INVALID KEY
                       DISPLAY "DESTINATARIO ALTERADO."
               END-REWRITE
           ELSE
               WRITE DIST-REGISTRO
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR O DESTINATARIO."
                   NOT INVALID KEY
                       DISPLAY "DESTINATARIO INCLUIDO."
               END-WRITE
           END-IF.

       INATIVA-DESTINATARIO.
           DISPLAY "RELATORIO: ".
           ACCEPT RELATORIO-INFORMADO.
           DISPLAY "VALOR DA QUEBRA: ".
           ACCEPT QUEBRA-INFORMADA.
           OPEN I-O ARQUIVO-DISTRIBUICAO.
           IF DISTRIBUICAO-FILE-STATUS = "35"
               DISPLAY "DISTREL.DAT NAO ENCONTRADO."
           ELSE
               MOVE RELATORIO-INFORMADO TO DIST-RELATORIO
               MOVE QUEBRA-INFORMADA TO DIST-QUEBRA
               IF QUEBRA-INFORMADA = SPACE
                   DISPLAY "INFORME O VALOR DA QUEBRA."
               ELSE
                   READ ARQUIVO-DISTRIBUICAO
                       INVALID KEY
                           DISPLAY "DESTINATARIO NAO ENCONTRADO."
                       NOT INVALID KEY
                           PERFORM TROCA-SITUACAO-DESTINATARIO
                   END-READ
               END-IF
           END-IF.
           CLOSE ARQUIVO-DISTRIBUICAO.

       TROCA-SITUACAO-DESTINATARIO.
           IF DIST-ATIVO
               MOVE "I" TO DIST-SITUACAO
           ELSE
               MOVE "A" TO DIST-SITUACAO
           END-IF.
           MOVE OPERADOR-ID TO DIST-OPERADOR-ALTERACAO.
           MOVE DATA-HOJE TO DIST-DATA-ALTERACAO.
           REWRITE DIST-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR A SITUACAO."
               NOT INVALID KEY
                   IF DIST-ATIVO
                       DISPLAY "DESTINATARIO REATIVADO."
                   ELSE
                       DISPLAY "DESTINATARIO INATIVADO. A PARTE DELE "
                               "FICA SO NA LISTAGEM COMPLETA."
                   END-IF
           END-REWRITE.

      *    LISTA-DISTRIBUICAO: A DEFINICAO E OS DESTINATARIOS DE UM
      *    RELATORIO OU, COM O RELATORIO EM BRANCO, DE TODOS.
       LISTA-DISTRIBUICAO.
           MOVE 0 TO TOTAL-LISTADOS.
           DISPLAY "RELATORIO (EM BRANCO = TODOS): ".
           ACCEPT RELATORIO-INFORMADO.
           OPEN INPUT ARQUIVO-DISTRIBUICAO.
           IF DISTRIBUICAO-FILE-STATUS = "35"
               DISPLAY "DISTREL.DAT NAO ENCONTRADO. NENHUMA "
                       "DISTRIBUICAO."
           ELSE
               MOVE RELATORIO-INFORMADO TO DIST-RELATORIO
               MOVE SPACE TO DIST-QUEBRA
               MOVE "N" TO FINAL-ARQUIVO
               START ARQUIVO-DISTRIBUICAO
                   KEY IS NOT LESS THAN DIST-CHAVE
                   INVALID KEY
                       MOVE "S" TO FINAL-ARQUIVO
               END-START
               PERFORM LISTA-PROXIMA-DISTRIBUICAO
                   UNTIL FINAL-ARQUIVO = "S"
               DISPLAY "REGISTROS LISTADOS: " TOTAL-LISTADOS
           END-IF.
           CLOSE ARQUIVO-DISTRIBUICAO.

       LISTA-PROXIMA-DISTRIBUICAO.
           READ ARQUIVO-DISTRIBUICAO NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               IF RELATORIO-INFORMADO NOT = SPACE
                       AND DIST-RELATORIO NOT = RELATORIO-INFORMADO
                   MOVE "S" TO FINAL-ARQUIVO
               ELSE
                   ADD 1 TO TOTAL-LISTADOS
                   IF DIST-QUEBRA = SPACE
                       DISPLAY DIST-RELATORIO " QUEBRA "
                               DIST-CAMPO-QUEBRA " MARCA '"
                               DIST-MARCA "' COL " DIST-MARCA-COLUNA
                               " VALOR COL " DIST-VALOR-COLUNA
                               " TAM " DIST-VALOR-TAMANHO
                       DISPLAY "         LINHAS ANTES "
                               DIST-LINHAS-ANTES " RESUMO '"
                               DIST-MARCA-FIM "' COL "
                               DIST-MARCA-FIM-COLUNA
                   ELSE
                       DISPLAY "   " DIST-QUEBRA " " DIST-SITUACAO
                               " " DIST-NOME " OPER " DIST-OPERADOR
                       DISPLAY "            " DIST-EMAIL
                   END-IF
               END-IF
           END-IF.
