       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG217.
      *    CONVERSAO UNICA PARA O CPF/CNPJ NO CADASTRO DE CLIENTES:
      *    LE CLIENTES.DAT NO LEIAUTE ANTERIOR (186 POSICOES, SEM
      *    DOCUMENTO) E GRAVA CADA REGISTRO NO LEIAUTE ATUAL DO
      *    CLIREG COM O TIPO DE PESSOA EM BRANCO E O DOCUMENTO
      *    ZERADO - CLIENTE AINDA SEM DOCUMENTO, QUE O PROG218 LISTA
      *    PARA O BALCAO COLETAR E O PROG18 COMPLETA. OS CODIGOS SAO
      *    MANTIDOS. NA MESMA PASSADA, SE HOUVER QUARENTENA.DAT NO
      *    LEIAUTE ANTERIOR (197 POSICOES), ELA E REGRAVADA EM
      *    QUARENT.NOVO COM O CAMPO DO DOCUMENTO EM BRANCO, E O
      *    ARQUIVO MORTO DE CLIENTES (CLIENTES.HIST, PROG58), QUE
      *    GUARDAVA SO AS 176 PRIMEIRAS POSICOES, E REGRAVADO EM
      *    CLIHIST.NOVO COM O REGISTRO INTEIRO DO CLIREG (CONDICAO DE
      *    PAGAMENTO E FUSAO ZERADAS, SEM DOCUMENTO). OS
      *    ARQUIVOS ANTIGOS NAO SAO ALTERADOS - O OPERADOR TROCA OS
      *    ARQUIVOS DEPOIS DE CONFERIR OS TOTAIS (MESMA CONVENCAO DO
      *    PROG55). QUALQUER OUTRO STATUS DE ABERTURA ABORTA A
      *    CONVERSAO EM VEZ DE LER LIXO.
      *    CAMINHOS: CLIENTE_ANTIGO (PADRAO CLIENTES.DAT),
      *    CLIENTE_DAT (PADRAO CLIENTES.NOVO), QUARENTENA_ANTIGO
      *    (PADRAO QUARENTENA.DAT), QUARENTENA_DAT (PADRAO
      *    QUARENT.NOVO), CLIENTE_HIST_ANTIGO (PADRAO CLIENTES.HIST)
      *    E CLIENTE_HIST (PADRAO CLIHIST.NOVO).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-CLIENTE-ANTIGO
               ASSIGN TO CLIENTE-ANTIGO-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ANTIGO-CODIGO
               ALTERNATE RECORD KEY IS ANTIGO-TELEFONE
                   WITH DUPLICATES
               FILE STATUS IS CLIENTE-ANTIGO-FILE-STATUS.
           SELECT ARQUIVO-QUAR-ANTIGO
               ASSIGN TO QUAR-ANTIGO-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS QUAR-ANTIGO-FILE-STATUS.
           SELECT ARQUIVO-HIST-ANTIGO
               ASSIGN TO HIST-ANTIGO-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HIST-ANTIGO-CODIGO
               FILE STATUS IS HIST-ANTIGO-FILE-STATUS.
           SELECT ARQUIVO-HIST-NOVO
               ASSIGN TO HIST-NOVO-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HIST-NOVO-CODIGO
               FILE STATUS IS HIST-NOVO-FILE-STATUS.
           COPY "CLISEL.cob".
           COPY "QUARSEL.cob".

       DATA DIVISION.
       FILE SECTION.
      *    LEIAUTE ANTERIOR DO CLIREG: SO AS CHAVES TEM NOME, O RESTO
      *    VIAJA INTEIRO PARA O REGISTRO NOVO.
       FD  ARQUIVO-CLIENTE-ANTIGO.
       01  ANTIGO-REGISTRO.
           05 ANTIGO-CODIGO        PIC 9(08).
           05 ANTIGO-NOME          PIC X(20).
           05 FILLER               PIC X(91).
           05 ANTIGO-TELEFONE      PIC X(15).
           05 FILLER               PIC X(52).

       FD  ARQUIVO-QUAR-ANTIGO.
       01  QUAR-ANTIGO-REGISTRO    PIC X(197).

      *    ARQUIVO MORTO DO PROG58: ANTES 176 POSICOES, AGORA O
      *    CLIREG INTEIRO. SO A CHAVE TEM NOME.
       FD  ARQUIVO-HIST-ANTIGO.
       01  HIST-ANTIGO-REGISTRO.
           05 HIST-ANTIGO-CODIGO   PIC 9(08).
           05 FILLER               PIC X(168).

       FD  ARQUIVO-HIST-NOVO.
       01  HIST-NOVO-REGISTRO.
           05 HIST-NOVO-CODIGO     PIC 9(08).
           05 FILLER               PIC X(193).

           COPY "CLIREG.cob".
           COPY "QUARREG.cob".

       WORKING-STORAGE SECTION.

       01  CLIENTE-ANTIGO-FILE-STATUS PIC XX.
       01  CLIENTE-ANTIGO-PATH        PIC X(100).
       01  CLIENTE-FILE-STATUS        PIC XX.
       01  CLIENTE-PATH               PIC X(100).
       01  QUAR-ANTIGO-FILE-STATUS    PIC XX.
       01  QUAR-ANTIGO-PATH           PIC X(100).
       01  QUARENTENA-FILE-STATUS     PIC XX.
       01  QUARENTENA-PATH            PIC X(100).
       01  HIST-ANTIGO-FILE-STATUS    PIC XX.
       01  HIST-ANTIGO-PATH           PIC X(100).
       01  HIST-NOVO-FILE-STATUS      PIC XX.
       01  HIST-NOVO-PATH             PIC X(100).
       01  FINAL-ARQUIVO              PIC X.

       01  TOTAL-LIDOS                PIC 9(07) VALUE 0.
       01  TOTAL-CONVERTIDOS          PIC 9(07) VALUE 0.
       01  TOTAL-ERROS                PIC 9(05) VALUE 0.
       01  TOTAL-QUAR-CONVERTIDOS     PIC 9(07) VALUE 0.
       01  QUARENTENA-CONVERTIDA      PIC X VALUE "N".
       01  TOTAL-HIST-LIDOS           PIC 9(07) VALUE 0.
       01  TOTAL-HIST-CONVERTIDOS     PIC 9(07) VALUE 0.
       01  HIST-CONVERTIDO            PIC X VALUE "N".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE 0 TO RETURN-CODE.
           PERFORM INICIALIZA-CAMINHOS.

           OPEN INPUT ARQUIVO-CLIENTE-ANTIGO.
           IF CLIENTE-ANTIGO-FILE-STATUS = "35"
               DISPLAY "ARQUIVO ANTIGO DE CLIENTES NAO ENCONTRADO: "
                       CLIENTE-ANTIGO-PATH
               MOVE 1 TO RETURN-CODE
           ELSE
           IF CLIENTE-ANTIGO-FILE-STATUS NOT = "00"
               DISPLAY "ABERTURA DO ARQUIVO ANTIGO FALHOU COM "
                       "STATUS " CLIENTE-ANTIGO-FILE-STATUS
                       " (LEIAUTE DIFERENTE?). CONVERSAO ABORTADA."
               MOVE 1 TO RETURN-CODE
           ELSE
               OPEN OUTPUT ARQUIVO-CLIENTE
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM CONVERTE-PROXIMO-CLIENTE
                   UNTIL FINAL-ARQUIVO = "S"
               CLOSE ARQUIVO-CLIENTE
               CLOSE ARQUIVO-CLIENTE-ANTIGO
               PERFORM CONVERTE-QUARENTENA
               PERFORM CONVERTE-ARQUIVO-MORTO
               PERFORM IMPRIME-TOTAIS
           END-IF
           END-IF.

       PROGRAM-DONE.
           GOBACK.

       INICIALIZA-CAMINHOS.
           MOVE "clientes.dat" TO CLIENTE-ANTIGO-PATH.
           ACCEPT CLIENTE-ANTIGO-PATH FROM ENVIRONMENT "CLIENTE_ANTIGO".
           IF CLIENTE-ANTIGO-PATH = SPACE
               MOVE "clientes.dat" TO CLIENTE-ANTIGO-PATH
           END-IF.

           MOVE "clientes.novo" TO CLIENTE-PATH.
           ACCEPT CLIENTE-PATH FROM ENVIRONMENT "CLIENTE_DAT".
           IF CLIENTE-PATH = SPACE
               MOVE "clientes.novo" TO CLIENTE-PATH
           END-IF.

           MOVE "quarentena.dat" TO QUAR-ANTIGO-PATH.
           ACCEPT QUAR-ANTIGO-PATH FROM ENVIRONMENT "QUARENTENA_ANTIGO".
           IF QUAR-ANTIGO-PATH = SPACE
               MOVE "quarentena.dat" TO QUAR-ANTIGO-PATH
           END-IF.

           MOVE "quarent.novo" TO QUARENTENA-PATH.
           ACCEPT QUARENTENA-PATH FROM ENVIRONMENT "QUARENTENA_DAT".
           IF QUARENTENA-PATH = SPACE
               MOVE "quarent.novo" TO QUARENTENA-PATH
           END-IF.

           MOVE "clientes.hist" TO HIST-ANTIGO-PATH.
           ACCEPT HIST-ANTIGO-PATH
               FROM ENVIRONMENT "CLIENTE_HIST_ANTIGO".
           IF HIST-ANTIGO-PATH = SPACE
               MOVE "clientes.hist" TO HIST-ANTIGO-PATH
           END-IF.

           MOVE "clihist.novo" TO HIST-NOVO-PATH.
           ACCEPT HIST-NOVO-PATH FROM ENVIRONMENT "CLIENTE_HIST".
           IF HIST-NOVO-PATH = SPACE
               MOVE "clihist.novo" TO HIST-NOVO-PATH
           END-IF.

       CONVERTE-PROXIMO-CLIENTE.
           READ ARQUIVO-CLIENTE-ANTIGO NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               ADD 1 TO TOTAL-LIDOS
               PERFORM GRAVA-CLIENTE-CONVERTIDO
           END-IF.

       GRAVA-CLIENTE-CONVERTIDO.
           MOVE SPACE           TO CLIENTE-REGISTRO.
           MOVE ANTIGO-REGISTRO TO CLIENTE-REGISTRO (1:186).
           MOVE SPACE           TO CLIENTE-TIPO-PESSOA.
           MOVE ZERO            TO CLIENTE-DOCUMENTO.
           WRITE CLIENTE-REGISTRO
               INVALID KEY
                   ADD 1 TO TOTAL-ERROS
                   DISPLAY "ERRO AO GRAVAR O CLIENTE " ANTIGO-CODIGO
                           " - " ANTIGO-NOME "."
               NOT INVALID KEY
                   ADD 1 TO TOTAL-CONVERTIDOS
           END-WRITE.

      *    CONVERTE-QUARENTENA: SEM QUARENTENA.DAT NO DISCO NAO HA O
      *    QUE CONVERTER - O ARQUIVO NASCE NO LEIAUTE NOVO NA
      *    PRIMEIRA REJEICAO.
       CONVERTE-QUARENTENA.
           OPEN INPUT ARQUIVO-QUAR-ANTIGO.
           IF QUAR-ANTIGO-FILE-STATUS = "00"
               MOVE "S" TO QUARENTENA-CONVERTIDA
               OPEN OUTPUT ARQUIVO-QUARENTENA
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM CONVERTE-PROXIMA-QUARENTENA
                   UNTIL FINAL-ARQUIVO = "S"
               CLOSE ARQUIVO-QUARENTENA
               CLOSE ARQUIVO-QUAR-ANTIGO
           END-IF.

       CONVERTE-PROXIMA-QUARENTENA.
           READ ARQUIVO-QUAR-ANTIGO
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               MOVE SPACE TO QUARENTENA-REGISTRO
               MOVE QUAR-ANTIGO-REGISTRO
                   TO QUARENTENA-REGISTRO (1:197)
               WRITE QUARENTENA-REGISTRO
               ADD 1 TO TOTAL-QUAR-CONVERTIDOS
           END-IF.

      *    CONVERTE-ARQUIVO-MORTO: SEM CLIENTES.HIST NO DISCO NAO HA O
      *    QUE ALARGAR - O PROG58 CRIA O ARQUIVO NO LEIAUTE NOVO NO
      *    PRIMEIRO ARQUIVAMENTO.
       CONVERTE-ARQUIVO-MORTO.
           OPEN INPUT ARQUIVO-HIST-ANTIGO.
           IF HIST-ANTIGO-FILE-STATUS = "00"
               MOVE "S" TO HIST-CONVERTIDO
               OPEN OUTPUT ARQUIVO-HIST-NOVO
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM CONVERTE-PROXIMO-HIST
                   UNTIL FINAL-ARQUIVO = "S"
               CLOSE ARQUIVO-HIST-NOVO
               CLOSE ARQUIVO-HIST-ANTIGO
           ELSE
           IF HIST-ANTIGO-FILE-STATUS NOT = "35"
               DISPLAY "ABERTURA DO ARQUIVO MORTO FALHOU COM STATUS "
                       HIST-ANTIGO-FILE-STATUS
                       " (LEIAUTE DIFERENTE?). NAO CONVERTIDO."
               MOVE 1 TO RETURN-CODE
           END-IF
           END-IF.

       CONVERTE-PROXIMO-HIST.
           READ ARQUIVO-HIST-ANTIGO NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               ADD 1 TO TOTAL-HIST-LIDOS
               MOVE SPACE TO CLIENTE-REGISTRO
               MOVE HIST-ANTIGO-REGISTRO TO CLIENTE-REGISTRO (1:176)
               MOVE ZERO  TO CLIENTE-COND-PAGTO
               MOVE ZERO  TO CLIENTE-FUNDIDO-EM
               MOVE SPACE TO CLIENTE-TIPO-PESSOA
               MOVE ZERO  TO CLIENTE-DOCUMENTO
               MOVE CLIENTE-REGISTRO TO HIST-NOVO-REGISTRO
               WRITE HIST-NOVO-REGISTRO
                   INVALID KEY
                       ADD 1 TO TOTAL-ERROS
                       DISPLAY "ERRO AO GRAVAR O CLIENTE "
                               HIST-ANTIGO-CODIGO " DO ARQUIVO MORTO."
                   NOT INVALID KEY
                       ADD 1 TO TOTAL-HIST-CONVERTIDOS
               END-WRITE
           END-IF.

       IMPRIME-TOTAIS.
           DISPLAY "----------------------------------------------".
           DISPLAY "CONVERSAO DE CLIENTES PARA O LEIAUTE COM CPF/CNPJ".
           DISPLAY "CLIENTES LIDOS.................: " TOTAL-LIDOS.
           DISPLAY "CLIENTES CONVERTIDOS...........: "
                   TOTAL-CONVERTIDOS.
           DISPLAY "CLIENTES COM ERRO..............: " TOTAL-ERROS.
           DISPLAY "ARQUIVO NOVO GRAVADO EM........: " CLIENTE-PATH.
           IF QUARENTENA-CONVERTIDA = "S"
               DISPLAY "REGISTROS DE QUARENTENA........: "
                       TOTAL-QUAR-CONVERTIDOS
               DISPLAY "QUARENTENA NOVA GRAVADA EM.....: "
                       QUARENTENA-PATH
           ELSE
               DISPLAY "QUARENTENA ANTIGA NAO ENCONTRADA - NADA A "
                       "CONVERTER."
           END-IF.
           IF HIST-CONVERTIDO = "S"
               DISPLAY "CLIENTES DO ARQUIVO MORTO......: "
                       TOTAL-HIST-CONVERTIDOS
               DISPLAY "ARQUIVO MORTO NOVO GRAVADO EM..: "
                       HIST-NOVO-PATH
           ELSE
               DISPLAY "ARQUIVO MORTO ANTIGO NAO ENCONTRADO - NADA A "
                       "CONVERTER."
           END-IF.
           DISPLAY "TODOS OS CLIENTES FICAM SEM DOCUMENTO ATE A "
                   "COLETA NO BALCAO (PROG218 / PROG18).".
           IF TOTAL-ERROS NOT = 0
                   OR TOTAL-CONVERTIDOS NOT = TOTAL-LIDOS
                   OR TOTAL-HIST-CONVERTIDOS NOT = TOTAL-HIST-LIDOS
               MOVE 1 TO RETURN-CODE
           END-IF.
