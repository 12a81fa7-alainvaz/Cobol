       01  NOVO-EMAIL           PIC X(30).
       01  NOVO-CONSENTIMENTO   PIC X.
       01  OPCAO-STATUS         PIC X.
       01  NOVO-DOCUMENTO       PIC X(20).
       01  DOCUMENTO-ACEITO     PIC X VALUE "N".
       01  DOCUMENTO-DUPLICADO  PIC X VALUE "N".
           88 EH-DOCUMENTO-DUPLICADO VALUE "S".
       01  SCAN-DOCUMENTO-FINAL PIC X VALUE "N".
       01  DOCUMENTO-DONO       PIC 9(08).
       01  CLIENTE-REGISTRO-SALVO PIC X(201).

           COPY "LUHNWRK.cob".
           COPY "VALWRK.cob".
           COPY "DOCWRK.cob".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
               MOVE NOVO-EMAIL TO CLIENTE-EMAIL
           END-IF.

           PERFORM CORRIGE-DOCUMENTO.
           PERFORM CORRIGE-CONSENTIMENTOS.

           DISPLAY "DESATIVAR ESTE CLIENTE? (S/N): ".
               END-IF
           END-IF.

      *    CORRIGE-DOCUMENTO: O CPF/CNPJ NOVO SO E ACEITO COM OS
      *    DIGITOS VERIFICADORES CERTOS (DOCPROC) E SE NAO PERTENCER
      *    A OUTRO CLIENTE NAO INATIVO; ENTER EM BRANCO MANTEM O
      *    ATUAL. E AQUI QUE O BALCAO COMPLETA O DOCUMENTO DOS
      *    CLIENTES ANTIGOS LISTADOS PELO PROG218.
       CORRIGE-DOCUMENTO.
           MOVE CLIENTE-DOCUMENTO   TO DOC-NUMERO.
           MOVE CLIENTE-TIPO-PESSOA TO DOC-TIPO.
           PERFORM EDITA-DOCUMENTO-COMUM.
           PERFORM PEDE-NOVO-DOCUMENTO.
           PERFORM PEDE-NOVO-DOCUMENTO
               UNTIL NOVO-DOCUMENTO = SPACE OR DOCUMENTO-ACEITO = "S".
           IF NOVO-DOCUMENTO NOT = SPACE
               MOVE DOC-TIPO   TO CLIENTE-TIPO-PESSOA
               MOVE DOC-NUMERO TO CLIENTE-DOCUMENTO
           END-IF.

       PEDE-NOVO-DOCUMENTO.
           DISPLAY "CPF/CNPJ ATUAL...: " DOC-EDITADO.
           DISPLAY "NOVO CPF/CNPJ (ENTER MANTEM O ATUAL): ".
           MOVE SPACE TO NOVO-DOCUMENTO.
           ACCEPT NOVO-DOCUMENTO.
           MOVE "N" TO DOCUMENTO-ACEITO.
           IF NOVO-DOCUMENTO NOT = SPACE
               MOVE NOVO-DOCUMENTO TO DOC-ENTRADA
               PERFORM VALIDA-DOCUMENTO-COMUM
               IF NOT DOC-VALIDO
                   DISPLAY "CPF/CNPJ INVALIDO. CONFIRA OS DIGITOS - "
                           "CPF TEM 11 E CNPJ TEM 14."
               ELSE
                   PERFORM VERIFICA-DOCUMENTO-DUPLICADO
                   IF EH-DOCUMENTO-DUPLICADO
                       DISPLAY "CPF/CNPJ JA CADASTRADO NO CLIENTE "
                               DOCUMENTO-DONO "."
                   ELSE
                       MOVE "S" TO DOCUMENTO-ACEITO
                   END-IF
               END-IF
           END-IF.

      *    VERIFICA-DOCUMENTO-DUPLICADO: PERCORRE A CHAVE
      *    ALTERNATIVA CLIENTE-DOCUMENTO PROCURANDO OUTRO CLIENTE
      *    (CODIGO DIFERENTE, NAO INATIVO) COM O MESMO NUMERO. O
      *    REGISTRO EM CORRECAO E GUARDADO ANTES DA LEITURA E
      *    DEVOLVIDO DEPOIS, PARA O REWRITE SAIR COM AS ALTERACOES.
       VERIFICA-DOCUMENTO-DUPLICADO.
           MOVE CLIENTE-REGISTRO TO CLIENTE-REGISTRO-SALVO.
           MOVE "N" TO DOCUMENTO-DUPLICADO.
           MOVE "N" TO SCAN-DOCUMENTO-FINAL.
           MOVE DOC-NUMERO TO CLIENTE-DOCUMENTO.
           START ARQUIVO-CLIENTE
               KEY IS EQUAL TO CLIENTE-DOCUMENTO
               INVALID KEY
                   MOVE "S" TO SCAN-DOCUMENTO-FINAL
           END-START.
           PERFORM VERIFICA-PROXIMO-DOCUMENTO
               UNTIL SCAN-DOCUMENTO-FINAL = "S"
                  OR EH-DOCUMENTO-DUPLICADO.
           MOVE CLIENTE-REGISTRO-SALVO TO CLIENTE-REGISTRO.

       VERIFICA-PROXIMO-DOCUMENTO.
           READ ARQUIVO-CLIENTE NEXT RECORD
               AT END
                   MOVE "S" TO SCAN-DOCUMENTO-FINAL
           END-READ.
           IF SCAN-DOCUMENTO-FINAL NOT = "S"
               IF CLIENTE-DOCUMENTO NOT = DOC-NUMERO
                   MOVE "S" TO SCAN-DOCUMENTO-FINAL
               ELSE
                   IF CLIENTE-TIPO-PESSOA = DOC-TIPO
                           AND CLIENTE-CODIGO NOT = CODIGO-PROCURADO
                           AND NOT CLIENTE-INATIVO
                       MOVE "S" TO DOCUMENTO-DUPLICADO
                       MOVE CLIENTE-CODIGO TO DOCUMENTO-DONO
                   END-IF
               END-IF
           END-IF.

      *    CORRIGE-CONSENTIMENTOS: AJUSTA OS CONSENTIMENTOS DE
      *    CONTATO (LGPD) - S OU N ALTERA, ENTER MANTEM O ATUAL.
       CORRIGE-CONSENTIMENTOS.

           COPY "LUHNPROC.cob".
           COPY "VALPROC.cob".
           COPY "DOCPROC.cob".

           COPY "LOGPROC.cob".
           COPY "ERRPROC.cob".
