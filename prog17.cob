
           COPY "VALWRK.cob".
           COPY "LUHNWRK.cob".
           COPY "DOCWRK.cob".

       01  DOCUMENTO-DIGITADO   PIC X(20).

       01  NOVO-CLIENTE-REGISTRO.
           05 NOVO-NOME           PIC X(20).
           05 NOVO-TELEFONE       PIC X(15).
           05 NOVO-EMAIL          PIC X(30).
           05 NOVO-CONSENTIMENTOS PIC X(03).
           05 NOVO-TIPO-PESSOA    PIC X(01).
           05 NOVO-DOCUMENTO      PIC 9(14).
           05 NOVO-DOCUMENTO-DIGITADO PIC X(20).

       01  DUPLICADO-ENCONTRADO PIC X VALUE "N".
           88 EH-DUPLICADO       VALUE "S".
       01  SCAN-DUPLICADO-FINAL PIC X VALUE "N".
       01  DOCUMENTO-DUPLICADO  PIC X VALUE "N".
           88 EH-DOCUMENTO-DUPLICADO VALUE "S".
       01  SCAN-DOCUMENTO-FINAL PIC X VALUE "N".

       01  CONFIRMACAO          PIC X VALUE "N".
           88 CONFIRMOU-ENTRADA VALUE "S".
           MOVE CLIENTE-TELEFONE  TO NOVO-TELEFONE.
           MOVE CLIENTE-EMAIL     TO NOVO-EMAIL.
           MOVE CLIENTE-CONSENTIMENTOS TO NOVO-CONSENTIMENTOS.
           MOVE DOC-TIPO          TO NOVO-TIPO-PESSOA.
           MOVE DOC-NUMERO        TO NOVO-DOCUMENTO.
           MOVE DOCUMENTO-DIGITADO TO NOVO-DOCUMENTO-DIGITADO.

           PERFORM VALIDA-NOME.
           PERFORM VALIDA-TELEFONE.
           PERFORM VERIFICA-DUPLICADO.
           PERFORM VERIFICA-DOCUMENTO-DUPLICADO.
           PERFORM VERIFICA-CEP-CIDADE-UF.

           MOVE "N" TO REGISTRO-REJEITADO.
                   MOVE "S"  TO REGISTRO-REJEITADO
                   MOVE "03" TO MOTIVO-REJEICAO-COD
                   MOVE "CLIENTE DUPLICADO" TO MOTIVO-REJEICAO-DESC
               WHEN EH-DOCUMENTO-DUPLICADO
                   MOVE "S"  TO REGISTRO-REJEITADO
                   MOVE "10" TO MOTIVO-REJEICAO-COD
                   MOVE "CPF/CNPJ JA CADASTRADO"
                       TO MOTIVO-REJEICAO-DESC
               WHEN NOT ENDERECO-CONFERE-OK
                   MOVE "S"  TO REGISTRO-REJEITADO
                   MOVE "08" TO MOTIVO-REJEICAO-COD
               MOVE NOVO-TELEFONE  TO CLIENTE-TELEFONE
               MOVE NOVO-EMAIL     TO CLIENTE-EMAIL
               MOVE NOVO-CONSENTIMENTOS TO CLIENTE-CONSENTIMENTOS
               MOVE NOVO-TIPO-PESSOA TO CLIENTE-TIPO-PESSOA
               MOVE NOVO-DOCUMENTO TO CLIENTE-DOCUMENTO
               MOVE "A"            TO CLIENTE-STATUS
               ACCEPT CLIENTE-DATA-CADASTRO FROM DATE YYYYMMDD
               WRITE CLIENTE-REGISTRO
           MOVE NOVO-ENDERECO      TO QUARENTENA-ENDERECO.
           MOVE NOVO-TELEFONE      TO QUARENTENA-TELEFONE.
           MOVE NOVO-EMAIL         TO QUARENTENA-EMAIL.
           MOVE NOVO-DOCUMENTO-DIGITADO TO QUARENTENA-DOCUMENTO.
           MOVE MOTIVO-REJEICAO-COD  TO QUARENTENA-MOTIVO-COD.
           MOVE MOTIVO-REJEICAO-DESC TO QUARENTENA-MOTIVO-DESC.
           ACCEPT QUARENTENA-DATA FROM DATE YYYYMMDD.
           ACCEPT CLIENTE-TELEFONE.

           PERFORM CAPTURA-EMAIL.
           PERFORM CAPTURA-DOCUMENTO.
           PERFORM CAPTURA-CONSENTIMENTOS.
           PERFORM CONFIRMA-DADOS.

      *    CAPTURA-DOCUMENTO: INSISTE ATE O OPERADOR INFORMAR UM CPF
      *    OU CNPJ COM OS DIGITOS VERIFICADORES CERTOS, NO MESMO
      *    ESTILO DO CAPTURA-CEP. O TIPO DE PESSOA SAI DA QUANTIDADE
      *    DE DIGITOS; A CONTA EM SI VEM DO COPYBOOK DOCPROC.
       CAPTURA-DOCUMENTO.
           PERFORM PEDE-DOCUMENTO.
           PERFORM PEDE-DOCUMENTO
               UNTIL DOC-VALIDO.

       PEDE-DOCUMENTO.
           DISPLAY "INFORME O CPF (PESSOA FISICA) OU O CNPJ "
                   "(PESSOA JURIDICA): ".
           ACCEPT DOCUMENTO-DIGITADO.
           MOVE DOCUMENTO-DIGITADO TO DOC-ENTRADA.
           PERFORM VALIDA-DOCUMENTO-COMUM.
           IF NOT DOC-VALIDO
               DISPLAY "CPF/CNPJ INVALIDO. CONFIRA OS DIGITOS - CPF "
                       "TEM 11 E CNPJ TEM 14."
           END-IF.

      *    CAPTURA-CONSENTIMENTOS: REGISTRA SE O CLIENTE ACEITA
      *    CONTATO POR CORREIO, E-MAIL E TELEFONE (LGPD). QUALQUER
      *    RESPOSTA DIFERENTE DE "N" E GRAVADA COMO "S".
           DISPLAY "CEP........: " CLIENTE-CEP.
           DISPLAY "TELEFONE...: " CLIENTE-TELEFONE.
           DISPLAY "E-MAIL.....: " CLIENTE-EMAIL.
           PERFORM EDITA-DOCUMENTO-COMUM.
           DISPLAY "CPF/CNPJ...: " DOC-EDITADO.
           DISPLAY "CONSENTE CORREIO/E-MAIL/FONE: "
                   CLIENTE-CONSENTE-CORREIO "/"
                   CLIENTE-CONSENTE-EMAIL "/"
               END-IF
           END-IF.

      *    VERIFICA-DOCUMENTO-DUPLICADO: POSICIONA NA CHAVE
      *    ALTERNATIVA CLIENTE-DOCUMENTO E RECUSA O CPF/CNPJ QUE JA
      *    PERTENCE A OUTRO CLIENTE NAO INATIVO.
       VERIFICA-DOCUMENTO-DUPLICADO.
           MOVE "N" TO DOCUMENTO-DUPLICADO.
           MOVE "N" TO SCAN-DOCUMENTO-FINAL.
           MOVE NOVO-DOCUMENTO TO CLIENTE-DOCUMENTO.
           START ARQUIVO-CLIENTE
               KEY IS EQUAL TO CLIENTE-DOCUMENTO
               INVALID KEY
                   MOVE "S" TO SCAN-DOCUMENTO-FINAL
           END-START.
           PERFORM VERIFICA-PROXIMO-DOCUMENTO
               UNTIL SCAN-DOCUMENTO-FINAL = "S"
                  OR EH-DOCUMENTO-DUPLICADO.

       VERIFICA-PROXIMO-DOCUMENTO.
           READ ARQUIVO-CLIENTE NEXT RECORD
               AT END
                   MOVE "S" TO SCAN-DOCUMENTO-FINAL
           END-READ.
           IF SCAN-DOCUMENTO-FINAL NOT = "S"
               IF CLIENTE-DOCUMENTO NOT = NOVO-DOCUMENTO
                   MOVE "S" TO SCAN-DOCUMENTO-FINAL
               ELSE
                   IF CLIENTE-TIPO-PESSOA = NOVO-TIPO-PESSOA
                           AND NOT CLIENTE-INATIVO
                       MOVE "S" TO DOCUMENTO-DUPLICADO
                   END-IF
               END-IF
           END-IF.

      *    GERA-CODIGO-CLIENTE: OBTEM A PROXIMA SEQUENCIA EM
      *    CODCLI.DAT (COMECANDO DE 1 QUANDO O ARQUIVO AINDA NAO
      *    EXISTE), ACRESCENTA O DIGITO VERIFICADOR MOD-10 - O MESMO

           COPY "VALPROC.cob".
           COPY "LUHNPROC.cob".
           COPY "DOCPROC.cob".

           COPY "JRNPROC.cob".

