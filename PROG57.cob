      *    SOMADO EM CONTROLE.DAT PARA A RECONCILIACAO DO PROG46.
      *    CAMINHO DO CSV: VARIAVEL DE AMBIENTE IMPORTA_CSV (PADRAO
      *    IMPORTA.CSV).
      *    A COLUNA DO CPF/CNPJ (A ULTIMA DO PROG49) E OPCIONAL: CSV
      *    SEM ELA OU COM ELA VAZIA ENTRA SEM DOCUMENTO; INFORMADO, O
      *    NUMERO TEM DE PASSAR NOS DIGITOS VERIFICADORES (MOTIVO 09)
      *    E NAO PODE SER DE OUTRO CLIENTE ATIVO (MOTIVO 10).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  DUPLICADO-ENCONTRADO PIC X VALUE "N".
           88 EH-DUPLICADO       VALUE "S".
       01  SCAN-DUPLICADO-FINAL PIC X VALUE "N".
       01  DOCUMENTO-DUPLICADO  PIC X VALUE "N".
           88 EH-DOCUMENTO-DUPLICADO VALUE "S".
       01  SCAN-DOCUMENTO-FINAL PIC X VALUE "N".
       01  DOCUMENTO-CONFERE    PIC X VALUE "S".
           88 DOCUMENTO-CONFERE-OK VALUE "S".

       01  PROXIMA-SEQUENCIA-CLIENTE PIC 9(07) VALUE 0.
       01  CODIGO-GERADO PIC 9(08).
           05 IMP-CEP         PIC X(08).
       01  IMP-TELEFONE      PIC X(15).
       01  IMP-EMAIL         PIC X(31).
       01  IMP-DOCUMENTO     PIC X(21).

           COPY "VALWRK.cob".
           COPY "LUHNWRK.cob".
           COPY "DOCWRK.cob".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
      *    E AS ASPAS QUE SOBRAM NAS PONTAS SAO APAGADAS DEPOIS.
       DESMONTA-LINHA.
           MOVE SPACE TO IMP-CODIGO-TXT IMP-NOME IMP-ENDERECO
                   IMP-TELEFONE IMP-EMAIL IMP-DOCUMENTO.
           UNSTRING LINHA-IMPORTA DELIMITED BY '","'
               INTO IMP-CODIGO-TXT
                    IMP-NOME
                    IMP-CEP
                    IMP-TELEFONE
                    IMP-EMAIL
                    IMP-DOCUMENTO
           END-UNSTRING.
           INSPECT IMP-CODIGO-TXT REPLACING ALL '"' BY SPACE.
           INSPECT IMP-EMAIL REPLACING ALL '"' BY SPACE.
           INSPECT IMP-DOCUMENTO REPLACING ALL '"' BY SPACE.

       VALIDA-LINHA.
           MOVE "N" TO REGISTRO-REJEITADO.

           PERFORM VERIFICA-DUPLICADO.
           PERFORM VERIFICA-CEP-CIDADE-UF.
           PERFORM VERIFICA-DOCUMENTO.

           EVALUATE TRUE
               WHEN IMP-NOME = SPACE
                   MOVE "08" TO MOTIVO-REJEICAO-COD
                   MOVE "ENDERECO NAO CONFERE COM CEP"
                       TO MOTIVO-REJEICAO-DESC
               WHEN NOT DOCUMENTO-CONFERE-OK
                   MOVE "S"  TO REGISTRO-REJEITADO
                   MOVE "09" TO MOTIVO-REJEICAO-COD
                   MOVE "CPF/CNPJ INVALIDO" TO MOTIVO-REJEICAO-DESC
               WHEN EH-DOCUMENTO-DUPLICADO
                   MOVE "S"  TO REGISTRO-REJEITADO
                   MOVE "10" TO MOTIVO-REJEICAO-COD
                   MOVE "CPF/CNPJ JA CADASTRADO"
                       TO MOTIVO-REJEICAO-DESC
           END-EVALUATE.

      *    VERIFICA-DOCUMENTO: COLUNA VAZIA PASSA (CLIENTE SEM
      *    DOCUMENTO); PREENCHIDA, TEM DE TER OS DIGITOS
      *    VERIFICADORES CERTOS E NAO PODE PERTENCER A OUTRO CLIENTE
      *    NAO INATIVO (CHAVE ALTERNATIVA CLIENTE-DOCUMENTO).
       VERIFICA-DOCUMENTO.
           MOVE "S" TO DOCUMENTO-CONFERE.
           MOVE "N" TO DOCUMENTO-DUPLICADO.
           MOVE IMP-DOCUMENTO TO DOC-ENTRADA.
           PERFORM VALIDA-DOCUMENTO-COMUM.
           IF IMP-DOCUMENTO NOT = SPACE
               IF NOT DOC-VALIDO
                   MOVE "N" TO DOCUMENTO-CONFERE
               ELSE
                   MOVE "N" TO SCAN-DOCUMENTO-FINAL
                   MOVE DOC-NUMERO TO CLIENTE-DOCUMENTO
                   START ARQUIVO-CLIENTE
                       KEY IS EQUAL TO CLIENTE-DOCUMENTO
                       INVALID KEY
                           MOVE "S" TO SCAN-DOCUMENTO-FINAL
                   END-START
                   PERFORM VERIFICA-PROXIMO-DOCUMENTO
                       UNTIL SCAN-DOCUMENTO-FINAL = "S"
                          OR EH-DOCUMENTO-DUPLICADO
               END-IF
           END-IF.

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
                           AND NOT CLIENTE-INATIVO
                       MOVE "S" TO DOCUMENTO-DUPLICADO
                   END-IF
               END-IF
           END-IF.
      *    VERIFICA-CEP-CIDADE-UF: CONFERE CEP, CIDADE E UF CONTRA A
      *    TABELA DE REFERENCIA (CEPFAIXA.DAT, PROG145). SEM TABELA
      *    NO DISCO OU CEP FORA DE QUALQUER FAIXA, PASSA; SO A
      *    REGISTRO AINDA CARREGA O ULTIMO CLIENTE LIDO NO TESTE DE
      *    DUPLICIDADE E NAO PODE VAZAR PARA O IMPORTADO.
           MOVE SPACE         TO CLIENTE-CONSENTIMENTOS.
           MOVE DOC-TIPO      TO CLIENTE-TIPO-PESSOA.
           MOVE DOC-NUMERO    TO CLIENTE-DOCUMENTO.
           MOVE "A"           TO CLIENTE-STATUS.
           ACCEPT CLIENTE-DATA-CADASTRO FROM DATE YYYYMMDD.
           WRITE CLIENTE-REGISTRO
           MOVE IMP-ENDERECO         TO QUARENTENA-ENDERECO.
           MOVE IMP-TELEFONE         TO QUARENTENA-TELEFONE.
           MOVE IMP-EMAIL (1:30)     TO QUARENTENA-EMAIL.
           MOVE IMP-DOCUMENTO (1:20) TO QUARENTENA-DOCUMENTO.
           MOVE MOTIVO-REJEICAO-COD  TO QUARENTENA-MOTIVO-COD.
           MOVE MOTIVO-REJEICAO-DESC TO QUARENTENA-MOTIVO-DESC.
           ACCEPT QUARENTENA-DATA FROM DATE YYYYMMDD.

           COPY "VALPROC.cob".
           COPY "LUHNPROC.cob".
           COPY "DOCPROC.cob".

           COPY "AMBPROC.cob".
